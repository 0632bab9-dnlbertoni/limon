       IDENTIFICATION DIVISION.
       PROGRAM-ID.                iibpad.
       AUTHOR.                    Soporte Tecnico.
       INSTALLATION.              Contolador Fiscal para Windows.
       DATE-WRITTEN.              2026-10-15.
       DATE-COMPILED.             2026-10-15.
      ******************************************************************
      * Carga mensual del padron de percepciones de Ingresos Brutos
      * que publica el fisco provincial al indexado PADRON.IDX
      * (padreg.cpy), que wfis.cbl y pedcap.cbl consultan por CUIT al
      * cerrar una Factura A. El nombre del archivo publicado se lee
      * de IIBPAD.PAR (col 1-30, mismo esquema que ARTIMP.PAR). El
      * padron viene en texto separado por punto y coma, un renglon
      * por contribuyente:
      *   regimen;publicacion;vig.desde;vig.hasta;CUIT;tipo;
      *   marca alta;marca alicuota;alicuota;grupo;
      * con las fechas en DDMMAAAA y la alicuota con coma decimal
      * ("3,00"). Solo se cargan los renglones de regimen "P"
      * (percepcion); los "R" (retencion) son de otro regimen y se
      * cuentan aparte. El padron se arma entero en PADRON.NEW y
      * reemplaza a PADRON.IDX recien al final, cuando cargo algun
      * CUIT y el .NEW releido tiene los renglones que se cargaron
      * (mismo criterio .NEW que fecae.cbl y archmes.cbl): un
      * archivo equivocado, cortado o sin renglones de percepcion
      * deja el padron del mes anterior como estaba. Los renglones
      * con CUIT, fechas o alicuota invalidos van al listado
      * IIBPAD.TXT con su motivo; un CUIT repetido queda con el
      * ultimo renglon.
      * Codigo de retorno: 0 todo cargado, 4 renglones rechazados, 8
      * archivos que no se pudieron abrir, padron vacio o
      * verificacion fallida (PADRON.IDX sin tocar).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-PC.
       OBJECT-COMPUTER.           IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT par-file ASSIGN "IIBPAD.PAR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-par.
           SELECT txt-file ASSIGN txt-nombre
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-txt.
           SELECT pad-file ASSIGN "PADRON.NEW"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PAD-CUIT
                  FILE STATUS IS fs-pad.
           SELECT rep-file ASSIGN "IIBPAD.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-rep.
       DATA DIVISION.
       FILE SECTION.
       FD  par-file.
       01  par-reg.
           03  par-archivo            PIC X(30).
       FD  txt-file.
       01  txt-reg                    PIC X(120).
       FD  pad-file.
           copy "padreg.cpy".
       FD  rep-file.
       01  rep-linea                  PIC X(80).
       WORKING-STORAGE SECTION.
       01  fs-par                     PIC X(02)  VALUE "00".
       01  fs-txt                     PIC X(02)  VALUE "00".
       01  fs-pad                     PIC X(02)  VALUE "00".
       01  fs-rep                     PIC X(02)  VALUE "00".
       01  txt-nombre                 PIC X(30)  VALUE SPACES.
       01  rc-corrida                 PIC 9(01)  VALUE ZEROS.
       01  sw-fin                     PIC X(01)  VALUE "N".
           88  fin-archivo                       VALUE "S".
       01  renglon-nro                PIC 9(07)  VALUE ZEROS.
       01  cant-cargados              PIC 9(07)  VALUE ZEROS.
       01  cant-repetidos             PIC 9(07)  VALUE ZEROS.
       01  cant-otro-regimen          PIC 9(07)  VALUE ZEROS.
       01  cant-rechazos              PIC 9(07)  VALUE ZEROS.
      * Renglones releidos de PADRON.NEW antes de reemplazar.
       01  cant-verificados           PIC 9(07)  VALUE ZEROS.
       01  sw-fin-pad                 PIC X(01)  VALUE "N".
           88  fin-padron                        VALUE "S".
       01  motivo-rech                PIC X(40)  VALUE SPACES.
      * Campos del renglon del padron.
       01  pad-campos.
           03  pc-regimen             PIC X(01).
           03  pc-publicacion         PIC X(08).
           03  pc-desde               PIC X(08).
           03  pc-hasta               PIC X(08).
           03  pc-cuit                PIC X(11).
           03  pc-tipo                PIC X(01).
           03  pc-marca-alta          PIC X(01).
           03  pc-marca-alic          PIC X(01).
           03  pc-alicuota            PIC X(10).
           03  pc-grupo               PIC X(02).
      * Fecha DDMMAAAA del padron vuelta a AAAAMMDD.
       01  fecha-dma                  PIC X(08)  VALUE SPACES.
       01  fecha-dma-r REDEFINES fecha-dma.
           03  fdma-dd                PIC X(02).
           03  fdma-mm                PIC X(02).
           03  fdma-aaaa              PIC X(04).
       01  fecha-amd                  PIC X(08)  VALUE SPACES.
       01  fecha-amd-r REDEFINES fecha-amd.
           03  famd-aaaa              PIC X(04).
           03  famd-mm                PIC X(02).
           03  famd-dd                PIC X(02).
       01  fecha-amd-num REDEFINES fecha-amd PIC 9(08).
      * Conversion de la alicuota ("3,00" o "3.00").
       01  conv-texto                 PIC X(10)  VALUE SPACES.
       01  conv-texto-tab REDEFINES conv-texto.
           03  conv-char              PIC X(01)  OCCURS 10 TIMES.
       01  conv-importe               PIC 9(07)V99 VALUE ZEROS.
       01  conv-ent                   PIC 9(07)  VALUE ZEROS.
       01  conv-dec                   PIC 9(02)  VALUE ZEROS.
       01  conv-dec-cnt               PIC 9(01)  VALUE ZEROS.
       01  conv-sub                   PIC 9(02)  VALUE ZEROS.
       01  conv-punto-sw              PIC X(01)  VALUE "N".
           88  conv-hay-punto                    VALUE "S".
       01  conv-dig-x                 PIC X(01)  VALUE ZEROS.
       01  conv-dig REDEFINES conv-dig-x PIC 9(01).
      * Lineas de impresion.
       01  tit-linea.
           03  FILLER                 PIC X(30)
               VALUE "CARGA DEL PADRON IIBB DESDE  ".
           03  tit-archivo            PIC X(30).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  tit-fecha              PIC 9(08).
       01  rch-linea.
           03  FILLER                 PIC X(08)  VALUE "RENGLON ".
           03  rch-renglon            PIC 9(07).
           03  FILLER                 PIC X(03)  VALUE " - ".
           03  rch-motivo             PIC X(40).
       01  tot-linea.
           03  tot-texto              PIC X(30).
           03  tot-cant               PIC Z,ZZZ,ZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
       mainline.
           perform inicializar thru inicializar-exit.
           perform procesa-padron thru procesa-padron-exit
               until fin-archivo.
           perform terminar thru terminar-exit.
       inicializar.
           open input par-file.
           if fs-par not = "00"
              display "IIBPAD: no se pudo abrir IIBPAD.PAR"
              move 8 to return-code
              stop run
           end-if.
           read par-file
               at end
                  display "IIBPAD: IIBPAD.PAR esta vacio"
                  move 8 to return-code
                  stop run
           end-read.
           close par-file.
           move par-archivo to txt-nombre.
           open input txt-file.
           if fs-txt not = "00"
              display "IIBPAD: no se pudo abrir " txt-nombre
              move 8 to return-code
              stop run
           end-if.
      * PADRON.NEW se crea con output y se carga en i-o: un CUIT
      * repetido se reescribe sobre el renglon ya cargado.
           open output pad-file.
           if fs-pad = "00"
              close pad-file
              open i-o pad-file
           end-if.
           if fs-pad not = "00"
              display "IIBPAD: no se pudo crear PADRON.NEW "
                  "(estado " fs-pad ")"
              move 8 to return-code
              stop run
           end-if.
           open output rep-file.
           move txt-nombre to tit-archivo.
           accept tit-fecha from date yyyymmdd.
           move tit-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
       inicializar-exit.
           exit.
      ******************************************************************
      * Un renglon del padron por pasada.
      ******************************************************************
       procesa-padron.
           read txt-file
               at end
                  set fin-archivo to true
                  go to procesa-padron-exit
           end-read.
           add 1 to renglon-nro.
           if txt-reg = spaces
              go to procesa-padron-exit.
           move spaces to pad-campos.
           unstring txt-reg delimited by ";"
               into pc-regimen pc-publicacion pc-desde pc-hasta
                    pc-cuit pc-tipo pc-marca-alta pc-marca-alic
                    pc-alicuota pc-grupo.
           if pc-regimen not = "P" and pc-regimen not = "p"
              add 1 to cant-otro-regimen
              go to procesa-padron-exit.
           perform valida-renglon thru valida-renglon-exit.
           if motivo-rech not = spaces
              perform rechaza-renglon thru rechaza-renglon-exit
              go to procesa-padron-exit.
           write PAD-REG
               invalid key
                  rewrite PAD-REG
                  add 1 to cant-repetidos
               not invalid key
                  add 1 to cant-cargados
           end-write.
       procesa-padron-exit.
           exit.
       valida-renglon.
           move spaces to motivo-rech.
           move spaces to PAD-REG.
           if pc-cuit not numeric
              move "CUIT invalido" to motivo-rech
              go to valida-renglon-exit.
           move pc-cuit to PAD-CUIT.
           move pc-desde to fecha-dma.
           perform convierte-fecha thru convierte-fecha-exit.
           if fecha-amd not numeric
              move "Vigencia desde invalida" to motivo-rech
              go to valida-renglon-exit.
           move fecha-amd-num to PAD-DESDE.
           move pc-hasta to fecha-dma.
           perform convierte-fecha thru convierte-fecha-exit.
           if fecha-amd not numeric
              move "Vigencia hasta invalida" to motivo-rech
              go to valida-renglon-exit.
           move fecha-amd-num to PAD-HASTA.
           if PAD-DESDE > PAD-HASTA
              move "Vigencia desde posterior a hasta" to motivo-rech
              go to valida-renglon-exit.
           move pc-publicacion to fecha-dma.
           perform convierte-fecha thru convierte-fecha-exit.
           if fecha-amd numeric
              move fecha-amd-num to PAD-PUBLICACION
           else
              move zeros to PAD-PUBLICACION
           end-if.
           if pc-alicuota = spaces
              move "Alicuota en blanco" to motivo-rech
              go to valida-renglon-exit.
           move pc-alicuota to conv-texto.
           inspect conv-texto replacing all "," by ".".
           perform conv-a-numero thru conv-a-numero-exit.
           if conv-importe > 99.99
              move "Alicuota fuera de rango" to motivo-rech
              go to valida-renglon-exit.
           move conv-importe to PAD-ALICUOTA.
       valida-renglon-exit.
           exit.
       convierte-fecha.
           move fdma-aaaa to famd-aaaa.
           move fdma-mm to famd-mm.
           move fdma-dd to famd-dd.
       convierte-fecha-exit.
           exit.
       rechaza-renglon.
           add 1 to cant-rechazos.
           move 4 to rc-corrida.
           move renglon-nro to rch-renglon.
           move motivo-rech to rch-motivo.
           move rch-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       rechaza-renglon-exit.
           exit.
       graba-linea.
           write rep-linea.
           display rep-linea.
       graba-linea-exit.
           exit.
      ******************************************************************
      * Convierte conv-texto ("123", "123.45", con blancos) al campo
      * numerico conv-importe. Los caracteres que no son digitos ni el
      * punto decimal se ignoran.
      ******************************************************************
       conv-a-numero.
           move zeros to conv-importe conv-ent conv-dec conv-dec-cnt.
           move "N" to conv-punto-sw.
           perform conv-digito thru conv-digito-exit
               varying conv-sub from 1 by 1 until conv-sub > 10.
           if conv-dec-cnt = 1
              multiply 10 by conv-dec
           end-if.
           compute conv-importe = conv-ent + (conv-dec / 100).
       conv-a-numero-exit.
           exit.
       conv-digito.
           move conv-char (conv-sub) to conv-dig-x.
           evaluate true
              when conv-dig-x = "."
                 set conv-hay-punto to true
              when conv-dig-x numeric
                 if conv-hay-punto
                    if conv-dec-cnt < 2
                       compute conv-dec = conv-dec * 10 + conv-dig
                       add 1 to conv-dec-cnt
                    end-if
                 else
                    compute conv-ent = conv-ent * 10 + conv-dig
                 end-if
              when other
                 continue
           end-evaluate.
       conv-digito-exit.
           exit.
       terminar.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "CUIT CARGADOS" to tot-texto.
           move cant-cargados to tot-cant.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "CUIT REPETIDOS (ULTIMO GANA)" to tot-texto.
           move cant-repetidos to tot-cant.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "RENGLONES DE OTRO REGIMEN" to tot-texto.
           move cant-otro-regimen to tot-cant.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "RENGLONES RECHAZADOS" to tot-texto.
           move cant-rechazos to tot-cant.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           close txt-file pad-file rep-file.
           perform reemplaza-padron thru reemplaza-padron-exit.
           move rc-corrida to return-code.
           stop run.
       terminar-exit.
           exit.
      ******************************************************************
      * PADRON.NEW pasa a ser PADRON.IDX solo si cargo algun CUIT y
      * releido tiene tantos renglones como los cargados; si no, se
      * borra y el padron vigente queda como estaba.
      ******************************************************************
       reemplaza-padron.
           if cant-cargados = zeros
              display "IIBPAD: el padron no tenia renglones de "
                  "percepcion - PADRON.IDX NO se toca"
              call "CBL_DELETE_FILE" using "PADRON.NEW"
              move 8 to rc-corrida
              go to reemplaza-padron-exit.
           move zeros to cant-verificados.
           move "N" to sw-fin-pad.
           open input pad-file.
           if fs-pad = "00"
              perform cuenta-padron thru cuenta-padron-exit
                  until fin-padron
              close pad-file.
           if cant-verificados not = cant-cargados
              display "IIBPAD: verificacion fallida de PADRON.NEW ("
                  cant-verificados " de " cant-cargados
                  ") - PADRON.IDX NO se toca"
              call "CBL_DELETE_FILE" using "PADRON.NEW"
              move 8 to rc-corrida
              go to reemplaza-padron-exit.
           call "CBL_DELETE_FILE" using "PADRON.IDX".
           call "CBL_RENAME_FILE" using "PADRON.NEW", "PADRON.IDX".
       reemplaza-padron-exit.
           exit.
       cuenta-padron.
           read pad-file next record
               at end
                  set fin-padron to true
                  go to cuenta-padron-exit
           end-read.
           if fs-pad not = "00"
              set fin-padron to true
              go to cuenta-padron-exit.
           add 1 to cant-verificados.
       cuenta-padron-exit.
           exit.
