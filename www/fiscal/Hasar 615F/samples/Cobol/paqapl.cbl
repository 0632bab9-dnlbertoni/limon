       IDENTIFICATION DIVISION.
       PROGRAM-ID.                paqapl.
       AUTHOR.                    Soporte Tecnico.
       INSTALLATION.              Contolador Fiscal para Windows.
       DATE-WRITTEN.              2026-10-15.
       DATE-COMPILED.             2026-10-15.
      ******************************************************************
      * Aplicacion en el local de los paquetes de novedades que arma
      * casa central con paqgen.cbl (paqreg.cpy). Los nombres de los
      * paquetes recibidos se leen de PAQAPL.PAR (col 1-30, uno por
      * renglon, en el orden en que se aplican). Se corre de noche,
      * con el POS cerrado (ARTMAE.IDX se abre para actualizar), como
      * un paso de NOCTUR.DEF.
      * Antes de tocar nada cada paquete se recorre entero:
      *   - sin cabecera "H", sin cierre "T" o con una cantidad de
      *     renglones que no coincide con la del cierre: el paquete
      *     llego cortado y se rechaza entero;
      *   - con renglones "S" que no nombran a esta sucursal (WFIS.CFG,
      *     CFG-SUCURSAL): no es para este local y se saltea;
      *   - con numero igual o anterior al ultimo aplicado (PAQAPL.ULT):
      *     se rechaza entero, asi un paquete viejo copiado de nuevo no
      *     pisa precios mas nuevos;
      *   - de novedades (N) que toma desde despues de la fecha/hora
      *     de armado del ultimo aplicado (PAQAPL.ULT): en el medio
      *     hubo un paquete que este local no aplico y sus novedades
      *     se perderian; se rechaza entero y hay que pedir a casa
      *     central un paquete T. Un paquete T se aplica siempre, y
      *     un local sin paquetes aplicados solo acepta un T.
      * Despues se aplica renglon por renglon con las mismas
      * validaciones que artimp.cbl (codigo en blanco, % IVA no
      * numerico, precio cero o invalido); los rechazados van a
      * PAQRCH.TXT con su motivo y el resto se aplica:
      *   "A"  alta (ARTHIS "ALTA"), reactivacion de un articulo dado
      *        de baja ("REACT") o cambio de precio/IVA ("PAQUET");
      *        la descripcion se toma si viene
      *   "B"  baja del articulo ("BAJA")
      *   "P"  ventana de precio programado agregada a PRECIOS.DAT,
      *        salvo que ya este (mismo articulo y misma vigencia), que
      *        este vencida o que el articulo no exista en el local
      * Cada paquete procesado deja un acuse en PAQACU.DAT (acureg.cpy)
      * para casa central (paqacu.cbl) y el detalle en PAQAPL.TXT.
      * Codigo de retorno: 0 todo aplicado (o nada para este local),
      * 4 renglones rechazados o paquete viejo, 8 paquete cortado,
      * novedades salteadas o archivos que no se pudieron abrir.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-PC.
       OBJECT-COMPUTER.           IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT par-file ASSIGN "PAQAPL.PAR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-par.
           SELECT cfg-file ASSIGN "WFIS.CFG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-cfg.
           SELECT paq-file ASSIGN paq-nombre
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-paq.
           SELECT art-file ASSIGN "ARTMAE.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ART-COD
                  FILE STATUS IS fs-art.
           SELECT arth-file ASSIGN "ARTHIS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-arth.
           SELECT prc-file ASSIGN "PRECIOS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-prc.
           SELECT ult-file ASSIGN "PAQAPL.ULT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-ult.
           SELECT acu-file ASSIGN "PAQACU.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-acu.
           SELECT rep-file ASSIGN "PAQAPL.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-rep.
           SELECT rch-file ASSIGN "PAQRCH.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-rch.
       DATA DIVISION.
       FILE SECTION.
       FD  par-file.
       01  par-reg.
           03  par-archivo            PIC X(30).
       FD  cfg-file.
           copy "cfgreg.cpy".
       FD  paq-file.
           copy "paqreg.cpy".
       FD  art-file.
           copy "artreg.cpy".
       FD  arth-file.
           copy "arthreg.cpy".
       FD  prc-file.
           copy "prcreg.cpy".
       FD  ult-file.
      * Ultimo paquete aplicado y su fecha/hora de armado, hasta
      * donde llegan las novedades que ya tiene el local.
       01  ult-reg.
           03  ult-paq-id             PIC 9(12).
           03  ult-hasta-fecha        PIC 9(08).
           03  ult-hasta-hora         PIC 9(08).
       FD  acu-file.
           copy "acureg.cpy".
       FD  rep-file.
       01  rep-linea                  PIC X(100).
       FD  rch-file.
       01  rch-salida                 PIC X(80).
       WORKING-STORAGE SECTION.
       01  fs-par                     PIC X(02)  VALUE "00".
       01  fs-cfg                     PIC X(02)  VALUE "00".
       01  fs-paq                     PIC X(02)  VALUE "00".
       01  fs-art                     PIC X(02)  VALUE "00".
       01  fs-arth                    PIC X(02)  VALUE "00".
       01  fs-prc                     PIC X(02)  VALUE "00".
       01  fs-ult                     PIC X(02)  VALUE "00".
       01  fs-acu                     PIC X(02)  VALUE "00".
       01  fs-rep                     PIC X(02)  VALUE "00".
       01  fs-rch                     PIC X(02)  VALUE "00".
       01  paq-nombre                 PIC X(30)  VALUE SPACES.
       01  sucursal-local             PIC X(03)  VALUE SPACES.
       01  ultimo-id                  PIC 9(12)  VALUE ZEROS.
       01  ultimo-hasta-fecha         PIC 9(08)  VALUE ZEROS.
       01  ultimo-hasta-hora          PIC 9(08)  VALUE ZEROS.
       01  rc-corrida                 PIC 9(01)  VALUE ZEROS.
       01  sw-fin-par                 PIC X(01)  VALUE "N".
           88  fin-par                           VALUE "S".
       01  sw-fin                     PIC X(01)  VALUE "N".
           88  fin-archivo                       VALUE "S".
       01  cant-paquetes              PIC 9(03)  VALUE ZEROS.
       01  cant-aplicados             PIC 9(03)  VALUE ZEROS.
      * Resultado del recorrido previo de un paquete.
       01  paquete-id                 PIC 9(12)  VALUE ZEROS.
       01  paquete-modo               PIC X(01)  VALUE SPACES.
           88  paquete-todo                      VALUE "T".
       01  paquete-fecha              PIC 9(08)  VALUE ZEROS.
       01  paquete-hora               PIC 9(08)  VALUE ZEROS.
       01  paquete-desde-fecha        PIC 9(08)  VALUE ZEROS.
       01  paquete-desde-hora         PIC 9(08)  VALUE ZEROS.
       01  sw-cabecera                PIC X(01)  VALUE "N".
           88  hay-cabecera                      VALUE "S".
       01  sw-cierre                  PIC X(01)  VALUE "N".
           88  hay-cierre                        VALUE "S".
       01  sw-destinos                PIC X(01)  VALUE "N".
           88  hay-destinos                      VALUE "S".
       01  sw-para-local              PIC X(01)  VALUE "N".
           88  es-para-local                     VALUE "S".
       01  cant-contados              PIC 9(06)  VALUE ZEROS.
       01  cant-cierre                PIC 9(06)  VALUE ZEROS.
       01  motivo-paquete             PIC X(40)  VALUE SPACES.
      * Contadores del paquete en curso.
       01  renglon-nro                PIC 9(06)  VALUE ZEROS.
       01  cant-altas                 PIC 9(05)  VALUE ZEROS.
       01  cant-cambios               PIC 9(05)  VALUE ZEROS.
       01  cant-bajas                 PIC 9(05)  VALUE ZEROS.
       01  cant-precios               PIC 9(05)  VALUE ZEROS.
       01  cant-iguales               PIC 9(05)  VALUE ZEROS.
       01  cant-rechazos              PIC 9(05)  VALUE ZEROS.
       01  sw-existe                  PIC X(01)  VALUE "N".
           88  art-existe                        VALUE "S".
       01  motivo-rech                PIC X(40)  VALUE SPACES.
       01  prec-ant                   PIC X(10)  VALUE SPACES.
       01  iva-ant                    PIC 99V99  VALUE ZEROS.
       01  abm-motivo                 PIC X(06)  VALUE SPACES.
       01  ahora-fecha                PIC 9(08)  VALUE ZEROS.
       01  ahora-hora                 PIC 9(08)  VALUE ZEROS.
      * Ventanas que ya estan en PRECIOS.DAT (y las que se agregan),
      * para no duplicar una ventana que llega en dos paquetes.
       01  ven-tab.
           03  ven-tot                PIC 9(04)  VALUE ZEROS.
           03  ven-entrada            OCCURS 1000 TIMES.
               05  ven-art                PIC X(18).
               05  ven-desde-fecha        PIC 9(08).
               05  ven-desde-hora         PIC 9(08).
               05  ven-hasta-fecha        PIC 9(08).
               05  ven-hasta-hora         PIC 9(08).
       01  sub-ven                    PIC 9(04)  VALUE ZEROS.
       01  ven-hallado                PIC 9(04)  VALUE ZEROS.
       01  sw-ven-lleno               PIC X(01)  VALUE "N".
           88  ven-tab-llena                     VALUE "S".
      * Conversion de los importes de texto del paquete, aceptando
      * enteros ("123") y decimales ("123.45").
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
       01  rch-linea.
           03  FILLER                 PIC X(08)  VALUE "PAQUETE ".
           03  rch-paquete            PIC 9(12).
           03  FILLER                 PIC X(09)  VALUE " RENGLON ".
           03  rch-renglon            PIC 9(06).
           03  FILLER                 PIC X(03)  VALUE " - ".
           03  rch-motivo             PIC X(40).
       01  tit-linea.
           03  FILLER                 PIC X(08)  VALUE "PAQUETE ".
           03  tit-id                 PIC 9(12).
           03  FILLER                 PIC X(02)  VALUE SPACES.
           03  tit-archivo            PIC X(30).
           03  FILLER                 PIC X(11)  VALUE " SUCURSAL  ".
           03  tit-sucursal           PIC X(03).
       01  est-linea.
           03  FILLER                 PIC X(04)  VALUE SPACES.
           03  est-texto              PIC X(40).
       01  det-linea.
           03  FILLER                 PIC X(04)  VALUE SPACES.
           03  det-cod                PIC X(18).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-marca              PIC X(06).
           03  FILLER                 PIC X(07)  VALUE " antes ".
           03  det-prec-ant           PIC X(10).
           03  FILLER                 PIC X(05)  VALUE " IVA ".
           03  det-iva-ant            PIC Z9.99.
           03  FILLER                 PIC X(09)  VALUE " ahora   ".
           03  det-prec-nvo           PIC X(10).
           03  FILLER                 PIC X(05)  VALUE " IVA ".
           03  det-iva-nvo            PIC Z9.99.
       01  tot-linea.
           03  FILLER                 PIC X(10)  VALUE "    ALTAS ".
           03  tot-altas              PIC ZZ,ZZ9.
           03  FILLER                 PIC X(10)  VALUE " CAMBIOS  ".
           03  tot-cambios            PIC ZZ,ZZ9.
           03  FILLER                 PIC X(08)  VALUE " BAJAS  ".
           03  tot-bajas              PIC ZZ,ZZ9.
           03  FILLER                 PIC X(11)  VALUE " VENTANAS  ".
           03  tot-precios            PIC ZZ,ZZ9.
           03  FILLER                 PIC X(06)  VALUE " IGU. ".
           03  tot-iguales            PIC ZZ,ZZ9.
           03  FILLER                 PIC X(07)  VALUE " RECH. ".
           03  tot-rechazos           PIC ZZ,ZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
       mainline.
           perform inicializar thru inicializar-exit.
           perform procesa-paquete thru procesa-paquete-exit
               until fin-par.
           perform terminar thru terminar-exit.
       inicializar.
           open input par-file.
           if fs-par not = "00"
              display "PAQAPL: no se pudo abrir PAQAPL.PAR"
              move 8 to return-code
              stop run
           end-if.
           open input cfg-file.
           if fs-cfg = "00"
              perform lee-config thru lee-config-exit
                  until fs-cfg not = "00"
              close cfg-file
           end-if.
           if sucursal-local = spaces
              display "PAQAPL: sucursal no configurada en WFIS.CFG"
              move 8 to return-code
              stop run
           end-if.
           open input ult-file.
           if fs-ult = "00"
              read ult-file
                  at end
                     move zeros to ult-reg
              end-read
              if ult-paq-id numeric
                 move ult-paq-id to ultimo-id
              end-if
              if ult-hasta-fecha numeric and ult-hasta-hora numeric
                 move ult-hasta-fecha to ultimo-hasta-fecha
                 move ult-hasta-hora to ultimo-hasta-hora
              end-if
              close ult-file
           end-if.
           open i-o art-file.
           if fs-art not = "00"
              display "PAQAPL: no se pudo abrir ARTMAE.IDX "
                  "(estado " fs-art ")"
              move 8 to return-code
              stop run
           end-if.
           perform carga-ventanas thru carga-ventanas-exit.
           open output rep-file.
           open output rch-file.
       inicializar-exit.
           exit.
       lee-config.
           read cfg-file
               at end
                  move "10" to fs-cfg
               not at end
                  if CFG-SUCURSAL not = spaces
                     move CFG-SUCURSAL to sucursal-local
                  end-if
           end-read.
       lee-config-exit.
           exit.
       carga-ventanas.
           open input prc-file.
           if fs-prc not = "00"
              go to carga-ventanas-exit.
           move "N" to sw-fin.
           perform carga-una-ventana thru carga-una-ventana-exit
               until fin-archivo.
           close prc-file.
       carga-ventanas-exit.
           exit.
       carga-una-ventana.
           read prc-file
               at end
                  set fin-archivo to true
                  go to carga-una-ventana-exit
           end-read.
           move PRC-ART-COD to PAQ-PRC-ART.
           move PRC-DESDE-FECHA to PAQ-PRC-DESDE-FECHA.
           move PRC-DESDE-HORA to PAQ-PRC-DESDE-HORA.
           move PRC-HASTA-FECHA to PAQ-PRC-HASTA-FECHA.
           move PRC-HASTA-HORA to PAQ-PRC-HASTA-HORA.
           perform agrega-ventana thru agrega-ventana-exit.
       carga-una-ventana-exit.
           exit.
      ******************************************************************
      * Un paquete de PAQAPL.PAR por pasada: recorrido previo, control
      * de destino y de numero, aplicacion y acuse.
      ******************************************************************
       procesa-paquete.
           read par-file
               at end
                  set fin-par to true
                  go to procesa-paquete-exit
           end-read.
           if par-archivo = spaces
              go to procesa-paquete-exit.
           add 1 to cant-paquetes.
           move par-archivo to paq-nombre.
           move zeros to paquete-id.
           move spaces to motivo-paquete.
           perform revisa-paquete thru revisa-paquete-exit.
           move paquete-id to tit-id.
           move paq-nombre to tit-archivo.
           move sucursal-local to tit-sucursal.
           move tit-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           if motivo-paquete not = spaces
              move 8 to rc-corrida
              perform rechaza-paquete thru rechaza-paquete-exit
              go to procesa-paquete-exit
           end-if.
           if not es-para-local
              move "No es para esta sucursal, no se aplica"
                  to est-texto
              move est-linea to rep-linea
              perform graba-linea thru graba-linea-exit
              go to procesa-paquete-exit
           end-if.
           if paquete-id not > ultimo-id
              move "Igual o anterior al ultimo aplicado"
                  to motivo-paquete
              if rc-corrida < 4
                 move 4 to rc-corrida
              end-if
              perform rechaza-paquete thru rechaza-paquete-exit
              go to procesa-paquete-exit
           end-if.
           perform controla-novedades thru controla-novedades-exit.
           if motivo-paquete not = spaces
              move 8 to rc-corrida
              perform rechaza-paquete thru rechaza-paquete-exit
              display "PAQAPL: " paq-nombre " rechazado, pedir "
                  "paquete T a casa central"
              go to procesa-paquete-exit
           end-if.
           perform aplica-paquete thru aplica-paquete-exit.
       procesa-paquete-exit.
           exit.
      * Un paquete N tiene que tomar novedades desde antes (o desde
      * el mismo momento) de la fecha/hora de armado del ultimo
      * aplicado. Con un PAQAPL.ULT de solo el numero no se puede
      * controlar y se acepta.
       controla-novedades.
           if paquete-todo
              go to controla-novedades-exit.
           if ultimo-id = zeros
              move "Local sin paquetes, pedir paquete T"
                  to motivo-paquete
              go to controla-novedades-exit.
           if ultimo-hasta-fecha = zeros
              go to controla-novedades-exit.
           if paquete-desde-fecha > ultimo-hasta-fecha
              or (paquete-desde-fecha = ultimo-hasta-fecha
                  and paquete-desde-hora > ultimo-hasta-hora)
              move "Faltan novedades anteriores, pedir paquete T"
                  to motivo-paquete
           end-if.
       controla-novedades-exit.
           exit.
      * Recorre el paquete entero sin aplicar nada: cabecera, cierre,
      * cantidad de renglones y sucursales destino.
       revisa-paquete.
           move "N" to sw-cabecera sw-cierre sw-destinos sw-para-local.
           move spaces to paquete-modo.
           move zeros to paquete-fecha paquete-hora
               paquete-desde-fecha paquete-desde-hora.
           move zeros to cant-contados cant-cierre.
           open input paq-file.
           if fs-paq not = "00"
              move "No se pudo abrir el archivo" to motivo-paquete
              go to revisa-paquete-exit
           end-if.
           move "N" to sw-fin.
           perform revisa-renglon thru revisa-renglon-exit
               until fin-archivo.
           close paq-file.
           if not hay-destinos
              set es-para-local to true.
           if not hay-cabecera
              move "Paquete sin cabecera" to motivo-paquete
              go to revisa-paquete-exit
           end-if.
           if not hay-cierre
              move "Paquete cortado, sin renglon de cierre"
                  to motivo-paquete
              go to revisa-paquete-exit
           end-if.
           if cant-contados not = cant-cierre
              move "Paquete cortado, faltan renglones"
                  to motivo-paquete
           end-if.
       revisa-paquete-exit.
           exit.
       revisa-renglon.
           read paq-file
               at end
                  set fin-archivo to true
                  go to revisa-renglon-exit
           end-read.
           evaluate true
              when PAQ-ES-CABECERA
                 set hay-cabecera to true
                 move PAQ-ID to paquete-id
                 move PAQ-MODO to paquete-modo
                 if PAQ-FECHA numeric and PAQ-HORA numeric
                    move PAQ-FECHA to paquete-fecha
                    move PAQ-HORA to paquete-hora
                 end-if
                 if PAQ-DESDE-FECHA numeric and PAQ-DESDE-HORA numeric
                    move PAQ-DESDE-FECHA to paquete-desde-fecha
                    move PAQ-DESDE-HORA to paquete-desde-hora
                 end-if
              when PAQ-ES-CIERRE
                 set hay-cierre to true
                 if PAQ-RENGLONES numeric
                    move PAQ-RENGLONES to cant-cierre
                 end-if
              when PAQ-ES-SUCURSAL
                 add 1 to cant-contados
                 set hay-destinos to true
                 if PAQ-SUCURSAL = sucursal-local
                    set es-para-local to true
                 end-if
              when PAQ-ES-ARTICULO or PAQ-ES-BAJA or PAQ-ES-PRECIO
                 add 1 to cant-contados
              when other
                 continue
           end-evaluate.
       revisa-renglon-exit.
           exit.
       rechaza-paquete.
           move spaces to est-texto.
           string "RECHAZADO: " delimited by size
                  motivo-paquete delimited by size
                  into est-texto.
           move est-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move zeros to cant-altas cant-cambios cant-bajas
               cant-precios cant-iguales cant-rechazos.
           perform graba-acuse thru graba-acuse-exit.
       rechaza-paquete-exit.
           exit.
      ******************************************************************
      * Aplicacion del paquete, renglon por renglon.
      ******************************************************************
       aplica-paquete.
           move zeros to renglon-nro cant-altas cant-cambios cant-bajas
               cant-precios cant-iguales cant-rechazos.
           accept ahora-fecha from date yyyymmdd.
           accept ahora-hora  from time.
           open input paq-file.
           move "N" to sw-fin.
           perform aplica-renglon thru aplica-renglon-exit
               until fin-archivo.
           close paq-file.
           move cant-altas to tot-altas.
           move cant-cambios to tot-cambios.
           move cant-bajas to tot-bajas.
           move cant-precios to tot-precios.
           move cant-iguales to tot-iguales.
           move cant-rechazos to tot-rechazos.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           if cant-rechazos > zeros and rc-corrida < 4
              move 4 to rc-corrida.
           add 1 to cant-aplicados.
           move paquete-id to ultimo-id.
           move paquete-fecha to ultimo-hasta-fecha.
           move paquete-hora to ultimo-hasta-hora.
           open output ult-file.
           move ultimo-id to ult-paq-id.
           move ultimo-hasta-fecha to ult-hasta-fecha.
           move ultimo-hasta-hora to ult-hasta-hora.
           write ult-reg.
           close ult-file.
           perform graba-acuse thru graba-acuse-exit.
       aplica-paquete-exit.
           exit.
       aplica-renglon.
           read paq-file
               at end
                  set fin-archivo to true
                  go to aplica-renglon-exit
           end-read.
           add 1 to renglon-nro.
           evaluate true
              when PAQ-ES-ARTICULO
                 perform aplica-articulo thru aplica-articulo-exit
              when PAQ-ES-BAJA
                 perform aplica-baja thru aplica-baja-exit
              when PAQ-ES-PRECIO
                 perform aplica-ventana thru aplica-ventana-exit
              when other
                 continue
           end-evaluate.
           if motivo-rech not = spaces
              perform rechaza-renglon thru rechaza-renglon-exit.
       aplica-renglon-exit.
           exit.
       rechaza-renglon.
           add 1 to cant-rechazos.
           move paquete-id to rch-paquete.
           move renglon-nro to rch-renglon.
           move motivo-rech to rch-motivo.
           move rch-linea to rch-salida.
           write rch-salida.
           move spaces to motivo-rech.
       rechaza-renglon-exit.
           exit.
      * Articulo: mismas validaciones que la lista de proveedor de
      * artimp.cbl; alta, reactivacion o cambio de precio/IVA.
       aplica-articulo.
           move spaces to motivo-rech.
           if PAQ-ART-COD = spaces
              move "Codigo de articulo en blanco" to motivo-rech
              go to aplica-articulo-exit.
           if PAQ-IVA-X not numeric
              move "% IVA no numerico" to motivo-rech
              go to aplica-articulo-exit.
           move PAQ-PREC to conv-texto.
           perform conv-a-numero thru conv-a-numero-exit.
           if conv-importe = zeros
              move "Precio cero o invalido" to motivo-rech
              go to aplica-articulo-exit.
           perform lee-articulo thru lee-articulo-exit.
           if not art-existe
              perform aplica-alta thru aplica-alta-exit
              go to aplica-articulo-exit
           end-if.
           move ART-PREC to prec-ant.
           move ART-IVA to iva-ant.
           if ART-DADO-DE-BAJA
              set ART-ESTA-ACTIVO to true
              move "REACT" to abm-motivo
           else
              if ART-PREC = PAQ-PREC and ART-IVA = PAQ-IVA
                 and (PAQ-DESC = spaces or PAQ-DESC = ART-DESC)
                 add 1 to cant-iguales
                 go to aplica-articulo-exit
              end-if
              move "PAQUET" to abm-motivo
           end-if.
           move PAQ-PREC to ART-PREC.
           move PAQ-IVA to ART-IVA.
           if PAQ-DESC not = spaces
              move PAQ-DESC to ART-DESC.
           rewrite ART-REG.
           add 1 to cant-cambios.
           if abm-motivo = "REACT"
              or prec-ant not = ART-PREC or iva-ant not = ART-IVA
              perform graba-arthis thru graba-arthis-exit
           end-if.
           if abm-motivo = "REACT"
              move "REACT" to det-marca
           else
              move "CAMBIO" to det-marca
           end-if.
           perform reporta-renglon thru reporta-renglon-exit.
       aplica-articulo-exit.
           exit.
       aplica-alta.
           add 1 to cant-altas.
           move PAQ-ART-COD to ART-COD.
           move "1" to ART-CANT.
           move PAQ-PREC to ART-PREC.
           move PAQ-IVA to ART-IVA.
           set ART-ESTA-ACTIVO to true.
           move zeros to ART-STOCK ART-STOCK-MIN ART-COSTO.
           move PAQ-DESC to ART-DESC.
           write ART-REG.
           move spaces to prec-ant.
           move zeros to iva-ant.
           move "ALTA" to abm-motivo.
           perform graba-arthis thru graba-arthis-exit.
           move "NUEVO" to det-marca.
           perform reporta-renglon thru reporta-renglon-exit.
       aplica-alta-exit.
           exit.
      * Baja: un articulo que el local no tiene o que ya esta de baja
      * no cambia nada.
       aplica-baja.
           move spaces to motivo-rech.
           if PAQ-ART-COD = spaces
              move "Codigo de articulo en blanco" to motivo-rech
              go to aplica-baja-exit.
           perform lee-articulo thru lee-articulo-exit.
           if not art-existe
              add 1 to cant-iguales
              go to aplica-baja-exit.
           if ART-DADO-DE-BAJA
              add 1 to cant-iguales
              go to aplica-baja-exit.
           set ART-DADO-DE-BAJA to true.
           rewrite ART-REG.
           add 1 to cant-bajas.
           move ART-PREC to prec-ant.
           move ART-IVA to iva-ant.
           move "BAJA" to abm-motivo.
           perform graba-arthis thru graba-arthis-exit.
           move "BAJA" to det-marca.
           perform reporta-renglon thru reporta-renglon-exit.
       aplica-baja-exit.
           exit.
      * Ventana de precio programado: se valida como un renglon de
      * PRECIOS.DAT y se agrega si el local todavia no la tiene.
       aplica-ventana.
           move spaces to motivo-rech.
           if PAQ-PRC-ART = spaces
              move "Codigo de articulo en blanco" to motivo-rech
              go to aplica-ventana-exit.
           if PAQ-PRC-IVA-X not numeric
              move "% IVA no numerico" to motivo-rech
              go to aplica-ventana-exit.
           move PAQ-PRC-PREC to conv-texto.
           perform conv-a-numero thru conv-a-numero-exit.
           if conv-importe = zeros
              move "Precio cero o invalido" to motivo-rech
              go to aplica-ventana-exit.
           if PAQ-PRC-DESDE-FECHA not numeric
              or PAQ-PRC-DESDE-HORA not numeric
              or PAQ-PRC-HASTA-FECHA not numeric
              or PAQ-PRC-HASTA-HORA not numeric
              move "Vigencia no numerica" to motivo-rech
              go to aplica-ventana-exit.
           if PAQ-PRC-DESDE-FECHA > PAQ-PRC-HASTA-FECHA
              or (PAQ-PRC-DESDE-FECHA = PAQ-PRC-HASTA-FECHA
                  and PAQ-PRC-DESDE-HORA > PAQ-PRC-HASTA-HORA)
              move "Vigencia desde posterior a hasta" to motivo-rech
              go to aplica-ventana-exit.
           if PAQ-PRC-HASTA-FECHA < ahora-fecha
              or (PAQ-PRC-HASTA-FECHA = ahora-fecha
                  and PAQ-PRC-HASTA-HORA < ahora-hora)
              add 1 to cant-iguales
              go to aplica-ventana-exit.
           move PAQ-PRC-ART to ART-COD.
           move "N" to sw-existe.
           read art-file
               invalid key
                  continue
               not invalid key
                  set art-existe to true
           end-read.
           if not art-existe
              move "Ventana de un articulo inexistente" to motivo-rech
              go to aplica-ventana-exit.
           move zeros to ven-hallado.
           perform busca-ventana thru busca-ventana-exit
               varying sub-ven from 1 by 1 until sub-ven > ven-tot.
           if ven-hallado not = zeros
              add 1 to cant-iguales
              go to aplica-ventana-exit.
           perform agrega-ventana thru agrega-ventana-exit.
           open extend prc-file.
           if fs-prc not = "00"
              open output prc-file.
           move spaces to PRC-REG.
           move PAQ-PRC-ART to PRC-ART-COD.
           move PAQ-PRC-PREC to PRC-PREC.
           move PAQ-PRC-IVA to PRC-IVA.
           move PAQ-PRC-DESDE-FECHA to PRC-DESDE-FECHA.
           move PAQ-PRC-DESDE-HORA to PRC-DESDE-HORA.
           move PAQ-PRC-HASTA-FECHA to PRC-HASTA-FECHA.
           move PAQ-PRC-HASTA-HORA to PRC-HASTA-HORA.
           write PRC-REG.
           close prc-file.
           add 1 to cant-precios.
           move spaces to det-linea.
           move PAQ-PRC-ART to det-cod.
           move "PRECIO" to det-marca.
           move ART-PREC to det-prec-ant.
           move ART-IVA to det-iva-ant.
           move PAQ-PRC-PREC to det-prec-nvo.
           move PAQ-PRC-IVA to det-iva-nvo.
           move det-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       aplica-ventana-exit.
           exit.
       busca-ventana.
           if ven-art (sub-ven) = PAQ-PRC-ART
              and ven-desde-fecha (sub-ven) = PAQ-PRC-DESDE-FECHA
              and ven-desde-hora (sub-ven) = PAQ-PRC-DESDE-HORA
              and ven-hasta-fecha (sub-ven) = PAQ-PRC-HASTA-FECHA
              and ven-hasta-hora (sub-ven) = PAQ-PRC-HASTA-HORA
              move sub-ven to ven-hallado
              move ven-tot to sub-ven
           end-if.
       busca-ventana-exit.
           exit.
       agrega-ventana.
           if ven-tot >= 1000
              if not ven-tab-llena
                 set ven-tab-llena to true
                 display "PAQAPL: mas de 1000 ventanas de precio, "
                     "no se controlan duplicados de las siguientes"
              end-if
              go to agrega-ventana-exit
           end-if.
           add 1 to ven-tot.
           move PAQ-PRC-ART to ven-art (ven-tot).
           move PAQ-PRC-DESDE-FECHA to ven-desde-fecha (ven-tot).
           move PAQ-PRC-DESDE-HORA to ven-desde-hora (ven-tot).
           move PAQ-PRC-HASTA-FECHA to ven-hasta-fecha (ven-tot).
           move PAQ-PRC-HASTA-HORA to ven-hasta-hora (ven-tot).
       agrega-ventana-exit.
           exit.
       lee-articulo.
           move "N" to sw-existe.
           move PAQ-ART-COD to ART-COD.
           read art-file
               invalid key
                  continue
               not invalid key
                  set art-existe to true
           end-read.
       lee-articulo-exit.
           exit.
      * Mismo renglon de auditoria que graba-arthis en wfis.cbl, con
      * PAQUET como operador: cada precio tocado por un paquete
      * remite a casa central.
       graba-arthis.
           open extend arth-file.
           if fs-arth not = "00"
              open output arth-file.
           accept ATH-FECHA from date yyyymmdd.
           accept ATH-HORA  from time.
           move abm-motivo   to ATH-MOTIVO.
           move ART-COD      to ATH-ART-COD.
           move prec-ant     to ATH-PREC-ANT.
           move iva-ant      to ATH-IVA-ANT.
           move ART-PREC     to ATH-PREC-NVO.
           move ART-IVA      to ATH-IVA-NVO.
           move "PAQUET"     to ATH-OPERADOR.
           write ATH-REG.
           close arth-file.
       graba-arthis-exit.
           exit.
       reporta-renglon.
           move ART-COD to det-cod.
           move prec-ant to det-prec-ant.
           move iva-ant to det-iva-ant.
           move ART-PREC to det-prec-nvo.
           move ART-IVA to det-iva-nvo.
           move det-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       reporta-renglon-exit.
           exit.
      * Acuse para casa central, uno por paquete procesado.
       graba-acuse.
           open extend acu-file.
           if fs-acu not = "00"
              open output acu-file.
           move spaces to ACU-REG.
           move sucursal-local to ACU-SUCURSAL.
           move paquete-id to ACU-PAQ-ID.
           accept ACU-FECHA from date yyyymmdd.
           accept ACU-HORA  from time.
           evaluate true
              when motivo-paquete not = spaces
                 set ACU-RECHAZADO to true
                 move motivo-paquete to ACU-MOTIVO
              when cant-rechazos > zeros
                 set ACU-CON-RECHAZOS to true
                 move "Renglones rechazados, ver PAQRCH.TXT"
                     to ACU-MOTIVO
              when other
                 set ACU-APLICADO to true
           end-evaluate.
           move cant-altas to ACU-ALTAS.
           move cant-cambios to ACU-CAMBIOS.
           move cant-bajas to ACU-BAJAS.
           move cant-precios to ACU-PRECIOS.
           move cant-iguales to ACU-IGUALES.
           move cant-rechazos to ACU-RECHAZOS.
           write ACU-REG.
           close acu-file.
       graba-acuse-exit.
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
           close par-file art-file rep-file rch-file.
           display "PAQAPL: " cant-paquetes " paquete(s) leidos, "
               cant-aplicados " aplicado(s) en la sucursal "
               sucursal-local.
           display "PAQAPL: detalle en PAQAPL.TXT, rechazos en "
               "PAQRCH.TXT, acuses en PAQACU.DAT".
           if ven-tot > 50
              display "PAQAPL: PRECIOS.DAT tiene " ven-tot
                  " ventanas; el POS solo carga las primeras 50"
           end-if.
           move rc-corrida to return-code.
           stop run.
       terminar-exit.
           exit.
