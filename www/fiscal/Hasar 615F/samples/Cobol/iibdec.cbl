       IDENTIFICATION DIVISION.
       PROGRAM-ID.                iibdec.
       AUTHOR.                    Soporte Tecnico.
       INSTALLATION.              Contolador Fiscal para Windows.
       DATE-WRITTEN.              2026-10-15.
       DATE-COMPILED.             2026-10-15.
      ******************************************************************
      * Declaracion mensual de percepciones de Ingresos Brutos,
      * generada desde los renglones "I" de EXPFACT.DAT (expreg.cpy)
      * que wfis.cbl y fecae.cbl graban en cada Factura A a un CUIT
      * del padron. Para el periodo pedido (AAAAMM y sucursal en
      * IIBDEC.PAR, mismo esquema que CITIVEN.PAR):
      *   - IIBBDDJJ.TXT: un renglon de ancho fijo por percepcion,
      *     en el formato del aplicativo provincial: CUIT con
      *     guiones, fecha DD/MM/AAAA, tipo y letra de comprobante,
      *     punto de venta y numero, base imponible e importe con
      *     coma decimal y tipo de operacion "A" (alta),
      *   - IIBDEC.TXT: listado con el detalle y los totales del
      *     periodo, para controlar contra el pago del anticipo.
      * Una percepcion con CUIT no numerico (no deberia ocurrir: el
      * padron solo trae CUIT validos) va al listado como
      * observacion y no a la declaracion.
      * Codigo de retorno: 0 todo declarado, 4 con observaciones, 8
      * archivos que no se pudieron abrir.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-PC.
       OBJECT-COMPUTER.           IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT par-file ASSIGN "IIBDEC.PAR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-par.
           SELECT exp-file ASSIGN "EXPFACT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-exp.
           SELECT ddjj-file ASSIGN "IIBBDDJJ.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-ddjj.
           SELECT rep-file ASSIGN "IIBDEC.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-rep.
       DATA DIVISION.
       FILE SECTION.
       FD  par-file.
       01  par-reg.
           03  par-periodo            PIC 9(06).
      * Sucursal a declarar (blanco o cero = todas).
           03  par-sucursal           PIC X(03).
               88  par-suc-todas                 VALUES "   " "0  "
                                                        "000".
       FD  exp-file.
           copy "expreg.cpy".
       FD  ddjj-file.
       01  ddjj-salida                PIC X(80).
       FD  rep-file.
       01  rep-linea                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  fs-par                     PIC X(02)  VALUE "00".
       01  fs-exp                     PIC X(02)  VALUE "00".
       01  fs-ddjj                    PIC X(02)  VALUE "00".
       01  fs-rep                     PIC X(02)  VALUE "00".
       01  rc-corrida                 PIC 9(01)  VALUE ZEROS.
       01  sw-fin                     PIC X(01)  VALUE "N".
           88  fin-archivo                       VALUE "S".
      * Comprobante en curso (cabecera "H" del periodo pedido).
       01  sw-cbte-abierto            PIC X(01)  VALUE "N".
           88  cbte-abierto                      VALUE "S".
       01  cb-fecha                   PIC 9(08)  VALUE ZEROS.
       01  cb-fecha-r REDEFINES cb-fecha.
           03  cb-fecha-aaaa          PIC 9(04).
           03  cb-fecha-mm            PIC 9(02).
           03  cb-fecha-dd            PIC 9(02).
       01  cb-tipo                    PIC X(01)  VALUE SPACES.
       01  cb-cuit                    PIC X(11)  VALUE ZEROS.
       01  cb-cuit-r REDEFINES cb-cuit.
           03  cb-cuit-pre            PIC X(02).
           03  cb-cuit-doc            PIC X(08).
           03  cb-cuit-dv             PIC X(01).
       01  cb-nomb                    PIC X(10)  VALUE SPACES.
       01  cb-pv                      PIC 9(04)  VALUE ZEROS.
       01  cb-nro                     PIC 9(08)  VALUE ZEROS.
      * Totales del periodo.
       01  cant-percep                PIC 9(05)  VALUE ZEROS.
       01  cant-observ                PIC 9(05)  VALUE ZEROS.
       01  tot-base                   PIC 9(11)V99 VALUE ZEROS.
       01  tot-importe                PIC 9(11)V99 VALUE ZEROS.
      * Importe con coma decimal para el aplicativo.
       01  imp-num                    PIC 9(09)V99 VALUE ZEROS.
       01  imp-num-r REDEFINES imp-num.
           03  imp-ent                PIC 9(09).
           03  imp-dec                PIC 9(02).
      * Renglon de la declaracion: ancho fijo.
       01  ddjj-linea.
           03  dj-cuit                PIC X(13).
           03  dj-fecha.
               05  dj-fecha-dd        PIC 9(02).
               05  FILLER             PIC X(01)  VALUE "/".
               05  dj-fecha-mm        PIC 9(02).
               05  FILLER             PIC X(01)  VALUE "/".
               05  dj-fecha-aaaa      PIC 9(04).
           03  dj-tipo                PIC X(01).
           03  dj-letra               PIC X(01).
           03  dj-pv                  PIC 9(04).
           03  dj-nro                 PIC 9(08).
           03  dj-base.
               05  dj-base-ent        PIC 9(09).
               05  FILLER             PIC X(01)  VALUE ",".
               05  dj-base-dec        PIC 9(02).
           03  dj-importe.
               05  dj-importe-ent     PIC 9(08).
               05  FILLER             PIC X(01)  VALUE ",".
               05  dj-importe-dec     PIC 9(02).
           03  dj-operacion           PIC X(01)  VALUE "A".
      * Lineas del listado.
       01  tit-linea.
           03  FILLER                 PIC X(40)
               VALUE "PERCEPCIONES IIBB - DECLARACION PERIODO ".
           03  tit-periodo            PIC 9(06).
           03  FILLER                 PIC X(11)  VALUE "  SUCURSAL ".
           03  tit-sucursal           PIC X(05).
       01  det-titulo.
           03  FILLER                 PIC X(30)
               VALUE "FECHA    TIPO CUIT        CLIE".
           03  FILLER                 PIC X(30)
               VALUE "NTE     PV   NUMERO    ALIC.  ".
           03  FILLER                 PIC X(29)
               VALUE "         BASE      PERCEPCION".
       01  det-linea.
           03  det-fecha              PIC 9(08).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-tipo               PIC X(01).
           03  FILLER                 PIC X(04)  VALUE SPACES.
           03  det-cuit               PIC X(11).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-nomb               PIC X(10).
           03  FILLER                 PIC X(02)  VALUE SPACES.
           03  det-pv                 PIC 9(04).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-nro                PIC 9(08).
           03  FILLER                 PIC X(02)  VALUE SPACES.
           03  det-alicuota           PIC Z9.99.
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-base               PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                 PIC X(02)  VALUE SPACES.
           03  det-importe            PIC ZZZ,ZZZ,ZZ9.99.
       01  obs-linea.
           03  FILLER                 PIC X(12)  VALUE "OBSERVACION ".
           03  obs-fecha              PIC 9(08).
           03  FILLER                 PIC X(06)  VALUE " CUIT ".
           03  obs-cuit               PIC X(11).
           03  FILLER                 PIC X(03)  VALUE " - ".
           03  obs-motivo             PIC X(40).
       01  tot-linea.
           03  tot-texto              PIC X(30).
           03  tot-cant               PIC ZZ,ZZ9.
           03  FILLER                 PIC X(02)  VALUE SPACES.
           03  tot-base-ed            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                 PIC X(02)  VALUE SPACES.
           03  tot-importe-ed         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
      ******************************************************************
       PROCEDURE DIVISION.
       mainline.
           perform inicializar thru inicializar-exit.
           perform procesa-export thru procesa-export-exit
               until fin-archivo.
           perform terminar thru terminar-exit.
       inicializar.
           open input par-file.
           if fs-par not = "00"
              display "IIBDEC: no se pudo abrir IIBDEC.PAR"
              move 8 to return-code
              stop run
           end-if.
           read par-file
               at end
                  display "IIBDEC: IIBDEC.PAR esta vacio"
                  move 8 to return-code
                  stop run
           end-read.
           close par-file.
           open input exp-file.
           if fs-exp not = "00"
              display "IIBDEC: no se pudo abrir EXPFACT.DAT"
              move 8 to return-code
              stop run
           end-if.
           open output ddjj-file rep-file.
           move par-periodo to tit-periodo.
           if par-suc-todas
              move "TODAS" to tit-sucursal
           else
              move par-sucursal to tit-sucursal
           end-if.
           move tit-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move det-titulo to rep-linea.
           perform graba-linea thru graba-linea-exit.
       inicializar-exit.
           exit.
      ******************************************************************
      * Un renglon del export por pasada: cada "H" abre (o no, si es
      * de otro periodo o sucursal) el comprobante al que pertenecen
      * los renglones "I" que le siguen.
      ******************************************************************
       procesa-export.
           read exp-file
               at end
                  set fin-archivo to true
               not at end
                  evaluate true
                     when EXP-ES-CABECERA
                        perform abre-cbte thru abre-cbte-exit
                     when EXP-ES-PERCEPCION and cbte-abierto
                        perform declara-percepcion
                           thru declara-percepcion-exit
                     when other
                        continue
                  end-evaluate
           end-read.
       procesa-export-exit.
           exit.
       abre-cbte.
           move "N" to sw-cbte-abierto.
           if EXP-FECHA (1:6) = par-periodo
              and (par-suc-todas or EXP-SUCURSAL = par-sucursal)
              set cbte-abierto to true
              move EXP-FECHA  to cb-fecha
              move EXP-TIPO-F to cb-tipo
              move EXP-CUIT-F to cb-cuit
              move EXP-NOMB-F to cb-nomb
              move zeros to cb-pv cb-nro
              if EXP-NRO-CBTE numeric and EXP-PTO-VTA numeric
                 move EXP-PTO-VTA  to cb-pv
                 move EXP-NRO-CBTE to cb-nro
              end-if
           end-if.
       abre-cbte-exit.
           exit.
       declara-percepcion.
           if cb-cuit not numeric
              add 1 to cant-observ
              move 4 to rc-corrida
              move cb-fecha to obs-fecha
              move cb-cuit to obs-cuit
              move "Percepcion con CUIT invalido" to obs-motivo
              move obs-linea to rep-linea
              perform graba-linea thru graba-linea-exit
              go to declara-percepcion-exit.
           add 1 to cant-percep.
           add EXP-PERC-BASE to tot-base.
           add EXP-PERC-IMPORTE to tot-importe.
           move spaces to dj-cuit.
           string cb-cuit-pre delimited by size
                  "-" delimited by size
                  cb-cuit-doc delimited by size
                  "-" delimited by size
                  cb-cuit-dv delimited by size
                  into dj-cuit.
           move cb-fecha-dd   to dj-fecha-dd.
           move cb-fecha-mm   to dj-fecha-mm.
           move cb-fecha-aaaa to dj-fecha-aaaa.
           move "F" to dj-tipo.
           move cb-tipo to dj-letra.
           move cb-pv to dj-pv.
           move cb-nro to dj-nro.
           move EXP-PERC-BASE to imp-num.
           move imp-ent to dj-base-ent.
           move imp-dec to dj-base-dec.
           move EXP-PERC-IMPORTE to imp-num.
           move imp-ent to dj-importe-ent.
           move imp-dec to dj-importe-dec.
           move ddjj-linea to ddjj-salida.
           write ddjj-salida.
           move cb-fecha to det-fecha.
           move cb-tipo to det-tipo.
           move cb-cuit to det-cuit.
           move cb-nomb to det-nomb.
           move cb-pv to det-pv.
           move cb-nro to det-nro.
           move EXP-PERC-ALICUOTA to det-alicuota.
           move EXP-PERC-BASE to det-base.
           move EXP-PERC-IMPORTE to det-importe.
           move det-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       declara-percepcion-exit.
           exit.
       graba-linea.
           write rep-linea.
           display rep-linea.
       graba-linea-exit.
           exit.
       terminar.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move spaces to tot-linea.
           move "TOTAL PERCEPCIONES DECLARADAS" to tot-texto.
           move cant-percep to tot-cant.
           move tot-base to tot-base-ed.
           move tot-importe to tot-importe-ed.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           if cant-observ > zeros
              move spaces to tot-linea
              move "OBSERVACIONES" to tot-texto
              move cant-observ to tot-cant
              move tot-linea to rep-linea
              perform graba-linea thru graba-linea-exit
           end-if.
           close exp-file ddjj-file rep-file.
           move rc-corrida to return-code.
           stop run.
       terminar-exit.
           exit.
