       IDENTIFICATION DIVISION.
       PROGRAM-ID.                valrep.
       AUTHOR.                    Soporte Tecnico.
       INSTALLATION.              Contolador Fiscal para Windows.
       DATE-WRITTEN.              2026-10-14.
       DATE-COMPILED.             2026-10-14.
      ******************************************************************
      * Pasivo por vales de regalo: recorre VALES.IDX (valreg.cpy) y
      * arma en VALREP.TXT
      *   - un renglon por vale con saldo (numero, emision,
      *     vencimiento, importe original, saldo y marca VENCIDO si
      *     ya vencio sin canjearse del todo),
      *   - el total del pasivo vigente (saldo de los vales que
      *     todavia se pueden canjear), el saldo vencido que espera
      *     la depuracion de valdep.cbl y lo ya canjeado (importe
      *     original menos saldo) de todos los vales del archivo.
      * Sin parametros: la fecha de corte es la del dia. Los vales
      * ya depurados estan en VALVENC.DAT y no entran aca.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-PC.
       OBJECT-COMPUTER.           IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT val-file ASSIGN "VALES.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VAL-NUMERO
                  FILE STATUS IS fs-val.
           SELECT rep-file ASSIGN "VALREP.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-rep.
       DATA DIVISION.
       FILE SECTION.
       FD  val-file.
           copy "valreg.cpy".
       FD  rep-file.
       01  rep-linea                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  fs-val                     PIC X(02)  VALUE "00".
       01  fs-rep                     PIC X(02)  VALUE "00".
       01  sw-fin                     PIC X(01)  VALUE "N".
           88  fin-archivo                       VALUE "S".
       01  hoy-fecha                  PIC 9(08)  VALUE ZEROS.
       01  cant-vales                 PIC 9(06)  VALUE ZEROS.
       01  cant-vigentes              PIC 9(06)  VALUE ZEROS.
       01  cant-vencidos              PIC 9(06)  VALUE ZEROS.
       01  cant-usados                PIC 9(06)  VALUE ZEROS.
       01  tot-emitido                PIC 9(11)V99 VALUE ZEROS.
       01  tot-vigente                PIC 9(11)V99 VALUE ZEROS.
       01  tot-vencido                PIC 9(11)V99 VALUE ZEROS.
       01  tot-canjeado               PIC 9(11)V99 VALUE ZEROS.
      * Lineas de impresion.
       01  tit-linea.
           03  FILLER                 PIC X(32)
               VALUE "PASIVO POR VALES DE REGALO AL   ".
           03  tit-fecha              PIC 9(08).
       01  cab-linea.
           03  FILLER                 PIC X(20)
               VALUE "VALE   EMISION   VEN".
           03  FILLER                 PIC X(20)
               VALUE "CIMIENTO    IMPORTE ".
           03  FILLER                 PIC X(20)
               VALUE "          SALDO     ".
       01  det-linea.
           03  det-numero             PIC 9(06).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-emision            PIC 9(08).
           03  FILLER                 PIC X(02)  VALUE SPACES.
           03  det-vto                PIC 9(08).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-importe            PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-saldo              PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-marca              PIC X(07).
       01  tot-linea.
           03  tot-texto              PIC X(32).
           03  tot-cant               PIC ZZZ,ZZ9.
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  tot-importe            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
      ******************************************************************
       PROCEDURE DIVISION.
       mainline.
           perform inicializar thru inicializar-exit.
           perform lee-vale thru lee-vale-exit
               until fin-archivo.
           perform imprime-totales thru imprime-totales-exit.
           perform terminar thru terminar-exit.
       inicializar.
           accept hoy-fecha from date yyyymmdd.
           open input val-file.
           if fs-val not = "00"
              display "VALREP: no se pudo abrir VALES.IDX"
              stop run
           end-if.
           open output rep-file.
           if fs-rep not = "00"
              display "VALREP: no se pudo crear VALREP.TXT"
              stop run
           end-if.
           move hoy-fecha to tit-fecha.
           move tit-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move cab-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       inicializar-exit.
           exit.
      ******************************************************************
      * Un vale por pasada: los que tienen saldo salen en el detalle
      * y suman al pasivo vigente o al vencido segun su vencimiento.
      ******************************************************************
       lee-vale.
           read val-file next record
               at end
                  set fin-archivo to true
                  go to lee-vale-exit
           end-read.
           add 1 to cant-vales.
           add VAL-IMPORTE to tot-emitido.
           if VAL-SALDO < VAL-IMPORTE
              compute tot-canjeado = tot-canjeado
                  + VAL-IMPORTE - VAL-SALDO.
           if VAL-SALDO = zeros
              add 1 to cant-usados
              go to lee-vale-exit.
           move VAL-NUMERO to det-numero.
           move VAL-FECHA-EMI to det-emision.
           move VAL-FECHA-VTO to det-vto.
           move VAL-IMPORTE to det-importe.
           move VAL-SALDO to det-saldo.
           if VAL-VENCIDO or VAL-FECHA-VTO < hoy-fecha
              move "VENCIDO" to det-marca
              add 1 to cant-vencidos
              add VAL-SALDO to tot-vencido
           else
              move spaces to det-marca
              add 1 to cant-vigentes
              add VAL-SALDO to tot-vigente
           end-if.
           move det-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       lee-vale-exit.
           exit.
       imprime-totales.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "VALES EMITIDOS (IMPORTE ORIG.)" to tot-texto.
           move cant-vales to tot-cant.
           move tot-emitido to tot-importe.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "CANJEADO" to tot-texto.
           move cant-usados to tot-cant.
           move tot-canjeado to tot-importe.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "PASIVO VIGENTE (SALDO A CANJEAR)" to tot-texto.
           move cant-vigentes to tot-cant.
           move tot-vigente to tot-importe.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "SALDO VENCIDO A DEPURAR" to tot-texto.
           move cant-vencidos to tot-cant.
           move tot-vencido to tot-importe.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       imprime-totales-exit.
           exit.
       graba-linea.
           write rep-linea.
           display rep-linea.
       graba-linea-exit.
           exit.
       terminar.
           close val-file rep-file.
           display "VALREP: " cant-vales " vale(s) leido(s), "
               cant-vigentes " vigente(s) con saldo, "
               cant-vencidos " vencido(s) con saldo".
           stop run.
       terminar-exit.
           exit.
