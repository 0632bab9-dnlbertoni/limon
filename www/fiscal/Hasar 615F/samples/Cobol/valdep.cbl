       IDENTIFICATION DIVISION.
       PROGRAM-ID.                valdep.
       AUTHOR.                    Soporte Tecnico.
       INSTALLATION.              Contolador Fiscal para Windows.
       DATE-WRITTEN.              2026-10-14.
       DATE-COMPILED.             2026-10-14.
      ******************************************************************
      * Depuracion de vales de regalo: saca de VALES.IDX (valreg.cpy)
      * los vales vencidos antes de la fecha de corte y los usados
      * que vencieron igual, para que el archivo de la caja no crezca
      * sin limite.
      *   - el vale con saldo queda marcado "V" (el saldo se pierde
      *     y sale del pasivo de valrep.cbl), el que no tiene saldo
      *     queda "U";
      *   - se agrega a VALVENC.DAT (mismo renglon VAL-REG, el
      *     archivo se extiende en cada corrida y no se borra nunca
      *     desde aca) y recien despues se borra del indexado;
      *   - VALDEP.TXT lista lo depurado con el total de saldo
      *     vencido, que es el importe que la administracion da de
      *     baja del pasivo.
      * Parametro opcional en VALDEP.PAR: meses de gracia 9(3) despues
      * del vencimiento antes de depurar (sin archivo, cero: se depura
      * todo lo vencido al dia de hoy).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-PC.
       OBJECT-COMPUTER.           IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT par-file ASSIGN "VALDEP.PAR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-par.
           SELECT val-file ASSIGN "VALES.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VAL-NUMERO
                  FILE STATUS IS fs-val.
           SELECT vnc-file ASSIGN "VALVENC.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-vnc.
           SELECT rep-file ASSIGN "VALDEP.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-rep.
       DATA DIVISION.
       FILE SECTION.
       FD  par-file.
       01  par-reg.
           03  par-gracia             PIC 9(03).
       FD  val-file.
           copy "valreg.cpy".
       FD  vnc-file.
       01  vnc-linea                  PIC X(80).
       FD  rep-file.
       01  rep-linea                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  fs-par                     PIC X(02)  VALUE "00".
       01  fs-val                     PIC X(02)  VALUE "00".
       01  fs-vnc                     PIC X(02)  VALUE "00".
       01  fs-rep                     PIC X(02)  VALUE "00".
       01  sw-fin                     PIC X(01)  VALUE "N".
           88  fin-archivo                       VALUE "S".
       01  gracia                     PIC 9(03)  VALUE ZEROS.
       01  sub-mes                    PIC 9(03)  VALUE ZEROS.
       01  hoy-fecha                  PIC 9(08)  VALUE ZEROS.
       01  corte-fecha                PIC 9(08)  VALUE ZEROS.
       01  corte-fecha-r REDEFINES corte-fecha.
           03  corte-ano              PIC 9(04).
           03  corte-mes              PIC 9(02).
           03  corte-dia              PIC 9(02).
       01  cant-leidos                PIC 9(06)  VALUE ZEROS.
       01  cant-depurados             PIC 9(06)  VALUE ZEROS.
       01  cant-con-saldo             PIC 9(06)  VALUE ZEROS.
       01  cant-errores               PIC 9(06)  VALUE ZEROS.
       01  tot-vencido                PIC 9(11)V99 VALUE ZEROS.
      * Lineas de impresion.
       01  tit-linea.
           03  FILLER                 PIC X(36)
               VALUE "DEPURACION DE VALES VENCIDOS ANTES ".
           03  FILLER                 PIC X(03)  VALUE "DEL".
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  tit-corte              PIC 9(08).
       01  cab-linea.
           03  FILLER                 PIC X(20)
               VALUE "VALE   EMISION   VEN".
           03  FILLER                 PIC X(20)
               VALUE "CIMIENTO    IMPORTE ".
           03  FILLER                 PIC X(20)
               VALUE "  SALDO PERDIDO  EST".
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
           03  FILLER                 PIC X(02)  VALUE SPACES.
           03  det-estado             PIC X(01).
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
           open input par-file.
           if fs-par = "00"
              read par-file
                  at end
                     move zeros to par-gracia
              end-read
              move par-gracia to gracia
              close par-file
           else
              display "VALDEP: sin VALDEP.PAR, se depura todo lo "
                  "vencido"
           end-if.
           accept hoy-fecha from date yyyymmdd.
           move hoy-fecha to corte-fecha.
           perform resta-meses thru resta-meses-exit
               varying sub-mes from 1 by 1
               until sub-mes > gracia.
           if corte-dia > 28
              move 28 to corte-dia
           end-if.
           open i-o val-file.
           if fs-val not = "00"
              display "VALDEP: no se pudo abrir VALES.IDX"
              move 8 to return-code
              stop run
           end-if.
           open extend vnc-file.
           if fs-vnc not = "00"
              open output vnc-file
           end-if.
           if fs-vnc not = "00"
              display "VALDEP: no se pudo abrir VALVENC.DAT"
              close val-file
              move 8 to return-code
              stop run
           end-if.
           open output rep-file.
           if fs-rep not = "00"
              display "VALDEP: no se pudo crear VALDEP.TXT"
              close val-file vnc-file
              move 8 to return-code
              stop run
           end-if.
           move corte-fecha to tit-corte.
           move tit-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move cab-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           display "VALDEP: se depuran los vales vencidos antes del "
               corte-fecha.
       inicializar-exit.
           exit.
       resta-meses.
           if corte-mes > 1
              subtract 1 from corte-mes
           else
              move 12 to corte-mes
              subtract 1 from corte-ano
           end-if.
       resta-meses-exit.
           exit.
      ******************************************************************
      * Un vale por pasada. El renglon se agrega a VALVENC.DAT antes de
      * borrarlo del indexado: si el borrado falla, el vale queda en
      * los dos lados y la proxima corrida lo vuelve a copiar (se
      * avisa para revisarlo a mano).
      ******************************************************************
       lee-vale.
           read val-file next record
               at end
                  set fin-archivo to true
                  go to lee-vale-exit
           end-read.
           add 1 to cant-leidos.
           if VAL-FECHA-VTO not < corte-fecha
              go to lee-vale-exit.
           if VAL-SALDO > zeros
              set VAL-VENCIDO to true
              add 1 to cant-con-saldo
              add VAL-SALDO to tot-vencido
           else
              set VAL-USADO to true
           end-if.
           move VAL-REG to vnc-linea.
           write vnc-linea.
           if fs-vnc not = "00"
              display "VALDEP: error " fs-vnc " grabando VALVENC.DAT, "
                  "se detiene la depuracion"
              add 1 to cant-errores
              set fin-archivo to true
              go to lee-vale-exit
           end-if.
           move VAL-NUMERO to det-numero.
           move VAL-FECHA-EMI to det-emision.
           move VAL-FECHA-VTO to det-vto.
           move VAL-IMPORTE to det-importe.
           move VAL-SALDO to det-saldo.
           move VAL-ESTADO to det-estado.
           move det-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           delete val-file record.
           if fs-val not = "00"
              display "VALDEP: error " fs-val " borrando el vale "
                  VAL-NUMERO
              add 1 to cant-errores
              go to lee-vale-exit
           end-if.
           add 1 to cant-depurados.
       lee-vale-exit.
           exit.
       imprime-totales.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "VALES DEPURADOS" to tot-texto.
           move cant-depurados to tot-cant.
           move zeros to tot-importe.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "SALDO VENCIDO DADO DE BAJA" to tot-texto.
           move cant-con-saldo to tot-cant.
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
           close val-file vnc-file rep-file.
           display "VALDEP: " cant-leidos " vale(s) leido(s), "
               cant-depurados " depurado(s), "
               cant-errores " error(es)".
           if cant-errores > zeros
              move 4 to return-code.
           stop run.
       terminar-exit.
           exit.
