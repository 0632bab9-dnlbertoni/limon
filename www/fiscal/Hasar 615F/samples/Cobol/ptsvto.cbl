       IDENTIFICATION DIVISION.
       PROGRAM-ID.                ptsvto.
       AUTHOR.                    Soporte Tecnico.
       INSTALLATION.              Contolador Fiscal para Windows.
       DATE-WRITTEN.              2026-10-14.
       DATE-COMPILED.             2026-10-14.
      ******************************************************************
      * Vencimiento de puntos de clientes: graba en PUNTOS.DAT
      * (ptsreg.cpy) un renglon "V" por cada cliente con puntos
      * ganados antes del corte (hoy menos los meses de validez de
      * PUNTOS.PAR) que sus consumos no llegaron a cubrir. Los
      * consumos (canjes "C", notas de credito "N", vencidos "V" ya
      * grabados, menos los canjes devueltos "D") se imputan primero
      * a los puntos mas viejos, asi que lo que vence es
      *     ganados antes del corte - consumos
      * cuando da positivo. Volver a correrlo el mismo dia no graba
      * nada nuevo: los "V" de la corrida anterior ya cuentan como
      * consumo. La caja (lee-saldo-puntos en wfis.cbl) descuenta lo
      * vencido aunque este programa no haya corrido todavia; esto
      * lo deja asentado para el resumen ptsres.cbl.
      * Lo grabado se lista en PTSVTO.TXT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-PC.
       OBJECT-COMPUTER.           IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ppa-file ASSIGN "PUNTOS.PAR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-ppa.
           SELECT pts-file ASSIGN "PUNTOS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-pts.
           SELECT rep-file ASSIGN "PTSVTO.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-rep.
       DATA DIVISION.
       FILE SECTION.
       FD  ppa-file.
           copy "ptspar.cpy".
       FD  pts-file.
           copy "ptsreg.cpy".
       FD  rep-file.
       01  rep-linea                  PIC X(80).
       WORKING-STORAGE SECTION.
       01  fs-ppa                     PIC X(02)  VALUE "00".
       01  fs-pts                     PIC X(02)  VALUE "00".
       01  fs-rep                     PIC X(02)  VALUE "00".
       01  sw-fin                     PIC X(01)  VALUE "N".
           88  fin-archivo                       VALUE "S".
       01  hoy-fecha                  PIC 9(08)  VALUE ZEROS.
       01  hoy-hora                   PIC 9(08)  VALUE ZEROS.
       01  corte-fecha                PIC 9(08)  VALUE ZEROS.
       01  corte-fecha-r REDEFINES corte-fecha.
           03  corte-ano              PIC 9(04).
           03  corte-mes              PIC 9(02).
           03  corte-dia              PIC 9(02).
       01  sub-mes                    PIC 9(02)  VALUE ZEROS.
       01  cant-leidos                PIC 9(07)  VALUE ZEROS.
       01  cant-vencidos              PIC 9(05)  VALUE ZEROS.
       01  tot-vencidos               PIC 9(09)  VALUE ZEROS.
       01  pts-vence                  PIC 9(09)  VALUE ZEROS.
      * Un casillero por cliente con movimientos.
       01  cli-tab.
           03  cli-tot                PIC 9(04)  VALUE ZEROS.
           03  cli-entrada            OCCURS 3000 TIMES.
               05  cli-r-cuit             PIC X(11).
               05  cli-r-viejo            PIC 9(09).
               05  cli-r-consumo          PIC S9(09).
       01  sub-cli                    PIC 9(04)  VALUE ZEROS.
       01  cli-hallado                PIC 9(04)  VALUE ZEROS.
       01  sw-cli-lleno               PIC X(01)  VALUE "N".
           88  cli-tab-llena                     VALUE "S".
      * Lineas de impresion.
       01  tit-linea.
           03  FILLER                 PIC X(38)
               VALUE "VENCIMIENTO DE PUNTOS GANADOS ANTES DE".
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  tit-corte              PIC 9(08).
       01  det-linea.
           03  det-cuit               PIC X(11).
           03  FILLER                 PIC X(02)  VALUE SPACES.
           03  det-puntos             PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC X(16)
               VALUE " puntos vencidos".
       01  tot-linea.
           03  FILLER                 PIC X(13)  VALUE "TOTAL        ".
           03  tot-puntos             PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC X(16)
               VALUE " puntos vencidos".
      ******************************************************************
       PROCEDURE DIVISION.
       mainline.
           perform inicializar thru inicializar-exit.
           perform acumula-mov thru acumula-mov-exit
               until fin-archivo.
           close pts-file.
           perform graba-vencidos thru graba-vencidos-exit.
           perform terminar thru terminar-exit.
       inicializar.
           open input ppa-file.
           if fs-ppa not = "00"
              display "PTSVTO: no se pudo abrir PUNTOS.PAR"
              move 8 to return-code
              stop run
           end-if.
           read ppa-file
               at end
                  display "PTSVTO: PUNTOS.PAR esta vacio"
                  move 8 to return-code
                  stop run
           end-read.
           close ppa-file.
           if PPA-MESES not numeric or PPA-MESES = zeros
              display "PTSVTO: los puntos no vencen (PUNTOS.PAR sin "
                  "meses de validez)"
              stop run
           end-if.
           accept hoy-fecha from date yyyymmdd.
           accept hoy-hora from time.
           move hoy-fecha to corte-fecha.
           perform resta-meses thru resta-meses-exit
               varying sub-mes from 1 by 1
               until sub-mes > PPA-MESES.
           open input pts-file.
           if fs-pts not = "00"
              display "PTSVTO: no se pudo abrir PUNTOS.DAT"
              move 8 to return-code
              stop run
           end-if.
           open output rep-file.
           if fs-rep not = "00"
              display "PTSVTO: no se pudo crear PTSVTO.TXT"
              move 8 to return-code
              stop run
           end-if.
           move corte-fecha to tit-corte.
           move tit-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
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
      * Un movimiento por pasada: acumula por cliente lo ganado antes
      * del corte y lo consumido en cualquier fecha.
      ******************************************************************
       acumula-mov.
           read pts-file
               at end
                  set fin-archivo to true
                  go to acumula-mov-exit
           end-read.
           add 1 to cant-leidos.
           move zeros to cli-hallado.
           perform busca-cliente thru busca-cliente-exit
               varying sub-cli from 1 by 1 until sub-cli > cli-tot.
           if cli-hallado = zeros
              if cli-tot >= 3000
                 if not cli-tab-llena
                    display "PTSVTO: mas de 3000 clientes, los "
                        "restantes no se vencen en esta corrida"
                    set cli-tab-llena to true
                 end-if
                 go to acumula-mov-exit
              end-if
              add 1 to cli-tot
              move cli-tot to cli-hallado
              move PTS-CUIT to cli-r-cuit (cli-hallado)
              move zeros to cli-r-viejo (cli-hallado)
              move zeros to cli-r-consumo (cli-hallado)
           end-if.
           evaluate true
              when PTS-ES-GANADO
                 if PTS-FECHA < corte-fecha
                    add PTS-PUNTOS to cli-r-viejo (cli-hallado)
                 end-if
              when PTS-ES-DEVUELTO
                 subtract PTS-PUNTOS from cli-r-consumo (cli-hallado)
              when other
                 add PTS-PUNTOS to cli-r-consumo (cli-hallado)
           end-evaluate.
       acumula-mov-exit.
           exit.
       busca-cliente.
           if cli-r-cuit (sub-cli) = PTS-CUIT
              move sub-cli to cli-hallado
              move cli-tot to sub-cli
           end-if.
       busca-cliente-exit.
           exit.
      ******************************************************************
      * Agrega al libro un "V" por cada cliente con ganados viejos sin
      * consumir.
      ******************************************************************
       graba-vencidos.
           open extend pts-file.
           if fs-pts not = "00"
              display "PTSVTO: no se pudo extender PUNTOS.DAT"
              go to graba-vencidos-exit.
           perform graba-un-vencido thru graba-un-vencido-exit
               varying sub-cli from 1 by 1 until sub-cli > cli-tot.
           close pts-file.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move tot-vencidos to tot-puntos.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       graba-vencidos-exit.
           exit.
       graba-un-vencido.
           if cli-r-viejo (sub-cli) not > cli-r-consumo (sub-cli)
              go to graba-un-vencido-exit.
           compute pts-vence = cli-r-viejo (sub-cli)
               - cli-r-consumo (sub-cli).
           move spaces to PTS-REG.
           move hoy-fecha to PTS-FECHA.
           move hoy-hora to PTS-HORA.
           set PTS-ES-VENCIDO to true.
           move cli-r-cuit (sub-cli) to PTS-CUIT.
           move pts-vence to PTS-PUNTOS.
           move zeros to PTS-IMPORTE PTS-BOCA.
           move "PTSVTO" to PTS-OPERADOR.
           write PTS-REG.
           add 1 to cant-vencidos.
           add pts-vence to tot-vencidos.
           move cli-r-cuit (sub-cli) to det-cuit.
           move pts-vence to det-puntos.
           move det-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       graba-un-vencido-exit.
           exit.
       graba-linea.
           write rep-linea.
           display rep-linea.
       graba-linea-exit.
           exit.
       terminar.
           close rep-file.
           display "PTSVTO: " cant-leidos " movimiento(s) leido(s), "
               cant-vencidos " cliente(s) con puntos vencidos".
           stop run.
       terminar-exit.
           exit.
