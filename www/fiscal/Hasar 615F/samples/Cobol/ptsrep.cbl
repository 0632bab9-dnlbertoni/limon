       IDENTIFICATION DIVISION.
       PROGRAM-ID.                ptsrep.
       AUTHOR.                    Soporte Tecnico.
       INSTALLATION.              Contolador Fiscal para Windows.
       DATE-WRITTEN.              2026-10-14.
       DATE-COMPILED.             2026-10-14.
      ******************************************************************
      * Pasivo por puntos de clientes: saldo de puntos vigente de cada
      * cliente de PUNTOS.DAT (ptsreg.cpy) y su valor de canje al
      * valor del punto de PUNTOS.PAR, con el total que la
      * administracion provisiona. El saldo se calcula igual que en
      * la caja (lee-saldo-puntos en wfis.cbl): los ganados antes del
      * corte de validez que los consumos no cubrieron ya no cuentan
      * aunque ptsvto.cbl no los haya asentado todavia; un saldo
      * negativo (nota de credito sobre puntos ya canjeados) se lista
      * pero no resta del pasivo.
      * Sin parametros por consola; resultado en PTSREP.TXT y por
      * pantalla.
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
           SELECT cli-file ASSIGN "CLIMAE.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CLI-CUIT
                  FILE STATUS IS fs-cli.
           SELECT rep-file ASSIGN "PTSREP.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-rep.
       DATA DIVISION.
       FILE SECTION.
       FD  ppa-file.
           copy "ptspar.cpy".
       FD  pts-file.
           copy "ptsreg.cpy".
       FD  cli-file.
           copy "clireg.cpy".
       FD  rep-file.
       01  rep-linea                  PIC X(80).
       WORKING-STORAGE SECTION.
       01  fs-ppa                     PIC X(02)  VALUE "00".
       01  fs-pts                     PIC X(02)  VALUE "00".
       01  fs-cli                     PIC X(02)  VALUE "00".
       01  fs-rep                     PIC X(02)  VALUE "00".
       01  sw-fin                     PIC X(01)  VALUE "N".
           88  fin-archivo                       VALUE "S".
       01  sw-cli                     PIC X(01)  VALUE "N".
           88  clientes-abiertos                 VALUE "S".
       01  hoy-fecha                  PIC 9(08)  VALUE ZEROS.
       01  corte-fecha                PIC 9(08)  VALUE ZEROS.
       01  corte-fecha-r REDEFINES corte-fecha.
           03  corte-ano              PIC 9(04).
           03  corte-mes              PIC 9(02).
           03  corte-dia              PIC 9(02).
       01  sub-mes                    PIC 9(02)  VALUE ZEROS.
       01  cant-leidos                PIC 9(07)  VALUE ZEROS.
       01  cant-con-saldo             PIC 9(05)  VALUE ZEROS.
       01  cant-negativos             PIC 9(05)  VALUE ZEROS.
       01  saldo-cli                  PIC S9(09) VALUE ZEROS.
       01  valor-cli                  PIC 9(11)V99 VALUE ZEROS.
       01  tot-puntos                 PIC 9(11)  VALUE ZEROS.
       01  tot-valor                  PIC 9(11)V99 VALUE ZEROS.
      * Un casillero por cliente con movimientos.
       01  cli-tab.
           03  cli-tot                PIC 9(04)  VALUE ZEROS.
           03  cli-entrada            OCCURS 3000 TIMES.
               05  cli-r-cuit             PIC X(11).
               05  cli-r-saldo            PIC S9(09).
               05  cli-r-viejo            PIC 9(09).
               05  cli-r-consumo          PIC S9(09).
       01  sub-cli                    PIC 9(04)  VALUE ZEROS.
       01  cli-hallado                PIC 9(04)  VALUE ZEROS.
       01  sw-cli-lleno               PIC X(01)  VALUE "N".
           88  cli-tab-llena                     VALUE "S".
      * Lineas de impresion.
       01  tit-linea.
           03  FILLER                 PIC X(31)
               VALUE "PASIVO POR PUNTOS DE CLIENTES  ".
           03  tit-fecha              PIC 9(08).
       01  cab-linea.
           03  FILLER                 PIC X(20)
               VALUE "CUIT         NOMBRE ".
           03  FILLER                 PIC X(20)
               VALUE "          PUNTOS    ".
           03  FILLER                 PIC X(10)
               VALUE "     VALOR".
       01  det-linea.
           03  det-cuit               PIC X(11).
           03  FILLER                 PIC X(02)  VALUE SPACES.
           03  det-nomb               PIC X(10).
           03  FILLER                 PIC X(02)  VALUE SPACES.
           03  det-puntos             PIC -ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC X(02)  VALUE SPACES.
           03  det-valor              PIC ZZZ,ZZZ,ZZ9.99.
       01  tot-linea.
           03  tot-texto              PIC X(25).
           03  tot-puntos-ed          PIC ZZ,ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  tot-valor-ed           PIC Z,ZZZ,ZZZ,ZZ9.99.
      ******************************************************************
       PROCEDURE DIVISION.
       mainline.
           perform inicializar thru inicializar-exit.
           perform acumula-mov thru acumula-mov-exit
               until fin-archivo.
           perform imprime-cliente thru imprime-cliente-exit
               varying sub-cli from 1 by 1 until sub-cli > cli-tot.
           perform imprime-totales thru imprime-totales-exit.
           perform terminar thru terminar-exit.
       inicializar.
           open input ppa-file.
           if fs-ppa not = "00"
              display "PTSREP: no se pudo abrir PUNTOS.PAR"
              stop run
           end-if.
           read ppa-file
               at end
                  display "PTSREP: PUNTOS.PAR esta vacio"
                  stop run
           end-read.
           close ppa-file.
           accept hoy-fecha from date yyyymmdd.
           move zeros to corte-fecha.
           if PPA-MESES numeric and PPA-MESES > zeros
              move hoy-fecha to corte-fecha
              perform resta-meses thru resta-meses-exit
                  varying sub-mes from 1 by 1
                  until sub-mes > PPA-MESES
           end-if.
           open input pts-file.
           if fs-pts not = "00"
              display "PTSREP: no se pudo abrir PUNTOS.DAT"
              stop run
           end-if.
           open input cli-file.
           if fs-cli = "00"
              set clientes-abiertos to true
           end-if.
           open output rep-file.
           if fs-rep not = "00"
              display "PTSREP: no se pudo crear PTSREP.TXT"
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
      * Un movimiento por pasada: saldo del libro, ganados anteriores
      * al corte y consumos, por cliente.
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
                    display "PTSREP: mas de 3000 clientes, los "
                        "restantes quedan fuera del pasivo"
                    set cli-tab-llena to true
                 end-if
                 go to acumula-mov-exit
              end-if
              add 1 to cli-tot
              move cli-tot to cli-hallado
              move PTS-CUIT to cli-r-cuit (cli-hallado)
              move zeros to cli-r-saldo (cli-hallado)
                  cli-r-viejo (cli-hallado) cli-r-consumo (cli-hallado)
           end-if.
           evaluate true
              when PTS-ES-GANADO
                 add PTS-PUNTOS to cli-r-saldo (cli-hallado)
                 if PTS-FECHA < corte-fecha
                    add PTS-PUNTOS to cli-r-viejo (cli-hallado)
                 end-if
              when PTS-ES-DEVUELTO
                 add PTS-PUNTOS to cli-r-saldo (cli-hallado)
                 subtract PTS-PUNTOS from cli-r-consumo (cli-hallado)
              when other
                 subtract PTS-PUNTOS from cli-r-saldo (cli-hallado)
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
       imprime-cliente.
           move cli-r-saldo (sub-cli) to saldo-cli.
           if cli-r-viejo (sub-cli) > cli-r-consumo (sub-cli)
              compute saldo-cli = saldo-cli
                  - (cli-r-viejo (sub-cli) - cli-r-consumo (sub-cli)).
           if saldo-cli = zeros
              go to imprime-cliente-exit.
           move cli-r-cuit (sub-cli) to det-cuit.
           move spaces to det-nomb.
           if clientes-abiertos
              move cli-r-cuit (sub-cli) to CLI-CUIT
              read cli-file
                  invalid key
                     continue
                  not invalid key
                     move CLI-NOMB to det-nomb
              end-read
           end-if.
           move saldo-cli to det-puntos.
           if saldo-cli < zeros
              move zeros to valor-cli
              add 1 to cant-negativos
           else
              compute valor-cli = saldo-cli * PPA-VALOR
              add 1 to cant-con-saldo
              add saldo-cli to tot-puntos
              add valor-cli to tot-valor
           end-if.
           move valor-cli to det-valor.
           move det-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       imprime-cliente-exit.
           exit.
       imprime-totales.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "PASIVO POR PUNTOS" to tot-texto.
           move tot-puntos to tot-puntos-ed.
           move tot-valor to tot-valor-ed.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           if cant-negativos > zeros
              move "Clientes con saldo negativo: no suman al pasivo"
                 to rep-linea
              perform graba-linea thru graba-linea-exit
           end-if.
       imprime-totales-exit.
           exit.
       graba-linea.
           write rep-linea.
           display rep-linea.
       graba-linea-exit.
           exit.
       terminar.
           close pts-file rep-file.
           if clientes-abiertos
              close cli-file.
           display "PTSREP: " cant-leidos " movimiento(s) leido(s), "
               cant-con-saldo " cliente(s) con saldo".
           stop run.
       terminar-exit.
           exit.
