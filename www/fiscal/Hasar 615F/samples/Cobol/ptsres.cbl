       IDENTIFICATION DIVISION.
       PROGRAM-ID.                ptsres.
       AUTHOR.                    Soporte Tecnico.
       INSTALLATION.              Contolador Fiscal para Windows.
       DATE-WRITTEN.              2026-10-14.
       DATE-COMPILED.             2026-10-14.
      ******************************************************************
      * Resumen mensual de puntos de clientes a partir de PUNTOS.DAT
      * (ptsreg.cpy):
      *   - con un CUIT: saldo al inicio del mes, cada movimiento del
      *     mes (ganados, notas de credito, canjes, canjes devueltos,
      *     vencidos) con el saldo corrido, y saldo al cierre,
      *   - con CUIT cero: un bloque por cliente con movimientos
      *     (saldo anterior, totales del mes por tipo, saldo final),
      *     para mandar a cada cliente con su resumen.
      * El mes (AAAAMM) y el CUIT se piden por consola; los puntos
      * vencidos salen como los dejo asentados ptsvto.cbl, que
      * conviene correr antes del resumen de fin de mes. El nombre
      * del cliente sale de CLIMAE.IDX si esta. Resultado en
      * PTSRES.TXT y por pantalla.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-PC.
       OBJECT-COMPUTER.           IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT pts-file ASSIGN "PUNTOS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-pts.
           SELECT cli-file ASSIGN "CLIMAE.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CLI-CUIT
                  FILE STATUS IS fs-cli.
           SELECT rep-file ASSIGN "PTSRES.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-rep.
       DATA DIVISION.
       FILE SECTION.
       FD  pts-file.
           copy "ptsreg.cpy".
       FD  cli-file.
           copy "clireg.cpy".
       FD  rep-file.
       01  rep-linea                  PIC X(80).
       WORKING-STORAGE SECTION.
       01  fs-pts                     PIC X(02)  VALUE "00".
       01  fs-cli                     PIC X(02)  VALUE "00".
       01  fs-rep                     PIC X(02)  VALUE "00".
       01  sw-fin                     PIC X(01)  VALUE "N".
           88  fin-archivo                       VALUE "S".
       01  sw-cli                     PIC X(01)  VALUE "N".
           88  clientes-abiertos                 VALUE "S".
       01  mes-rep                    PIC X(06)  VALUE ZEROS.
       01  mes-rep-num REDEFINES mes-rep PIC 9(06).
       01  cuit-rep                   PIC X(11)  VALUE ZEROS.
       01  cuit-rep-num REDEFINES cuit-rep PIC 9(11).
       01  pts-mes                    PIC 9(06)  VALUE ZEROS.
       01  cant-movs                  PIC 9(07)  VALUE ZEROS.
       01  cant-clientes              PIC 9(05)  VALUE ZEROS.
      * Saldos y totales del mes por cliente: un casillero por cada
      * CUIT con movimientos hasta el fin del mes pedido.
       01  cli-tab.
           03  cli-tot                PIC 9(04)  VALUE ZEROS.
           03  cli-entrada            OCCURS 3000 TIMES.
               05  cli-r-cuit             PIC X(11).
               05  cli-r-anterior         PIC S9(09).
               05  cli-r-ganados          PIC 9(09).
               05  cli-r-nc               PIC 9(09).
               05  cli-r-canjes           PIC 9(09).
               05  cli-r-devueltos        PIC 9(09).
               05  cli-r-vencidos         PIC 9(09).
       01  sub-cli                    PIC 9(04)  VALUE ZEROS.
       01  cli-hallado                PIC 9(04)  VALUE ZEROS.
       01  sw-cli-lleno               PIC X(01)  VALUE "N".
           88  cli-tab-llena                     VALUE "S".
       01  sw-cab                     PIC X(01)  VALUE "N".
           88  cabecera-impresa                  VALUE "S".
       01  saldo-final                PIC S9(09) VALUE ZEROS.
       01  saldo-corrido              PIC S9(09) VALUE ZEROS.
      * Lineas de impresion.
       01  tit-linea.
           03  FILLER                 PIC X(26)
               VALUE "RESUMEN DE PUNTOS DEL MES ".
           03  tit-mes                PIC 9(06).
       01  cli-linea.
           03  FILLER                 PIC X(08)  VALUE "CLIENTE ".
           03  cli-cuit-l             PIC X(11).
           03  FILLER                 PIC X(02)  VALUE SPACES.
           03  cli-nomb-l             PIC X(10).
       01  sdo-linea.
           03  sdo-texto              PIC X(24).
           03  sdo-puntos             PIC -ZZZ,ZZZ,ZZ9.
       01  det-linea.
           03  det-fecha              PIC 9(08).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-tipo               PIC X(16).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-puntos             PIC -ZZZ,ZZZ,ZZ9.
           03  FILLER                 PIC X(07)  VALUE "  sdo. ".
           03  det-saldo              PIC -ZZZ,ZZZ,ZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
       mainline.
           perform inicializar thru inicializar-exit.
           perform procesa-mov thru procesa-mov-exit
               until fin-archivo.
           perform imprime-final thru imprime-final-exit.
           perform terminar thru terminar-exit.
      ******************************************************************
      * Pide el mes y el CUIT (cero = todos los clientes).
      ******************************************************************
       inicializar.
           display "PTSRES: mes del resumen (AAAAMM)?".
           accept mes-rep.
           if mes-rep not numeric or mes-rep-num < 190001
              display "PTSRES: mes invalido"
              stop run
           end-if.
           display "PTSRES: CUIT del cliente (0 = todos)?".
           accept cuit-rep.
           if cuit-rep = spaces or cuit-rep = "0"
              move zeros to cuit-rep
           end-if.
           open input pts-file.
           if fs-pts not = "00"
              display "PTSRES: no se pudo abrir PUNTOS.DAT"
              stop run
           end-if.
           open input cli-file.
           if fs-cli = "00"
              set clientes-abiertos to true
           end-if.
           open output rep-file.
           if fs-rep not = "00"
              display "PTSRES: no se pudo crear PTSRES.TXT"
              stop run
           end-if.
           move mes-rep-num to tit-mes.
           move tit-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
       inicializar-exit.
           exit.
      ******************************************************************
      * Un movimiento por pasada. Lo anterior al mes va al saldo
      * anterior, lo del mes a su total por tipo; lo posterior no
      * cuenta.
      ******************************************************************
       procesa-mov.
           read pts-file
               at end
                  set fin-archivo to true
                  go to procesa-mov-exit
           end-read.
           if cuit-rep-num not = zeros and PTS-CUIT not = cuit-rep
              go to procesa-mov-exit.
           compute pts-mes = PTS-FECHA / 100.
           if pts-mes > mes-rep-num
              go to procesa-mov-exit.
           add 1 to cant-movs.
           move zeros to cli-hallado.
           perform busca-cliente thru busca-cliente-exit
               varying sub-cli from 1 by 1 until sub-cli > cli-tot.
           if cli-hallado = zeros
              if cli-tot >= 3000
                 if not cli-tab-llena
                    display "PTSRES: mas de 3000 clientes, los "
                        "restantes quedan fuera del resumen"
                    set cli-tab-llena to true
                 end-if
                 go to procesa-mov-exit
              end-if
              add 1 to cli-tot
              move cli-tot to cli-hallado
              move PTS-CUIT to cli-r-cuit (cli-hallado)
              move zeros to cli-r-anterior (cli-hallado)
                  cli-r-ganados (cli-hallado) cli-r-nc (cli-hallado)
                  cli-r-canjes (cli-hallado)
                  cli-r-devueltos (cli-hallado)
                  cli-r-vencidos (cli-hallado)
           end-if.
           if pts-mes < mes-rep-num
              if PTS-SUMA
                 add PTS-PUNTOS to cli-r-anterior (cli-hallado)
              else
                 subtract PTS-PUNTOS from cli-r-anterior (cli-hallado)
              end-if
              go to procesa-mov-exit.
           evaluate true
              when PTS-ES-GANADO
                 add PTS-PUNTOS to cli-r-ganados (cli-hallado)
              when PTS-ES-NOTA-CREDITO
                 add PTS-PUNTOS to cli-r-nc (cli-hallado)
              when PTS-ES-CANJE
                 add PTS-PUNTOS to cli-r-canjes (cli-hallado)
              when PTS-ES-DEVUELTO
                 add PTS-PUNTOS to cli-r-devueltos (cli-hallado)
              when other
                 add PTS-PUNTOS to cli-r-vencidos (cli-hallado)
           end-evaluate.
      * Con un solo CUIT se lista cada movimiento del mes; el saldo
      * corrido arranca del saldo anterior, que ya esta completo
      * porque el archivo esta en orden de grabacion.
           if cuit-rep-num not = zeros
              perform lista-movimiento thru lista-movimiento-exit.
       procesa-mov-exit.
           exit.
       busca-cliente.
           if cli-r-cuit (sub-cli) = PTS-CUIT
              move sub-cli to cli-hallado
              move cli-tot to sub-cli
           end-if.
       busca-cliente-exit.
           exit.
       lista-movimiento.
           if not cabecera-impresa
              perform cabecera-cliente thru cabecera-cliente-exit
              move cli-r-anterior (cli-hallado) to saldo-corrido
              set cabecera-impresa to true
           end-if.
           move PTS-FECHA to det-fecha.
           evaluate true
              when PTS-ES-GANADO
                 move "GANADOS" to det-tipo
              when PTS-ES-NOTA-CREDITO
                 move "NOTA DE CREDITO" to det-tipo
              when PTS-ES-CANJE
                 move "CANJE" to det-tipo
              when PTS-ES-DEVUELTO
                 move "CANJE DEVUELTO" to det-tipo
              when other
                 move "VENCIDOS" to det-tipo
           end-evaluate.
           if PTS-SUMA
              add PTS-PUNTOS to saldo-corrido
              move PTS-PUNTOS to det-puntos
           else
              subtract PTS-PUNTOS from saldo-corrido
              compute det-puntos = zeros - PTS-PUNTOS
           end-if.
           move saldo-corrido to det-saldo.
           move det-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       lista-movimiento-exit.
           exit.
      ******************************************************************
      * Cierre: con un CUIT, el saldo final (y la cabecera si no hubo
      * movimientos en el mes); con todos, un bloque por cliente.
      ******************************************************************
       imprime-final.
           if cuit-rep-num = zeros
              perform imprime-cliente thru imprime-cliente-exit
                  varying sub-cli from 1 by 1 until sub-cli > cli-tot
              go to imprime-final-exit.
           if cli-tot = zeros
              move "Sin movimientos de puntos para el CUIT"
                 to rep-linea
              perform graba-linea thru graba-linea-exit
              go to imprime-final-exit.
           move 1 to sub-cli.
           if not cabecera-impresa
              move 1 to cli-hallado
              perform cabecera-cliente thru cabecera-cliente-exit
           end-if.
           perform calcula-saldo thru calcula-saldo-exit.
           move "SALDO AL CIERRE DEL MES" to sdo-texto.
           move saldo-final to sdo-puntos.
           move sdo-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       imprime-final-exit.
           exit.
       imprime-cliente.
           move sub-cli to cli-hallado.
           perform cabecera-cliente thru cabecera-cliente-exit.
           perform calcula-saldo thru calcula-saldo-exit.
           move "  Puntos ganados" to sdo-texto.
           move cli-r-ganados (sub-cli) to sdo-puntos.
           move sdo-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "  Notas de credito" to sdo-texto.
           compute sdo-puntos = zeros - cli-r-nc (sub-cli).
           move sdo-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "  Canjes" to sdo-texto.
           compute sdo-puntos = zeros - cli-r-canjes (sub-cli).
           move sdo-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           if cli-r-devueltos (sub-cli) not = zeros
              move "  Canjes devueltos" to sdo-texto
              move cli-r-devueltos (sub-cli) to sdo-puntos
              move sdo-linea to rep-linea
              perform graba-linea thru graba-linea-exit
           end-if.
           move "  Puntos vencidos" to sdo-texto.
           compute sdo-puntos = zeros - cli-r-vencidos (sub-cli).
           move sdo-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "SALDO AL CIERRE DEL MES" to sdo-texto.
           move saldo-final to sdo-puntos.
           move sdo-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
       imprime-cliente-exit.
           exit.
       calcula-saldo.
           compute saldo-final = cli-r-anterior (sub-cli)
               + cli-r-ganados (sub-cli) - cli-r-nc (sub-cli)
               - cli-r-canjes (sub-cli) + cli-r-devueltos (sub-cli)
               - cli-r-vencidos (sub-cli).
       calcula-saldo-exit.
           exit.
      * Cabecera del bloque de un cliente: CUIT, nombre del maestro
      * y saldo al inicio del mes.
       cabecera-cliente.
           add 1 to cant-clientes.
           move cli-r-cuit (cli-hallado) to cli-cuit-l.
           move spaces to cli-nomb-l.
           if clientes-abiertos
              move cli-r-cuit (cli-hallado) to CLI-CUIT
              read cli-file
                  invalid key
                     continue
                  not invalid key
                     move CLI-NOMB to cli-nomb-l
              end-read
           end-if.
           move cli-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "SALDO ANTERIOR" to sdo-texto.
           move cli-r-anterior (cli-hallado) to sdo-puntos.
           move sdo-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       cabecera-cliente-exit.
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
           display "PTSRES: " cant-movs " movimiento(s) leido(s), "
               cant-clientes " cliente(s) en el resumen".
           stop run.
       terminar-exit.
           exit.
