       IDENTIFICATION DIVISION.
       PROGRAM-ID.                replib.
       AUTHOR.                    Soporte Tecnico.
       INSTALLATION.              Contolador Fiscal para Windows.
       DATE-WRITTEN.              2026-10-15.
       DATE-COMPILED.             2026-10-15.
      ******************************************************************
      * Liberacion del reparto al lote: pasa a PEDIDOS.DAT los
      * pedidos de REPARTO.IDX (envreg.cpy) que el repartidor rindio
      * como entregados ("E") o entregados en parte ("C") en
      * repren.cbl, con sus renglones vigentes (los no entregados y
      * los pagos reemplazados no viajan), y los deja liberados
      * ("L") para que no se fiscalicen dos veces. Tiene que correr
      * antes del lote nocturno de wfis.cbl. Los renglones de
      * articulo salen con PED-PRECIO-FIJO: el lote los fiscaliza al
      * precio de la captura, que es el que el repartidor cobro,
      * aunque el maestro haya cambiado de precio en el medio.
      * Ningun otro pedido llega al lote: los rechazados ("R") y los
      * que siguen en reparto de dias anteriores sin rendir salen en
      * la lista de pendientes REPPEND.TXT, con el domicilio y el
      * total, para volver a mandarlos (operacion V de repren.cbl)
      * o anularlos.
      * Primero se graba PEDIDOS.DAT y recien despues se marcan las
      * cabeceras: si la corrida se corta antes de marcar, los
      * pedidos siguen rendidos y hay que sacarlos de PEDIDOS.DAT
      * antes de relanzar, para no fiscalizarlos dos veces.
      * Sin parametros. Codigo de retorno: 0 bien, 4 hay pedidos
      * pendientes, 8 no se pudo abrir REPARTO.IDX o PEDIDOS.DAT.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-PC.
       OBJECT-COMPUTER.           IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT env-file ASSIGN "REPARTO.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ENV-CLAVE
                  FILE STATUS IS fs-env.
           SELECT ped-file ASSIGN "PEDIDOS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-ped.
           SELECT rep-file ASSIGN "REPPEND.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-rep.
       DATA DIVISION.
       FILE SECTION.
       FD  env-file.
           copy "envreg.cpy".
       FD  ped-file.
           copy "pedreg.cpy".
       FD  rep-file.
       01  rep-linea                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  fs-env                     PIC X(02)  VALUE "00".
       01  fs-ped                     PIC X(02)  VALUE "00".
       01  fs-rep                     PIC X(02)  VALUE "00".
       01  rc-corrida                 PIC 9(01)  VALUE ZEROS.
       01  sw-fin                     PIC X(01)  VALUE "N".
           88  fin-archivo                       VALUE "S".
       01  hoy-fecha                  PIC 9(08)  VALUE ZEROS.
       01  nro-libera                 PIC 9(06)  VALUE ZEROS.
       01  cant-renglones             PIC 9(06)  VALUE ZEROS.
      * Pedidos pasados a PEDIDOS.DAT, para marcarlos al final.
       01  lib-tot                    PIC 9(04)  VALUE ZEROS.
       01  lib-tab.
           03  lib-numero             PIC 9(06)  OCCURS 1000 TIMES.
       01  sub-lib                    PIC 9(04)  VALUE ZEROS.
       01  sw-lib-lleno               PIC X(01)  VALUE "N".
           88  lib-tab-llena                     VALUE "S".
      * Pendientes: rechazados y en reparto de dias anteriores.
       01  pen-tot                    PIC 9(04)  VALUE ZEROS.
       01  pen-total                  PIC 9(09)V99 VALUE ZEROS.
      * Lineas del listado.
       01  tit-linea.
           03  FILLER                 PIC X(30)
               VALUE "PEDIDOS DE REPARTO PENDIENTES ".
           03  FILLER                 PIC X(03)  VALUE "AL ".
           03  tit-fecha              PIC 9(08).
       01  cab-linea.
           03  FILLER                 PIC X(20)
               VALUE "PEDIDO CAPTURA  ESTA".
           03  FILLER                 PIC X(20)
               VALUE "DO     RENDIDO  ZONA".
           03  FILLER                 PIC X(20)
               VALUE " CLIENTE     DOMICIL".
           03  FILLER                 PIC X(20)
               VALUE "IO                  ".
           03  FILLER                 PIC X(20)
               VALUE "             TOTAL  ".
       01  det-linea.
           03  det-numero             PIC 9(06).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-fecha              PIC 9(08).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-estado             PIC X(10).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-rendido            PIC X(08).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-zona               PIC X(04).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-cuit               PIC X(11).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-direccion          PIC X(30).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-total              PIC ZZZ,ZZZ,ZZ9.99.
       01  tot-linea.
           03  tot-texto              PIC X(40).
           03  tot-cant               PIC ZZZ9.
           03  FILLER                 PIC X(02)  VALUE SPACES.
           03  tot-importe            PIC ZZZ,ZZZ,ZZ9.99.
      ******************************************************************
       PROCEDURE DIVISION.
       mainline.
           perform inicializar thru inicializar-exit.
           perform lee-reparto thru lee-reparto-exit
               until fin-archivo.
           close ped-file.
           perform marca-liberado thru marca-liberado-exit
               varying sub-lib from 1 by 1 until sub-lib > lib-tot.
           perform terminar thru terminar-exit.
       inicializar.
           accept hoy-fecha from date yyyymmdd.
           open i-o env-file.
           if fs-env not = "00"
              display "REPLIB: no se pudo abrir REPARTO.IDX "
                  "(estado " fs-env ")"
              move 8 to return-code
              stop run
           end-if.
           open extend ped-file.
           if fs-ped not = "00"
              open output ped-file
              if fs-ped not = "00"
                 display "REPLIB: no se pudo abrir PEDIDOS.DAT"
                 close env-file
                 move 8 to return-code
                 stop run
              end-if
           end-if.
           open output rep-file.
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
      * Un renglon de REPARTO.IDX por pasada: la cabecera decide si
      * el pedido se libera (y sus renglones vigentes van a
      * PEDIDOS.DAT) o si va a la lista de pendientes.
      ******************************************************************
       lee-reparto.
           read env-file next record
               at end
                  set fin-archivo to true
                  go to lee-reparto-exit
           end-read.
           if ENV-ES-CABECERA
              perform evalua-pedido thru evalua-pedido-exit
              go to lee-reparto-exit.
           if nro-libera = zeros or ENV-NUMERO not = nro-libera
              go to lee-reparto-exit.
           if not ENV-VA-AL-LOTE
              go to lee-reparto-exit.
           move ENV-PED-REG to PED-REG.
           if PED-ES-LINEA
              set PED-CON-PRECIO-FIJO to true.
           write PED-REG.
           add 1 to cant-renglones.
       lee-reparto-exit.
           exit.
       evalua-pedido.
           move zeros to nro-libera.
           if ENV-A-LIBERAR
              perform alta-liberado thru alta-liberado-exit
              go to evalua-pedido-exit.
           if ENV-RECHAZADO
              move "RECHAZADO" to det-estado
              perform lista-pendiente thru lista-pendiente-exit
              go to evalua-pedido-exit.
           if ENV-EN-REPARTO and ENV-FECHA < hoy-fecha
              move "SIN RENDIR" to det-estado
              perform lista-pendiente thru lista-pendiente-exit.
       evalua-pedido-exit.
           exit.
      * Con la tabla llena el pedido queda rendido para la proxima
      * corrida: no se pasa a medias.
       alta-liberado.
           if lib-tot >= 1000
              if not lib-tab-llena
                 set lib-tab-llena to true
                 move 4 to rc-corrida
                 display "REPLIB: mas de 1000 pedidos a liberar, el "
                     "resto queda para la proxima corrida"
              end-if
              go to alta-liberado-exit
           end-if.
           add 1 to lib-tot.
           move ENV-NUMERO to lib-numero (lib-tot).
           move ENV-NUMERO to nro-libera.
       alta-liberado-exit.
           exit.
       lista-pendiente.
           move ENV-NUMERO to det-numero.
           move ENV-FECHA to det-fecha.
           if ENV-FECHA-REND = zeros
              move spaces to det-rendido
           else
              move ENV-FECHA-REND to det-rendido
           end-if.
           move ENV-ZONA to det-zona.
           move ENV-CUIT to det-cuit.
           move ENV-DIRECCION to det-direccion.
           move ENV-TOTAL to det-total.
           move det-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           add 1 to pen-tot.
           add ENV-TOTAL to pen-total.
           move 4 to rc-corrida.
       lista-pendiente-exit.
           exit.
       marca-liberado.
           move lib-numero (sub-lib) to ENV-NUMERO.
           move zeros to ENV-RENGLON.
           read env-file
               invalid key
                  go to marca-liberado-exit
           end-read.
           set ENV-LIBERADO to true.
           rewrite ENV-REG.
       marca-liberado-exit.
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
           move "PEDIDOS PENDIENTES" to tot-texto.
           move pen-tot to tot-cant.
           move pen-total to tot-importe.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move spaces to tot-linea.
           move "PEDIDOS PASADOS A PEDIDOS.DAT" to tot-texto.
           move lib-tot to tot-cant.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           close env-file rep-file.
           display "REPLIB: " lib-tot " pedido(s), " cant-renglones
               " renglon(es) agregados a PEDIDOS.DAT".
           move rc-corrida to return-code.
           stop run.
       terminar-exit.
           exit.
