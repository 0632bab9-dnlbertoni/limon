       IDENTIFICATION DIVISION.
       PROGRAM-ID.                rephoj.
       AUTHOR.                    Soporte Tecnico.
       INSTALLATION.              Contolador Fiscal para Windows.
       DATE-WRITTEN.              2026-10-15.
       DATE-COMPILED.             2026-10-15.
      ******************************************************************
      * Hoja de ruta del reparto: toma de REPARTO.IDX (envreg.cpy) los
      * pedidos en reparto ("P", cargados con pedcap.cbl) y arma en
      * REPHOJ.TXT una hoja por repartidor, zona por zona y dentro de
      * la zona por franja horaria:
      *   - numero de pedido, franja, cliente (nombre de CLIMAE.IDX o
      *     consumidor final), domicilio y bultos (renglones "L"),
      *   - total del pedido, la parte en cuenta corriente y lo que
      *     el repartidor tiene que cobrar en el domicilio,
      *   - subtotal por zona y por repartidor y total general.
      * La zona de cada repartidor sale de REPZONA.DAT, un renglon
      * por zona:
      *   col  1-4   zona
      *   col  6-11  repartidor
      *   col 13-32  nombre del repartidor
      * Las zonas que no estan en REPZONA.DAT salen al final bajo
      * repartidor SIN ASIGNAR. Los pedidos siguen en reparto hasta
      * que se rinden en repren.cbl, asi que la hoja se puede volver
      * a sacar las veces que haga falta. Sin parametros.
      * Codigo de retorno: 0 bien, 4 hay zonas sin repartidor o la
      * tabla se lleno, 8 no se pudo abrir REPARTO.IDX.
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
           SELECT cli-file ASSIGN "CLIMAE.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CLI-CUIT
                  FILE STATUS IS fs-cli.
           SELECT zon-file ASSIGN "REPZONA.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-zon.
           SELECT rep-file ASSIGN "REPHOJ.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-rep.
       DATA DIVISION.
       FILE SECTION.
       FD  env-file.
           copy "envreg.cpy".
       FD  cli-file.
           copy "clireg.cpy".
       FD  zon-file.
       01  zon-reg.
           03  zon-zona               PIC X(04).
           03  FILLER                 PIC X(01).
           03  zon-repartidor         PIC X(06).
           03  FILLER                 PIC X(01).
           03  zon-nombre             PIC X(20).
       FD  rep-file.
       01  rep-linea                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  fs-env                     PIC X(02)  VALUE "00".
       01  fs-cli                     PIC X(02)  VALUE "00".
       01  fs-zon                     PIC X(02)  VALUE "00".
       01  fs-rep                     PIC X(02)  VALUE "00".
       01  rc-corrida                 PIC 9(01)  VALUE ZEROS.
       01  sw-fin                     PIC X(01)  VALUE "N".
           88  fin-archivo                       VALUE "S".
       01  sw-clientes                PIC X(01)  VALUE "N".
           88  clientes-abierto                  VALUE "S".
       01  hoy-fecha                  PIC 9(08)  VALUE ZEROS.
       01  sin-asignar-lit            PIC X(06)  VALUE "~~~~~~".
      * Repartidor de cada zona (REPZONA.DAT).
       01  rz-tot                     PIC 9(03)  VALUE ZEROS.
       01  rz-tab.
           03  rz-ent                 OCCURS 100 TIMES.
               05  rz-zona                PIC X(04).
               05  rz-repartidor          PIC X(06).
               05  rz-nombre              PIC X(20).
       01  sub-rz                     PIC 9(03)  VALUE ZEROS.
       01  rz-hallado                 PIC 9(03)  VALUE ZEROS.
      * Pedidos en reparto, ordenados por repartidor, zona, franja y
      * numero a medida que se cargan (la cabecera viene antes que
      * sus renglones en REPARTO.IDX).
       01  hj-tot                     PIC 9(03)  VALUE ZEROS.
       01  hj-tab.
           03  hj-ent                 OCCURS 500 TIMES.
               05  hj-clave.
                   07  hj-repartidor      PIC X(06).
                   07  hj-zona            PIC X(04).
                   07  hj-franja          PIC X(11).
                   07  hj-numero          PIC 9(06).
               05  hj-cuit                PIC X(11).
               05  hj-direccion           PIC X(30).
               05  hj-total               PIC 9(09)V99.
               05  hj-a-cobrar            PIC 9(09)V99.
               05  hj-bultos              PIC 9(03).
       01  hj-nuevo.
           03  hn-clave.
               05  hn-repartidor          PIC X(06).
               05  hn-zona                PIC X(04).
               05  hn-franja              PIC X(11).
               05  hn-numero              PIC 9(06).
           03  hn-cuit                PIC X(11).
           03  hn-direccion           PIC X(30).
           03  hn-total               PIC 9(09)V99.
           03  hn-a-cobrar            PIC 9(09)V99.
           03  hn-bultos              PIC 9(03).
       01  sub-hj                     PIC 9(03)  VALUE ZEROS.
       01  sub-ins                    PIC 9(03)  VALUE ZEROS.
       01  hj-actual                  PIC 9(03)  VALUE ZEROS.
       01  nro-actual                 PIC 9(06)  VALUE ZEROS.
       01  sw-corre                   PIC X(01)  VALUE "N".
           88  fin-corre                         VALUE "S".
       01  sw-hj-lleno                PIC X(01)  VALUE "N".
           88  hj-tab-llena                      VALUE "S".
       01  cant-sin-zona              PIC 9(03)  VALUE ZEROS.
      * Imagen del renglon del pedido para contar los bultos.
           copy "pedreg.cpy".
      * Cortes de control.
       01  ant-repartidor             PIC X(06)  VALUE SPACES.
       01  ant-zona                   PIC X(04)  VALUE SPACES.
       01  zon-cant                   PIC 9(04)  VALUE ZEROS.
       01  zon-total                  PIC 9(09)V99 VALUE ZEROS.
       01  zon-cobrar                 PIC 9(09)V99 VALUE ZEROS.
       01  rpt-cant                   PIC 9(04)  VALUE ZEROS.
       01  rpt-total                  PIC 9(09)V99 VALUE ZEROS.
       01  rpt-cobrar                 PIC 9(09)V99 VALUE ZEROS.
       01  gen-total                  PIC 9(09)V99 VALUE ZEROS.
       01  gen-cobrar                 PIC 9(09)V99 VALUE ZEROS.
       01  cta-cte-parte              PIC 9(09)V99 VALUE ZEROS.
      * Lineas de impresion.
       01  tit-linea.
           03  FILLER                 PIC X(30)
               VALUE "HOJA DE RUTA DEL REPARTO AL   ".
           03  tit-fecha              PIC 9(08).
       01  rpt-linea.
           03  FILLER                 PIC X(11)  VALUE "REPARTIDOR ".
           03  rl-repartidor          PIC X(06).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  rl-nombre              PIC X(20).
       01  zon-linea.
           03  FILLER                 PIC X(07)  VALUE "  ZONA ".
           03  zl-zona                PIC X(04).
       01  cab-linea.
           03  FILLER                 PIC X(20)
               VALUE "  PEDIDO FRANJA     ".
           03  FILLER                 PIC X(20)
               VALUE " CLIENTE    DOMICILI".
           03  FILLER                 PIC X(20)
               VALUE "O                   ".
           03  FILLER                 PIC X(20)
               VALUE "     BUL    CTA.CTE.".
           03  FILLER                 PIC X(20)
               VALUE "      A COBRAR      ".
       01  det-linea.
           03  FILLER                 PIC X(02)  VALUE SPACES.
           03  det-numero             PIC 9(06).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-franja             PIC X(11).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-cliente            PIC X(10).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-direccion          PIC X(30).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-bultos             PIC ZZ9.
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-cta-cte            PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-a-cobrar           PIC ZZZ,ZZZ,ZZ9.99.
       01  sub-linea.
           03  FILLER                 PIC X(02)  VALUE SPACES.
           03  sub-texto              PIC X(30).
           03  sub-pedidos            PIC ZZZ9.
           03  FILLER                 PIC X(12)  VALUE " pedido(s)  ".
           03  sub-total              PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                 PIC X(12)  VALUE "  a cobrar  ".
           03  sub-cobrar             PIC ZZZ,ZZZ,ZZ9.99.
      ******************************************************************
       PROCEDURE DIVISION.
       mainline.
           perform inicializar thru inicializar-exit.
           perform lee-reparto thru lee-reparto-exit
               until fin-archivo.
           perform imprime-hoja thru imprime-hoja-exit.
           perform terminar thru terminar-exit.
       inicializar.
           accept hoy-fecha from date yyyymmdd.
           open input env-file.
           if fs-env not = "00"
              display "REPHOJ: no se pudo abrir REPARTO.IDX"
              move 8 to return-code
              stop run
           end-if.
           open input cli-file.
           if fs-cli = "00"
              set clientes-abierto to true.
           open input zon-file.
           if fs-zon = "00"
              perform carga-zona thru carga-zona-exit
                  until fin-archivo
              close zon-file
           end-if.
           move "N" to sw-fin.
           open output rep-file.
           if fs-rep not = "00"
              display "REPHOJ: no se pudo crear REPHOJ.TXT"
              move 8 to return-code
              stop run
           end-if.
           move hoy-fecha to tit-fecha.
           move tit-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       inicializar-exit.
           exit.
       carga-zona.
           read zon-file
               at end
                  set fin-archivo to true
                  go to carga-zona-exit
           end-read.
           if zon-zona = spaces or zon-repartidor = spaces
              go to carga-zona-exit.
           if rz-tot >= 100
              display "REPHOJ: mas de 100 zonas en REPZONA.DAT, el "
                  "excedente no se usa"
              go to carga-zona-exit.
           add 1 to rz-tot.
           move zon-zona       to rz-zona (rz-tot).
           move zon-repartidor to rz-repartidor (rz-tot).
           move zon-nombre     to rz-nombre (rz-tot).
       carga-zona-exit.
           exit.
      ******************************************************************
      * Un renglon de REPARTO.IDX por pasada: la cabecera de un
      * pedido en reparto abre una entrada y sus renglones "L"
      * vigentes le suman bultos.
      ******************************************************************
       lee-reparto.
           read env-file next record
               at end
                  set fin-archivo to true
                  go to lee-reparto-exit
           end-read.
           if ENV-ES-CABECERA
              perform alta-pedido thru alta-pedido-exit
              go to lee-reparto-exit.
           if hj-actual = zeros or ENV-NUMERO not = nro-actual
              go to lee-reparto-exit.
           if not ENV-VA-AL-LOTE
              go to lee-reparto-exit.
           move ENV-PED-REG to PED-REG.
           if PED-ES-LINEA
              add 1 to hj-bultos (hj-actual).
       lee-reparto-exit.
           exit.
       alta-pedido.
           move zeros to hj-actual nro-actual.
           if not ENV-EN-REPARTO
              go to alta-pedido-exit.
           if hj-tot >= 500
              if not hj-tab-llena
                 set hj-tab-llena to true
                 move 4 to rc-corrida
                 display "REPHOJ: mas de 500 pedidos en reparto, la "
                     "hoja no incluye el excedente"
              end-if
              go to alta-pedido-exit
           end-if.
           move zeros to rz-hallado.
           perform busca-zona thru busca-zona-exit
               varying sub-rz from 1 by 1 until sub-rz > rz-tot.
           if rz-hallado = zeros
              move sin-asignar-lit to hn-repartidor
              add 1 to cant-sin-zona
              move 4 to rc-corrida
           else
              move rz-repartidor (rz-hallado) to hn-repartidor
           end-if.
           move ENV-ZONA      to hn-zona.
           move ENV-FRANJA    to hn-franja.
           move ENV-NUMERO    to hn-numero.
           move ENV-CUIT      to hn-cuit.
           move ENV-DIRECCION to hn-direccion.
           move ENV-TOTAL     to hn-total.
           move ENV-A-COBRAR  to hn-a-cobrar.
           move zeros         to hn-bultos.
           move hj-tot to sub-ins.
           move "N" to sw-corre.
           perform corre-pedido thru corre-pedido-exit
               until fin-corre.
           add 1 to sub-ins.
           move hj-nuevo to hj-ent (sub-ins).
           add 1 to hj-tot.
           move sub-ins to hj-actual.
           move ENV-NUMERO to nro-actual.
       alta-pedido-exit.
           exit.
       busca-zona.
           if rz-zona (sub-rz) = ENV-ZONA
              move sub-rz to rz-hallado
              move rz-tot to sub-rz
           end-if.
       busca-zona-exit.
           exit.
      * Corre hacia abajo las entradas mayores que la nueva y la deja
      * en su lugar; hj-actual queda apuntando a ella para sumarle
      * los bultos de los renglones que siguen.
       corre-pedido.
           if sub-ins = zeros
              set fin-corre to true
              go to corre-pedido-exit.
           if hj-clave (sub-ins) not > hn-clave
              set fin-corre to true
              go to corre-pedido-exit.
           move hj-ent (sub-ins) to hj-ent (sub-ins + 1).
           subtract 1 from sub-ins.
       corre-pedido-exit.
           exit.
      ******************************************************************
      * Arma REPHOJ.TXT con corte por repartidor y por zona.
      ******************************************************************
       imprime-hoja.
           move spaces to ant-repartidor ant-zona.
           move zeros to gen-total gen-cobrar.
           perform imprime-pedido thru imprime-pedido-exit
               varying sub-hj from 1 by 1 until sub-hj > hj-tot.
           if hj-tot > zeros
              perform cierra-zona thru cierra-zona-exit
              perform cierra-repartidor thru cierra-repartidor-exit
           end-if.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "TOTAL GENERAL" to sub-texto.
           move hj-tot to sub-pedidos.
           move gen-total to sub-total.
           move gen-cobrar to sub-cobrar.
           move sub-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       imprime-hoja-exit.
           exit.
       imprime-pedido.
           if hj-repartidor (sub-hj) not = ant-repartidor
              if sub-hj > 1
                 perform cierra-zona thru cierra-zona-exit
                 perform cierra-repartidor thru cierra-repartidor-exit
              end-if
              perform abre-repartidor thru abre-repartidor-exit
              perform abre-zona thru abre-zona-exit
           else
              if hj-zona (sub-hj) not = ant-zona
                 perform cierra-zona thru cierra-zona-exit
                 perform abre-zona thru abre-zona-exit
              end-if
           end-if.
           move hj-numero (sub-hj) to det-numero.
           move hj-franja (sub-hj) to det-franja.
           move "CONS.FINAL" to det-cliente.
           if hj-cuit (sub-hj) not = spaces
              and hj-cuit (sub-hj) not = zeros
              move hj-cuit (sub-hj) to det-cliente
              if clientes-abierto
                 move hj-cuit (sub-hj) to CLI-CUIT
                 read cli-file
                     invalid key
                        continue
                     not invalid key
                        move CLI-NOMB to det-cliente
                 end-read
              end-if
           end-if.
           move hj-direccion (sub-hj) to det-direccion.
           move hj-bultos (sub-hj) to det-bultos.
           compute cta-cte-parte = hj-total (sub-hj)
               - hj-a-cobrar (sub-hj).
           move cta-cte-parte to det-cta-cte.
           move hj-a-cobrar (sub-hj) to det-a-cobrar.
           move det-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           add 1 to zon-cant rpt-cant.
           add hj-total (sub-hj) to zon-total rpt-total gen-total.
           add hj-a-cobrar (sub-hj) to zon-cobrar rpt-cobrar
               gen-cobrar.
       imprime-pedido-exit.
           exit.
       abre-repartidor.
           move hj-repartidor (sub-hj) to ant-repartidor.
           move zeros to rpt-cant rpt-total rpt-cobrar.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           if hj-repartidor (sub-hj) = sin-asignar-lit
              move "SIN ASIGNAR" to rep-linea
           else
              move hj-repartidor (sub-hj) to rl-repartidor
              move spaces to rl-nombre
              perform nombre-repartidor thru nombre-repartidor-exit
                  varying sub-rz from 1 by 1 until sub-rz > rz-tot
              move rpt-linea to rep-linea
           end-if.
           perform graba-linea thru graba-linea-exit.
       abre-repartidor-exit.
           exit.
       nombre-repartidor.
           if rz-repartidor (sub-rz) = hj-repartidor (sub-hj)
              move rz-nombre (sub-rz) to rl-nombre
              move rz-tot to sub-rz
           end-if.
       nombre-repartidor-exit.
           exit.
       abre-zona.
           move hj-zona (sub-hj) to ant-zona zl-zona.
           move zeros to zon-cant zon-total zon-cobrar.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move zon-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move cab-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       abre-zona-exit.
           exit.
       cierra-zona.
           move spaces to sub-texto.
           string "SUBTOTAL ZONA " delimited by size
                  ant-zona delimited by size
                  into sub-texto.
           move zon-cant to sub-pedidos.
           move zon-total to sub-total.
           move zon-cobrar to sub-cobrar.
           move sub-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       cierra-zona-exit.
           exit.
       cierra-repartidor.
           move spaces to sub-texto.
           if ant-repartidor = sin-asignar-lit
              move "TOTAL SIN ASIGNAR" to sub-texto
           else
              string "TOTAL REPARTIDOR " delimited by size
                     ant-repartidor delimited by size
                     into sub-texto
           end-if.
           move rpt-cant to sub-pedidos.
           move rpt-total to sub-total.
           move rpt-cobrar to sub-cobrar.
           move sub-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       cierra-repartidor-exit.
           exit.
       graba-linea.
           write rep-linea.
           display rep-linea.
       graba-linea-exit.
           exit.
       terminar.
           if cant-sin-zona > zeros
              move spaces to rep-linea
              perform graba-linea thru graba-linea-exit
              string cant-sin-zona delimited by size
                     " pedido(s) de zonas que no estan en REPZONA.DAT"
                     delimited by size
                     into rep-linea
              perform graba-linea thru graba-linea-exit
           end-if.
           close env-file rep-file.
           if clientes-abierto
              close cli-file.
           move rc-corrida to return-code.
           stop run.
       terminar-exit.
           exit.
