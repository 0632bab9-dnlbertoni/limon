       IDENTIFICATION DIVISION.
       PROGRAM-ID.                liqtar.
       AUTHOR.                    Soporte Tecnico.
       INSTALLATION.              Contolador Fiscal para Windows.
       DATE-WRITTEN.              2026-10-15.
       DATE-COMPILED.             2026-10-15.
      ******************************************************************
      * Conciliacion de tarjetas: cruza, cupon por cupon, los pagos
      * TARJ de EXPFACT.DAT (renglones "P" con marca, lote, cupon y
      * cuotas en EXP-PAGO-TARJETA, expreg.cpy) contra la liquidacion
      * de la procesadora importada en LIQTAR.DAT (liqreg.cpy). Un
      * cupon se identifica por sucursal, marca, fecha de la
      * operacion, lote y numero de cupon: cada sucursal tiene su
      * posnet y los lotes y cupones se repiten entre sucursales. La
      * sucursal de un renglon de la liquidacion sale de su numero de
      * establecimiento (LIQ-COMERCIO) por la tabla LIQCOM.DAT:
      *   col  1-10  numero de establecimiento en la procesadora
      *   col 11-13  sucursal
      * Para el periodo pedido lista en LIQTAR.TXT:
      *   - los pagos TARJ sin datos del cupon (pedidos del lote, que
      *     no los traen) y los cupones repetidos en dos ventas, que
      *     no se pueden conciliar y hay que mirar a mano,
      *   - los cupones liquidados sin venta en el export, los
      *     liquidados dos veces y los renglones invalidos de la
      *     liquidacion (tambien los de un establecimiento que no
      *     esta en LIQCOM.DAT),
      *   - los cupones pagados con otro importe que el de la venta,
      *   - los cupones vendidos que la liquidacion no trae (los de
      *     los ultimos dias del mes pueden estar todavia en curso:
      *     LIQTAR.DAT tiene que traer los pagos hasta que se
      *     acrediten),
      *   - el bruto, los aranceles, el costo financiero, las
      *     retenciones y el neto acreditado del periodo por marca.
      * El periodo es el de la operacion (la venta), no el del pago.
      * Con una sucursal pedida solo se listan y suman los cupones y
      * los renglones de la liquidacion de esa sucursal. Una nota de
      * credito pagada con tarjeta va con signo negativo y se cruza
      * contra la devolucion "D".
      *
      * Parametros en LIQTAR.PAR (un solo renglon, mismo esquema que
      * IIBDEC.PAR):
      *   col  1-6   periodo (AAAAMM)
      *   col  7-9   sucursal (blancos o cero = todas)
      * Codigo de retorno: 0 conciliado sin diferencias, 4 con
      * diferencias u observaciones, 8 parametros o archivos (tambien
      * LIQCOM.DAT) que no se pudieron leer.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-PC.
       OBJECT-COMPUTER.           IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT par-file ASSIGN "LIQTAR.PAR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-par.
           SELECT exp-file ASSIGN "EXPFACT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-exp.
           SELECT liq-file ASSIGN "LIQTAR.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-liq.
           SELECT com-file ASSIGN "LIQCOM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-com.
           SELECT rep-file ASSIGN "LIQTAR.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-rep.
       DATA DIVISION.
       FILE SECTION.
       FD  par-file.
       01  par-reg.
           03  par-periodo            PIC 9(06).
           03  par-sucursal           PIC X(03).
               88  par-suc-todas                 VALUES "   " "0  "
                                                        "000".
       FD  exp-file.
           copy "expreg.cpy".
       FD  liq-file.
           copy "liqreg.cpy".
       FD  com-file.
       01  com-renglon.
           03  com-comercio           PIC X(10).
           03  com-sucursal           PIC X(03).
       FD  rep-file.
       01  rep-linea                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  fs-par                     PIC X(02)  VALUE "00".
       01  fs-exp                     PIC X(02)  VALUE "00".
       01  fs-liq                     PIC X(02)  VALUE "00".
       01  fs-com                     PIC X(02)  VALUE "00".
       01  fs-rep                     PIC X(02)  VALUE "00".
       01  rc-corrida                 PIC 9(01)  VALUE ZEROS.
       01  sw-fin                     PIC X(01)  VALUE "N".
           88  fin-archivo                       VALUE "S".
       01  pago-tarjeta-lit           PIC X(05)  VALUE "TARJ".
      * Establecimientos de la procesadora por sucursal (LIQCOM.DAT).
       01  com-tot                    PIC 9(03)  VALUE ZEROS.
       01  com-tab.
           03  com-ent                OCCURS 200 TIMES.
               05  cm-comercio            PIC X(10).
               05  cm-sucursal            PIC X(03).
       01  sub-com                    PIC 9(03)  VALUE ZEROS.
       01  com-hallado                PIC 9(03)  VALUE ZEROS.
      * Comprobante en curso (cabecera "H" del periodo pedido).
       01  sw-cbte-abierto            PIC X(01)  VALUE "N".
           88  cbte-abierto                      VALUE "S".
       01  cb-fecha                   PIC 9(08)  VALUE ZEROS.
       01  cb-tipo                    PIC X(01)  VALUE SPACES.
       01  cb-sucursal                PIC X(03)  VALUE SPACES.
       01  cb-pv                      PIC 9(04)  VALUE ZEROS.
       01  cb-nro                     PIC 9(08)  VALUE ZEROS.
      * Cupones vendidos en el periodo, ordenados por sucursal, marca,
      * fecha, lote y cupon a medida que se cargan. Las entradas libres
      * quedan en HIGH-VALUES para que SEARCH ALL pueda recorrer la
      * tabla completa (mismo esquema que cbtaud.cbl).
       01  vt-tot                     PIC 9(04)  VALUE ZEROS.
       01  vt-tab.
           03  vt-ent                 OCCURS 5000 TIMES
                                      ASCENDING KEY vt-clave
                                      INDEXED BY vt-idx.
               05  vt-clave.
                   07  vt-sucursal        PIC X(03).
                   07  vt-marca           PIC X(04).
                   07  vt-fecha           PIC 9(08).
                   07  vt-lote            PIC 9(04).
                   07  vt-cupon           PIC 9(08).
               05  vt-pv                  PIC 9(04).
               05  vt-nro                 PIC 9(08).
               05  vt-cuotas              PIC 9(02).
               05  vt-importe             PIC S9(09)V99.
               05  vt-estado              PIC X(01).
                   88  vt-liquidado                 VALUE "S".
               05  vt-liq-importe         PIC S9(09)V99.
               05  vt-fecha-pago          PIC 9(08).
       01  sub-vt                     PIC 9(04)  VALUE ZEROS.
       01  sub-ins                    PIC 9(04)  VALUE ZEROS.
       01  sw-corre                   PIC X(01)  VALUE "N".
           88  fin-corre                         VALUE "S".
       01  sw-desborde                PIC X(01)  VALUE "N".
           88  hubo-desborde                     VALUE "S".
       01  sw-hallado                 PIC X(01)  VALUE "N".
           88  cupon-hallado                     VALUE "S".
       01  nv-ent.
           03  nv-clave.
               05  nv-sucursal        PIC X(03).
               05  nv-marca           PIC X(04).
               05  nv-fecha           PIC 9(08).
               05  nv-lote            PIC 9(04).
               05  nv-cupon           PIC 9(08).
           03  nv-pv                  PIC 9(04).
           03  nv-nro                 PIC 9(08).
           03  nv-cuotas              PIC 9(02).
           03  nv-importe             PIC S9(09)V99.
           03  nv-estado              PIC X(01).
           03  nv-liq-importe         PIC S9(09)V99.
           03  nv-fecha-pago          PIC 9(08).
      * Renglon de la liquidacion en curso.
       01  nro-renglon                PIC 9(05)  VALUE ZEROS.
       01  lq-signo                   PIC S9(01) VALUE +1.
       01  lq-bruto                   PIC S9(09)V99 VALUE ZEROS.
      * Aranceles y retenciones por marca; la entrada 21 acumula el
      * total de todas las marcas.
       01  mar-tot                    PIC 9(02)  VALUE ZEROS.
       01  mar-tab.
           03  mar-ent                OCCURS 21 TIMES.
               05  mr-marca               PIC X(04).
               05  mr-cant                PIC 9(05).
               05  mr-bruto               PIC S9(11)V99.
               05  mr-arancel             PIC S9(11)V99.
               05  mr-iva-arancel         PIC S9(11)V99.
               05  mr-costo-fin           PIC S9(11)V99.
               05  mr-ret-iva             PIC S9(11)V99.
               05  mr-ret-ganancias       PIC S9(11)V99.
               05  mr-ret-iibb            PIC S9(11)V99.
               05  mr-neto                PIC S9(11)V99.
       01  sub-mar                    PIC 9(02)  VALUE ZEROS.
       01  sub-mar-hallado            PIC 9(02)  VALUE ZEROS.
       01  sw-mar-lleno               PIC X(01)  VALUE "N".
           88  mar-tab-llena                     VALUE "S".
      * Totales.
       01  cant-ventas                PIC 9(05)  VALUE ZEROS.
       01  imp-ventas                 PIC S9(11)V99 VALUE ZEROS.
       01  cant-sin-cupon             PIC 9(05)  VALUE ZEROS.
       01  imp-sin-cupon              PIC S9(11)V99 VALUE ZEROS.
       01  cant-repetidos             PIC 9(05)  VALUE ZEROS.
       01  cant-conciliados           PIC 9(05)  VALUE ZEROS.
       01  cant-otro-importe          PIC 9(05)  VALUE ZEROS.
       01  imp-otro-importe           PIC S9(11)V99 VALUE ZEROS.
       01  cant-sin-liquidar          PIC 9(05)  VALUE ZEROS.
       01  imp-sin-liquidar           PIC S9(11)V99 VALUE ZEROS.
       01  cant-sin-venta             PIC 9(05)  VALUE ZEROS.
       01  imp-sin-venta              PIC S9(11)V99 VALUE ZEROS.
       01  cant-dos-veces             PIC 9(05)  VALUE ZEROS.
       01  cant-invalidos             PIC 9(05)  VALUE ZEROS.
       01  cant-otro-periodo          PIC 9(05)  VALUE ZEROS.
      * Lineas del listado.
       01  tit-linea.
           03  FILLER                 PIC X(35)
               VALUE "CONCILIACION DE TARJETAS - PERIODO ".
           03  tit-periodo            PIC 9(06).
           03  FILLER                 PIC X(11)  VALUE " SUCURSAL ".
           03  tit-sucursal           PIC X(05).
       01  sec-linea.
           03  sec-texto              PIC X(60).
      * Cupon de una venta.
       01  vdet-linea.
           03  vd-fecha               PIC 9(08).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  vd-sucursal            PIC X(03).
           03  FILLER                 PIC X(04)  VALUE " PV ".
           03  vd-pv                  PIC 9(04).
           03  FILLER                 PIC X(01)  VALUE "-".
           03  vd-nro                 PIC 9(08).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  vd-marca               PIC X(04).
           03  FILLER                 PIC X(02)  VALUE " L".
           03  vd-lote                PIC 9(04).
           03  FILLER                 PIC X(02)  VALUE " C".
           03  vd-cupon               PIC 9(08).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  vd-cuotas              PIC 9(02).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  vd-importe             PIC ZZ,ZZZ,ZZ9.99-.
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  vd-texto               PIC X(28).
      * Cupon de la liquidacion.
       01  ldet-linea.
           03  ld-fecha               PIC 9(08).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  ld-sucursal            PIC X(03).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  ld-marca               PIC X(04).
           03  FILLER                 PIC X(02)  VALUE " L".
           03  ld-lote                PIC 9(04).
           03  FILLER                 PIC X(02)  VALUE " C".
           03  ld-cupon               PIC 9(08).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  ld-cuotas              PIC 9(02).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  ld-tipo                PIC X(01).
           03  FILLER                 PIC X(06)  VALUE " PAGO ".
           03  ld-fecha-pago          PIC 9(08).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  ld-importe             PIC ZZ,ZZZ,ZZ9.99-.
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  ld-texto               PIC X(28).
      * Renglon de la liquidacion que no se puede leer.
       01  odet-linea.
           03  FILLER                 PIC X(09)  VALUE "RENGLON ".
           03  od-renglon             PIC ZZZZ9.
           03  FILLER                 PIC X(12)  VALUE " INVALIDO: ".
           03  od-dato                PIC X(60).
      * Cupon pagado con otro importe.
       01  ddet-linea.
           03  dd-fecha               PIC 9(08).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  dd-sucursal            PIC X(03).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  dd-pv                  PIC 9(04).
           03  FILLER                 PIC X(01)  VALUE "-".
           03  dd-nro                 PIC 9(08).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  dd-marca               PIC X(04).
           03  FILLER                 PIC X(02)  VALUE " L".
           03  dd-lote                PIC 9(04).
           03  FILLER                 PIC X(02)  VALUE " C".
           03  dd-cupon               PIC 9(08).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  dd-venta               PIC ZZ,ZZZ,ZZ9.99-.
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  dd-liquidado           PIC ZZ,ZZZ,ZZ9.99-.
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  dd-diferencia          PIC ZZ,ZZZ,ZZ9.99-.
       01  dcab-linea.
           03  FILLER                 PIC X(20)
               VALUE "VENTA    SUC COMPROB".
           03  FILLER                 PIC X(20)
               VALUE "ANTE   MARC  LOTE  C".
           03  FILLER                 PIC X(20)
               VALUE "UPON             VEN".
           03  FILLER                 PIC X(20)
               VALUE "TA     LIQUIDADO    ".
           03  FILLER                 PIC X(20)
               VALUE "  DIFERENCIA        ".
       01  tot-linea.
           03  tot-texto              PIC X(40).
           03  tot-cant               PIC ZZ,ZZ9.
           03  FILLER                 PIC X(02)  VALUE SPACES.
           03  tot-importe            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      ******************************************************************
       PROCEDURE DIVISION.
       mainline.
           perform inicializar thru inicializar-exit.
           perform carga-export thru carga-export-exit
               until fin-archivo.
           close exp-file.
           perform abre-liquidacion thru abre-liquidacion-exit.
           perform procesa-liquidacion thru procesa-liquidacion-exit
               until fin-archivo.
           close liq-file.
           perform titulo-seccion thru titulo-seccion-exit.
           move "CUPONES PAGADOS CON OTRO IMPORTE" to sec-texto.
           move sec-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move dcab-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           perform lista-diferencia thru lista-diferencia-exit
               varying sub-vt from 1 by 1 until sub-vt > vt-tot.
           perform titulo-seccion thru titulo-seccion-exit.
           move "CUPONES VENDIDOS SIN LIQUIDAR" to sec-texto.
           move sec-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           perform lista-impago thru lista-impago-exit
               varying sub-vt from 1 by 1 until sub-vt > vt-tot.
           perform lista-marcas thru lista-marcas-exit.
           perform terminar thru terminar-exit.
       inicializar.
           open input par-file.
           if fs-par not = "00"
              display "LIQTAR: no se pudo abrir LIQTAR.PAR"
              move 8 to return-code
              stop run
           end-if.
           read par-file
               at end
                  display "LIQTAR: LIQTAR.PAR esta vacio"
                  move 8 to return-code
                  stop run
           end-read.
           close par-file.
           if par-periodo not numeric
              display "LIQTAR: LIQTAR.PAR invalido (periodo)"
              move 8 to return-code
              stop run
           end-if.
           open input exp-file.
           if fs-exp not = "00"
              display "LIQTAR: no se pudo abrir EXPFACT.DAT"
              move 8 to return-code
              stop run
           end-if.
           open input liq-file.
           if fs-liq not = "00"
              display "LIQTAR: no se pudo abrir LIQTAR.DAT"
              close exp-file
              move 8 to return-code
              stop run
           end-if.
           perform carga-comercios thru carga-comercios-exit.
           move high-values to vt-tab.
           initialize mar-tab.
           open output rep-file.
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
           move "PAGOS CON TARJETA QUE NO SE PUEDEN CONCILIAR"
                 to sec-texto.
           move sec-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       inicializar-exit.
           exit.
       carga-comercios.
           open input com-file.
           if fs-com not = "00"
              display "LIQTAR: no se pudo abrir LIQCOM.DAT"
              close exp-file liq-file
              move 8 to return-code
              stop run
           end-if.
           move "N" to sw-fin.
           perform lee-comercio thru lee-comercio-exit
               until fin-archivo.
           close com-file.
           move "N" to sw-fin.
       carga-comercios-exit.
           exit.
       lee-comercio.
           read com-file
               at end
                  set fin-archivo to true
                  go to lee-comercio-exit
           end-read.
           if com-comercio = spaces or com-sucursal = spaces
              go to lee-comercio-exit.
           if com-tot >= 200
              display "LIQTAR: LIQCOM.DAT con mas de 200 renglones, "
                  "el excedente no se usa"
              go to lee-comercio-exit.
           add 1 to com-tot.
           move com-comercio to cm-comercio (com-tot).
           move com-sucursal to cm-sucursal (com-tot).
       lee-comercio-exit.
           exit.
      ******************************************************************
      * Carga de los cupones vendidos: cada "H" del periodo abre el
      * comprobante al que pertenecen los renglones "P" que le siguen
      * (de todas las sucursales, para poder cruzar la liquidacion).
      ******************************************************************
       carga-export.
           read exp-file
               at end
                  set fin-archivo to true
                  go to carga-export-exit
           end-read.
           if EXP-ES-CABECERA
              perform abre-cbte thru abre-cbte-exit
              go to carga-export-exit.
           if not EXP-ES-PAGO or not cbte-abierto
              go to carga-export-exit.
           if EXP-PAGO-TIPO-P not = pago-tarjeta-lit
              go to carga-export-exit.
           move EXP-TJ-MARCA to nv-marca.
           move cb-fecha to nv-fecha.
           move cb-sucursal to nv-sucursal.
           move cb-pv to nv-pv.
           move cb-nro to nv-nro.
           move "N" to nv-estado.
           move zeros to nv-liq-importe nv-fecha-pago.
           if cb-tipo = "C"
              compute nv-importe = zeros - EXP-PAGO-MONTO-P
           else
              move EXP-PAGO-MONTO-P to nv-importe
           end-if.
           if par-suc-todas or cb-sucursal = par-sucursal
              add 1 to cant-ventas
              add nv-importe to imp-ventas
           end-if.
           if EXP-TJ-MARCA = spaces or EXP-TJ-LOTE not numeric
              or EXP-TJ-CUPON not numeric or EXP-TJ-CUPON = zeros
              move zeros to nv-lote nv-cupon nv-cuotas
              if par-suc-todas or cb-sucursal = par-sucursal
                 add 1 to cant-sin-cupon
                 add nv-importe to imp-sin-cupon
                 move "TARJ sin datos del cupon" to vd-texto
                 perform lista-venta thru lista-venta-exit
              end-if
              go to carga-export-exit.
           move EXP-TJ-LOTE to nv-lote.
           move EXP-TJ-CUPON to nv-cupon.
           move zeros to nv-cuotas.
           if EXP-TJ-CUOTAS numeric
              move EXP-TJ-CUOTAS to nv-cuotas
           end-if.
           perform busca-cupon thru busca-cupon-exit.
           if cupon-hallado
              if par-suc-todas or cb-sucursal = par-sucursal
                 add 1 to cant-repetidos
                 move "Cupon repetido en otra venta" to vd-texto
                 perform lista-venta thru lista-venta-exit
              end-if
              go to carga-export-exit.
           perform inserta-venta thru inserta-venta-exit.
       carga-export-exit.
           exit.
       abre-cbte.
           move "N" to sw-cbte-abierto.
           if EXP-FECHA (1:6) = par-periodo
              set cbte-abierto to true
              move EXP-FECHA    to cb-fecha
              move EXP-TIPO-F   to cb-tipo
              move EXP-SUCURSAL to cb-sucursal
              move zeros to cb-pv cb-nro
              if EXP-NRO-CBTE numeric and EXP-PTO-VTA numeric
                 move EXP-PTO-VTA  to cb-pv
                 move EXP-NRO-CBTE to cb-nro
              end-if
           end-if.
       abre-cbte-exit.
           exit.
      * Venta que no entra en la tabla: queda en el listado para
      * conciliarla a mano.
       lista-venta.
           move 4 to rc-corrida.
           move nv-fecha to vd-fecha.
           move nv-sucursal to vd-sucursal.
           move nv-pv to vd-pv.
           move nv-nro to vd-nro.
           move nv-marca to vd-marca.
           move nv-lote to vd-lote.
           move nv-cupon to vd-cupon.
           move nv-cuotas to vd-cuotas.
           move nv-importe to vd-importe.
           move vdet-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       lista-venta-exit.
           exit.
       busca-cupon.
           move "N" to sw-hallado.
           search all vt-ent
              at end
                 continue
              when vt-clave (vt-idx) = nv-clave
                 set cupon-hallado to true
                 set sub-vt to vt-idx
           end-search.
       busca-cupon-exit.
           exit.
      * Corre hacia arriba las entradas mayores que la nueva y la
      * deja en su lugar.
       inserta-venta.
           if vt-tot >= 5000
              if not hubo-desborde
                 set hubo-desborde to true
                 move 4 to rc-corrida
                 display "LIQTAR: mas de 5000 cupones en el periodo, "
                     "el excedente no se concilia"
              end-if
              go to inserta-venta-exit.
           move vt-tot to sub-ins.
           move "N" to sw-corre.
           perform corre-venta thru corre-venta-exit
               until fin-corre.
           add 1 to sub-ins.
           move nv-ent to vt-ent (sub-ins).
           add 1 to vt-tot.
       inserta-venta-exit.
           exit.
       corre-venta.
           if sub-ins = zeros
              set fin-corre to true
              go to corre-venta-exit.
           if vt-clave (sub-ins) not > nv-clave
              set fin-corre to true
              go to corre-venta-exit.
           move vt-ent (sub-ins) to vt-ent (sub-ins + 1).
           subtract 1 from sub-ins.
       corre-venta-exit.
           exit.
      ******************************************************************
      * Cruce de la liquidacion: cada renglon valido de una operacion
      * del periodo busca su cupon vendido, lo marca liquidado con el
      * importe pagado y suma aranceles y retenciones en su marca.
      ******************************************************************
       abre-liquidacion.
           move "N" to sw-fin.
           perform titulo-seccion thru titulo-seccion-exit.
           move "CUPONES LIQUIDADOS SIN VENTA Y RENGLONES INVALIDOS"
                 to sec-texto.
           move sec-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       abre-liquidacion-exit.
           exit.
       procesa-liquidacion.
           read liq-file
               at end
                  set fin-archivo to true
                  go to procesa-liquidacion-exit
           end-read.
           add 1 to nro-renglon.
           if LIQ-FECHA-OPER not numeric or LIQ-FECHA-PAGO not numeric
              or LIQ-LOTE not numeric or LIQ-CUPON not numeric
              or LIQ-CUOTAS not numeric or LIQ-BRUTO not numeric
              or LIQ-ARANCEL not numeric
              or LIQ-IVA-ARANCEL not numeric
              or LIQ-COSTO-FIN not numeric
              or LIQ-RET-IVA not numeric
              or LIQ-RET-GANANCIAS not numeric
              or LIQ-RET-IIBB not numeric or LIQ-NETO not numeric
              or not (LIQ-ES-VENTA or LIQ-ES-DEVOLUCION)
              add 1 to cant-invalidos
              move 4 to rc-corrida
              move nro-renglon to od-renglon
              move LIQ-REG to od-dato
              move odet-linea to rep-linea
              perform graba-linea thru graba-linea-exit
              go to procesa-liquidacion-exit.
           if LIQ-FECHA-OPER (1:6) not = par-periodo
              add 1 to cant-otro-periodo
              go to procesa-liquidacion-exit.
           move zeros to com-hallado.
           perform busca-comercio thru busca-comercio-exit
               varying sub-com from 1 by 1 until sub-com > com-tot.
           if com-hallado = zeros
              add 1 to cant-invalidos
              move 4 to rc-corrida
              move nro-renglon to od-renglon
              move spaces to od-dato
              string "establecimiento " delimited by size
                     LIQ-COMERCIO delimited by size
                     " sin sucursal en LIQCOM.DAT" delimited by size
                     into od-dato
              move odet-linea to rep-linea
              perform graba-linea thru graba-linea-exit
              go to procesa-liquidacion-exit.
           move cm-sucursal (com-hallado) to nv-sucursal.
           if not par-suc-todas and nv-sucursal not = par-sucursal
              go to procesa-liquidacion-exit.
           if LIQ-ES-DEVOLUCION
              move -1 to lq-signo
           else
              move +1 to lq-signo
           end-if.
           compute lq-bruto = LIQ-BRUTO * lq-signo.
           move LIQ-MARCA to nv-marca.
           move LIQ-FECHA-OPER to nv-fecha.
           move LIQ-LOTE to nv-lote.
           move LIQ-CUPON to nv-cupon.
           perform busca-cupon thru busca-cupon-exit.
           if not cupon-hallado
              add 1 to cant-sin-venta
              add lq-bruto to imp-sin-venta
              move "Sin venta en el export" to ld-texto
              perform lista-liquidado thru lista-liquidado-exit
              perform acumula-marca thru acumula-marca-exit
              go to procesa-liquidacion-exit.
           if vt-liquidado (sub-vt)
              add 1 to cant-dos-veces
              move "Cupon liquidado dos veces" to ld-texto
              perform lista-liquidado thru lista-liquidado-exit
              perform acumula-marca thru acumula-marca-exit
              go to procesa-liquidacion-exit.
           add 1 to cant-conciliados.
           set vt-liquidado (sub-vt) to true.
           move lq-bruto to vt-liq-importe (sub-vt).
           move LIQ-FECHA-PAGO to vt-fecha-pago (sub-vt).
           perform acumula-marca thru acumula-marca-exit.
       procesa-liquidacion-exit.
           exit.
       lista-liquidado.
           move 4 to rc-corrida.
           move LIQ-FECHA-OPER to ld-fecha.
           move nv-sucursal to ld-sucursal.
           move LIQ-MARCA to ld-marca.
           move LIQ-LOTE to ld-lote.
           move LIQ-CUPON to ld-cupon.
           move LIQ-CUOTAS to ld-cuotas.
           move LIQ-TIPO to ld-tipo.
           move LIQ-FECHA-PAGO to ld-fecha-pago.
           move lq-bruto to ld-importe.
           move ldet-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       lista-liquidado-exit.
           exit.
      * Suma el renglon en su marca y en el total (entrada 21). Con
      * la tabla llena la marca nueva solo va al total.
       acumula-marca.
           move zeros to sub-mar-hallado.
           perform busca-marca thru busca-marca-exit
               varying sub-mar from 1 by 1 until sub-mar > mar-tot.
           if sub-mar-hallado = zeros
              if mar-tot < 20
                 add 1 to mar-tot
                 move mar-tot to sub-mar-hallado
                 move LIQ-MARCA to mr-marca (mar-tot)
              else
                 if not mar-tab-llena
                    set mar-tab-llena to true
                    move 4 to rc-corrida
                    display "LIQTAR: mas de 20 marcas, las demas "
                        "solo suman en el total"
                 end-if
              end-if
           end-if.
           if sub-mar-hallado not = zeros
              move sub-mar-hallado to sub-mar
              perform suma-importes thru suma-importes-exit
           end-if.
           move 21 to sub-mar.
           perform suma-importes thru suma-importes-exit.
       acumula-marca-exit.
           exit.
       busca-comercio.
           if cm-comercio (sub-com) = LIQ-COMERCIO
              move sub-com to com-hallado
              move com-tot to sub-com.
       busca-comercio-exit.
           exit.
       busca-marca.
           if mr-marca (sub-mar) = LIQ-MARCA
              move sub-mar to sub-mar-hallado
              move mar-tot to sub-mar.
       busca-marca-exit.
           exit.
       suma-importes.
           add 1 to mr-cant (sub-mar).
           add lq-bruto to mr-bruto (sub-mar).
           compute mr-arancel (sub-mar) = mr-arancel (sub-mar)
                                        + LIQ-ARANCEL * lq-signo.
           compute mr-iva-arancel (sub-mar) = mr-iva-arancel (sub-mar)
                                        + LIQ-IVA-ARANCEL * lq-signo.
           compute mr-costo-fin (sub-mar) = mr-costo-fin (sub-mar)
                                        + LIQ-COSTO-FIN * lq-signo.
           compute mr-ret-iva (sub-mar) = mr-ret-iva (sub-mar)
                                        + LIQ-RET-IVA * lq-signo.
           compute mr-ret-ganancias (sub-mar) =
                   mr-ret-ganancias (sub-mar)
                                        + LIQ-RET-GANANCIAS * lq-signo.
           compute mr-ret-iibb (sub-mar) = mr-ret-iibb (sub-mar)
                                        + LIQ-RET-IIBB * lq-signo.
           compute mr-neto (sub-mar) = mr-neto (sub-mar)
                                        + LIQ-NETO * lq-signo.
       suma-importes-exit.
           exit.
      ******************************************************************
      * Recorrido de la tabla de cupones vendidos de la sucursal
      * pedida: los liquidados con otro importe y los no liquidados.
      ******************************************************************
       lista-diferencia.
           if not par-suc-todas and vt-sucursal (sub-vt) not =
              par-sucursal
              go to lista-diferencia-exit.
           if not vt-liquidado (sub-vt)
              or vt-liq-importe (sub-vt) = vt-importe (sub-vt)
              go to lista-diferencia-exit.
           add 1 to cant-otro-importe.
           move 4 to rc-corrida.
           move vt-fecha (sub-vt) to dd-fecha.
           move vt-sucursal (sub-vt) to dd-sucursal.
           move vt-pv (sub-vt) to dd-pv.
           move vt-nro (sub-vt) to dd-nro.
           move vt-marca (sub-vt) to dd-marca.
           move vt-lote (sub-vt) to dd-lote.
           move vt-cupon (sub-vt) to dd-cupon.
           move vt-importe (sub-vt) to dd-venta.
           move vt-liq-importe (sub-vt) to dd-liquidado.
           compute lq-bruto = vt-liq-importe (sub-vt)
                            - vt-importe (sub-vt).
           move lq-bruto to dd-diferencia.
           add lq-bruto to imp-otro-importe.
           move ddet-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       lista-diferencia-exit.
           exit.
       lista-impago.
           if not par-suc-todas and vt-sucursal (sub-vt) not =
              par-sucursal
              go to lista-impago-exit.
           if vt-liquidado (sub-vt)
              go to lista-impago-exit.
           add 1 to cant-sin-liquidar.
           add vt-importe (sub-vt) to imp-sin-liquidar.
           move vt-ent (sub-vt) to nv-ent.
           move "Sin liquidar" to vd-texto.
           perform lista-venta thru lista-venta-exit.
       lista-impago-exit.
           exit.
      ******************************************************************
      * Aranceles, costo financiero y retenciones del periodo por
      * marca, con el total de todas al final.
      ******************************************************************
       lista-marcas.
           perform titulo-seccion thru titulo-seccion-exit.
           move "ARANCELES Y RETENCIONES DEL PERIODO POR MARCA"
                 to sec-texto.
           move sec-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           perform lista-una-marca thru lista-una-marca-exit
               varying sub-mar from 1 by 1 until sub-mar > mar-tot.
           move 21 to sub-mar.
           perform lista-una-marca thru lista-una-marca-exit.
       lista-marcas-exit.
           exit.
       lista-una-marca.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move spaces to tot-linea.
           if sub-mar = 21
              move "TODAS LAS MARCAS - CUPONES" to tot-texto
           else
              string "MARCA " delimited by size
                     mr-marca (sub-mar) delimited by size
                     " - CUPONES" delimited by size
                     into tot-texto
           end-if.
           move mr-cant (sub-mar) to tot-cant.
           move mr-bruto (sub-mar) to tot-importe.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move spaces to tot-linea.
           move "  ARANCEL" to tot-texto.
           move mr-arancel (sub-mar) to tot-importe.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "  IVA DEL ARANCEL" to tot-texto.
           move mr-iva-arancel (sub-mar) to tot-importe.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "  COSTO FINANCIERO DE CUOTAS" to tot-texto.
           move mr-costo-fin (sub-mar) to tot-importe.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "  RETENCION IVA" to tot-texto.
           move mr-ret-iva (sub-mar) to tot-importe.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "  RETENCION GANANCIAS" to tot-texto.
           move mr-ret-ganancias (sub-mar) to tot-importe.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "  RETENCION INGRESOS BRUTOS" to tot-texto.
           move mr-ret-iibb (sub-mar) to tot-importe.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "  NETO ACREDITADO" to tot-texto.
           move mr-neto (sub-mar) to tot-importe.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       lista-una-marca-exit.
           exit.
       titulo-seccion.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
       titulo-seccion-exit.
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
           move "PAGOS CON TARJETA DEL PERIODO" to tot-texto.
           move cant-ventas to tot-cant.
           move imp-ventas to tot-importe.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "SIN DATOS DEL CUPON" to tot-texto.
           move cant-sin-cupon to tot-cant.
           move imp-sin-cupon to tot-importe.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move spaces to tot-linea.
           move "CUPONES REPETIDOS EN LAS VENTAS" to tot-texto.
           move cant-repetidos to tot-cant.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "CUPONES LIQUIDADOS Y CONCILIADOS" to tot-texto.
           move cant-conciliados to tot-cant.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "PAGADOS CON OTRO IMPORTE (DIFERENCIA)" to tot-texto.
           move cant-otro-importe to tot-cant.
           move imp-otro-importe to tot-importe.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "VENDIDOS SIN LIQUIDAR" to tot-texto.
           move cant-sin-liquidar to tot-cant.
           move imp-sin-liquidar to tot-importe.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "LIQUIDADOS SIN VENTA" to tot-texto.
           move cant-sin-venta to tot-cant.
           move imp-sin-venta to tot-importe.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move spaces to tot-linea.
           move "LIQUIDADOS DOS VECES" to tot-texto.
           move cant-dos-veces to tot-cant.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "RENGLONES INVALIDOS DE LA LIQUIDACION" to tot-texto.
           move cant-invalidos to tot-cant.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "RENGLONES DE OPERACIONES DE OTRO PERIODO" to tot-texto.
           move cant-otro-periodo to tot-cant.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           close rep-file.
           move rc-corrida to return-code.
           stop run.
       terminar-exit.
           exit.
