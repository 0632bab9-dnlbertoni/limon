       IDENTIFICATION DIVISION.
       PROGRAM-ID.                asicon.
       AUTHOR.                    Soporte Tecnico.
       INSTALLATION.              Contolador Fiscal para Windows.
       DATE-WRITTEN.              2026-10-15.
       DATE-COMPILED.             2026-10-15.
      ******************************************************************
      * Asientos contables del periodo, listos para importar en el
      * sistema contable del estudio. Para el periodo pedido (AAAAMM
      * y sucursal en ASICON.PAR, mismo esquema que CITIVEN.PAR) arma
      * un asiento resumen por dia, sucursal y origen:
      *   - Ventas (EXPFACT.DAT, expreg.cpy): formas de pago al debe
      *     (renglones "P"), ventas netas e IVA debito fiscal por
      *     alicuota al haber (renglones "D", con los descuentos/
      *     recargos "R" prorrateados como en citiven.cbl) y la
      *     percepcion de IIBB a pagar (renglones "I"). Las notas de
      *     credito se imputan al reves. Lo entregado de mas es el
      *     vuelto y se descuenta del pago EFECT; la diferencia que
      *     quede entre lo cobrado y lo imputado (redondeo,
      *     comprobantes sin lineas) va a la cuenta de diferencias.
      *   - Caja (CAJAMOV.DAT, cjmreg.cpy): ingresos y egresos contra
      *     la cuenta de la forma de pago.
      *   - Cobranzas (renglones "R" de CTACTE.DAT, ctareg.cpy) contra
      *     la cuenta de la forma de pago CTACT. Los cargos "F" ya
      *     estan en las ventas (pago CTACT) y no se repiten; tampoco
      *     el "R" que descarga la cuenta por una nota de credito
      *     pagada con CTACT (mismo dia, CUIT e importe), que ya
      *     imputo la nota de credito.
      *   - Stock (MOVSTK.DAT, movreg.cpy) valorizado a MOV-COSTO:
      *     inventario contra costo de ventas o la contrapartida de
      *     cada tipo de movimiento.
      * CAJAMOV, CTACTE y MOVSTK son archivos del local: se imputan a
      * la sucursal de WFIS.CFG y se saltean si se pide otra.
      * Las cuentas salen de CTBMAP.DAT (ctbreg.cpy). Antes de grabar
      * se controla el balance: un concepto sin cuenta en el mapeo o
      * un asiento que no balancea rechazan el periodo entero
      * (ASIENTOS.DAT queda vacio) y el listado muestra que falta.
      * Salidas:
      *   - ASIENTOS.DAT: un renglon por imputacion, ancho fijo:
      *       col  1-6   numero de asiento
      *       col  7-14  fecha (AAAAMMDD)
      *       col 15-17  sucursal
      *       col 18-20  renglon dentro del asiento
      *       col 21-32  cuenta
      *       col 33-46  debe (punto decimal)
      *       col 47-60  haber (punto decimal)
      *       col 61-90  leyenda
      *   - ASICON.TXT: libro diario, balance de sumas y saldos,
      *     conceptos sin cuenta y observaciones.
      * Codigo de retorno: 0 bien, 4 con observaciones (movimientos
      * de stock sin costo, comprobantes sin lineas), 8 periodo
      * rechazado o archivos que no se pudieron abrir.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-PC.
       OBJECT-COMPUTER.           IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT par-file ASSIGN "ASICON.PAR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-par.
           SELECT map-file ASSIGN "CTBMAP.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-map.
           SELECT cfg-file ASSIGN "WFIS.CFG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-cfg.
           SELECT exp-file ASSIGN "EXPFACT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-exp.
           SELECT cjm-file ASSIGN "CAJAMOV.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-cjm.
           SELECT cta-file ASSIGN "CTACTE.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-cta.
           SELECT mov-file ASSIGN "MOVSTK.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-mov.
           SELECT asi-file ASSIGN "ASIENTOS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-asi.
           SELECT rep-file ASSIGN "ASICON.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-rep.
       DATA DIVISION.
       FILE SECTION.
       FD  par-file.
       01  par-reg.
           03  par-periodo            PIC 9(06).
      * Sucursal a contabilizar (blanco o cero = todas).
           03  par-sucursal           PIC X(03).
               88  par-suc-todas                 VALUES "   " "0  "
                                                        "000".
       FD  map-file.
           copy "ctbreg.cpy".
       FD  cfg-file.
           copy "cfgreg.cpy".
       FD  exp-file.
           copy "expreg.cpy".
       FD  cjm-file.
           copy "cjmreg.cpy".
       FD  cta-file.
           copy "ctareg.cpy".
       FD  mov-file.
           copy "movreg.cpy".
       FD  asi-file.
       01  asi-salida                 PIC X(90).
       FD  rep-file.
       01  rep-linea                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  fs-par                     PIC X(02)  VALUE "00".
       01  fs-map                     PIC X(02)  VALUE "00".
       01  fs-cfg                     PIC X(02)  VALUE "00".
       01  fs-exp                     PIC X(02)  VALUE "00".
       01  fs-cjm                     PIC X(02)  VALUE "00".
       01  fs-cta                     PIC X(02)  VALUE "00".
       01  fs-mov                     PIC X(02)  VALUE "00".
       01  fs-asi                     PIC X(02)  VALUE "00".
       01  fs-rep                     PIC X(02)  VALUE "00".
       01  rc-corrida                 PIC 9(01)  VALUE ZEROS.
       01  sw-fin                     PIC X(01)  VALUE "N".
           88  fin-archivo                       VALUE "S".
       01  suc-local                  PIC X(03)  VALUE SPACES.
       01  sw-locales                 PIC X(01)  VALUE "N".
           88  toma-locales                      VALUE "S".
      * Mapeo de cuentas (CTBMAP.DAT).
       01  map-tot                    PIC 9(03)  VALUE ZEROS.
       01  map-tab.
           03  map-ent                OCCURS 300 TIMES.
               05  map-clase              PIC X(02).
               05  map-clave              PIC X(11).
               05  map-suc                PIC X(03).
               05  map-cuenta             PIC X(12).
               05  map-desc               PIC X(30).
       01  sub-map                    PIC 9(03)  VALUE ZEROS.
       01  map-puntos                 PIC 9(01)  VALUE ZEROS.
       01  mejor-puntos               PIC 9(01)  VALUE ZEROS.
      * Imputacion en curso (ver imputa).
       01  imp-fecha                  PIC 9(08)  VALUE ZEROS.
       01  imp-suc                    PIC X(03)  VALUE SPACES.
       01  imp-origen                 PIC X(01)  VALUE SPACES.
       01  imp-clase                  PIC X(02)  VALUE SPACES.
       01  imp-clave                  PIC X(11)  VALUE SPACES.
       01  imp-lado                   PIC X(01)  VALUE SPACES.
       01  imp-importe                PIC 9(11)V99 VALUE ZEROS.
       01  imp-cuenta                 PIC X(12)  VALUE SPACES.
       01  sin-cuenta-lit             PIC X(12)  VALUE "SIN CUENTA".
      * Asientos acumulados: una entrada por dia, sucursal, origen y
      * cuenta, ordenadas a medida que se cargan. Las entradas libres
      * quedan en HIGH-VALUES para poder usar SEARCH ALL.
       01  acu-tot                    PIC 9(04)  VALUE ZEROS.
       01  acu-tab.
           03  acu-ent                OCCURS 3000 TIMES
                                      ASCENDING KEY acu-clave
                                      INDEXED BY acu-idx.
               05  acu-clave.
                   07  acu-asi.
                       09  acu-fecha          PIC 9(08).
                       09  acu-suc            PIC X(03).
                       09  acu-origen         PIC X(01).
                   07  acu-cuenta         PIC X(12).
               05  acu-debe               PIC 9(11)V99.
               05  acu-haber              PIC 9(11)V99.
       01  sub-acu                    PIC 9(04)  VALUE ZEROS.
       01  sub-ins                    PIC 9(04)  VALUE ZEROS.
       01  sw-corre                   PIC X(01)  VALUE "N".
           88  fin-corre                         VALUE "S".
       01  sw-desborde                PIC X(01)  VALUE "N".
           88  hubo-desborde                     VALUE "S".
       01  nv-ent.
           03  nv-clave.
               05  nv-fecha               PIC 9(08).
               05  nv-suc                 PIC X(03).
               05  nv-origen              PIC X(01).
               05  nv-cuenta              PIC X(12).
           03  nv-debe                PIC 9(11)V99.
           03  nv-haber               PIC 9(11)V99.
      * Conceptos sin cuenta en el mapeo.
       01  sm-tot                     PIC 9(03)  VALUE ZEROS.
       01  sm-tab.
           03  sm-ent                 OCCURS 100 TIMES.
               05  sm-clase               PIC X(02).
               05  sm-clave               PIC X(11).
               05  sm-suc                 PIC X(03).
               05  sm-cant                PIC 9(05).
               05  sm-importe             PIC 9(11)V99.
       01  sub-sm                     PIC 9(03)  VALUE ZEROS.
       01  sm-hallado                 PIC 9(03)  VALUE ZEROS.
      * Balance de sumas y saldos por cuenta.
       01  bal-tot                    PIC 9(03)  VALUE ZEROS.
       01  bal-tab.
           03  bal-ent                OCCURS 300 TIMES.
               05  bal-cuenta             PIC X(12).
               05  bal-debe               PIC 9(11)V99.
               05  bal-haber              PIC 9(11)V99.
       01  sub-bal                    PIC 9(03)  VALUE ZEROS.
       01  bal-hallado                PIC 9(03)  VALUE ZEROS.
      * Control de balance y emision por asiento.
       01  ant-asi                    PIC X(12)  VALUE SPACES.
       01  asi-debe                   PIC 9(13)V99 VALUE ZEROS.
       01  asi-haber                  PIC 9(13)V99 VALUE ZEROS.
       01  tot-debe                   PIC 9(13)V99 VALUE ZEROS.
       01  tot-haber                  PIC 9(13)V99 VALUE ZEROS.
       01  asi-nro                    PIC 9(06)  VALUE ZEROS.
       01  asi-renglon                PIC 9(03)  VALUE ZEROS.
       01  cant-desbalance            PIC 9(05)  VALUE ZEROS.
       01  sw-rechazo                 PIC X(01)  VALUE "N".
           88  periodo-rechazado                 VALUE "S".
       01  cuenta-desc                PIC X(30)  VALUE SPACES.
       01  saldo-cuenta               PIC S9(13)V99 VALUE ZEROS.
      * Comprobante en curso (cabecera "H" del periodo pedido).
       01  sw-cbte-abierto            PIC X(01)  VALUE "N".
           88  cbte-abierto                      VALUE "S".
       01  cb-fecha                   PIC 9(08)  VALUE ZEROS.
       01  cb-suc                     PIC X(03)  VALUE SPACES.
       01  cb-tipo                    PIC X(01)  VALUE SPACES.
       01  cb-cuit                    PIC X(11)  VALUE SPACES.
       01  cb-perc                    PIC 9(09)V99 VALUE ZEROS.
       01  cb-pago-cab-tipo           PIC X(05)  VALUE SPACES.
       01  cb-pago-cab-monto          PIC 9(09)V99 VALUE ZEROS.
       01  cb-alic-tab.
           03  cb-alic-tot            PIC 9(02)  VALUE ZEROS.
           03  cb-alic-entrada        OCCURS 10 TIMES.
               05  cb-alic-pct            PIC 99V99.
               05  cb-alic-neto           PIC 9(09)V99.
               05  cb-alic-iva            PIC 9(09)V99.
       01  sub-alic                   PIC 9(02)  VALUE ZEROS.
       01  alic-hallada               PIC 9(02)  VALUE ZEROS.
      * Alicuota como clave del mapeo: 21% = 2100.
       01  alic-clave                 PIC 9(04)  VALUE ZEROS.
       01  iva-linea                  PIC 9(07)V99 VALUE ZEROS.
       01  neto-linea                 PIC 9(07)V99 VALUE ZEROS.
       01  cb-pag-tab.
           03  cb-pag-tot             PIC 9(02)  VALUE ZEROS.
           03  cb-pag-entrada         OCCURS 20 TIMES.
               05  cb-pag-tipo            PIC X(05).
               05  cb-pag-monto           PIC 9(09)V99.
       01  sub-pag                    PIC 9(02)  VALUE ZEROS.
       01  cb-cobrado                 PIC 9(11)V99 VALUE ZEROS.
       01  cb-entregado               PIC 9(11)V99 VALUE ZEROS.
       01  cb-vuelto                  PIC 9(11)V99 VALUE ZEROS.
       01  pago-efectivo              PIC X(05)  VALUE "EFECT".
       01  pago-ctacte                PIC X(05)  VALUE "CTACT".
       01  cb-imputado                PIC 9(11)V99 VALUE ZEROS.
       01  cb-dif                     PIC S9(11)V99 VALUE ZEROS.
      * Lado de cada concepto: una venta cobra al debe y vende al
      * haber; una nota de credito al reves.
       01  lado-pago                  PIC X(01)  VALUE "D".
       01  lado-venta                 PIC X(01)  VALUE "H".
      * Descuentos/recargos generales a prorratear (citiven.cbl).
       01  cb-dr-total                PIC S9(09)V99 VALUE ZEROS.
       01  pror-bruto-total           PIC S9(11)V99 VALUE ZEROS.
       01  pror-bruto                 PIC S9(11)V99 VALUE ZEROS.
       01  pror-adj                   PIC S9(09)V99 VALUE ZEROS.
       01  pror-resto                 PIC S9(09)V99 VALUE ZEROS.
       01  pror-iva                   PIC S9(09)V99 VALUE ZEROS.
      * Notas de credito del local pagadas con CTACT: su renglon
      * "R" de CTACTE.DAT no se vuelve a imputar.
       01  nc-tab.
           03  nc-tot                 PIC 9(03)  VALUE ZEROS.
           03  nc-entrada             OCCURS 500 TIMES.
               05  nc-fecha               PIC 9(08).
               05  nc-cuit                PIC X(11).
               05  nc-importe             PIC 9(09)V99.
               05  nc-usada               PIC X(01).
       01  sub-nc                     PIC 9(03)  VALUE ZEROS.
       01  nc-hallada                 PIC 9(03)  VALUE ZEROS.
       01  sw-nc-lleno                PIC X(01)  VALUE "N".
           88  nc-tab-llena                      VALUE "S".
      * Stock valorizado.
       01  mv-cant                    PIC 9(07)V99 VALUE ZEROS.
       01  mv-importe                 PIC 9(11)V99 VALUE ZEROS.
      * Observaciones.
       01  cant-cbtes                 PIC 9(05)  VALUE ZEROS.
       01  cant-sin-lineas            PIC 9(05)  VALUE ZEROS.
       01  cant-sin-costo             PIC 9(05)  VALUE ZEROS.
      * Conversion de los importes de texto del export.
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
      * Renglon del archivo de importacion.
       01  asi-linea.
           03  as-nro                 PIC 9(06).
           03  as-fecha               PIC 9(08).
           03  as-sucursal            PIC X(03).
           03  as-renglon             PIC 9(03).
           03  as-cuenta              PIC X(12).
           03  as-debe                PIC 9(11).99.
           03  as-haber               PIC 9(11).99.
           03  as-leyenda             PIC X(30).
      * Lineas del listado.
       01  tit-linea.
           03  FILLER                 PIC X(30)
               VALUE "ASIENTOS CONTABLES - PERIODO ".
           03  tit-periodo            PIC 9(06).
           03  FILLER                 PIC X(11)  VALUE " SUCURSAL ".
           03  tit-sucursal           PIC X(05).
       01  cab-linea.
           03  FILLER                 PIC X(08)  VALUE "ASIENTO ".
           03  cab-nro                PIC 9(06).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  cab-fecha              PIC 9(08).
           03  FILLER                 PIC X(05)  VALUE " SUC ".
           03  cab-suc                PIC X(03).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  cab-leyenda            PIC X(30).
       01  det-linea.
           03  FILLER                 PIC X(02)  VALUE SPACES.
           03  det-cuenta             PIC X(12).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-desc               PIC X(30).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-debe               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-haber              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-marca              PIC X(14).
       01  bal-linea.
           03  FILLER                 PIC X(02)  VALUE SPACES.
           03  bl-cuenta              PIC X(12).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  bl-desc                PIC X(24).
           03  bl-debe                PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  bl-haber               PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  bl-saldo               PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  sm-linea.
           03  FILLER                 PIC X(02)  VALUE SPACES.
           03  sl-clase               PIC X(02).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  sl-clave               PIC X(11).
           03  FILLER                 PIC X(05)  VALUE " SUC ".
           03  sl-suc                 PIC X(03).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  sl-cant                PIC ZZ,ZZ9.
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  sl-importe             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  tot-linea.
           03  tot-texto              PIC X(40).
           03  tot-cant               PIC ZZ,ZZZ,ZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
       mainline.
           perform inicializar thru inicializar-exit.
           perform procesa-export thru procesa-export-exit
               until fin-archivo.
           perform cierra-cbte thru cierra-cbte-exit.
           close exp-file.
           if toma-locales
              perform procesa-caja thru procesa-caja-exit
              perform procesa-ctacte thru procesa-ctacte-exit
              perform procesa-stock thru procesa-stock-exit
           end-if.
           perform verifica thru verifica-exit.
           perform emite-diario thru emite-diario-exit.
           perform emite-balance thru emite-balance-exit.
           perform terminar thru terminar-exit.
       inicializar.
           open input par-file.
           if fs-par not = "00"
              display "ASICON: no se pudo abrir ASICON.PAR"
              move 8 to return-code
              stop run
           end-if.
           read par-file
               at end
                  display "ASICON: ASICON.PAR esta vacio"
                  move 8 to return-code
                  stop run
           end-read.
           close par-file.
           if par-periodo not numeric
              display "ASICON: ASICON.PAR invalido (periodo)"
              move 8 to return-code
              stop run
           end-if.
           perform carga-mapeo thru carga-mapeo-exit.
           perform carga-config thru carga-config-exit.
           if par-suc-todas or par-sucursal = suc-local
              set toma-locales to true
           end-if.
           move high-values to acu-tab.
           open input exp-file.
           if fs-exp not = "00"
              display "ASICON: no se pudo abrir EXPFACT.DAT"
              move 8 to return-code
              stop run
           end-if.
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
           move "N" to sw-fin.
       inicializar-exit.
           exit.
      * Sin mapeo no hay asientos que armar.
       carga-mapeo.
           open input map-file.
           if fs-map not = "00"
              display "ASICON: no se pudo abrir CTBMAP.DAT"
              move 8 to return-code
              stop run
           end-if.
           move "N" to sw-fin.
           perform lee-mapeo thru lee-mapeo-exit
               until fin-archivo.
           close map-file.
       carga-mapeo-exit.
           exit.
       lee-mapeo.
           read map-file
               at end
                  set fin-archivo to true
                  go to lee-mapeo-exit
           end-read.
           if CTB-CLASE = spaces or CTB-CUENTA = spaces
              go to lee-mapeo-exit.
           if map-tot >= 300
              display "ASICON: CTBMAP.DAT con mas de 300 renglones, "
                  "el excedente no se usa"
              go to lee-mapeo-exit.
           add 1 to map-tot.
           move CTB-CLASE    to map-clase (map-tot).
           move CTB-CLAVE    to map-clave (map-tot).
           move CTB-SUCURSAL to map-suc (map-tot).
           move CTB-CUENTA   to map-cuenta (map-tot).
           move CTB-DESC     to map-desc (map-tot).
       lee-mapeo-exit.
           exit.
       carga-config.
           open input cfg-file.
           if fs-cfg not = "00"
              go to carga-config-exit.
           move "N" to sw-fin.
           perform lee-config thru lee-config-exit
               until fin-archivo.
           close cfg-file.
       carga-config-exit.
           exit.
       lee-config.
           read cfg-file
               at end
                  set fin-archivo to true
               not at end
                  if CFG-SUCURSAL not = spaces
                     move CFG-SUCURSAL to suc-local
                  end-if
           end-read.
       lee-config-exit.
           exit.
      ******************************************************************
      * Ventas: cada "H" cierra (imputa) el comprobante anterior y
      * abre el siguiente; "D", "R", "I" y "P" se juntan en el
      * comprobante abierto.
      ******************************************************************
       procesa-export.
           read exp-file
               at end
                  set fin-archivo to true
               not at end
                  evaluate true
                     when EXP-ES-CABECERA
                        perform cierra-cbte thru cierra-cbte-exit
                        perform abre-cbte thru abre-cbte-exit
                     when EXP-ES-DETALLE and cbte-abierto
                        perform suma-alicuota thru suma-alicuota-exit
                     when EXP-ES-DR and cbte-abierto
                        perform suma-dr thru suma-dr-exit
                     when EXP-ES-PERCEPCION and cbte-abierto
                        add EXP-PERC-IMPORTE to cb-perc
                     when EXP-ES-PAGO and cbte-abierto
                        perform suma-pago thru suma-pago-exit
                     when other
                        continue
                  end-evaluate
           end-read.
       procesa-export-exit.
           exit.
       abre-cbte.
           if EXP-FECHA (1:6) = par-periodo
              and (par-suc-todas or EXP-SUCURSAL = par-sucursal)
              set cbte-abierto to true
              add 1 to cant-cbtes
              move EXP-FECHA    to cb-fecha
              move EXP-SUCURSAL to cb-suc
              move EXP-TIPO-F   to cb-tipo
              move EXP-CUIT-F   to cb-cuit
              move zeros to cb-perc cb-alic-tot cb-pag-tot cb-dr-total
              move EXP-PAGO-TIPO to cb-pago-cab-tipo
              if EXP-PAGO-MONTO numeric
                 move EXP-PAGO-MONTO to cb-pago-cab-monto
              else
                 move zeros to cb-pago-cab-monto
              end-if
           end-if.
       abre-cbte-exit.
           exit.
       suma-alicuota.
           move spaces to conv-texto.
           move EXP-MONT-C to conv-texto.
           perform conv-a-numero thru conv-a-numero-exit.
           move zeros to alic-hallada.
           perform busca-alicuota thru busca-alicuota-exit
               varying sub-alic from 1 by 1
               until sub-alic > cb-alic-tot.
           if alic-hallada = zeros and cb-alic-tot < 10
              add 1 to cb-alic-tot
              move cb-alic-tot to alic-hallada
              move EXP-PIVA-C to cb-alic-pct (alic-hallada)
              move zeros to cb-alic-neto (alic-hallada)
              move zeros to cb-alic-iva  (alic-hallada)
           end-if.
           if alic-hallada not = zeros
              compute iva-linea rounded =
                  conv-importe * EXP-PIVA-C / (100 + EXP-PIVA-C)
              compute neto-linea = conv-importe - iva-linea
              add iva-linea  to cb-alic-iva  (alic-hallada)
              add neto-linea to cb-alic-neto (alic-hallada)
           end-if.
       suma-alicuota-exit.
           exit.
       busca-alicuota.
           if cb-alic-pct (sub-alic) = EXP-PIVA-C
              move sub-alic to alic-hallada
              move cb-alic-tot to sub-alic
           end-if.
       busca-alicuota-exit.
           exit.
       suma-dr.
           if EXP-DR-TIPO = "D"
              subtract EXP-DR-IMPORTE from cb-dr-total
           else
              add EXP-DR-IMPORTE to cb-dr-total
           end-if.
       suma-dr-exit.
           exit.
       suma-pago.
           if cb-pag-tot < 20
              add 1 to cb-pag-tot
              move EXP-PAGO-TIPO-P  to cb-pag-tipo (cb-pag-tot)
              move EXP-PAGO-MONTO-P to cb-pag-monto (cb-pag-tot)
           else
              add EXP-PAGO-MONTO-P to cb-pag-monto (cb-pag-tot)
           end-if.
       suma-pago-exit.
           exit.
      * Imputa el comprobante juntado. Un EXPFACT anterior a los
      * renglones "P" trae el pago solo en la cabecera.
       cierra-cbte.
           if not cbte-abierto
              go to cierra-cbte-exit.
           move "N" to sw-cbte-abierto.
           if cb-alic-tot = zeros
              add 1 to cant-sin-lineas
              move 4 to rc-corrida
           end-if.
           if cb-dr-total not = zeros and cb-alic-tot > zeros
              perform prorratea-dr thru prorratea-dr-exit
           end-if.
           if cb-tipo = "C"
              move "H" to lado-pago
              move "D" to lado-venta
           else
              move "D" to lado-pago
              move "H" to lado-venta
           end-if.
           move cb-fecha to imp-fecha.
           move cb-suc   to imp-suc.
           move "V"      to imp-origen.
           move zeros to cb-cobrado cb-imputado.
           if cb-pag-tot = zeros and cb-pago-cab-monto > zeros
              move 1 to cb-pag-tot
              move cb-pago-cab-tipo  to cb-pag-tipo (1)
              move cb-pago-cab-monto to cb-pag-monto (1)
           end-if.
           if cb-tipo = "C" and cb-suc = suc-local
              perform anota-nc-ctacte thru anota-nc-ctacte-exit
                  varying sub-pag from 1 by 1
                  until sub-pag > cb-pag-tot
           end-if.
           perform imputa-alicuota thru imputa-alicuota-exit
               varying sub-alic from 1 by 1
               until sub-alic > cb-alic-tot.
           if cb-perc > zeros
              move "PC"       to imp-clase
              move "IIBB"     to imp-clave
              move lado-venta to imp-lado
              move cb-perc    to imp-importe
              add cb-perc     to cb-imputado
              perform imputa thru imputa-exit
           end-if.
           perform descuenta-vuelto thru descuenta-vuelto-exit.
           perform imputa-pago thru imputa-pago-exit
               varying sub-pag from 1 by 1 until sub-pag > cb-pag-tot.
           compute cb-dif = cb-cobrado - cb-imputado.
           if cb-dif not = zeros
              move "DF"   to imp-clase
              move spaces to imp-clave
              if cb-dif > zeros
                 move lado-venta to imp-lado
                 move cb-dif to imp-importe
              else
                 move lado-pago to imp-lado
                 compute imp-importe = zeros - cb-dif
              end-if
              perform imputa thru imputa-exit
           end-if.
       cierra-cbte-exit.
           exit.
      * Vuelto: lo entregado por encima de lo imputado sale del
      * efectivo (el unico medio que da vuelto); si no alcanza, el
      * resto queda en diferencias.
       descuenta-vuelto.
           move zeros to cb-entregado.
           perform suma-entregado thru suma-entregado-exit
               varying sub-pag from 1 by 1 until sub-pag > cb-pag-tot.
           if cb-entregado not > cb-imputado
              go to descuenta-vuelto-exit.
           compute cb-vuelto = cb-entregado - cb-imputado.
           perform resta-vuelto thru resta-vuelto-exit
               varying sub-pag from 1 by 1
               until sub-pag > cb-pag-tot or cb-vuelto = zeros.
       descuenta-vuelto-exit.
           exit.
       suma-entregado.
           add cb-pag-monto (sub-pag) to cb-entregado.
       suma-entregado-exit.
           exit.
       resta-vuelto.
           if cb-pag-tipo (sub-pag) not = pago-efectivo
              go to resta-vuelto-exit.
           if cb-pag-monto (sub-pag) > cb-vuelto
              subtract cb-vuelto from cb-pag-monto (sub-pag)
              move zeros to cb-vuelto
           else
              subtract cb-pag-monto (sub-pag) from cb-vuelto
              move zeros to cb-pag-monto (sub-pag)
           end-if.
       resta-vuelto-exit.
           exit.
      * Nota de credito del local pagada con CTACT: se anota para
      * saltear su renglon "R" en CTACTE.DAT (ver lee-ctacte).
       anota-nc-ctacte.
           if cb-pag-tipo (sub-pag) not = pago-ctacte
              or cb-pag-monto (sub-pag) = zeros
              go to anota-nc-ctacte-exit.
           if nc-tot >= 500
              if not nc-tab-llena
                 set nc-tab-llena to true
                 move 4 to rc-corrida
                 display "ASICON: mas de 500 notas de credito con "
                     "CTACT, el excedente se imputa dos veces"
              end-if
              go to anota-nc-ctacte-exit
           end-if.
           add 1 to nc-tot.
           move cb-fecha to nc-fecha (nc-tot).
           move cb-cuit to nc-cuit (nc-tot).
           move cb-pag-monto (sub-pag) to nc-importe (nc-tot).
           move "N" to nc-usada (nc-tot).
       anota-nc-ctacte-exit.
           exit.
       imputa-pago.
           move "PG"                   to imp-clase.
           move cb-pag-tipo (sub-pag)  to imp-clave.
           move lado-pago              to imp-lado.
           move cb-pag-monto (sub-pag) to imp-importe.
           add cb-pag-monto (sub-pag)  to cb-cobrado.
           perform imputa thru imputa-exit.
       imputa-pago-exit.
           exit.
       imputa-alicuota.
           compute alic-clave = cb-alic-pct (sub-alic) * 100.
           move "VT"                   to imp-clase.
           move alic-clave             to imp-clave.
           move lado-venta             to imp-lado.
           move cb-alic-neto (sub-alic) to imp-importe.
           add cb-alic-neto (sub-alic) to cb-imputado.
           perform imputa thru imputa-exit.
           move "IV"                   to imp-clase.
           move cb-alic-iva (sub-alic) to imp-importe.
           add cb-alic-iva (sub-alic)  to cb-imputado.
           perform imputa thru imputa-exit.
       imputa-alicuota-exit.
           exit.
      * Prorrateo del descuento/recargo general entre las alicuotas
      * (mismo calculo que citiven.cbl). Un descuento sin lineas
      * gravadas o mayor que el bruto no se prorratea: la diferencia
      * queda en la cuenta de diferencias.
       prorratea-dr.
           move zeros to pror-bruto-total.
           perform suma-bruto thru suma-bruto-exit
               varying sub-alic from 1 by 1
               until sub-alic > cb-alic-tot.
           if pror-bruto-total = zeros
              go to prorratea-dr-exit.
           if cb-dr-total < zeros
              compute pror-adj = zeros - cb-dr-total
              if pror-adj > pror-bruto-total
                 go to prorratea-dr-exit
              end-if
           end-if.
           move cb-dr-total to pror-resto.
           perform ajusta-alicuota thru ajusta-alicuota-exit
               varying sub-alic from 1 by 1
               until sub-alic > cb-alic-tot.
       prorratea-dr-exit.
           exit.
       suma-bruto.
           compute pror-bruto-total = pror-bruto-total
               + cb-alic-neto (sub-alic) + cb-alic-iva (sub-alic).
       suma-bruto-exit.
           exit.
       ajusta-alicuota.
           compute pror-bruto = cb-alic-neto (sub-alic)
               + cb-alic-iva (sub-alic).
           if sub-alic < cb-alic-tot
              compute pror-adj rounded = cb-dr-total
                  * pror-bruto / pror-bruto-total
           else
              move pror-resto to pror-adj
           end-if.
           subtract pror-adj from pror-resto.
           add pror-adj to pror-bruto.
           if pror-bruto < zeros
              move zeros to pror-bruto
           end-if.
           compute pror-iva rounded = pror-bruto
               * cb-alic-pct (sub-alic)
               / (100 + cb-alic-pct (sub-alic)).
           move pror-iva to cb-alic-iva (sub-alic).
           compute cb-alic-neto (sub-alic) = pror-bruto - pror-iva.
       ajusta-alicuota-exit.
           exit.
      ******************************************************************
      * Caja: un ingreso entra por la forma de pago contra la cuenta
      * del movimiento; un egreso al reves.
      ******************************************************************
       procesa-caja.
           open input cjm-file.
           if fs-cjm not = "00"
              go to procesa-caja-exit.
           move "N" to sw-fin.
           perform lee-caja thru lee-caja-exit
               until fin-archivo.
           close cjm-file.
       procesa-caja-exit.
           exit.
       lee-caja.
           read cjm-file
               at end
                  set fin-archivo to true
                  go to lee-caja-exit
           end-read.
           if CJM-FECHA (1:6) not = par-periodo
              or CJM-IMPORTE not numeric
              go to lee-caja-exit.
           move CJM-FECHA   to imp-fecha.
           move suc-local   to imp-suc.
           move "C"         to imp-origen.
           move CJM-IMPORTE to imp-importe.
           move "PG"        to imp-clase.
           move CJM-PAGO    to imp-clave.
           if CJM-ES-INGRESO
              move "D" to imp-lado
           else
              move "H" to imp-lado
           end-if.
           perform imputa thru imputa-exit.
           move "CJ"        to imp-clase.
           move spaces      to imp-clave.
           move CJM-TIPO    to imp-clave (1:1).
           move CJM-MOTIVO (1:10) to imp-clave (2:10).
           if CJM-ES-INGRESO
              move "H" to imp-lado
           else
              move "D" to imp-lado
           end-if.
           perform imputa thru imputa-exit.
       lee-caja-exit.
           exit.
      ******************************************************************
      * Cobranzas de cuenta corriente: la cobranza contra la cuenta
      * de deudores (la de la forma de pago CTACT).
      ******************************************************************
       procesa-ctacte.
           open input cta-file.
           if fs-cta not = "00"
              go to procesa-ctacte-exit.
           move "N" to sw-fin.
           perform lee-ctacte thru lee-ctacte-exit
               until fin-archivo.
           close cta-file.
       procesa-ctacte-exit.
           exit.
       lee-ctacte.
           read cta-file
               at end
                  set fin-archivo to true
                  go to lee-ctacte-exit
           end-read.
           if not CTA-ES-PAGO or CTA-FECHA (1:6) not = par-periodo
              or CTA-IMPORTE not numeric
              go to lee-ctacte-exit.
           move zeros to nc-hallada.
           perform busca-nc thru busca-nc-exit
               varying sub-nc from 1 by 1 until sub-nc > nc-tot.
           if nc-hallada not = zeros
              move "S" to nc-usada (nc-hallada)
              go to lee-ctacte-exit.
           move CTA-FECHA   to imp-fecha.
           move suc-local   to imp-suc.
           move "R"         to imp-origen.
           move CTA-IMPORTE to imp-importe.
           move "CC"        to imp-clase.
           move "R"         to imp-clave.
           move "D"         to imp-lado.
           perform imputa thru imputa-exit.
           move "PG"        to imp-clase.
           move "CTACT"     to imp-clave.
           move "H"         to imp-lado.
           perform imputa thru imputa-exit.
       lee-ctacte-exit.
           exit.
       busca-nc.
           if nc-usada (sub-nc) = "N"
              and nc-fecha (sub-nc) = CTA-FECHA
              and nc-cuit (sub-nc) = CTA-CUIT
              and nc-importe (sub-nc) = CTA-IMPORTE
              move sub-nc to nc-hallada
              move nc-tot to sub-nc
           end-if.
       busca-nc-exit.
           exit.
      ******************************************************************
      * Stock a costo: una entrada (cantidad positiva) va al debe de
      * inventario contra la contrapartida del tipo de movimiento;
      * una salida al reves (la venta "V" es el costo de ventas). Los
      * MOVSTK anteriores a MOV-COSTO no se pueden valorizar y van a
      * observaciones.
      ******************************************************************
       procesa-stock.
           open input mov-file.
           if fs-mov not = "00"
              go to procesa-stock-exit.
           move "N" to sw-fin.
           perform lee-stock thru lee-stock-exit
               until fin-archivo.
           close mov-file.
       procesa-stock-exit.
           exit.
       lee-stock.
           read mov-file
               at end
                  set fin-archivo to true
                  go to lee-stock-exit
           end-read.
           if MOV-FECHA (1:6) not = par-periodo
              go to lee-stock-exit.
           if MOV-COSTO not numeric or MOV-CANT not numeric
              add 1 to cant-sin-costo
              move 4 to rc-corrida
              go to lee-stock-exit.
           if MOV-CANT < zeros
              compute mv-cant = zeros - MOV-CANT
           else
              move MOV-CANT to mv-cant
           end-if.
           compute mv-importe rounded = mv-cant * MOV-COSTO.
           move MOV-FECHA  to imp-fecha.
           move suc-local  to imp-suc.
           move "S"        to imp-origen.
           move mv-importe to imp-importe.
           move "IN"       to imp-clase.
           move spaces     to imp-clave.
           if MOV-CANT > zeros
              move "D" to imp-lado
           else
              move "H" to imp-lado
           end-if.
           perform imputa thru imputa-exit.
           move "MV"       to imp-clase.
           move MOV-TIPO   to imp-clave.
           if MOV-CANT > zeros
              move "H" to imp-lado
           else
              move "D" to imp-lado
           end-if.
           perform imputa thru imputa-exit.
       lee-stock-exit.
           exit.
      ******************************************************************
      * Imputa imp-importe al lado imp-lado de la cuenta que el mapeo
      * le da a imp-clase/imp-clave en la sucursal imp-suc, en el
      * asiento del dia/sucursal/origen. Un concepto sin cuenta se
      * junta bajo SIN CUENTA y se anota para el listado.
      ******************************************************************
       imputa.
           if imp-importe = zeros
              go to imputa-exit.
           perform busca-cuenta thru busca-cuenta-exit.
           if imp-cuenta = spaces
              move sin-cuenta-lit to imp-cuenta
              perform anota-sin-cuenta thru anota-sin-cuenta-exit
           end-if.
           move imp-fecha  to nv-fecha.
           move imp-suc    to nv-suc.
           move imp-origen to nv-origen.
           move imp-cuenta to nv-cuenta.
           move zeros to sub-acu.
           search all acu-ent
              at end
                 perform inserta-acu thru inserta-acu-exit
              when acu-clave (acu-idx) = nv-clave
                 set sub-acu to acu-idx
           end-search.
           if sub-acu = zeros
              go to imputa-exit.
           if imp-lado = "D"
              add imp-importe to acu-debe (sub-acu)
           else
              add imp-importe to acu-haber (sub-acu)
           end-if.
       imputa-exit.
           exit.
      * Gana el renglon del mapeo mas especifico: clave completa
      * antes que el tipo solo (CJ), y sucursal propia antes que la
      * general.
       busca-cuenta.
           move spaces to imp-cuenta.
           move zeros to mejor-puntos.
           perform evalua-mapeo thru evalua-mapeo-exit
               varying sub-map from 1 by 1 until sub-map > map-tot.
       busca-cuenta-exit.
           exit.
       evalua-mapeo.
           move zeros to map-puntos.
           if map-clase (sub-map) not = imp-clase
              go to evalua-mapeo-exit.
           if map-suc (sub-map) not = spaces
              and map-suc (sub-map) not = imp-suc
              go to evalua-mapeo-exit.
           if map-clave (sub-map) = imp-clave
              move 3 to map-puntos
           else
              if imp-clase = "CJ"
                 and map-clave (sub-map) = imp-clave (1:1)
                 move 1 to map-puntos
              end-if
           end-if.
           if map-puntos = zeros
              go to evalua-mapeo-exit.
           if map-suc (sub-map) not = spaces
              add 1 to map-puntos
           end-if.
           if map-puntos > mejor-puntos
              move map-puntos to mejor-puntos
              move map-cuenta (sub-map) to imp-cuenta
           end-if.
       evalua-mapeo-exit.
           exit.
       anota-sin-cuenta.
           move zeros to sm-hallado.
           perform busca-sin-cuenta thru busca-sin-cuenta-exit
               varying sub-sm from 1 by 1 until sub-sm > sm-tot.
           if sm-hallado = zeros
              if sm-tot >= 100
                 go to anota-sin-cuenta-exit
              end-if
              add 1 to sm-tot
              move sm-tot to sm-hallado
              move imp-clase to sm-clase (sm-hallado)
              move imp-clave to sm-clave (sm-hallado)
              move imp-suc   to sm-suc (sm-hallado)
              move zeros to sm-cant (sm-hallado) sm-importe (sm-hallado)
           end-if.
           add 1 to sm-cant (sm-hallado).
           add imp-importe to sm-importe (sm-hallado).
       anota-sin-cuenta-exit.
           exit.
       busca-sin-cuenta.
           if sm-clase (sub-sm) = imp-clase
              and sm-clave (sub-sm) = imp-clave
              and sm-suc (sub-sm) = imp-suc
              move sub-sm to sm-hallado
              move sm-tot to sub-sm
           end-if.
       busca-sin-cuenta-exit.
           exit.
      * Corre hacia arriba las entradas mayores que la nueva y la
      * deja en su lugar, en cero.
       inserta-acu.
           if acu-tot >= 3000
              if not hubo-desborde
                 set hubo-desborde to true
                 display "ASICON: mas de 3000 imputaciones distintas "
                     "en el periodo"
              end-if
              go to inserta-acu-exit.
           move acu-tot to sub-ins.
           move "N" to sw-corre.
           perform corre-acu thru corre-acu-exit
               until fin-corre.
           add 1 to sub-ins.
           move zeros to nv-debe nv-haber.
           move nv-ent to acu-ent (sub-ins).
           add 1 to acu-tot.
           move sub-ins to sub-acu.
       inserta-acu-exit.
           exit.
       corre-acu.
           if sub-ins = zeros
              set fin-corre to true
              go to corre-acu-exit.
           if acu-clave (sub-ins) not > nv-clave
              set fin-corre to true
              go to corre-acu-exit.
           move acu-ent (sub-ins) to acu-ent (sub-ins + 1).
           subtract 1 from sub-ins.
       corre-acu-exit.
           exit.
      ******************************************************************
      * Control de balance antes de grabar: cada asiento tiene que
      * cerrar debe contra haber, y no puede quedar ningun concepto
      * sin cuenta. Arma de paso el balance de sumas y saldos.
      ******************************************************************
       verifica.
           move spaces to ant-asi.
           move zeros to asi-debe asi-haber tot-debe tot-haber.
           perform verifica-renglon thru verifica-renglon-exit
               varying sub-acu from 1 by 1 until sub-acu > acu-tot.
           perform cierra-verifica thru cierra-verifica-exit.
           if sm-tot > zeros or cant-desbalance > zeros
              or tot-debe not = tot-haber or hubo-desborde
              set periodo-rechazado to true
           end-if.
       verifica-exit.
           exit.
       verifica-renglon.
           if acu-asi (sub-acu) not = ant-asi
              perform cierra-verifica thru cierra-verifica-exit
              move acu-asi (sub-acu) to ant-asi
           end-if.
           add acu-debe (sub-acu)  to asi-debe tot-debe.
           add acu-haber (sub-acu) to asi-haber tot-haber.
           move zeros to bal-hallado.
           perform busca-balance thru busca-balance-exit
               varying sub-bal from 1 by 1 until sub-bal > bal-tot.
           if bal-hallado = zeros and bal-tot < 300
              add 1 to bal-tot
              move bal-tot to bal-hallado
              move acu-cuenta (sub-acu) to bal-cuenta (bal-hallado)
              move zeros to bal-debe (bal-hallado)
              move zeros to bal-haber (bal-hallado)
           end-if.
           if bal-hallado not = zeros
              add acu-debe (sub-acu)  to bal-debe (bal-hallado)
              add acu-haber (sub-acu) to bal-haber (bal-hallado)
           end-if.
       verifica-renglon-exit.
           exit.
       cierra-verifica.
           if asi-debe not = asi-haber
              add 1 to cant-desbalance
           end-if.
           move zeros to asi-debe asi-haber.
       cierra-verifica-exit.
           exit.
       busca-balance.
           if bal-cuenta (sub-bal) = acu-cuenta (sub-acu)
              move sub-bal to bal-hallado
              move bal-tot to sub-bal
           end-if.
       busca-balance-exit.
           exit.
      ******************************************************************
      * Libro diario: se lista siempre; el archivo de importacion se
      * graba solo si el periodo paso el control.
      ******************************************************************
       emite-diario.
           open output asi-file.
           move "LIBRO DIARIO" to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move spaces to ant-asi.
           move zeros to asi-debe asi-haber asi-nro.
           perform emite-renglon thru emite-renglon-exit
               varying sub-acu from 1 by 1 until sub-acu > acu-tot.
           if acu-tot > zeros
              perform cierra-asiento thru cierra-asiento-exit
           end-if.
           close asi-file.
       emite-diario-exit.
           exit.
       emite-renglon.
           if acu-asi (sub-acu) not = ant-asi
              if sub-acu > 1
                 perform cierra-asiento thru cierra-asiento-exit
              end-if
              perform abre-asiento thru abre-asiento-exit
           end-if.
           add acu-debe (sub-acu)  to asi-debe.
           add acu-haber (sub-acu) to asi-haber.
           move acu-cuenta (sub-acu) to as-cuenta det-cuenta.
           perform busca-desc thru busca-desc-exit.
           move cuenta-desc to det-desc.
           move spaces to det-marca.
           if acu-debe (sub-acu) > zeros
              move acu-debe (sub-acu) to as-debe det-debe
              move zeros to as-haber det-haber
              perform graba-imputacion thru graba-imputacion-exit
           end-if.
           if acu-haber (sub-acu) > zeros
              move zeros to as-debe det-debe
              move acu-haber (sub-acu) to as-haber det-haber
              perform graba-imputacion thru graba-imputacion-exit
           end-if.
       emite-renglon-exit.
           exit.
       abre-asiento.
           move acu-asi (sub-acu) to ant-asi.
           add 1 to asi-nro.
           move zeros to asi-renglon asi-debe asi-haber.
           move asi-nro to as-nro cab-nro.
           move acu-fecha (sub-acu) to as-fecha cab-fecha.
           move acu-suc (sub-acu) to as-sucursal cab-suc.
           evaluate acu-origen (sub-acu)
              when "V"
                 move "VENTAS DEL DIA" to as-leyenda
              when "C"
                 move "MOVIMIENTOS DE CAJA" to as-leyenda
              when "R"
                 move "COBRANZAS CUENTA CORRIENTE" to as-leyenda
              when other
                 move "COSTO DE VENTAS Y STOCK" to as-leyenda
           end-evaluate.
           move as-leyenda to cab-leyenda.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move cab-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       abre-asiento-exit.
           exit.
       graba-imputacion.
           add 1 to asi-renglon.
           move asi-renglon to as-renglon.
           if not periodo-rechazado
              move asi-linea to asi-salida
              write asi-salida
           end-if.
           move det-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       graba-imputacion-exit.
           exit.
       cierra-asiento.
           move spaces to det-cuenta.
           move "TOTAL DEL ASIENTO" to det-desc.
           move asi-debe to det-debe.
           move asi-haber to det-haber.
           if asi-debe not = asi-haber
              move "NO BALANCEA" to det-marca
           else
              move spaces to det-marca
           end-if.
           move det-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       cierra-asiento-exit.
           exit.
       busca-desc.
           move spaces to cuenta-desc.
           if acu-cuenta (sub-acu) = sin-cuenta-lit
              move "CONCEPTO SIN CUENTA EN CTBMAP" to cuenta-desc
              go to busca-desc-exit.
           perform compara-desc thru compara-desc-exit
               varying sub-map from 1 by 1 until sub-map > map-tot.
       busca-desc-exit.
           exit.
       compara-desc.
           if map-cuenta (sub-map) = acu-cuenta (sub-acu)
              move map-desc (sub-map) to cuenta-desc
              move map-tot to sub-map
           end-if.
       compara-desc-exit.
           exit.
      ******************************************************************
      * Balance de sumas y saldos, conceptos sin cuenta y resultado.
      ******************************************************************
       emite-balance.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "BALANCE DE SUMAS Y SALDOS" to rep-linea.
           perform graba-linea thru graba-linea-exit.
           perform lista-balance thru lista-balance-exit
               varying sub-bal from 1 by 1 until sub-bal > bal-tot.
           move spaces to bl-cuenta.
           move "TOTALES" to bl-desc.
           move tot-debe to bl-debe.
           move tot-haber to bl-haber.
           compute saldo-cuenta = tot-debe - tot-haber.
           move saldo-cuenta to bl-saldo.
           move bal-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           if sm-tot > zeros
              move spaces to rep-linea
              perform graba-linea thru graba-linea-exit
              move "CONCEPTOS SIN CUENTA EN CTBMAP.DAT" to rep-linea
              perform graba-linea thru graba-linea-exit
              perform lista-sin-cuenta thru lista-sin-cuenta-exit
                  varying sub-sm from 1 by 1 until sub-sm > sm-tot
           end-if.
       emite-balance-exit.
           exit.
       lista-balance.
           move bal-cuenta (sub-bal) to bl-cuenta.
           move spaces to cuenta-desc.
           if bal-cuenta (sub-bal) = sin-cuenta-lit
              move "CONCEPTO SIN CUENTA" to cuenta-desc
           else
              perform desc-balance thru desc-balance-exit
                  varying sub-map from 1 by 1 until sub-map > map-tot
           end-if.
           move cuenta-desc to bl-desc.
           move bal-debe (sub-bal) to bl-debe.
           move bal-haber (sub-bal) to bl-haber.
           compute saldo-cuenta = bal-debe (sub-bal)
               - bal-haber (sub-bal).
           move saldo-cuenta to bl-saldo.
           move bal-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       lista-balance-exit.
           exit.
       desc-balance.
           if map-cuenta (sub-map) = bal-cuenta (sub-bal)
              move map-desc (sub-map) to cuenta-desc
              move map-tot to sub-map
           end-if.
       desc-balance-exit.
           exit.
       lista-sin-cuenta.
           move sm-clase (sub-sm) to sl-clase.
           move sm-clave (sub-sm) to sl-clave.
           move sm-suc (sub-sm) to sl-suc.
           move sm-cant (sub-sm) to sl-cant.
           move sm-importe (sub-sm) to sl-importe.
           move sm-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       lista-sin-cuenta-exit.
           exit.
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
       graba-linea.
           write rep-linea.
           display rep-linea.
       graba-linea-exit.
           exit.
       terminar.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move spaces to tot-linea.
           move "COMPROBANTES DEL PERIODO" to tot-texto.
           move cant-cbtes to tot-cant.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "ASIENTOS" to tot-texto.
           move asi-nro to tot-cant.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           if cant-sin-lineas > zeros
              move "COMPROBANTES SIN LINEAS (A DIFERENCIAS)"
                    to tot-texto
              move cant-sin-lineas to tot-cant
              move tot-linea to rep-linea
              perform graba-linea thru graba-linea-exit
           end-if.
           if cant-sin-costo > zeros
              move "MOVIMIENTOS DE STOCK SIN COSTO" to tot-texto
              move cant-sin-costo to tot-cant
              move tot-linea to rep-linea
              perform graba-linea thru graba-linea-exit
           end-if.
           if cant-desbalance > zeros
              move "ASIENTOS QUE NO BALANCEAN" to tot-texto
              move cant-desbalance to tot-cant
              move tot-linea to rep-linea
              perform graba-linea thru graba-linea-exit
           end-if.
           if not toma-locales
              move "CAJA, CTA. CTE. Y STOCK NO SON DE LA SUCURSAL"
                    to rep-linea
              perform graba-linea thru graba-linea-exit
           end-if.
           if periodo-rechazado
              move 8 to rc-corrida
              move "PERIODO RECHAZADO: ASIENTOS.DAT QUEDA VACIO"
                    to rep-linea
           else
              move "PERIODO BALANCEADO: ASIENTOS.DAT GRABADO"
                    to rep-linea
           end-if.
           perform graba-linea thru graba-linea-exit.
           close rep-file.
           move rc-corrida to return-code.
           stop run.
       terminar-exit.
           exit.
