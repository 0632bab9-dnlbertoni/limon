           SELECT FEN-FILE ASSIGN "FECAENUM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-fen.
      * Compras (ver carga-orden/recibe-oc): ordenes de compra y
      * maestro de proveedores que carga ocompra.cbl, y bitacora de
      * lo recibido contra cada orden con sus diferencias.
           SELECT OC-FILE ASSIGN "OCOMPRA.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OC-CLAVE
                  FILE STATUS IS fs-oc.
           SELECT PRV-FILE ASSIGN "PROVMAE.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRV-CUIT
                  FILE STATUS IS fs-prv.
           SELECT REC-FILE ASSIGN "RECEPOC.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-rec.
      * Vales de regalo, indexado por numero (ver vende-vale/
      * valida-vale/canje-vale), y ultimo numero de vale emitido.
           SELECT VAL-FILE ASSIGN "VALES.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VAL-NUMERO
                  FILE STATUS IS fs-val.
           SELECT VLN-FILE ASSIGN "VALNUM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-vln.
      * Puntos de clientes (ver acredita-puntos/calcula-canje): libro
      * de movimientos por CUIT, que se relee para sacar el saldo como
      * CTACTE.DAT, y parametros del programa (puntos por importe,
      * valor del punto, meses de validez).
           SELECT PTS-FILE ASSIGN "PUNTOS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-pts.
           SELECT PPA-FILE ASSIGN "PUNTOS.PAR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-ppa.
      * Composicion de kits y combos (ver mueve-stock): el kit vendido
      * mueve el stock de sus componentes. La carga kitmae.cbl.
           SELECT KIT-FILE ASSIGN "KITMAE.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KIT-CLAVE
                  FILE STATUS IS fs-kit.
      * Auditoria de autorizaciones de supervisor: un renglon por
      * cada pedido, concedido o no (ver pide-supervisor).
           SELECT AUT-FILE ASSIGN "SUPAUT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-aut.
      * Transferencias entre sucursales (ver envia-transf/
      * recibe-transf, layout en trfreg.cpy): despachos de esta
      * sucursal, archivo TRFnnnnnn.ooo que viaja con la mercaderia,
      * recepciones de las transferencias que llegan y ultimo
      * numero de transferencia emitido.
           SELECT TRF-FILE ASSIGN "TRANSF.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-trf.
           SELECT TRV-FILE ASSIGN trv-nombre
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-trv.
           SELECT TRR-FILE ASSIGN "TRFREC.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-trr.
           SELECT TRN-FILE ASSIGN "TRFNUM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-trn.
      * Padron de percepciones de Ingresos Brutos por CUIT, lo
      * rearma iibpad.cbl todos los meses (ver calcula-percepcion).
           SELECT PAD-FILE ASSIGN "PADRON.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PAD-CUIT
                  FILE STATUS IS fs-pad.
       DATA DIVISION.
       FILE SECTION.
       FD  PED-FILE.
       01  FER-REG                       PIC X(100).
       FD  FEN-FILE.
       01  FEN-REG                       PIC 9(6).
       FD  OC-FILE.
           copy "ocreg.cpy".
       FD  PRV-FILE.
           copy "provreg.cpy".
       FD  REC-FILE.
           copy "recreg.cpy".
       FD  VAL-FILE.
           copy "valreg.cpy".
       FD  VLN-FILE.
       01  VLN-REG                       PIC 9(6).
       FD  PTS-FILE.
           copy "ptsreg.cpy".
       FD  PPA-FILE.
           copy "ptspar.cpy".
       FD  KIT-FILE.
           copy "kitreg.cpy".
       FD  AUT-FILE.
           copy "autreg.cpy".
       FD  TRF-FILE.
           copy "trfreg.cpy".
       FD  TRV-FILE.
       01  TRV-REG                       PIC X(85).
       FD  TRR-FILE.
       01  TRR-REG                       PIC X(85).
       FD  TRN-FILE.
       01  TRN-REG                       PIC 9(6).
       FD  PAD-FILE.
           copy "padreg.cpy".
       WORKING-STORAGE SECTION.
       01  Tota-fis.
      * Imprime totales (Facturas A, B o ticket)
           03 dspl-d  PIC X VALUE zeros.
           03 filler  PIC X VALUE h"1C".
           03 filler  PIC X VALUE "T".
       01  Perc-fis.
      * Otros tributos: percepcion sobre el comprobante abierto,
      * global ("**.**", no atada a una alicuota de IVA), antes de
      * los pagos (ver calcula-percepcion/envia-pagos).
           03 filler  PIC X VALUE "`".
           03 filler  PIC X VALUE h"1C".
           03 filler  PIC X(5) VALUE "**.**".
           03 filler  PIC X VALUE h"1C".
           03 perc-texto-p PIC X(20) VALUE "PERCEPCION IIBB".
           03 filler  PIC X VALUE h"1C".
           03 perc-monto-p PIC X(10) VALUE zeros.
       01  Reporte-X.
      * Pide Reporte X (cierre parcial, no cierra el dia fiscal)
           03 filler  PIC X VALUE "X".
               05  ctrl-modo                 PIC 9(3) VALUE ZEROS.
      * "S" si la boca tiene visor de cliente (ver pone-display).
               05  ctrl-display              PIC X    VALUE "N".
      * Punto de venta AFIP del controlador (ver toma-nro-cbte).
               05  ctrl-pto-vta              PIC 9(4) VALUE ZEROS.
       01 ctrl-cant                      PIC 9        VALUE 1.
       01 ctrl-actual                    PIC 9        VALUE 1.
       01 sub-ctrl                       PIC 9        VALUE ZEROS.
       01  val-renglon                   PIC 9(6)   VALUE ZEROS.
       01  val-lineas-total              PIC 9(9)V99 VALUE ZEROS.
       01  val-pagos-total               PIC 9(9)V99 VALUE ZEROS.
      * Para la percepcion de IIBB del ticket (ver valida-cancela).
       01  val-tipo-f                    PIC X      VALUE SPACES.
       01  val-cuit                      PIC X(11)  VALUE ZEROS.
       01  val-neto-lineas               PIC 9(9)V99 VALUE ZEROS.
       01  val-bruto-lineas              PIC 9(9)V99 VALUE ZEROS.
       01  val-motivo                    PIC X(40)  VALUE SPACES.
       01  val-lin-maestro-sw            PIC X      VALUE "N".
           88  val-linea-del-maestro                VALUE "S".
      * Renglon de lote con precio pactado (PED-PRECIO-FIJO, pedidos
      * de reparto): busca-articulo no pisa cantidad, monto ni IVA.
       01  sw-precio-pactado             PIC X      VALUE "N".
           88  precio-pactado                       VALUE "S".
      * Resguardo de Clie-fac durante la pasada de validacion, que
      * reusa sus campos para el digito verificador: un comprobante
      * retomado por lee-chk no debe perder los datos de su cliente.
           03  pago-tab-entrada          OCCURS 10 TIMES.
               05  pago-tab-text             PIC X(5).
               05  pago-tab-monto            PIC X(10).
      * Numero de vale en un pago VALE (ver valida-vale); en un pago
      * TARJ los datos del cupon (tarj-ref).
               05  pago-tab-ref              PIC X(20).
       01  pago-cant                     PIC 99     VALUE ZEROS.
       01  sub-pago                      PIC 99     VALUE ZEROS.
       01  fs-zx                         PIC XX     VALUE "00".
       01  abm-motivo                    PIC X(6)   VALUE SPACES.
       01  abm-costo                     PIC X(10)  VALUE SPACES.
       01  abm-costo-ed                  PIC 9999999.99.
       01  abm-desc                      PIC X(30)  VALUE SPACES.
      * Maestro de clientes (ver abre-clientes/cli-busca/cli-abm).
       01  fs-cli                        PIC XX     VALUE "00".
       01  cli-hallado-sw                PIC X      VALUE "N".
       01  fs-mov                        PIC XX     VALUE "00".
       01  mov-tipo-mov                  PIC X      VALUE SPACES.
       01  mov-delta                     PIC S9(7)V99 VALUE ZEROS.
      * Kits (ver abre-kits/mueve-stock): stk-delta es el delta del
      * articulo vendido o devuelto; si es un kit, cada componente
      * se mueve por stk-delta por su cantidad por kit. Sin
      * KITMAE.IDX no hay kits y todo articulo mueve su stock.
       01  fs-kit                        PIC XX     VALUE "00".
       01  sw-kits                       PIC X      VALUE "N".
           88  kits-abiertos                        VALUE "S".
       01  sw-es-kit                     PIC X      VALUE "N".
           88  stk-es-kit                           VALUE "S".
       01  sw-fin-kit                    PIC X      VALUE "N".
           88  fin-kit                              VALUE "S".
       01  stk-arti                      PIC X(18)  VALUE SPACES.
       01  stk-delta                     PIC S9(7)V99 VALUE ZEROS.
       01  stk-renglon                   PIC 99     VALUE ZEROS.
       01  ing-arti                      PIC X(18)  VALUE SPACES.
       01  ing-cant                      PIC X(10)  VALUE SPACES.
      * Costo unitario de la entrega: actualiza ART-COSTO y queda
      * estampado en el movimiento "I"; en blanco no se toca el
      * costo vigente.
       01  ing-costo                     PIC X(10)  VALUE SPACES.
      * Recepcion contra una orden de compra (ver carga-orden/
      * recibe-oc/cierra-recepcion): con el numero de orden puesto,
      * cada articulo que llega se controla contra lo pedido; lo no
      * pedido, el exceso y el costo distinto del pactado piden
      * supervisor antes de mover el stock. La orden queda cargada en
      * ocr-tab hasta que se cambia de orden o se sale de la
      * pantalla, y ahi se registran los faltantes y se actualiza el
      * estado de la orden.
       01  ing-oc                        PIC X(6)   VALUE SPACES.
       01  fs-oc                         PIC XX     VALUE "00".
       01  fs-prv                        PIC XX     VALUE "00".
       01  fs-rec                        PIC XX     VALUE "00".
       01  sw-oc-cargada                 PIC X      VALUE "N".
           88  orden-cargada                        VALUE "S".
       01  ocr-numero                    PIC 9(6)   VALUE ZEROS.
       01  ocr-cuit                      PIC X(11)  VALUE SPACES.
       01  ocr-tab.
           03  ocr-tot                   PIC 99     VALUE ZEROS.
           03  ocr-entrada               OCCURS 50 TIMES.
               05  ocr-renglon               PIC 9(3).
               05  ocr-arti                  PIC X(18).
               05  ocr-ped                   PIC 9(7)V99.
               05  ocr-rec                   PIC 9(7)V99.
               05  ocr-costo-oc              PIC 9(7)V99.
       01  sub-ocr                       PIC 99     VALUE ZEROS.
       01  ocr-hallado                   PIC 99     VALUE ZEROS.
       01  ocr-cant                      PIC 9(7)V99 VALUE ZEROS.
       01  ocr-costo                     PIC 9(7)V99 VALUE ZEROS.
       01  ocr-pactado                   PIC 9(7)V99 VALUE ZEROS.
       01  ocr-marca                     PIC X      VALUE SPACES.
       01  ocr-dif-costo                 PIC X      VALUE SPACES.
       01  ocr-recibidos                 PIC 999    VALUE ZEROS.
       01  ocr-faltantes                 PIC 99     VALUE ZEROS.
       01  ocr-cant-ed                   PIC 9(7).99.
       01  ocr-ped-ed                    PIC 9(7).99.
       01  ocr-costo-ed                  PIC 9(7).99.
       01  ocr-pactado-ed                PIC 9(7).99.
       01  sw-ocr-aprobada               PIC X      VALUE "N".
           88  recepcion-aprobada                   VALUE "S".
      * Despacho de una transferencia a otra sucursal (ver
      * envia-transf): los articulos se juntan en trs-tab con el
      * costo vigente; al emitir salen del stock con un movimiento
      * "T", se graban en TRANSF.DAT y en el archivo que viaja, y se
      * imprime el remito REMnnnnnn.TXT.
       01  fs-trf                        PIC XX     VALUE "00".
       01  fs-trv                        PIC XX     VALUE "00".
       01  fs-trr                        PIC XX     VALUE "00".
       01  fs-trn                        PIC XX     VALUE "00".
       01  trv-nombre                    PIC X(20)  VALUE SPACES.
       01  trs-destino                   PIC X(3)   VALUE SPACES.
       01  trs-arti                      PIC X(18)  VALUE SPACES.
       01  trs-cant                      PIC X(10)  VALUE SPACES.
       01  trs-nro                       PIC 9(6)   VALUE ZEROS.
       01  trs-valor                     PIC 9(9)V99 VALUE ZEROS.
       01  trs-tab.
           03  trs-tot                   PIC 99     VALUE ZEROS.
           03  trs-entrada               OCCURS 50 TIMES.
               05  trs-lin-arti              PIC X(18).
               05  trs-lin-cant              PIC 9(7)V99.
               05  trs-lin-costo             PIC 9(7)V99.
       01  sub-trs                       PIC 99     VALUE ZEROS.
       01  trs-hallado                   PIC 99     VALUE ZEROS.
       01  trs-cant-ed                   PIC Z(6)9.99.
       01  trs-valor-ed                  PIC ZZZ,ZZZ,ZZ9.99.
      * Recepcion de una transferencia (ver recibe-transf): con
      * sucursal de origen y numero se carga el archivo que vino con
      * la mercaderia en rtr-tab; cada articulo que llega suma al
      * stock con un movimiento "E", lo no enviado y el sobrante
      * piden supervisor como en la recepcion de una orden de
      * compra, y al salir (o cambiar de transferencia) lo que no
      * llego queda como faltante en TRFREC.DAT. Cada ingreso al
      * stock deja en el acto su renglon "P" en TRFREC.DAT, para que
      * una recepcion cortada se retome sin volver a sumar el stock.
       01  rtr-origen                    PIC X(3)   VALUE SPACES.
       01  rtr-numero                    PIC X(6)   VALUE SPACES.
       01  rtr-arti                      PIC X(18)  VALUE SPACES.
       01  rtr-cant                      PIC X(10)  VALUE SPACES.
       01  sw-trf-cargada                PIC X      VALUE "N".
           88  transf-cargada                       VALUE "S".
       01  sw-fin-trf                    PIC X      VALUE "N".
           88  fin-transf                           VALUE "S".
       01  sw-trf-recibida               PIC X      VALUE "N".
           88  transf-ya-recibida                   VALUE "S".
       01  rtr-cargada-origen            PIC X(3)   VALUE SPACES.
       01  rtr-cargada-nro               PIC 9(6)   VALUE ZEROS.
       01  rtr-tab.
           03  rtr-tot                   PIC 99     VALUE ZEROS.
           03  rtr-entrada               OCCURS 50 TIMES.
               05  rtr-lin-arti              PIC X(18).
               05  rtr-lin-env               PIC 9(7)V99.
               05  rtr-lin-rec               PIC 9(7)V99.
               05  rtr-lin-costo             PIC 9(7)V99.
       01  sub-rtr                       PIC 99     VALUE ZEROS.
       01  rtr-hallado                   PIC 99     VALUE ZEROS.
       01  rtr-recibidos                 PIC 999    VALUE ZEROS.
       01  rtr-sin-maestro               PIC 99     VALUE ZEROS.
       01  rtr-diferencias               PIC 99     VALUE ZEROS.
       01  rtr-cant-w                    PIC 9(7)V99 VALUE ZEROS.
       01  rtr-marca                     PIC X      VALUE SPACES.
       01  rtr-valor                     PIC 9(9)V99 VALUE ZEROS.
      * Vales de regalo (ver vende-vale/valida-vale/canje-vale): la
      * venta del vale es un ingreso de caja (CAJAMOV) en la forma de
      * pago con que se lo pago, no un comprobante fiscal: el
      * comprobante sale recien cuando se canjea por mercaderia. El
      * canje es la forma de pago VALE de Cancela/Pago, con el numero
      * de vale en "Vale Nro."; se cobra solo hasta el saldo del vale
      * y queda como forma de pago aparte en TURNOPAG/arqueo y en los
      * renglones "P" de EXPFACT.DAT (EXP-PAGO-REF = numero de vale).
       01  fs-val                        PIC XX     VALUE "00".
       01  fs-vln                        PIC XX     VALUE "00".
       01  pago-vale-lit                 PIC X(5)   VALUE "VALE".
       01  canc-vale                     PIC X(6)   VALUE SPACES.
      * Forma de pago TARJ (tarjeta de credito o debito): marca, lote,
      * cupon y cuotas del comprobante del posnet, tecleados en la
      * pantalla Cancela/Pago. Viajan en pago-tab-ref con el formato
      * de EXP-PAGO-TARJETA (expreg.cpy) para conciliar despues cupon
      * por cupon contra la liquidacion de la tarjeta (liqtar.cbl).
       01  pago-tarjeta-lit              PIC X(5)   VALUE "TARJ".
       01  tarj-ref.
           03  tarj-marca                PIC X(4)   VALUE SPACES.
           03  tarj-lote                 PIC 9(4)   VALUE ZEROS.
           03  tarj-cupon                PIC 9(8)   VALUE ZEROS.
           03  tarj-cuotas               PIC 9(2)   VALUE ZEROS.
           03  FILLER                    PIC X(2)   VALUE SPACES.
       01  vale-nro                      PIC 9(6)   VALUE ZEROS.
       01  vale-nro-x REDEFINES vale-nro PIC X(6).
       01  vale-importe-w                PIC 9(9)V99 VALUE ZEROS.
       01  vale-en-tkt                   PIC 9(9)V99 VALUE ZEROS.
       01  vale-disponible               PIC S9(9)V99 VALUE ZEROS.
       01  vale-saldo-ed                 PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  vale-hoy                      PIC 9(8)   VALUE ZEROS.
       01  vale-vto                      PIC 9(8)   VALUE ZEROS.
       01  vale-vto-r REDEFINES vale-vto.
           03  vale-vto-anio             PIC 9(4).
           03  vale-vto-mes              PIC 99.
           03  vale-vto-dia              PIC 99.
       01  vale-meses-tot                PIC 9(4)   VALUE ZEROS.
       01  vale-anios                    PIC 9(4)   VALUE ZEROS.
       01  sw-vales                      PIC X      VALUE "N".
           88  vales-abiertos                       VALUE "S".
      * Meses de validez del local (WFIS.CFG, CFG-VALE-MESES).
       01  vale-meses-cfg                PIC 99     VALUE 12.
       01  sw-vale-ok                    PIC X      VALUE "N".
           88  vale-ok                              VALUE "S".
      * Campos de la pantalla de venta de vales.
       01  vvt-monto                     PIC X(10)  VALUE SPACES.
       01  vvt-pago                      PIC X(5)   VALUE "EFECT".
       01  vvt-meses                     PIC 99     VALUE 12.
      * Puntos de clientes (ver abre-puntos/acredita-puntos/
      * calcula-canje): cada comprobante fiscalizado con CUIT del
      * maestro suma puntos sobre su total neto de descuentos
      * generales; la nota de credito de devoluciones los resta y el
      * canje sale como un descuento general mas (tipo "P" en la
      * pantalla de descuentos, EXP-DR-MODO "T" en el export). Un
      * solo canje por comprobante. Sin PUNTOS.PAR no hay puntos.
       01  fs-pts                        PIC XX     VALUE "00".
       01  fs-ppa                        PIC XX     VALUE "00".
       01  sw-puntos                     PIC X      VALUE "N".
           88  puntos-activos                       VALUE "S".
       01  pts-pesos                     PIC 9(5)V99 VALUE ZEROS.
       01  pts-valor                     PIC 9(3)V99 VALUE ZEROS.
       01  pts-meses                     PIC 99     VALUE ZEROS.
       01  pts-canje-cbte                PIC 9(7)   VALUE ZEROS.
       01  pts-tipo-mov                  PIC X      VALUE SPACES.
       01  pts-cant-mov                  PIC 9(7)   VALUE ZEROS.
       01  pts-importe-mov               PIC 9(9)V99 VALUE ZEROS.
       01  pts-cuit-mov                  PIC X(11)  VALUE ZEROS.
      * Saldo reconstruido (ver lee-saldo-puntos): los ganados antes
      * de pts-corte que no alcanzaron a consumirse ya vencieron
      * aunque ptsvto.cbl todavia no haya grabado el "V".
       01  pts-saldo                     PIC S9(9)  VALUE ZEROS.
       01  pts-ganado-viejo              PIC 9(9)   VALUE ZEROS.
       01  pts-consumido                 PIC S9(9)  VALUE ZEROS.
       01  pts-corte                     PIC 9(8)   VALUE ZEROS.
       01  pts-corte-r REDEFINES pts-corte.
           03  pts-corte-anio            PIC 9(4).
           03  pts-corte-mes             PIC 99.
           03  pts-corte-dia             PIC 99.
       01  pts-sub-mes                   PIC 99     VALUE ZEROS.
       01  sw-fin-pts                    PIC X      VALUE "N".
           88  fin-puntos                           VALUE "S".
       01  pts-saldo-ed                  PIC ZZZ,ZZZ,ZZ9.
       01  pts-cant-ed                   PIC ZZZ,ZZZ,ZZ9.
      * Sesion de operador (ver pide-login): oper-actual queda en
      * todos los registros fiscales (LOG-FIS-REG, EXP-REG, ZX-REG,
      * ARTHIS) para que cada peso fiscalizado remita a una persona.
           88  login-ok                             VALUE "S".
       01  sw-desatendido                PIC X      VALUE "N".
           88  corrida-desatendida                  VALUE "S".
      * Codigo de retorno de la corrida desatendida, para la cadena
      * nocturna (noctur.cbl): 4 si el lote se fiscalizo salteando
      * tickets malos, 8 si el lote se cancelo o alguna boca no
      * cerro el Z.
       01  rc-desatendido                PIC 9      VALUE ZEROS.
      * Credencial de supervisor pedida al vuelo para autorizar una
      * venta fuera del maestro (reemplaza el viejo campo "S/N" que
      * cualquiera podia tipear).
       01  sup-id                        PIC X(6)   VALUE SPACES.
       01  sup-clave                     PIC X(8)   VALUE SPACES.
      * Motivo y referencia del pedido de autorizacion en curso (los
      * carga quien llama a pide-supervisor; ver autreg.cpy) y el
      * resultado que queda en SUPAUT.DAT.
       01  sup-motivo                    PIC X      VALUE SPACES.
       01  sup-ref                       PIC X(20)  VALUE SPACES.
       01  sup-resultado                 PIC X      VALUE SPACES.
       01  fs-aut                        PIC XX     VALUE "00".
      * Campos de trabajo de la pantalla de operadores (ope-abm).
       01  oab-id                        PIC X(6)   VALUE SPACES.
       01  oab-nombre                    PIC X(20)  VALUE SPACES.
           03  arq-cab-fecha             PIC 9(8).
           03  FILLER                    PIC X(1)   VALUE SPACES.
           03  arq-cab-hora              PIC 9(8).
      * Quien conto y en que boca, para el informe de excepciones
      * por operador (exccaj.cbl).
           03  FILLER                    PIC X(6)   VALUE " OPER ".
           03  arq-cab-oper              PIC X(6).
           03  FILLER                    PIC X(6)   VALUE " BOCA ".
           03  arq-cab-boca              PIC 9.
       01  arq-det-linea.
           03  arq-l-text                PIC X(5).
           03  FILLER                    PIC X(9)   VALUE " sistema ".
               05  fer-iva                OCCURS 3 TIMES.
                   07  fer-iva-alic           PIC 99V99.
                   07  fer-iva-monto          PIC 9(9)V99.
      * Otros tributos: percepcion de IIBB incluida en fer-total.
           03  fer-perc                   PIC 9(9)V99.
      * Punto de venta electronico (WFIS.CFG, CFG-PTO-VTA-FE).
           03  fer-pto-vta                PIC 9(4).
       01  sub-fe                         PIC 99       VALUE ZEROS.
      * Percepcion de Ingresos Brutos (ver calcula-percepcion): una
      * Factura A a un CUIT del padron, dentro de su vigencia, paga
      * la alicuota del padron sobre el neto gravado del comprobante
      * (neto de cada linea, prorrateado por los descuentos/recargos
      * generales). Sin PADRON.IDX el local no percibe. El mismo
      * calculo lo hace la validacion del lote para cuadrar los
      * pagos del pedido (ver valida-cancela) y pedcap.cbl al
      * capturarlo.
       01  fs-pad                         PIC XX       VALUE "00".
       01  sw-padron                      PIC X        VALUE "N".
           88  padron-abierto                          VALUE "S".
       01  perc-tipo-f                    PIC X        VALUE SPACES.
       01  perc-cuit                      PIC X(11)    VALUE ZEROS.
       01  perc-neto                      PIC 9(9)V99  VALUE ZEROS.
       01  perc-bruto                     PIC 9(9)V99  VALUE ZEROS.
       01  perc-total                     PIC 9(9)V99  VALUE ZEROS.
       01  perc-piva                      PIC 99V99    VALUE ZEROS.
       01  perc-iva-lin                   PIC 9(9)V99  VALUE ZEROS.
       01  perc-hoy                       PIC 9(8)     VALUE ZEROS.
       01  perc-alicuota                  PIC 99V99    VALUE ZEROS.
       01  perc-base                      PIC 9(9)V99  VALUE ZEROS.
       01  perc-importe                   PIC 9(9)V99  VALUE ZEROS.
       01  perc-monto-ed                  PIC 9999999.99.
       01  perc-total-ed                  PIC Z,ZZZ,ZZ9.99.
      * Numero del comprobante recien cerrado (ver toma-nro-cbte): el
      * que devuelve el controlador en la respuesta al Cier-fis, o en
      * Modo Electronico el de FECAENUM en el punto de venta
      * electronico. graba-export lo estampa en EXPFACT.DAT.
       01  pto-vta-fe                     PIC 9(4)     VALUE ZEROS.
       01  cbte-pto-vta                   PIC 9(4)     VALUE ZEROS.
       01  cbte-nro                       PIC 9(8)     VALUE ZEROS.
       01  rsp-campos.
           03  rsp-campo                  PIC X(20)    OCCURS 3 TIMES.
       01  rsp-nro                        PIC X(20)    VALUE SPACES.
       01  rsp-car                        PIC X        VALUE SPACES.
       01  rsp-dig REDEFINES rsp-car      PIC 9.
       01  rsp-acum                       PIC 9(12)    VALUE ZEROS.
       01  rsp-pv                         PIC 9(4)     VALUE ZEROS.
       01  sub-rsp                        PIC 99       VALUE ZEROS.
       01  sw-rsp-guion                   PIC X        VALUE "N".
           88  rsp-con-guion                           VALUE "S".
       SCREEN SECTION.
       01 tik-tab.
          03  label "Tipo de comprobante" line 1, col 2, size 22.
          03 pago-2   entry-field, using pago-t.
          03  label "Cancela/Total" line 5, col 2, size 15.
          03 canc-2   entry-field, using canc-t.
          03  label "Vale Nro." line 7, col 2, size 15.
          03 vale-2   entry-field, using canc-vale.
          03  label "Tarjeta" line 9, col 2, size 15.
          03 tmar-2   entry-field, using tarj-marca.
          03  label "Lote" line 11, col 2, size 15.
          03 tlot-2   entry-field, using tarj-lote.
          03  label "Cupon" line 13, col 2, size 15.
          03 tcup-2   entry-field, using tarj-cupon.
          03  label "Cuotas" line 15, col 2, size 15.
          03 tcuo-2   entry-field, using tarj-cuotas.
          03  push-button, "&Agrega Pago", termination-value 102,
               size 14, line 17, col 2.
          03  push-button, "&OK", termination-value 100,
               size 8, line 17, col 18.
       01 linea-fis.
          03  label "Atriculo" line 1, col 2, size 15.
          03 arti-1   entry-field, using arti-c.
          03 abm-stm-e  entry-field, using abm-stock-min.
          03  label "Costo" line 15, col 2, size 15.
          03 abm-cst-e  entry-field, using abm-costo.
          03  label "Descripcion" line 17, col 2, size 15.
          03 abm-dsc-e  entry-field, using abm-desc.
          03  push-button, "&Buscar", termination-value 102,
               size 10, line 19, col 2.
          03  push-button, "&Grabar", termination-value 100,
               size 10, line 19, col 14.
          03  push-button, "Ba&ja/React.", termination-value 103,
               size 13, line 19, col 26.
          03  push-button, "&Salir", termination-value 101,
               size 8, line 21, col 2.
       01 cli-abm-scr.
          03  label "CUIT" line 1, col 2, size 15.
          03 cab-cuit-e entry-field, using cab-cuit.
       01 desc-scr.
          03  label "Texto" line 1, col 2, size 15.
          03 dsc-texto-e entry-field, using dsc-texto.
          03  label "D desc./R rec./P puntos" line 3, col 2, size 24.
          03 dsc-tipo-e  entry-field, using dsc-tipo, upper.
          03  label "P porcent. / I importe" line 5, col 2, size 23.
          03 dsc-modo-e  entry-field, using dsc-modo, upper.
          03 ing-cant-e entry-field, using ing-cant.
          03  label "Costo unitario" line 5, col 2, size 15.
          03 ing-cost-e entry-field, using ing-costo.
          03  label "Orden de compra" line 7, col 2, size 15.
          03 ing-oc-e entry-field, using ing-oc.
          03  push-button, "&OK", termination-value 100,
               size 8, line 9, col 2.
          03  push-button, "&Salir", termination-value 101,
               size 8, line 9, col 13.
       01 trs-scr.
          03  label "Sucursal destino" line 1, col 2, size 17.
          03 trs-dest-e entry-field, using trs-destino, upper,
                   col 21, line 1.
          03  label "Articulo" line 3, col 2, size 15.
          03 trs-arti-e entry-field, using trs-arti,
                   col 21, line 3.
          03  label "Cantidad" line 5, col 2, size 15.
          03 trs-cant-e entry-field, using trs-cant,
                   col 21, line 5.
          03  push-button, "&Agrega Linea", termination-value 102,
               size 14, line 7, col 2.
          03  push-button, "&Emitir", termination-value 100,
               size 10, line 7, col 18.
          03  push-button, "&Cancela", termination-value 101,
               size 10, line 7, col 30.
       01 rtr-scr.
          03  label "Sucursal origen" line 1, col 2, size 17.
          03 rtr-orig-e entry-field, using rtr-origen, upper,
                   col 21, line 1.
          03  label "Transferencia Nro." line 3, col 2, size 18.
          03 rtr-num-e  entry-field, using rtr-numero,
                   col 21, line 3.
          03  label "Articulo" line 5, col 2, size 15.
          03 rtr-arti-e entry-field, using rtr-arti,
                   col 21, line 5.
          03  label "Cantidad recibida" line 7, col 2, size 17.
          03 rtr-cant-e entry-field, using rtr-cant,
                   col 21, line 7.
          03  push-button, "&OK", termination-value 100,
               size 8, line 9, col 2.
          03  push-button, "Recibir &todo", termination-value 102,
               size 14, line 9, col 12.
          03  push-button, "&Salir", termination-value 101,
               size 8, line 9, col 28.
       01 vvt-scr.
          03  label "Importe del vale" line 1, col 2, size 17.
          03 vvt-monto-e entry-field, using vvt-monto,
                   col 25, line 1.
          03  label "Forma de pago" line 3, col 2, size 15.
          03 vvt-pago-e  entry-field, using vvt-pago, upper,
                   col 25, line 3.
          03  label "Validez (meses)" line 5, col 2, size 15.
          03 vvt-meses-e entry-field, using vvt-meses,
                   col 25, line 5.
          03  push-button, "&Vender", termination-value 100,
               size 10, line 7, col 2.
          03  push-button, "&Salir", termination-value 101,
               size 8, line 7, col 15.
       01 val-scr.
          03  label "El lote tiene tickets con errores"
               line 1, col 2, size 36.
              termination-value 122, size 18, line 21, col 40.
          03  push-button, "Modo &Electronico",
              termination-value 123, size 18, line 23, col 2.
          03  push-button, "Vale de Re&galo",
              termination-value 124, size 18, line 23, col 40.
          03  push-button, "Trans&f. Envio",
              termination-value 125, size 18, line 25, col 2.
          03  push-button, "Transf. Recepcion",
              termination-value 126, size 18, line 25, col 40.
          03  push-button, "&Salir", termination-value 96,
               size 18, line 27, col 30.

      ******************************************************************
       PROCEDURE DIVISION.
           call "winfis32.dll".
           DISPLAY initial GRAPHICAL WINDOW
              SCREEN LINE 1, SCREEN COLUMN 1,
              LINES 29, SIZE 80,
              TITLE-BAR, MODELESS, ERASE, LINK TO THREAD,
              NO SCROLL, NO WRAP, COLOR IS 65793,
              TITLE "Prueba de Controlador Fiscal Bajo Windows 1.00",
           perform lee-balanza thru lee-balanza-exit.
           perform abre-clientes thru abre-clientes-exit.
           perform abre-operadores thru abre-operadores-exit.
           perform abre-vales thru abre-vales-exit.
           perform abre-puntos thru abre-puntos-exit.
           perform abre-kits thru abre-kits-exit.
           perform abre-padron thru abre-padron-exit.
           perform detecta-desatendido thru detecta-desatendido-exit.
           if not corrida-desatendida
              perform pide-login thru pide-login-exit
                   when 123
                     perform cambia-modo-fe thru cambia-modo-fe-exit
                     go to accept-pant2
                   when 124
                     perform vende-vale thru vende-vale-exit
                     go to accept-pant2
                   when 125
                     perform envia-transf thru envia-transf-exit
                     go to accept-pant2
                   when 126
                     perform recibe-transf thru recibe-transf-exit
                     go to accept-pant2
                 end-evaluate
           end-perform.
           go to accept-pant2.
       canc.
           display floating  window,
               at line 1, at col 1,
               size 46, lines 19,
               handle in ventana-flo, 
               top centered title "Cancelacion/Pago".
      * Con percepcion de IIBB el cliente paga el total de las
      * lineas mas la percepcion: se avisa antes de tomar los pagos.
           perform percepcion-cbte thru percepcion-cbte-exit.
           if perc-importe > zeros
              move perc-importe to perc-total-ed
              move spaces to men-1
              string "Factura A con percepcion IIBB de "
                        delimited by size
                     perc-total-ed delimited by size
                     into men-1
              compute perc-total = cbte-total-num + perc-importe
              move perc-total to perc-total-ed
              move spaces to men-2
              string "Total a cobrar: " delimited by size
                     perc-total-ed delimited by size
                     into men-2
              perform info thru f-info
           end-if.
           move spaces to tarj-marca.
           move zeros to tarj-lote tarj-cupon tarj-cuotas.
           display cancela.
       a-canc.
           perform, with test after, until exit-button-pushed
                     perform agrega-pago thru agrega-pago-exit
                     move spaces to text-t
                     move spaces to pago-t
                     move spaces to canc-vale
                     move spaces to tarj-marca
                     move zeros to tarj-lote tarj-cupon tarj-cuotas
                   when 100
                     destroy ventana-flo
                     perform agrega-pago thru agrega-pago-exit
                     perform busca-articulo thru busca-articulo-exit
                     if not art-encontrado and not art-de-baja
                        and not supervisor-ok
                        move "A" to sup-motivo
                        move arti-c to sup-ref
                        perform pide-supervisor
                           thru pide-supervisor-exit
                     end-if
                     perform mand-pak thru mand-pak-exit
                     set fact-abierta to true
                     move zeros to cbte-iva-tab
                     move zeros to cbte-total-num dr-cant pts-canje-cbte
      * Comprobante nuevo: se limpian los datos del cliente del
      * comprobante anterior para que un Ticket que no pasa por
      * "Datos del Cliente" no exporte el CUIT/nombre de otro cliente
                  move ARTV-IVA  to ART-IVA
                  set ART-ESTA-ACTIVO to true
                  move zeros to ART-STOCK ART-STOCK-MIN ART-COSTO
                  move spaces to ART-DESC
                  write ART-REG
                     invalid key
                        continue
                    set art-de-baja to true
                 else
                    move "S" to art-encontrado-sw
                    if not supervisor-ok and not precio-pactado
                       move ART-CANT to cant-c
                       move ART-PREC to mont-c
                       move ART-IVA  to piva-c
       art-abm.
           display floating window,
               at line 1, at col 1,
               size 46, lines 23,
               handle in ventana-flo,
               top centered title "Maestro de Articulos".
           move spaces to abm-cod abm-cant abm-prec abm-costo abm-desc.
           move zeros to abm-iva.
           move "S" to abm-activo.
           display art-abm-scr.
           move abm-cod to ART-COD.
           read ART-FILE
              invalid key
                 move spaces to abm-cant abm-prec abm-costo abm-desc
                 move zeros to abm-iva
                 move "S" to abm-activo
                 move "Articulo inexistente: se dara de alta" to men-1
                 move abm-stockm-ed to abm-stock-min
                 move ART-COSTO to abm-costo-ed
                 move abm-costo-ed to abm-costo
                 move ART-DESC to abm-desc
           end-read.
       abm-busca-exit.
           exit.
                 move abm-cant to ART-CANT
                 move abm-prec to ART-PREC
                 move abm-iva  to ART-IVA
                 move abm-desc to ART-DESC
                 set ART-ESTA-ACTIVO to true
                 move ART-ACTIVO to abm-activo
                 perform abm-carga-stock thru abm-carga-stock-exit
                 move abm-cant to ART-CANT
                 move abm-prec to ART-PREC
                 move abm-iva  to ART-IVA
                 move abm-desc to ART-DESC
                 move ART-STOCK to abm-stock-num
                 perform abm-carga-stock thru abm-carga-stock-exit
                 if ART-STOCK not = abm-stock-num
           move dr-tab to CHK-DR-TAB.
           move ctrl-actual to CHK-CTRL-ACTUAL.
           move lote-reg-proc to CHK-LOTE-REG-PROC.
           move pts-canje-cbte to CHK-PTS-CANJE.
           move sw-dev-cbte to CHK-DEV-CBTE.
           move exp-ref-w to CHK-EXP-REF.
           open output CHK-FILE.
           write CHK-REG.
           close CHK-FILE.
                 move CHK-DR-TAB to dr-tab
                 move CHK-CTRL-ACTUAL to ctrl-actual
                 move CHK-LOTE-REG-PROC to lote-reg-proc
                 move CHK-PTS-CANJE to pts-canje-cbte
                 move CHK-DEV-CBTE to sw-dev-cbte
                 move CHK-EXP-REF to exp-ref-w
                 move "Comprobante pendiente: se reenvia" to men-1
                 move "el ultimo paquete que no llego a confirmarse"
                       to men-2
                 move CHK-PENDIENTE to mand-chr
                 perform mand-pak thru mand-pak-exit
                 if CHK-PENDIENTE = Cier-fis
                    perform toma-nro-cbte thru toma-nro-cbte-exit
                    set fact-cerrada to true
                    add 1 to turno-cant
                    perform percepcion-cbte thru percepcion-cbte-exit
                    perform graba-export thru graba-export-exit
                    perform registra-puntos thru registra-puntos-exit
                    move zeros to pago-cant pts-canje-cbte
                    move zeros to perc-alicuota perc-base perc-importe
                    move zeros to cbte-pto-vta cbte-nro
                    move "N" to sw-dev-cbte
                 else
                    set fact-abierta to true
                 end-if
                 go to agrega-pago-exit
              end-if
           end-if.
      * La forma de pago VALE necesita un vale vigente con saldo para
      * el importe tecleado (descontando lo que el mismo vale ya
      * cubre en este comprobante); si no, se rechaza como CTACT.
           if text-t = pago-vale-lit
              perform valida-vale thru valida-vale-exit
              if not vale-ok
                 go to agrega-pago-exit
              end-if
           end-if.
      * La forma de pago TARJ necesita marca, lote y cupon para poder
      * conciliarla contra la liquidacion de la tarjeta (sin cuotas
      * se toma un pago). Los pedidos del lote no traen esos datos
      * (pedreg.cpy no tiene lugar): pasan con la referencia en
      * blanco y la conciliacion los lista aparte.
           if text-t = pago-tarjeta-lit and not hay-lote
              if tarj-marca = spaces or tarj-lote not numeric
                 or tarj-cupon not numeric or tarj-cupon = zeros
                 move "Pago TARJ sin datos del cupon:" to men-1
                 move "cargar Tarjeta, Lote y Cupon" to men-2
                 perform info thru f-info
                 go to agrega-pago-exit
              end-if
              if tarj-cuotas not numeric or tarj-cuotas = zeros
                 move 1 to tarj-cuotas
              end-if
           end-if.
           if pago-cant < 10
              add 1 to pago-cant
              move text-t to pago-tab-text (pago-cant)
              move pago-t to pago-tab-monto (pago-cant)
              move spaces to pago-tab-ref (pago-cant)
              if text-t = pago-vale-lit
                 move vale-nro-x to pago-tab-ref (pago-cant)
              end-if
              if text-t = pago-tarjeta-lit and not hay-lote
                 move tarj-ref to pago-tab-ref (pago-cant)
              end-if
           else
              move "Limite de 10 formas de pago por comprobante"
                    to men-1
           end-if.
       agrega-pago-exit.
           exit.
      * Vale tecleado en "Vale Nro.": tiene que existir, no estar
      * vencido y, en una venta, tener saldo para el importe (lo que
      * el mismo vale ya cubre en pago-tab tambien cuenta). En una
      * nota de credito el importe vuelve al vale, asi que alcanza
      * con que exista y este vigente.
       valida-vale.
           move "N" to sw-vale-ok.
           move spaces to men-1 men-2.
           if not vales-abiertos
              move "Pago VALE sin archivo de vales (VALES.IDX)"
                 to men-1
              perform info thru f-info
              go to valida-vale-exit.
           move zeros to conv-importe.
           if canc-vale not = spaces
              move spaces to conv-texto
              move canc-vale to conv-texto
              perform conv-a-numero thru conv-a-numero-exit
           end-if.
           move conv-importe to vale-nro.
           if vale-nro = zeros
              move "Pago VALE sin numero de vale:" to men-1
              move "cargarlo en Vale Nro." to men-2
              perform info thru f-info
              go to valida-vale-exit.
           move vale-nro to VAL-NUMERO.
           read VAL-FILE
              invalid key
                 string "Vale " delimited by size
                        vale-nro delimited by size
                        " inexistente" delimited by size
                        into men-1
                 perform info thru f-info
                 go to valida-vale-exit
              not invalid key
                 continue
           end-read.
           accept vale-hoy from date yyyymmdd.
           if VAL-VENCIDO or VAL-FECHA-VTO < vale-hoy
              string "Vale " delimited by size
                     vale-nro delimited by size
                     " vencido el " delimited by size
                     VAL-FECHA-VTO delimited by size
                     into men-1
              perform info thru f-info
              go to valida-vale-exit.
           move pago-t to conv-texto.
           perform conv-a-numero thru conv-a-numero-exit.
           move conv-importe to vale-importe-w.
           if vale-importe-w = zeros
              move "Pago VALE sin importe" to men-1
              perform info thru f-info
              go to valida-vale-exit.
           if tipo-f-nota-credito
              set vale-ok to true
              go to valida-vale-exit.
           move zeros to vale-en-tkt.
           perform suma-vale-tkt thru suma-vale-tkt-exit
              varying sub-pago from 1 by 1 until sub-pago > pago-cant.
           compute vale-disponible = VAL-SALDO - vale-en-tkt.
           if vale-disponible < zeros
              move zeros to vale-disponible.
           if vale-importe-w > vale-disponible
              move vale-disponible to vale-saldo-ed
              string "Vale " delimited by size
                     vale-nro delimited by size
                     ": saldo disponible " delimited by size
                     vale-saldo-ed delimited by size
                     into men-1
              move "cobrar hasta ese importe con el vale" to men-2
              perform info thru f-info
              go to valida-vale-exit.
           set vale-ok to true.
       valida-vale-exit.
           exit.
       suma-vale-tkt.
           if pago-tab-text (sub-pago) = pago-vale-lit
              and pago-tab-ref (sub-pago) = vale-nro-x
              move pago-tab-monto (sub-pago) to conv-texto
              perform conv-a-numero thru conv-a-numero-exit
              add conv-importe to vale-en-tkt
           end-if.
       suma-vale-tkt-exit.
           exit.
       envia-pagos.
      * La percepcion de IIBB va antes de los pagos, como todo
      * "otros tributos" en el controlador; los pagos ya la incluyen
      * (ver canc/valida-cancela).
           perform percepcion-cbte thru percepcion-cbte-exit.
           if perc-importe > zeros
              move perc-importe to perc-monto-ed
              move perc-monto-ed to perc-monto-p
              move Perc-fis to mand-chr
              perform mand-pak thru mand-pak-exit
           end-if.
           perform envia-un-pago thru envia-un-pago-exit
              varying sub-pago from 1 by 1 until sub-pago > pago-cant.
           move cier-fis to mand-chr.
           perform mand-pak thru mand-pak-exit.
           if not modo-electronico
              perform toma-nro-cbte thru toma-nro-cbte-exit
           end-if.
           set fact-cerrada to true.
           add 1 to turno-cant.
      * Modo Electronico: el comprobante va a la cola de CAE en vez
           else
              perform graba-export thru graba-export-exit
           end-if.
           perform registra-puntos thru registra-puntos-exit.
           perform graba-turnopag thru graba-turnopag-exit.
           move zeros to pago-cant pts-canje-cbte.
           move zeros to cbte-iva-tab.
           move zeros to cbte-total-num.
           move zeros to perc-alicuota perc-base perc-importe.
           move zeros to cbte-pto-vta cbte-nro.
           move "N" to sw-dev-cbte.
       envia-pagos-exit.
           exit.
      * Numero que el controlador le dio al comprobante: la respuesta
      * al Cier-fis trae, despues de los dos estados, el numero del
      * comprobante recien cerrado (campo 3). Segun el modelo viene
      * como PPPP-NNNNNNNN o como un numero corrido de 12 digitos con
      * el punto de venta adelante; si no trae punto de venta se usa
      * el de la boca en WFIS.CFG (CFG-PTO-VTA). Sin respuesta
      * (controlador caido) el numero queda en cero y la auditoria de
      * numeracion (cbtaud.cbl) lo marca.
       toma-nro-cbte.
           move zeros to cbte-nro rsp-acum rsp-pv.
           move ctrl-pto-vta (ctrl-actual) to cbte-pto-vta.
           move "N" to sw-rsp-guion.
           move spaces to rsp-campos.
           unstring mand-chr delimited by X"1C" or low-value
               into rsp-campo (1) rsp-campo (2) rsp-campo (3).
           move rsp-campo (3) to rsp-nro.
           perform toma-digito-nro thru toma-digito-nro-exit
              varying sub-rsp from 1 by 1 until sub-rsp > 20.
           if not rsp-con-guion
              divide rsp-acum by 100000000 giving rsp-pv
                 remainder cbte-nro
           else
              move rsp-acum to cbte-nro
           end-if.
           if rsp-pv > zeros
              move rsp-pv to cbte-pto-vta
           end-if.
       toma-nro-cbte-exit.
           exit.
       toma-digito-nro.
           move rsp-nro (sub-rsp:1) to rsp-car.
           if rsp-car numeric
              compute rsp-acum = rsp-acum * 10 + rsp-dig
           else
              if rsp-car = "-" and not rsp-con-guion
                 move rsp-acum to rsp-pv
                 move zeros to rsp-acum
                 set rsp-con-guion to true
              end-if
           end-if.
       toma-digito-nro-exit.
           exit.
       envia-un-pago.
           move pago-tab-text (sub-pago) to text-t.
           move pago-tab-monto (sub-pago) to pago-t.
              move turno-monto-num to cta-importe-mov
              perform graba-ctacte thru graba-ctacte-exit
           end-if.
      * Canje de vale: el saldo se descuenta en el acto, tambien en
      * Modo Electronico (si no, el mismo vale se podria gastar dos
      * veces mientras el comprobante espera el CAE); un rechazo de
      * AFIP lo devuelve en fecae.cbl, como el stock.
           if pago-tab-text (sub-pago) = pago-vale-lit
              perform canje-vale thru canje-vale-exit
           end-if.
           if sub-pago = pago-cant
               move "C" to canc-t
           else
           perform mand-pak thru mand-pak-exit.
       envia-un-pago-exit.
           exit.
      * Mueve el saldo del vale del pago recien enviado: lo descuenta
      * en una venta (en cero el vale queda usado) y lo repone en una
      * nota de credito. turno-monto-num trae el importe del pago.
       canje-vale.
           move spaces to men-1 men-2.
           if not vales-abiertos
              go to canje-vale-exit.
           move pago-tab-ref (sub-pago) to vale-nro-x.
           move vale-nro to VAL-NUMERO.
           read VAL-FILE
              invalid key
                 string "Vale " delimited by size
                        vale-nro delimited by size
                        " no encontrado al cobrar" delimited by size
                        into men-1
                 move "revisar VALES.IDX: el saldo no se movio"
                    to men-2
                 perform info thru f-info
                 go to canje-vale-exit
              not invalid key
                 continue
           end-read.
           if tipo-f-nota-credito
              add turno-monto-num to VAL-SALDO
              set VAL-ACTIVO to true
           else
              if turno-monto-num < VAL-SALDO
                 subtract turno-monto-num from VAL-SALDO
              else
                 move zeros to VAL-SALDO
                 set VAL-USADO to true
              end-if
           end-if.
           accept VAL-FECHA-ULT from date yyyymmdd.
           rewrite VAL-REG.
       canje-vale-exit.
           exit.
      ******************************************************************
      * Descuento/recargo general del comprobante abierto, antes del
      * Cier-fis: un porcentaje sobre el total corrido de las lineas
       pide-dr-exit.
           exit.
       aplica-dr.
      * Canje de puntos: el valor tecleado son puntos, no importe; el
      * descuento se arma aparte y sigue por el mismo camino.
           if dsc-tipo = "P"
              perform calcula-canje thru calcula-canje-exit
              if dsc-importe = zeros
                 go to aplica-dr-exit
              end-if
              go to aplica-dr-valida.
           if dsc-tipo not = "D" and dsc-tipo not = "R"
              move "Tipo invalido: D descuento, R recargo o P puntos"
                 to men-1
              perform info thru f-info
              go to aplica-dr-exit.
           if dsc-modo not = "P" and dsc-modo not = "I"
           else
              move conv-importe to dsc-importe
           end-if.
       aplica-dr-valida.
           if dsc-importe = zeros
              move "El importe calculado es cero" to men-1
              perform info thru f-info
           move dsc-pct to dr-pct (dr-cant).
           move dsc-importe to dr-importe (dr-cant).
           move dsc-texto to dr-texto (dr-cant).
           if dsc-modo = "T"
              move pts-cant-mov to pts-canje-cbte
           end-if.
           if dsc-tipo = "D"
              subtract dsc-importe from cbte-total-num
           else
           perform mand-pak thru mand-pak-exit.
       aplica-dr-exit.
           exit.
      * Canje de puntos del cliente del comprobante: dsc-valor trae
      * la cantidad de puntos; el descuento es puntos por el valor
      * del punto (PUNTOS.PAR) y sale como descuento general con
      * modo "T". El saldo se descuenta recien al cerrar el
      * comprobante (ver registra-puntos), asi una anulacion no
      * tiene nada que devolver. Deja dsc-importe en cero si no
      * corresponde.
       calcula-canje.
           move zeros to dsc-importe pts-cant-mov.
           if not puntos-activos
              move "El local no tiene programa de puntos" to men-1
              move "(falta PUNTOS.PAR)" to men-2
              perform info thru f-info
              go to calcula-canje-exit.
           if tipo-f-nota-credito
              move "No se canjean puntos en una nota de credito"
                 to men-1
              perform info thru f-info
              go to calcula-canje-exit.
           if pts-canje-cbte not = zeros
              move "El comprobante ya tiene un canje de puntos"
                 to men-1
              perform info thru f-info
              go to calcula-canje-exit.
           move "N" to cli-hallado-sw.
           if cuit-f-num not = zeros
              move cuit-f to CLI-CUIT
              read CLI-FILE
                 invalid key
                    continue
                 not invalid key
                    set cli-hallado to true
              end-read
           end-if.
           if not cli-hallado
              move "Canje de puntos: cargar primero en Datos del"
                 to men-1
              move "Cliente un CUIT del maestro de clientes" to men-2
              perform info thru f-info
              go to calcula-canje-exit.
           move dsc-valor to conv-texto.
           perform conv-a-numero thru conv-a-numero-exit.
           move conv-ent to pts-cant-mov.
           if pts-cant-mov = zeros
              move "Cantidad de puntos invalida" to men-1
              perform info thru f-info
              go to calcula-canje-exit.
           move cuit-f to pts-cuit-mov.
           perform lee-saldo-puntos thru lee-saldo-puntos-exit.
           if pts-cant-mov > pts-saldo
              move pts-saldo to pts-saldo-ed
              move spaces to men-1
              string "Puntos disponibles del cliente: "
                        delimited by size
                     pts-saldo-ed delimited by size
                     into men-1
              move "no alcanzan para el canje" to men-2
              perform info thru f-info
              go to calcula-canje-exit.
           compute dsc-importe = pts-cant-mov * pts-valor.
           move "D" to dsc-tipo.
           move "T" to dsc-modo.
           move pts-cant-mov to pts-cant-ed.
           move spaces to dsc-texto.
           string "CANJE" delimited by size
                  pts-cant-ed delimited by size
                  " PTS" delimited by size
                  into dsc-texto.
       calcula-canje-exit.
           exit.
      ******************************************************************
      * Anulacion del comprobante abierto ("el cliente se fue"):
      * manda el comando Cancelar comprobante al controlador, limpia
              until sub-cbte-iva > 3.
           move zeros to cbte-iva-tab.
           move zeros to exp-lin-cant-tab exp-total-num pago-cant.
           move zeros to cbte-total-num dr-cant pts-canje-cbte.
           move spaces to exp-pago-tipo-ult exp-ref-w.
           move zeros to exp-pago-monto-ult.
           move "Comprobante anulado" to men-1.
              open output ARQ-FILE.
           accept arq-cab-fecha from date yyyymmdd.
           accept arq-cab-hora  from time.
           move oper-actual to arq-cab-oper.
           move ctrl-actual to arq-cab-boca.
           move arq-cab-linea to ARQ-REG.
           write ARQ-REG.
           perform graba-arq-buf thru graba-arq-buf-exit
       cobranza-graba-exit.
           exit.
      ******************************************************************
      * Puntos de clientes: PUNTOS.DAT es un libro de movimientos por
      * CUIT (ganados "G", nota de credito "N", canje "C", canje
      * devuelto "D", vencidos "V"); el saldo se reconstruye
      * releyendo el archivo, como la cuenta corriente. Los
      * parametros salen de PUNTOS.PAR; sin el archivo el local no
      * maneja puntos y todo esto queda inactivo.
       abre-puntos.
           open input PPA-FILE.
           if fs-ppa not = "00"
              go to abre-puntos-exit.
           read PPA-FILE
              at end
                 move zeros to PPA-PESOS
           end-read.
           close PPA-FILE.
           if PPA-PESOS not numeric or PPA-PESOS = zeros
              go to abre-puntos-exit.
           move PPA-PESOS to pts-pesos.
           move PPA-VALOR to pts-valor.
           move PPA-MESES to pts-meses.
           set puntos-activos to true.
       abre-puntos-exit.
           exit.
      * Movimientos de puntos del comprobante que se acaba de cerrar
      * (envia-pagos, o el Cier-fis reenviado por lee-chk): el canje
      * se descuenta siempre, tambien en Modo Electronico (si no, los
      * mismos puntos se podrian canjear dos veces mientras el
      * comprobante espera el CAE; un rechazo los devuelve en
      * fecae.cbl); los ganados de un comprobante electronico los
      * graba fecae.cbl recien con el CAE aprobado.
       registra-puntos.
           if not puntos-activos or cuit-f-num = zeros
              go to registra-puntos-exit.
           move cuit-f to pts-cuit-mov.
           if pts-canje-cbte not = zeros
              move "C" to pts-tipo-mov
              move pts-canje-cbte to pts-cant-mov
              compute pts-importe-mov = pts-canje-cbte * pts-valor
              perform graba-puntos thru graba-puntos-exit
           end-if.
           if not modo-electronico
              perform acredita-puntos thru acredita-puntos-exit.
       registra-puntos-exit.
           exit.
      * Puntos sobre el total neto de descuentos generales (el canje
      * incluido): suman en ventas (Ticket/Factura A/B), restan en
      * una nota de credito de la pantalla de devoluciones (lo
      * devuelto ya no da puntos). Las notas de debito y las de
      * credito tipeadas a mano no mueven puntos. Solo clientes del
      * maestro.
       acredita-puntos.
           if tipo-f-nota-credito
              if not cbte-de-devolucion
                 go to acredita-puntos-exit
              end-if
              move "N" to pts-tipo-mov
           else
              if not tipo-f-ticket and not tipo-f-factura-a
                 and not tipo-f-factura-b
                 go to acredita-puntos-exit
              end-if
              move "G" to pts-tipo-mov
           end-if.
           move cuit-f to CLI-CUIT.
           read CLI-FILE
              invalid key
                 go to acredita-puntos-exit
              not invalid key
                 continue
           end-read.
           compute pts-cant-mov = cbte-total-num / pts-pesos.
           if pts-cant-mov = zeros
              go to acredita-puntos-exit.
           move cbte-total-num to pts-importe-mov.
           perform graba-puntos thru graba-puntos-exit.
       acredita-puntos-exit.
           exit.
       graba-puntos.
           open extend PTS-FILE.
           if fs-pts not = "00"
              open output PTS-FILE.
           accept PTS-FECHA from date yyyymmdd.
           accept PTS-HORA  from time.
           move pts-tipo-mov    to PTS-TIPO.
           move pts-cuit-mov    to PTS-CUIT.
           move pts-cant-mov    to PTS-PUNTOS.
           move pts-importe-mov to PTS-IMPORTE.
           move oper-actual     to PTS-OPERADOR.
           move ctrl-actual     to PTS-BOCA.
           move sucursal-actual to PTS-SUCURSAL.
           write PTS-REG.
           close PTS-FILE.
       graba-puntos-exit.
           exit.
      * Saldo de puntos de pts-cuit-mov. Los ganados antes del corte
      * (hoy menos los meses de validez) que los consumos (canjes,
      * notas de credito y vencidos ya grabados) no alcanzaron a
      * cubrir estan vencidos: se descuentan aunque ptsvto.cbl
      * todavia no haya grabado el "V". Nunca menor que cero.
       lee-saldo-puntos.
           move zeros to pts-saldo pts-ganado-viejo pts-consumido.
           move zeros to pts-corte.
           if pts-meses not = zeros
              accept pts-corte from date yyyymmdd
              perform resta-mes-puntos thru resta-mes-puntos-exit
                 varying pts-sub-mes from 1 by 1
                 until pts-sub-mes > pts-meses
           end-if.
           move "N" to sw-fin-pts.
           open input PTS-FILE.
           if fs-pts not = "00"
              go to lee-saldo-puntos-exit.
           perform lee-un-punto thru lee-un-punto-exit
              until fin-puntos.
           close PTS-FILE.
           if pts-ganado-viejo > pts-consumido
              compute pts-saldo = pts-saldo
                  - (pts-ganado-viejo - pts-consumido).
           if pts-saldo < zeros
              move zeros to pts-saldo.
       lee-saldo-puntos-exit.
           exit.
       resta-mes-puntos.
           if pts-corte-mes > 1
              subtract 1 from pts-corte-mes
           else
              move 12 to pts-corte-mes
              subtract 1 from pts-corte-anio
           end-if.
       resta-mes-puntos-exit.
           exit.
       lee-un-punto.
           read PTS-FILE
              at end
                 set fin-puntos to true
                 go to lee-un-punto-exit
           end-read.
           if PTS-CUIT not = pts-cuit-mov
              go to lee-un-punto-exit.
           evaluate true
              when PTS-ES-GANADO
                 add PTS-PUNTOS to pts-saldo
                 if PTS-FECHA < pts-corte
                    add PTS-PUNTOS to pts-ganado-viejo
                 end-if
              when PTS-ES-DEVUELTO
                 add PTS-PUNTOS to pts-saldo
                 subtract PTS-PUNTOS from pts-consumido
              when other
                 subtract PTS-PUNTOS from pts-saldo
                 add PTS-PUNTOS to pts-consumido
           end-evaluate.
       lee-un-punto-exit.
           exit.
      ******************************************************************
      * Modo Electronico (contingencia CAE): con el controlador caido
      * o trabado, el operador lo prende desde el menu y sigue
      * vendiendo con las mismas pantallas; cada comprobante cerrado
      * igual que graba-export.
       encola-fe.
           perform proximo-fe thru proximo-fe-exit.
           move pto-vta-fe to cbte-pto-vta.
           move fe-nro to cbte-nro.
           open extend FE-FILE.
           if fs-fe not = "00"
              open output FE-FILE.
           move sucursal-actual to FE-SUCURSAL.
           move ctrl-actual to FE-BOCA.
           move exp-ref-w to FE-REF.
           move pto-vta-fe to FE-PTO-VTA.
           write FE-REG.
           if cuit-f-num not = zeros
              move spaces to FE-REG
           perform encola-fe-dr thru encola-fe-dr-exit
              varying sub-dr from 1 by 1
              until sub-dr > dr-cant.
           if perc-importe > zeros
              move spaces to FE-REG
              move fe-nro to FE-NUMERO
              set FE-ES-PERCEPCION to true
              move perc-alicuota to FE-PERC-ALICUOTA
              move perc-base to FE-PERC-BASE
              move perc-importe to FE-PERC-IMPORTE
              write FE-REG
           end-if.
           perform encola-fe-pago thru encola-fe-pago-exit
              varying sub-pago from 1 by 1
              until sub-pago > pago-cant.
           move dr-pct (sub-dr)     to FE-DR-PCT.
           move dr-importe (sub-dr) to FE-DR-IMPORTE.
           move dr-texto (sub-dr)   to FE-DR-TEXTO.
           if dr-modo (sub-dr) = "T"
              move pts-canje-cbte   to FE-DR-PUNTOS
           else
              move zeros            to FE-DR-PUNTOS
           end-if.
           write FE-REG.
       encola-fe-dr-exit.
           exit.
           set FE-ES-CANCELA to true.
           move pago-tab-text (sub-pago) to FE-PAGO-TIPO.
           move pago-tab-monto (sub-pago) to FE-PAGO-MONTO.
           move pago-tab-ref (sub-pago) to FE-PAGO-REF.
           if sub-pago = pago-cant
              move "S" to FE-ULT-PAGO
           else
           move civa-f to fer-civa.
           move tdoc-f to fer-tdoc.
           move exp-total-num to fer-total.
           move perc-importe to fer-perc.
           move pto-vta-fe to fer-pto-vta.
           perform carga-fe-iva thru carga-fe-iva-exit
              varying sub-fe from 1 by 1 until sub-fe > 3.
           move fer-linea to FER-REG.
      * Sacar plata de la caja es cosa de supervisor; meterla no.
           if cjm-tipo-e = "E"
              move "N" to sw-super
              move "E" to sup-motivo
              move cjm-motivo-e to sup-ref
              perform pide-supervisor thru pide-supervisor-exit
              if not supervisor-ok
                 move "Egreso sin autorizacion de supervisor:" to men-1
           close CJM-FILE.
       graba-cajamov-exit.
           exit.
      ******************************************************************
      * Venta de vales de regalo: el importe cobrado entra a la caja
      * como un ingreso de CAJAMOV en la forma de pago con que se
      * pago (asi el arqueo de esa forma cierra) y el vale queda en
      * VALES.IDX con ese saldo y su vencimiento. No sale comprobante
      * fiscal: la venta se factura cuando el vale se canjea. El vale
      * impreso para el cliente queda en VALnnnnnn.TXT.
       vende-vale.
           if not vales-abiertos
              move "No se pudo abrir el archivo de vales" to men-1
              move "VALES.IDX: no se pueden vender vales" to men-2
              perform info thru f-info
              go to vende-vale-exit.
           display floating window,
               at line 1, at col 1,
               size 46, lines 9,
               handle in ventana-flo,
               top centered title "Venta de Vale de Regalo".
           move spaces to vvt-monto.
           move "EFECT" to vvt-pago.
           move vale-meses-cfg to vvt-meses.
           display vvt-scr.
       vende-vale-loop.
           accept vvt-scr.
           evaluate key-status
              when 101
                 destroy ventana-flo
                 go to vende-vale-exit
              when 100
                 perform vende-vale-graba thru vende-vale-graba-exit
           end-evaluate.
           display vvt-scr.
           go to vende-vale-loop.
       vende-vale-exit.
           exit.
       vende-vale-graba.
           move vvt-monto to conv-texto.
           perform conv-a-numero thru conv-a-numero-exit.
           if conv-importe = zeros
              move "Importe invalido" to men-1
              move spaces to men-2
              perform info thru f-info
              go to vende-vale-graba-exit.
           move conv-importe to cjm-importe-w.
      * Un vale se paga con plata: ni con otro vale ni a cuenta
      * corriente.
           if vvt-pago = spaces or vvt-pago = pago-vale-lit
              or vvt-pago = pago-ctacte-lit
              move "Forma de pago invalida para vender un vale" to men-1
              move spaces to men-2
              perform info thru f-info
              go to vende-vale-graba-exit.
           if vvt-meses not numeric or vvt-meses = zeros
              move vale-meses-cfg to vvt-meses.
           perform proximo-vale thru proximo-vale-exit.
           accept vale-hoy from date yyyymmdd.
           move vale-hoy to vale-vto.
           compute vale-meses-tot = vale-vto-mes - 1 + vvt-meses.
           divide vale-meses-tot by 12 giving vale-anios
                  remainder vale-vto-mes.
           add vale-anios to vale-vto-anio.
           add 1 to vale-vto-mes.
      * Del 29 en adelante vence el 28: todos los meses lo tienen.
           if vale-vto-dia > 28
              move 28 to vale-vto-dia.
           move spaces to VAL-REG.
           move vale-nro to VAL-NUMERO.
           move vale-hoy to VAL-FECHA-EMI.
           move vale-vto to VAL-FECHA-VTO.
           move cjm-importe-w to VAL-IMPORTE VAL-SALDO.
           set VAL-ACTIVO to true.
           move vvt-pago to VAL-PAGO.
           move oper-actual to VAL-OPERADOR.
           move ctrl-actual to VAL-BOCA.
           move zeros to VAL-FECHA-ULT.
           move spaces to men-1.
           write VAL-REG
              invalid key
                 string "El vale " delimited by size
                        vale-nro delimited by size
                        " ya existe en VALES.IDX" delimited by size
                        into men-1
                 move "revisar VALNUM.DAT: no se vendio" to men-2
                 perform info thru f-info
                 go to vende-vale-graba-exit
           end-write.
           move "I" to cjm-tipo-e.
           move vvt-pago to cjm-pago-e.
           move spaces to cjm-motivo-e.
           string "VENTA VALE " delimited by size
                  vale-nro delimited by size
                  into cjm-motivo-e.
           perform graba-cajamov thru graba-cajamov-exit.
           perform acumula-caj-turno thru acumula-caj-turno-exit.
           perform graba-turnocaj thru graba-turnocaj-exit.
           perform imprime-vale thru imprime-vale-exit.
           move spaces to vvt-monto.
       vende-vale-graba-exit.
           exit.
      * Proximo numero de vale: ultimo emitido en VALNUM.DAT mas
      * uno, regrabado en el acto (mismo esquema que FECAENUM.DAT).
       proximo-vale.
           move zeros to vale-nro.
           open input VLN-FILE.
           if fs-vln = "00"
              read VLN-FILE
                 at end
                    continue
                 not at end
                    move VLN-REG to vale-nro
              end-read
              close VLN-FILE
           end-if.
           add 1 to vale-nro.
           open output VLN-FILE.
           move vale-nro to VLN-REG.
           write VLN-REG.
           close VLN-FILE.
       proximo-vale-exit.
           exit.
       imprime-vale.
           move spaces to prd-nombre.
           string "VAL" delimited by size
                  vale-nro delimited by size
                  ".TXT" delimited by size
                  into prd-nombre.
           open output PRD-FILE.
           move "VALE DE REGALO - SIN VALOR FISCAL" to PRD-REG.
           write PRD-REG.
           move spaces to PRD-REG.
           string "NUMERO " delimited by size
                  vale-nro delimited by size
                  "   EMITIDO " delimited by size
                  vale-hoy delimited by size
                  into PRD-REG.
           write PRD-REG.
           move VAL-IMPORTE to vale-saldo-ed.
           move spaces to PRD-REG.
           string "IMPORTE " delimited by size
                  vale-saldo-ed delimited by size
                  into PRD-REG.
           write PRD-REG.
           move spaces to PRD-REG.
           string "VALIDO HASTA " delimited by size
                  vale-vto delimited by size
                  into PRD-REG.
           write PRD-REG.
           close PRD-FILE.
           move spaces to men-1.
           string "Vale " delimited by size
                  vale-nro delimited by size
                  " vendido, impreso en " delimited by size
                  prd-nombre delimited by size
                  into men-1.
           move spaces to men-2.
           string "vence el " delimited by size
                  vale-vto delimited by size
                  into men-2.
           perform info thru f-info.
       imprime-vale-exit.
           exit.
      * Neto del turno por forma de pago: mismo esquema de casilleros
      * que acumula-pago-turno.
       acumula-caj-turno.
           perform mand-pak thru mand-pak-exit.
           set fact-abierta to true.
           move zeros to cbte-iva-tab.
           move zeros to cbte-total-num dr-cant pts-canje-cbte.
           move spaces to nomb-f exp-ref-w.
           move zeros to cuit-f civa-f tdoc-f.
      * Si el presupuesto tenia cliente, se recuperan sus datos del
           set fact-abierta to true.
           set cbte-de-devolucion to true.
           move zeros to cbte-iva-tab.
           move zeros to cbte-total-num dr-cant pts-canje-cbte.
           move dev-orig-nomb to nomb-f.
           move dev-orig-cuit to cuit-f.
           move dev-orig-civa to civa-f.
       dev-emite-linea-exit.
           exit.
       dev-repone-stock.
           move dev-l-arti (sub-dev) to stk-arti.
           move dev-l-dev (sub-dev) to stk-delta.
           move "D" to mov-tipo-mov.
           perform mueve-stock thru mueve-stock-exit.
       dev-repone-stock-exit.
           exit.
      ******************************************************************
              go to cierra-conteo-exit.
           perform conteo-variacion thru conteo-variacion-exit.
           move "N" to sw-super.
           move "C" to sup-motivo.
           move spaces to sup-ref.
           perform pide-supervisor thru pide-supervisor-exit.
           if not supervisor-ok
              move "Sin autorizacion de supervisor: las" to men-1
       acumula-item-exit.
           exit.
      ******************************************************************
      * Percepcion de IIBB del comprobante en curso, con las lineas
      * de exp-lin-tab y el total despues de descuentos/recargos.
       percepcion-cbte.
           move zeros to perc-neto perc-bruto.
           perform suma-neto-item thru suma-neto-item-exit
              varying sub-exp-lin from 1 by 1
              until sub-exp-lin > exp-lin-cant-tab.
           move tipo-f to perc-tipo-f.
           move cuit-f to perc-cuit.
           move cbte-total-num to perc-total.
           perform calcula-percepcion thru calcula-percepcion-exit.
       percepcion-cbte-exit.
           exit.
       suma-neto-item.
           move exp-lin-mont (sub-exp-lin) to conv-texto.
           perform conv-a-numero thru conv-a-numero-exit.
           move exp-lin-piva (sub-exp-lin) to perc-piva.
           perform neto-linea thru neto-linea-exit.
           add conv-importe to perc-bruto.
           compute perc-neto = perc-neto + conv-importe - perc-iva-lin.
       suma-neto-item-exit.
           exit.
      * IVA contenido en el importe de una linea (conv-importe, IVA
      * incluido) a la alicuota perc-piva.
       neto-linea.
           compute perc-iva-lin rounded =
               conv-importe * perc-piva / (100 + perc-piva).
       neto-linea-exit.
           exit.
      * Calculo comun: perc-tipo-f/perc-cuit del comprobante, neto y
      * bruto sumados de las lineas y total despues de descuentos/
      * recargos. La base es el neto, prorrateado si el total no es
      * la suma bruta de las lineas; deja perc-alicuota/perc-base/
      * perc-importe en cero si no corresponde percibir.
       calcula-percepcion.
           move zeros to perc-alicuota perc-base perc-importe.
           if not padron-abierto or perc-tipo-f not = "A"
              go to calcula-percepcion-exit.
           if perc-cuit = zeros or perc-cuit = spaces
              go to calcula-percepcion-exit.
           move perc-cuit to PAD-CUIT.
           read PAD-FILE
              invalid key
                 go to calcula-percepcion-exit
           end-read.
           accept perc-hoy from date yyyymmdd.
           if perc-hoy < PAD-DESDE or perc-hoy > PAD-HASTA
              go to calcula-percepcion-exit.
           if PAD-ALICUOTA = zeros or perc-neto = zeros
              go to calcula-percepcion-exit.
           if perc-total = perc-bruto or perc-bruto = zeros
              move perc-neto to perc-base
           else
              compute perc-base rounded =
                  perc-neto * perc-total / perc-bruto
           end-if.
           move PAD-ALICUOTA to perc-alicuota.
           compute perc-importe rounded =
               perc-base * perc-alicuota / 100.
           if perc-importe = zeros
              move zeros to perc-alicuota perc-base
           end-if.
       calcula-percepcion-exit.
           exit.
      ******************************************************************
      * Vuelca a EXPFACT.DAT el comprobante que se acaba de cerrar: un
      * renglon "H" con los datos de Abre-fac/Clie-fac/el pago, un
      * renglon "D" por cada item acumulado en exp-lin-tab y un renglon
      * pantalla de devoluciones para sus notas de credito.
           move exp-ref-w          to EXP-REF.
           move sucursal-actual    to EXP-SUCURSAL.
           move ctrl-actual        to EXP-BOCA.
           move spaces             to EXP-CAE EXP-CAE-VTO.
           move cbte-pto-vta       to EXP-PTO-VTA.
           move cbte-nro           to EXP-NRO-CBTE.
           write EXP-REG.
           perform graba-export-item thru graba-export-item-exit
              varying sub-exp-lin from 1 by 1
           perform graba-export-dr thru graba-export-dr-exit
              varying sub-dr from 1 by 1
              until sub-dr > dr-cant.
           if perc-importe > zeros
              perform graba-export-perc thru graba-export-perc-exit
           end-if.
           close EXP-FILE.
           move zeros to exp-lin-cant-tab exp-total-num dr-cant.
           move spaces to exp-pago-tipo-ult exp-ref-w.
           set EXP-ES-DETALLE to true.
           move spaces to EXP-REF EXP-CAE EXP-CAE-VTO.
           move sucursal-actual to EXP-SUCURSAL.
           move ctrl-actual to EXP-BOCA.
           move cbte-pto-vta to EXP-PTO-VTA.
           move cbte-nro to EXP-NRO-CBTE.
           move oper-actual to EXP-OPERADOR.
           move exp-lin-arti (sub-exp-lin) to EXP-ARTI-C.
           move exp-lin-cant (sub-exp-lin) to EXP-CANT-C.
           set EXP-ES-PAGO to true.
           move spaces to EXP-REF EXP-CAE EXP-CAE-VTO.
           move sucursal-actual to EXP-SUCURSAL.
           move ctrl-actual to EXP-BOCA.
           move cbte-pto-vta to EXP-PTO-VTA.
           move cbte-nro to EXP-NRO-CBTE.
           move oper-actual to EXP-OPERADOR.
           move pago-tab-text (sub-pago) to EXP-PAGO-TIPO-P.
           move pago-tab-monto (sub-pago) to conv-texto.
           perform conv-a-numero thru conv-a-numero-exit.
           move conv-importe              to EXP-PAGO-MONTO-P.
           move pago-tab-ref (sub-pago)   to EXP-PAGO-REF.
           write EXP-REG.
       graba-export-pago-exit.
           exit.
           set EXP-ES-DR to true.
           move spaces to EXP-REF EXP-CAE EXP-CAE-VTO.
           move sucursal-actual to EXP-SUCURSAL.
           move ctrl-actual to EXP-BOCA.
           move cbte-pto-vta to EXP-PTO-VTA.
           move cbte-nro to EXP-NRO-CBTE.
           move oper-actual to EXP-OPERADOR.
           move dr-tipo (sub-dr)    to EXP-DR-TIPO.
           move dr-modo (sub-dr)    to EXP-DR-MODO.
           move dr-pct (sub-dr)     to EXP-DR-PCT.
           move dr-importe (sub-dr) to EXP-DR-IMPORTE.
           move dr-texto (sub-dr)   to EXP-DR-TEXTO.
           if dr-modo (sub-dr) = "T"
              move pts-canje-cbte   to EXP-DR-PUNTOS
           else
              move zeros            to EXP-DR-PUNTOS
           end-if.
           write EXP-REG.
       graba-export-dr-exit.
           exit.
       graba-export-perc.
           set EXP-ES-PERCEPCION to true.
           move spaces to EXP-DATOS EXP-REF EXP-CAE EXP-CAE-VTO.
           move sucursal-actual to EXP-SUCURSAL.
           move ctrl-actual to EXP-BOCA.
           move cbte-pto-vta to EXP-PTO-VTA.
           move cbte-nro to EXP-NRO-CBTE.
           move oper-actual to EXP-OPERADOR.
           move "IIBB"          to EXP-PERC-TRIBUTO.
           move perc-alicuota   to EXP-PERC-ALICUOTA.
           move perc-base       to EXP-PERC-BASE.
           move perc-importe    to EXP-PERC-IMPORTE.
           write EXP-REG.
       graba-export-perc-exit.
           exit.
      * Convierte los campos de stock y costo tecleados en la
      * pantalla al registro del maestro.
       abm-carga-stock.
      * despues del envio y no al tipear, para que las lineas
      * perdidas por un abort no descuenten; la anulacion repone con
      * movimientos "A" (ver repone-stock). Una venta con supervisor
      * de un articulo fuera del maestro no mueve stock; la de un kit
      * descuenta sus componentes (ver mueve-stock).
       descuenta-stock.
           move arti-c to stk-arti.
           move cant-c to conv-texto.
           perform conv-a-numero thru conv-a-numero-exit.
           move zeros to stk-delta.
           subtract conv-importe from stk-delta.
           move "V" to mov-tipo-mov.
           perform mueve-stock thru mueve-stock-exit.
       descuenta-stock-exit.
           exit.
      * Reposicion por comprobante anulado: devuelve al stock cada
      * linea que el comprobante ya habia descontado.
       repone-stock.
           move exp-lin-arti (sub-exp-lin) to stk-arti.
           move exp-lin-cant (sub-exp-lin) to conv-texto.
           perform conv-a-numero thru conv-a-numero-exit.
           move conv-importe to stk-delta.
           move "A" to mov-tipo-mov.
           perform mueve-stock thru mueve-stock-exit.
       repone-stock-exit.
           exit.
      * Anulacion de una nota de credito de devoluciones: deshace la
      * con un movimiento "A" negativo para que la suma de los
      * movimientos del articulo siga explicando ART-STOCK.
       anula-dev-stock.
           move exp-lin-arti (sub-exp-lin) to stk-arti.
           move exp-lin-cant (sub-exp-lin) to conv-texto.
           perform conv-a-numero thru conv-a-numero-exit.
           move zeros to stk-delta.
           subtract conv-importe from stk-delta.
           move "A" to mov-tipo-mov.
           perform mueve-stock thru mueve-stock-exit.
       anula-dev-stock-exit.
           exit.
      * Aplica stk-delta al articulo stk-arti con un movimiento
      * mov-tipo-mov. Un kit no mueve su propio stock: se explota en
      * sus componentes (renglones 01 en adelante de KITMAE.IDX), cada
      * uno con stk-delta por su cantidad por kit, asi las ventas,
      * anulaciones y devoluciones de kits quedan en MOVSTK.DAT como
      * movimientos de los componentes y stkaud.cbl los cuadra. Un
      * articulo (o componente) fuera del maestro no mueve nada.
       mueve-stock.
           move "N" to sw-es-kit.
           if kits-abiertos
              move stk-arti to KIT-COD
              move 1 to KIT-RENGLON
              read KIT-FILE
                 invalid key
                    continue
                 not invalid key
                    set stk-es-kit to true
              end-read
           end-if.
           if not stk-es-kit
              move stk-arti to ART-COD
              move stk-delta to mov-delta
              perform mueve-articulo thru mueve-articulo-exit
              go to mueve-stock-exit.
           move zeros to stk-renglon.
           move "N" to sw-fin-kit.
           perform mueve-componente thru mueve-componente-exit
              until fin-kit.
       mueve-stock-exit.
           exit.
       mueve-componente.
           move stk-arti to KIT-COD.
           compute KIT-RENGLON = stk-renglon + 1.
           read KIT-FILE
              invalid key
                 set fin-kit to true
                 go to mueve-componente-exit
              not invalid key
                 continue
           end-read.
           add 1 to stk-renglon.
           move KIT-COMP to ART-COD.
           compute mov-delta rounded = stk-delta * KIT-CANT.
           perform mueve-articulo thru mueve-articulo-exit.
       mueve-componente-exit.
           exit.
      * ART-COD y mov-delta cargados por el llamador.
       mueve-articulo.
           read ART-FILE
              invalid key
                 go to mueve-articulo-exit
              not invalid key
                 continue
           end-read.
           add mov-delta to ART-STOCK.
           rewrite ART-REG.
           perform graba-movimiento thru graba-movimiento-exit.
       mueve-articulo-exit.
           exit.
       graba-movimiento.
           open extend MOV-FILE.
           if fs-mov not = "00"
              open output MOV-FILE.
           accept MOV-FECHA from date yyyymmdd.
           accept MOV-HORA  from time.
           move mov-tipo-mov to MOV-TIPO.
           move ART-COD      to MOV-ART-COD.
           move mov-delta    to MOV-CANT.
           move oper-actual  to MOV-OPERADOR.
           exit.
      ******************************************************************
      * Ingreso de mercaderia: suma la cantidad recibida al stock del
      * articulo y deja un movimiento "I". Con numero de orden de
      * compra, lo recibido se controla y se registra contra la orden
      * (ver recibe-oc); sin numero, el ingreso es libre como siempre.
       ingreso-mercaderia.
           display floating window,
               at line 1, at col 1,
               size 46, lines 11,
               handle in ventana-flo,
               top centered title "Ingreso de Mercaderia".
           move spaces to ing-arti ing-cant ing-costo ing-oc.
           move "N" to sw-oc-cargada.
           display ing-scr.
       ingreso-loop.
           accept ing-scr.
           evaluate key-status
              when 101
                 destroy ventana-flo
                 if orden-cargada
                    perform cierra-recepcion thru cierra-recepcion-exit
                 end-if
                 go to ingreso-mercaderia-exit
              when 100
                 perform ingreso-graba thru ingreso-graba-exit
       ingreso-mercaderia-exit.
           exit.
       ingreso-graba.
           perform prepara-orden thru prepara-orden-exit.
           if ing-oc not = spaces and not orden-cargada
              go to ingreso-graba-exit.
           move ing-arti to ART-COD.
           read ART-FILE
              invalid key
              move "Cantidad invalida" to men-1
              perform info thru f-info
              go to ingreso-graba-exit.
           if orden-cargada
              perform ingreso-graba-oc thru ingreso-graba-oc-exit
              go to ingreso-graba-exit.
           add conv-importe to ART-STOCK.
      * El costo de esta entrega pasa a ser el costo vigente del
      * articulo; en blanco o cero se conserva el anterior.
           move spaces to ing-arti ing-cant ing-costo.
       ingreso-graba-exit.
           exit.
      * Entrega contra la orden cargada: el articulo ya esta leido y
      * la cantidad en conv-importe. Sin autorizacion de supervisor
      * para las diferencias no se mueve nada.
       ingreso-graba-oc.
           move conv-importe to ocr-cant.
           perform recibe-oc thru recibe-oc-exit.
           if not recepcion-aprobada
              move "Recepcion no registrada" to men-1
              move "falta autorizacion de supervisor" to men-2
              perform info thru f-info
              go to ingreso-graba-oc-exit.
           add ocr-cant to ART-STOCK.
           if ocr-costo not = zeros
              move ocr-costo to ART-COSTO.
           rewrite ART-REG.
           move ocr-cant to mov-delta.
           move "I" to mov-tipo-mov.
           perform graba-movimiento thru graba-movimiento-exit.
           perform registra-oc thru registra-oc-exit.
           move "Stock actualizado" to men-1.
           move spaces to men-2.
           string "recibido contra la orden " delimited by size
                  ocr-numero delimited by size
                  into men-2.
           perform info thru f-info.
           move spaces to ing-arti ing-cant ing-costo.
       ingreso-graba-oc-exit.
           exit.
      ******************************************************************
      * Numero de orden de la pantalla contra la orden cargada: si
      * cambio, se cierra la recepcion anterior y se carga la nueva.
      * Con el numero en blanco queda el ingreso libre.
       prepara-orden.
           move zeros to conv-importe.
           if ing-oc not = spaces
              move spaces to conv-texto
              move ing-oc to conv-texto
              perform conv-a-numero thru conv-a-numero-exit
           end-if.
           if orden-cargada and conv-importe = ocr-numero
              go to prepara-orden-exit.
           if orden-cargada
              perform cierra-recepcion thru cierra-recepcion-exit.
           if ing-oc = spaces
              go to prepara-orden-exit.
           if conv-importe = zeros
              move "Numero de orden de compra invalido" to men-1
              move spaces to men-2
              perform info thru f-info
              go to prepara-orden-exit.
           move conv-importe to ocr-numero.
           perform carga-orden thru carga-orden-exit.
       prepara-orden-exit.
           exit.
      * Lee la cabecera y los renglones de la orden (001 en adelante,
      * consecutivos) y la deja en ocr-tab. OCOMPRA.IDX queda abierto
      * I-O mientras la orden esta cargada.
       carga-orden.
           open i-o OC-FILE.
           if fs-oc not = "00"
              move "No se pudo abrir las ordenes de compra" to men-1
              move "OCOMPRA.IDX: cargarlas con OCOMPRA" to men-2
              perform info thru f-info
              go to carga-orden-exit.
           move ocr-numero to OC-NUMERO.
           move zeros to OC-RENGLON.
           read OC-FILE
              invalid key
                 move "Orden de compra inexistente" to men-1
                 move spaces to men-2
                 perform info thru f-info
                 close OC-FILE
                 go to carga-orden-exit
              not invalid key
                 continue
           end-read.
           if not OC-PENDIENTE
              move "La orden ya fue recibida o cerrada" to men-1
              move spaces to men-2
              perform info thru f-info
              close OC-FILE
              go to carga-orden-exit.
           move OC-PROV-CUIT to ocr-cuit.
           move zeros to ocr-tot ocr-recibidos.
           perform carga-renglon-oc thru carga-renglon-oc-exit
              until ocr-tot >= 50 or fs-oc not = "00".
           set orden-cargada to true.
           move spaces to PRV-NOMBRE.
           open input PRV-FILE.
           if fs-prv = "00"
              move ocr-cuit to PRV-CUIT
              read PRV-FILE
                 invalid key
                    move ocr-cuit to PRV-NOMBRE
              end-read
              close PRV-FILE
           end-if.
           move spaces to men-1.
           string "Orden " delimited by size
                  ocr-numero delimited by size
                  " de " delimited by size
                  PRV-NOMBRE delimited by size
                  into men-1.
           move spaces to men-2.
           string ocr-tot delimited by size
                  " renglon(es) - entrega prevista " delimited by size
                  OC-FECHA-ENT delimited by size
                  into men-2.
           perform info thru f-info.
       carga-orden-exit.
           exit.
       carga-renglon-oc.
           move ocr-numero to OC-NUMERO.
           compute OC-RENGLON = ocr-tot + 1.
           read OC-FILE
              invalid key
                 move "23" to fs-oc
                 go to carga-renglon-oc-exit
              not invalid key
                 continue
           end-read.
           add 1 to ocr-tot.
           move OC-RENGLON  to ocr-renglon (ocr-tot).
           move OC-ART-COD  to ocr-arti (ocr-tot).
           move OC-CANT-PED to ocr-ped (ocr-tot).
           move OC-CANT-REC to ocr-rec (ocr-tot).
           move OC-COSTO    to ocr-costo-oc (ocr-tot).
       carga-renglon-oc-exit.
           exit.
      ******************************************************************
      * Control de un articulo recibido contra la orden: no pedido
      * ("N"), exceso sobre lo pedido contando lo ya recibido ("E") y
      * costo distinto del pactado. El costo en blanco o cero toma el
      * pactado (o el vigente si el articulo no estaba en la orden).
       recibe-oc.
           move "N" to sw-ocr-aprobada.
           move spaces to ocr-marca ocr-dif-costo.
           move zeros to ocr-hallado.
           perform busca-renglon-oc thru busca-renglon-oc-exit
              varying sub-ocr from 1 by 1 until sub-ocr > ocr-tot.
           if ocr-hallado = zeros
              move "N" to ocr-marca
              move ART-COSTO to ocr-pactado
           else
              move ocr-costo-oc (ocr-hallado) to ocr-pactado
              if ocr-rec (ocr-hallado) + ocr-cant
                 > ocr-ped (ocr-hallado)
                 move "E" to ocr-marca
              end-if
           end-if.
           move ocr-pactado to ocr-costo.
           if ing-costo not = spaces
              move ing-costo to conv-texto
              perform conv-a-numero thru conv-a-numero-exit
              if conv-importe not = zeros
                 move conv-importe to ocr-costo
              end-if
           end-if.
           if ocr-hallado not = zeros and ocr-costo not = ocr-pactado
              move "S" to ocr-dif-costo.
           if ocr-marca = spaces and ocr-dif-costo = spaces
              set recepcion-aprobada to true
              go to recibe-oc-exit.
           perform avisa-diferencia thru avisa-diferencia-exit.
           move "N" to sw-super.
           move "R" to sup-motivo.
           move ART-COD to sup-ref.
           perform pide-supervisor thru pide-supervisor-exit.
           if supervisor-ok
              set recepcion-aprobada to true.
           move "N" to sw-super.
       recibe-oc-exit.
           exit.
       busca-renglon-oc.
           if ocr-arti (sub-ocr) = ART-COD
              move sub-ocr to ocr-hallado
              move ocr-tot to sub-ocr
           end-if.
       busca-renglon-oc-exit.
           exit.
       avisa-diferencia.
           move spaces to men-1 men-2.
           move ocr-cant to ocr-cant-ed.
           evaluate ocr-marca
              when "N"
                 string "Articulo no incluido en la orden "
                        delimited by size
                        ocr-numero delimited by size
                        into men-1
              when "E"
                 move zeros to ocr-ped-ed
                 if ocr-rec (ocr-hallado) < ocr-ped (ocr-hallado)
                    compute ocr-ped-ed = ocr-ped (ocr-hallado)
                        - ocr-rec (ocr-hallado)
                 end-if
                 string "Exceso: llegan " delimited by size
                        ocr-cant-ed delimited by size
                        ", faltaban " delimited by size
                        ocr-ped-ed delimited by size
                        into men-1
              when other
                 move "Diferencia de costo con la orden" to men-1
           end-evaluate.
           if ocr-dif-costo = "S"
              move ocr-costo to ocr-costo-ed
              move ocr-pactado to ocr-pactado-ed
              string "Costo " delimited by size
                     ocr-costo-ed delimited by size
                     ", pactado " delimited by size
                     ocr-pactado-ed delimited by size
                     into men-2
           end-if.
           perform info thru f-info.
       avisa-diferencia-exit.
           exit.
      * Lo recibido queda sumado en el renglon de la orden (la
      * cabecera pasa a "P" con la primera entrega) y en la bitacora
      * RECEPOC.DAT con sus marcas.
       registra-oc.
           add 1 to ocr-recibidos.
           move zeros to REC-CANT-PED.
           if ocr-hallado not = zeros
              add ocr-cant to ocr-rec (ocr-hallado)
              move ocr-ped (ocr-hallado) to REC-CANT-PED
              move ocr-numero to OC-NUMERO
              move ocr-renglon (ocr-hallado) to OC-RENGLON
              read OC-FILE
                 invalid key
                    continue
                 not invalid key
                    move ocr-rec (ocr-hallado) to OC-CANT-REC
                    rewrite OC-REG
              end-read
           end-if.
           move ocr-numero to OC-NUMERO.
           move zeros to OC-RENGLON.
           read OC-FILE
              invalid key
                 continue
              not invalid key
                 if OC-ABIERTA
                    set OC-PARCIAL to true
                    rewrite OC-REG
                 end-if
           end-read.
           move ocr-cant to REC-CANT.
           move ocr-costo to REC-COSTO.
           move ocr-pactado to REC-COSTO-OC.
           move ocr-marca to REC-MARCA.
           move ocr-dif-costo to REC-DIF-COSTO.
           perform graba-recepcion thru graba-recepcion-exit.
       registra-oc-exit.
           exit.
       graba-recepcion.
           open extend REC-FILE.
           if fs-rec not = "00"
              open output REC-FILE.
           accept REC-FECHA from date yyyymmdd.
           accept REC-HORA  from time.
           move ocr-numero  to REC-OC-NUMERO.
           move ocr-cuit    to REC-PROV-CUIT.
           move ART-COD     to REC-ART-COD.
           move oper-actual to REC-OPERADOR.
           move ctrl-actual to REC-BOCA.
           write REC-REG.
           close REC-FILE.
       graba-recepcion-exit.
           exit.
      ******************************************************************
      * Fin de la recepcion de una orden: si en esta sesion llego
      * algo, cada renglon que sigue incompleto deja su faltante "F"
      * en RECEPOC.DAT; la orden pasa a "R" cuando ya no falta nada y
      * si no sigue abierta ("P") para la proxima entrega.
       cierra-recepcion.
           move "N" to sw-oc-cargada.
           if ocr-recibidos = zeros
              close OC-FILE
              go to cierra-recepcion-exit.
           move zeros to ocr-faltantes.
           perform registra-faltante thru registra-faltante-exit
              varying sub-ocr from 1 by 1 until sub-ocr > ocr-tot.
           move ocr-numero to OC-NUMERO.
           move zeros to OC-RENGLON.
           read OC-FILE
              invalid key
                 continue
              not invalid key
                 if ocr-faltantes = zeros
                    set OC-RECIBIDA to true
                    accept OC-FECHA-CIERRE from date yyyymmdd
                 else
                    set OC-PARCIAL to true
                 end-if
                 rewrite OC-REG
           end-read.
           close OC-FILE.
           move spaces to men-1 men-2.
           if ocr-faltantes = zeros
              string "Orden " delimited by size
                     ocr-numero delimited by size
                     " recibida completa" delimited by size
                     into men-1
           else
              string "Orden " delimited by size
                     ocr-numero delimited by size
                     ": " delimited by size
                     ocr-faltantes delimited by size
                     " renglon(es) con faltante" delimited by size
                     into men-1
              move "la orden sigue abierta - detalle en RECEPOC.DAT"
                 to men-2
           end-if.
           perform info thru f-info.
       cierra-recepcion-exit.
           exit.
       registra-faltante.
           if ocr-rec (sub-ocr) >= ocr-ped (sub-ocr)
              go to registra-faltante-exit.
           add 1 to ocr-faltantes.
           compute REC-CANT = ocr-ped (sub-ocr) - ocr-rec (sub-ocr).
           move ocr-ped (sub-ocr) to REC-CANT-PED.
           move ocr-costo-oc (sub-ocr) to REC-COSTO REC-COSTO-OC.
           move "F" to REC-MARCA.
           move spaces to REC-DIF-COSTO.
           move ocr-arti (sub-ocr) to ART-COD.
           perform graba-recepcion thru graba-recepcion-exit.
       registra-faltante-exit.
           exit.
      ******************************************************************
      * Envio de una transferencia a otra sucursal: se cargan destino
      * y articulos (con el costo vigente de cada uno) y al emitir
      * cada articulo sale del stock con un movimiento "T" (un kit
      * mueve sus componentes, ver mueve-stock), la transferencia
      * queda en TRANSF.DAT y en TRFnnnnnn.ooo, que viaja con la
      * mercaderia para la recepcion en destino, y se imprime el
      * remito no fiscal REMnnnnnn.TXT. Sin sucursal configurada en
      * WFIS.CFG no se puede transferir: el destino no sabria de
      * donde viene.
       envia-transf.
           if sucursal-actual = spaces
              move "Sucursal no configurada en WFIS.CFG" to men-1
              move "no se pueden emitir transferencias" to men-2
              perform info thru f-info
              go to envia-transf-exit.
           move zeros to trs-tot.
           move spaces to trs-destino trs-arti trs-cant.
           display floating window,
               at line 1, at col 1,
               size 46, lines 9,
               handle in ventana-flo,
               top centered title "Envio de Transferencia".
           display trs-scr.
       envia-transf-loop.
           accept trs-scr.
           evaluate key-status
              when 101
                 destroy ventana-flo
                 go to envia-transf-exit
              when 102
                 perform trs-agrega-linea thru trs-agrega-linea-exit
              when 100
                 perform trs-valida thru trs-valida-exit
                 if trs-hallado not = zeros
                    destroy ventana-flo
                    perform emite-transf thru emite-transf-exit
                    go to envia-transf-exit
                 end-if
           end-evaluate.
           display trs-scr.
           go to envia-transf-loop.
       envia-transf-exit.
           exit.
      * Un articulo de la transferencia: tiene que estar en el
      * maestro y activo; el mismo articulo dos veces suma cantidad.
       trs-agrega-linea.
           move trs-arti to ART-COD.
           read ART-FILE
              invalid key
                 move "Articulo inexistente en el maestro" to men-1
                 move spaces to men-2
                 perform info thru f-info
                 go to trs-agrega-linea-exit
              not invalid key
                 continue
           end-read.
           if ART-DADO-DE-BAJA
              move "Articulo dado de baja: no se transfiere" to men-1
              move spaces to men-2
              perform info thru f-info
              go to trs-agrega-linea-exit.
           move trs-cant to conv-texto.
           perform conv-a-numero thru conv-a-numero-exit.
           if conv-importe = zeros
              move "Cantidad invalida" to men-1
              move spaces to men-2
              perform info thru f-info
              go to trs-agrega-linea-exit.
           move zeros to trs-hallado.
           perform busca-linea-trs thru busca-linea-trs-exit
              varying sub-trs from 1 by 1 until sub-trs > trs-tot.
           if trs-hallado = zeros
              if trs-tot >= 50
                 move "Limite de 50 articulos por transferencia"
                    to men-1
                 move spaces to men-2
                 perform info thru f-info
                 go to trs-agrega-linea-exit
              end-if
              add 1 to trs-tot
              move trs-tot to trs-hallado
              move ART-COD to trs-lin-arti (trs-hallado)
              move zeros to trs-lin-cant (trs-hallado)
              move ART-COSTO to trs-lin-costo (trs-hallado)
           end-if.
           add conv-importe to trs-lin-cant (trs-hallado).
           move trs-lin-cant (trs-hallado) to trs-cant-ed.
           move spaces to men-1.
           string trs-tot delimited by size
                  " articulo(s) - " delimited by size
                  ART-COD delimited by size
                  " total " delimited by size
                  trs-cant-ed delimited by size
                  into men-1.
           move spaces to men-2.
           perform info thru f-info.
           move spaces to trs-arti trs-cant.
       trs-agrega-linea-exit.
           exit.
       busca-linea-trs.
           if trs-lin-arti (sub-trs) = ART-COD
              move sub-trs to trs-hallado
              move trs-tot to sub-trs
           end-if.
       busca-linea-trs-exit.
           exit.
      * Antes de emitir: destino cargado y distinto de esta sucursal,
      * y al menos un articulo. trs-hallado queda en 1 si se puede.
       trs-valida.
           move zeros to trs-hallado.
           move spaces to men-2.
           if trs-destino = spaces or trs-destino = sucursal-actual
              move "Sucursal de destino invalida" to men-1
              perform info thru f-info
              go to trs-valida-exit.
           if trs-tot = zeros
              move "La transferencia no tiene articulos" to men-1
              perform info thru f-info
              go to trs-valida-exit.
           move 1 to trs-hallado.
       trs-valida-exit.
           exit.
       emite-transf.
           perform proximo-transf thru proximo-transf-exit.
           move zeros to trs-valor.
           perform descuenta-transf thru descuenta-transf-exit
              varying sub-trs from 1 by 1 until sub-trs > trs-tot.
           perform graba-transf thru graba-transf-exit.
           perform imprime-remito thru imprime-remito-exit.
       emite-transf-exit.
           exit.
       descuenta-transf.
           move trs-lin-arti (sub-trs) to stk-arti.
           move zeros to stk-delta.
           subtract trs-lin-cant (sub-trs) from stk-delta.
           move "T" to mov-tipo-mov.
           perform mueve-stock thru mueve-stock-exit.
           compute trs-valor = trs-valor
              + trs-lin-cant (sub-trs) * trs-lin-costo (sub-trs).
       descuenta-transf-exit.
           exit.
      * Proximo numero de transferencia: ultimo emitido en
      * TRFNUM.DAT mas uno, regrabado en el acto (como VALNUM.DAT).
       proximo-transf.
           move zeros to trs-nro.
           open input TRN-FILE.
           if fs-trn = "00"
              read TRN-FILE
                 at end
                    continue
                 not at end
                    move TRN-REG to trs-nro
              end-read
              close TRN-FILE
           end-if.
           add 1 to trs-nro.
           open output TRN-FILE.
           move trs-nro to TRN-REG.
           write TRN-REG.
           close TRN-FILE.
       proximo-transf-exit.
           exit.
      * La cabecera y los renglones van a TRANSF.DAT y, tal cual, al
      * archivo TRFnnnnnn.ooo de la transferencia.
       graba-transf.
           open extend TRF-FILE.
           if fs-trf not = "00"
              open output TRF-FILE.
           move spaces to trv-nombre.
           string "TRF" delimited by size
                  trs-nro delimited by size
                  "." delimited by size
                  sucursal-actual delimited by size
                  into trv-nombre.
           open output TRV-FILE.
           move spaces to TRF-REG.
           set TRF-ES-CABECERA to true.
           perform arma-transf thru arma-transf-exit.
           move trs-tot to TRF-RENGLONES.
           move zeros to TRF-DIFERENCIAS.
           move trs-valor to TRF-VALOR.
           write TRF-REG.
           move TRF-REG to TRV-REG.
           write TRV-REG.
           perform graba-transf-linea thru graba-transf-linea-exit
              varying sub-trs from 1 by 1 until sub-trs > trs-tot.
           close TRF-FILE TRV-FILE.
       graba-transf-exit.
           exit.
       graba-transf-linea.
           move spaces to TRF-REG.
           set TRF-ES-LINEA to true.
           perform arma-transf thru arma-transf-exit.
           move sub-trs to TRF-RENGLON.
           move trs-lin-arti (sub-trs) to TRF-ART-COD.
           move trs-lin-cant (sub-trs) to TRF-CANT-ENV.
           move zeros to TRF-CANT-REC.
           move trs-lin-costo (sub-trs) to TRF-COSTO.
           write TRF-REG.
           move TRF-REG to TRV-REG.
           write TRV-REG.
       graba-transf-linea-exit.
           exit.
       arma-transf.
           move sucursal-actual to TRF-ORIGEN.
           move trs-nro to TRF-NUMERO.
           move trs-destino to TRF-DESTINO.
           accept TRF-FECHA from date yyyymmdd.
           accept TRF-HORA  from time.
           move oper-actual to TRF-OPERADOR.
           move ctrl-actual to TRF-BOCA.
       arma-transf-exit.
           exit.
      * Remito no fiscal que acompana a la mercaderia.
       imprime-remito.
           move spaces to prd-nombre.
           string "REM" delimited by size
                  trs-nro delimited by size
                  ".TXT" delimited by size
                  into prd-nombre.
           open output PRD-FILE.
           move "REMITO DE TRANSFERENCIA - SIN VALOR FISCAL"
              to PRD-REG.
           write PRD-REG.
           move spaces to PRD-REG.
           string "TRANSFERENCIA " delimited by size
                  trs-nro delimited by size
                  "  FECHA " delimited by size
                  TRF-FECHA delimited by size
                  into PRD-REG.
           write PRD-REG.
           move spaces to PRD-REG.
           string "ORIGEN " delimited by size
                  sucursal-actual delimited by size
                  "  DESTINO " delimited by size
                  trs-destino delimited by size
                  "  OPERADOR " delimited by size
                  oper-actual delimited by size
                  into PRD-REG.
           write PRD-REG.
           move spaces to PRD-REG.
           write PRD-REG.
           perform imprime-remito-linea thru imprime-remito-linea-exit
              varying sub-trs from 1 by 1 until sub-trs > trs-tot.
           move spaces to PRD-REG.
           write PRD-REG.
           move spaces to PRD-REG.
           string "ARCHIVO PARA DESTINO " delimited by size
                  trv-nombre delimited by size
                  into PRD-REG.
           write PRD-REG.
           move spaces to PRD-REG.
           write PRD-REG.
           move "RECIBI CONFORME: ..............................."
              to PRD-REG.
           write PRD-REG.
           close PRD-FILE.
           move trs-valor to trs-valor-ed.
           move spaces to men-1.
           string "Transferencia " delimited by size
                  trs-nro delimited by size
                  " emitida, remito " delimited by size
                  prd-nombre delimited by size
                  into men-1.
           move spaces to men-2.
           string "enviar " delimited by size
                  trv-nombre delimited by size
                  " - valor al costo " delimited by size
                  trs-valor-ed delimited by size
                  into men-2.
           perform info thru f-info.
       imprime-remito-exit.
           exit.
       imprime-remito-linea.
           move trs-lin-cant (sub-trs) to trs-cant-ed.
           move spaces to PRD-REG.
           string trs-lin-arti (sub-trs) delimited by size
                  " " delimited by size
                  trs-cant-ed delimited by size
                  into PRD-REG.
           write PRD-REG.
       imprime-remito-linea-exit.
           exit.
      ******************************************************************
      * Recepcion de una transferencia: con sucursal de origen y
      * numero se carga el TRFnnnnnn.ooo que trajo la mercaderia
      * (tiene que ser para esta sucursal y no haber sido recibido
      * antes). Cada articulo que llega suma al stock con un
      * movimiento "E"; un articulo que no venia o que llega de mas
      * pide supervisor, como la recepcion contra una orden de
      * compra. "Recibir todo" da por llegado lo que falta de cada
      * renglon. Al salir o cambiar de transferencia se cierra la
      * recepcion en TRFREC.DAT con los faltantes; si no se recibio
      * nada la transferencia sigue en transito. Lo ya ingresado de
      * una recepcion que no llego a cerrarse (renglones "P") se
      * recupera al cargar la transferencia.
       recibe-transf.
           display floating window,
               at line 1, at col 1,
               size 46, lines 11,
               handle in ventana-flo,
               top centered title "Recepcion de Transferencia".
           move spaces to rtr-origen rtr-numero rtr-arti rtr-cant.
           move "N" to sw-trf-cargada.
           display rtr-scr.
       recibe-transf-loop.
           accept rtr-scr.
           evaluate key-status
              when 101
                 destroy ventana-flo
                 if transf-cargada
                    perform cierra-transf thru cierra-transf-exit
                 end-if
                 go to recibe-transf-exit
              when 100
                 perform prepara-transf thru prepara-transf-exit
                 if transf-cargada and rtr-arti not = spaces
                    perform rtr-graba thru rtr-graba-exit
                 end-if
              when 102
                 perform prepara-transf thru prepara-transf-exit
                 if transf-cargada
                    perform rtr-todo thru rtr-todo-exit
                 end-if
           end-evaluate.
           display rtr-scr.
           go to recibe-transf-loop.
       recibe-transf-exit.
           exit.
      * Origen y numero de la pantalla contra la transferencia
      * cargada: si cambiaron se cierra la anterior y se carga la
      * nueva.
       prepara-transf.
           move zeros to conv-importe.
           if rtr-numero not = spaces
              move spaces to conv-texto
              move rtr-numero to conv-texto
              perform conv-a-numero thru conv-a-numero-exit
           end-if.
           if transf-cargada and conv-importe = rtr-cargada-nro
              and rtr-origen = rtr-cargada-origen
              go to prepara-transf-exit.
           if transf-cargada
              perform cierra-transf thru cierra-transf-exit.
           if rtr-origen = spaces or conv-importe = zeros
              move "Falta sucursal de origen o numero" to men-1
              move "de la transferencia (ver el remito)" to men-2
              perform info thru f-info
              go to prepara-transf-exit.
           move conv-importe to rtr-cargada-nro.
           move rtr-origen to rtr-cargada-origen.
           perform carga-transf thru carga-transf-exit.
       prepara-transf-exit.
           exit.
       carga-transf.
           move spaces to trv-nombre.
           string "TRF" delimited by size
                  rtr-cargada-nro delimited by size
                  "." delimited by size
                  rtr-cargada-origen delimited by size
                  into trv-nombre.
           open input TRV-FILE.
           if fs-trv not = "00"
              move spaces to men-1
              string "No se encontro " delimited by size
                     trv-nombre delimited by size
                     into men-1
              move "copiar el archivo que vino con el remito" to men-2
              perform info thru f-info
              go to carga-transf-exit.
           move zeros to rtr-tot rtr-recibidos.
           move "N" to sw-fin-trf.
           perform carga-renglon-trf thru carga-renglon-trf-exit
              until fin-transf.
           close TRV-FILE.
           if rtr-tot = zeros
              move spaces to men-1
              string trv-nombre delimited by size
                     " no trae articulos" delimited by size
                     into men-1
              move spaces to men-2
              perform info thru f-info
              go to carga-transf-exit.
           if TRF-DESTINO not = sucursal-actual
              move spaces to men-1
              string "La transferencia es para la sucursal "
                     delimited by size
                     TRF-DESTINO delimited by size
                     into men-1
              move "no se recibe en esta sucursal" to men-2
              perform info thru f-info
              go to carga-transf-exit.
           perform busca-recepcion thru busca-recepcion-exit.
           if transf-ya-recibida
              move "La transferencia ya fue recibida" to men-1
              move "ver TRFREC.DAT" to men-2
              perform info thru f-info
              go to carga-transf-exit.
           set transf-cargada to true.
           move spaces to men-1.
           string "Transferencia " delimited by size
                  rtr-cargada-nro delimited by size
                  " de " delimited by size
                  rtr-cargada-origen delimited by size
                  ": " delimited by size
                  rtr-tot delimited by size
                  " articulo(s)" delimited by size
                  into men-1.
           move spaces to men-2.
           if rtr-recibidos not = zeros
              string "recepcion retomada: " delimited by size
                     rtr-recibidos delimited by size
                     " ingreso(s) ya en stock" delimited by size
                     into men-2
           end-if.
           perform info thru f-info.
       carga-transf-exit.
           exit.
       carga-renglon-trf.
           read TRV-FILE
              at end
                 set fin-transf to true
                 go to carga-renglon-trf-exit
           end-read.
           move TRV-REG to TRF-REG.
           if not TRF-ES-LINEA or rtr-tot >= 50
              go to carga-renglon-trf-exit.
           add 1 to rtr-tot.
           move TRF-ART-COD to rtr-lin-arti (rtr-tot).
           move TRF-CANT-ENV to rtr-lin-env (rtr-tot).
           move zeros to rtr-lin-rec (rtr-tot).
           move TRF-COSTO to rtr-lin-costo (rtr-tot).
       carga-renglon-trf-exit.
           exit.
      * Una transferencia se recibe una sola vez: su cierre "C" en
      * TRFREC.DAT la da por recibida. Sin cierre, sus renglones "P"
      * son lo que ya entro al stock en una recepcion cortada y se
      * vuelven a sumar en rtr-tab como recibido. TRF-DESTINO queda
      * como lo dejo el archivo de la transferencia.
       busca-recepcion.
           move "N" to sw-trf-recibida.
           open input TRR-FILE.
           if fs-trr not = "00"
              go to busca-recepcion-exit.
           move "N" to sw-fin-trf.
           perform lee-recepcion thru lee-recepcion-exit
              until fin-transf.
           close TRR-FILE.
       busca-recepcion-exit.
           exit.
       lee-recepcion.
           read TRR-FILE
              at end
                 set fin-transf to true
                 go to lee-recepcion-exit
           end-read.
           if TRR-REG (1:1) = "C"
              and TRR-REG (2:3) = rtr-cargada-origen
              and TRR-REG (5:6) = rtr-cargada-nro
              set transf-ya-recibida to true
              set fin-transf to true
              go to lee-recepcion-exit
           end-if.
           if TRR-REG (1:1) = "P"
              and TRR-REG (2:3) = rtr-cargada-origen
              and TRR-REG (5:6) = rtr-cargada-nro
              perform retoma-ingreso thru retoma-ingreso-exit
           end-if.
       lee-recepcion-exit.
           exit.
       retoma-ingreso.
           move TRR-REG to TRF-REG.
           move TRF-ART-COD to ART-COD.
           move zeros to rtr-hallado.
           perform busca-linea-rtr thru busca-linea-rtr-exit
              varying sub-rtr from 1 by 1 until sub-rtr > rtr-tot.
           if rtr-hallado = zeros
              if rtr-tot >= 50
                 go to retoma-ingreso-exit
              end-if
              add 1 to rtr-tot
              move rtr-tot to rtr-hallado
              move TRF-ART-COD to rtr-lin-arti (rtr-hallado)
              move zeros to rtr-lin-env (rtr-hallado)
                 rtr-lin-rec (rtr-hallado)
              move TRF-COSTO to rtr-lin-costo (rtr-hallado)
           end-if.
           add TRF-CANT-REC to rtr-lin-rec (rtr-hallado).
           add 1 to rtr-recibidos.
       retoma-ingreso-exit.
           exit.
      * Un articulo recibido: el stock se mueve en el acto; las
      * diferencias se avisan y piden supervisor antes.
       rtr-graba.
           move rtr-arti to ART-COD.
           read ART-FILE
              invalid key
                 move "Articulo inexistente en el maestro" to men-1
                 move "darlo de alta antes de recibirlo" to men-2
                 perform info thru f-info
                 go to rtr-graba-exit
              not invalid key
                 continue
           end-read.
           move rtr-cant to conv-texto.
           perform conv-a-numero thru conv-a-numero-exit.
           if conv-importe = zeros
              move "Cantidad invalida" to men-1
              move spaces to men-2
              perform info thru f-info
              go to rtr-graba-exit.
           move conv-importe to rtr-cant-w.
           move zeros to rtr-hallado.
           perform busca-linea-rtr thru busca-linea-rtr-exit
              varying sub-rtr from 1 by 1 until sub-rtr > rtr-tot.
           move spaces to rtr-marca.
           if rtr-hallado = zeros
              move "N" to rtr-marca
           else
              if rtr-lin-rec (rtr-hallado) + rtr-cant-w
                 > rtr-lin-env (rtr-hallado)
                 move "S" to rtr-marca
              end-if
           end-if.
           if rtr-hallado = zeros and rtr-tot >= 50
              move "Limite de 50 articulos por transferencia" to men-1
              move spaces to men-2
              perform info thru f-info
              go to rtr-graba-exit.
           if rtr-marca not = spaces
              perform avisa-dif-transf thru avisa-dif-transf-exit
              move "N" to sw-super
              move "T" to sup-motivo
              move ART-COD to sup-ref
              perform pide-supervisor thru pide-supervisor-exit
              if not supervisor-ok
                 move "Recepcion no registrada" to men-1
                 move "falta autorizacion de supervisor" to men-2
                 perform info thru f-info
                 go to rtr-graba-exit
              end-if
              move "N" to sw-super
           end-if.
           if rtr-hallado = zeros
              add 1 to rtr-tot
              move rtr-tot to rtr-hallado
              move ART-COD to rtr-lin-arti (rtr-hallado)
              move zeros to rtr-lin-env (rtr-hallado)
                 rtr-lin-rec (rtr-hallado)
              move ART-COSTO to rtr-lin-costo (rtr-hallado)
           end-if.
           add rtr-cant-w to rtr-lin-rec (rtr-hallado).
           add 1 to rtr-recibidos.
           move ART-COD to stk-arti.
           move rtr-cant-w to stk-delta.
           move "E" to mov-tipo-mov.
           perform mueve-stock thru mueve-stock-exit.
           perform graba-rtr-ingreso thru graba-rtr-ingreso-exit.
           move "Stock actualizado" to men-1.
           move spaces to men-2.
           string "recibido de la transferencia " delimited by size
                  rtr-cargada-nro delimited by size
                  into men-2.
           perform info thru f-info.
           move spaces to rtr-arti rtr-cant.
       rtr-graba-exit.
           exit.
       busca-linea-rtr.
           if rtr-lin-arti (sub-rtr) = ART-COD
              move sub-rtr to rtr-hallado
              move rtr-tot to sub-rtr
           end-if.
       busca-linea-rtr-exit.
           exit.
       avisa-dif-transf.
           move spaces to men-1 men-2.
           move rtr-cant-w to trs-cant-ed.
           if rtr-marca = "N"
              string "Articulo no incluido en la transferencia "
                     delimited by size
                     rtr-cargada-nro delimited by size
                     into men-1
           else
              string "Sobrante: llegan " delimited by size
                     trs-cant-ed delimited by size
                     into men-1
              move rtr-lin-env (rtr-hallado) to trs-cant-ed
              string "se enviaron " delimited by size
                     trs-cant-ed delimited by size
                     into men-2
           end-if.
           perform info thru f-info.
       avisa-dif-transf-exit.
           exit.
      * Recibir todo: lo que falta de cada renglon entra al stock
      * tal como se envio. Un articulo que no esta en el maestro de
      * esta sucursal no se puede recibir y queda como faltante.
       rtr-todo.
           move zeros to rtr-sin-maestro.
           perform rtr-todo-renglon thru rtr-todo-renglon-exit
              varying sub-rtr from 1 by 1 until sub-rtr > rtr-tot.
           move "Transferencia recibida completa" to men-1.
           move spaces to men-2.
           if rtr-sin-maestro not = zeros
              string rtr-sin-maestro delimited by size
                     " articulo(s) sin alta en el maestro: quedan "
                     delimited by size
                     "como faltante" delimited by size
                     into men-2
           end-if.
           perform info thru f-info.
       rtr-todo-exit.
           exit.
       rtr-todo-renglon.
           if rtr-lin-rec (sub-rtr) >= rtr-lin-env (sub-rtr)
              go to rtr-todo-renglon-exit.
           move rtr-lin-arti (sub-rtr) to ART-COD.
           read ART-FILE
              invalid key
                 add 1 to rtr-sin-maestro
                 go to rtr-todo-renglon-exit
              not invalid key
                 continue
           end-read.
           move ART-COD to stk-arti.
           compute stk-delta = rtr-lin-env (sub-rtr)
              - rtr-lin-rec (sub-rtr).
           move rtr-lin-env (sub-rtr) to rtr-lin-rec (sub-rtr).
           add 1 to rtr-recibidos.
           move "E" to mov-tipo-mov.
           perform mueve-stock thru mueve-stock-exit.
           move sub-rtr to rtr-hallado.
           move spaces to rtr-marca.
           perform graba-rtr-ingreso thru graba-rtr-ingreso-exit.
       rtr-todo-renglon-exit.
           exit.
      * Renglon "P" del ingreso recien movido al stock (renglon
      * rtr-hallado, cantidad stk-delta): se graba en el acto para
      * que busca-recepcion lo encuentre si la recepcion se corta
      * antes del cierre.
       graba-rtr-ingreso.
           open extend TRR-FILE.
           if fs-trr not = "00"
              open output TRR-FILE.
           move spaces to TRF-REG.
           set TRF-ES-INGRESO to true.
           perform arma-rtr thru arma-rtr-exit.
           move rtr-hallado to TRF-RENGLON.
           move rtr-lin-arti (rtr-hallado) to TRF-ART-COD.
           move rtr-lin-env (rtr-hallado) to TRF-CANT-ENV.
           move stk-delta to TRF-CANT-REC.
           move rtr-lin-costo (rtr-hallado) to TRF-COSTO.
           move rtr-marca to TRF-MARCA.
           move TRF-REG to TRR-REG.
           write TRR-REG.
           close TRR-FILE.
       graba-rtr-ingreso-exit.
           exit.
      * Fin de la recepcion: si llego algo, un renglon "R" por
      * articulo con lo recibido en total (la suma de sus "P") y su
      * marca, y el cierre "C"; si no, la transferencia sigue en
      * transito.
       cierra-transf.
           move "N" to sw-trf-cargada.
           if rtr-recibidos = zeros
              go to cierra-transf-exit.
           move zeros to rtr-diferencias rtr-valor.
           open extend TRR-FILE.
           if fs-trr not = "00"
              open output TRR-FILE.
           perform graba-rtr-renglon thru graba-rtr-renglon-exit
              varying sub-rtr from 1 by 1 until sub-rtr > rtr-tot.
           move spaces to TRF-REG.
           set TRF-ES-CIERRE to true.
           perform arma-rtr thru arma-rtr-exit.
           move rtr-tot to TRF-RENGLONES.
           move rtr-diferencias to TRF-DIFERENCIAS.
           move rtr-valor to TRF-VALOR.
           move TRF-REG to TRR-REG.
           write TRR-REG.
           close TRR-FILE.
           move spaces to men-1 men-2.
           string "Transferencia " delimited by size
                  rtr-cargada-nro delimited by size
                  " de " delimited by size
                  rtr-cargada-origen delimited by size
                  " recibida" delimited by size
                  into men-1.
           if rtr-diferencias = zeros
              move "sin diferencias" to men-2
           else
              string rtr-diferencias delimited by size
                     " articulo(s) con diferencia - ver TRFREC.DAT"
                     delimited by size
                     into men-2
           end-if.
           perform info thru f-info.
       cierra-transf-exit.
           exit.
       graba-rtr-renglon.
           move spaces to TRF-REG.
           set TRF-ES-RECEPCION to true.
           perform arma-rtr thru arma-rtr-exit.
           move sub-rtr to TRF-RENGLON.
           move rtr-lin-arti (sub-rtr) to TRF-ART-COD.
           move rtr-lin-env (sub-rtr) to TRF-CANT-ENV.
           move rtr-lin-rec (sub-rtr) to TRF-CANT-REC.
           move rtr-lin-costo (sub-rtr) to TRF-COSTO.
           evaluate true
              when rtr-lin-env (sub-rtr) = zeros
                 set TRF-NO-ENVIADO to true
              when rtr-lin-rec (sub-rtr) < rtr-lin-env (sub-rtr)
                 set TRF-FALTANTE to true
              when rtr-lin-rec (sub-rtr) > rtr-lin-env (sub-rtr)
                 set TRF-SOBRANTE to true
              when other
                 set TRF-CONFORME to true
           end-evaluate.
           if not TRF-CONFORME
              add 1 to rtr-diferencias.
           compute rtr-valor = rtr-valor
              + rtr-lin-rec (sub-rtr) * rtr-lin-costo (sub-rtr).
           move TRF-REG to TRR-REG.
           write TRR-REG.
       graba-rtr-renglon-exit.
           exit.
       arma-rtr.
           move rtr-cargada-origen to TRF-ORIGEN.
           move rtr-cargada-nro to TRF-NUMERO.
           move sucursal-actual to TRF-DESTINO.
           accept TRF-FECHA from date yyyymmdd.
           accept TRF-HORA  from time.
           move oper-actual to TRF-OPERADOR.
           move ctrl-actual to TRF-BOCA.
       arma-rtr-exit.
           exit.
      ******************************************************************
      * Maestro de clientes indexado por CUIT: se abre I-O al inicio
      * (creandolo vacio la primera vez) y queda abierto toda la
           end-if.
       abre-operadores-exit.
           exit.
      * Vales de regalo: abierto I-O toda la corrida, creado vacio la
      * primera vez como CLIMAE.IDX.
       abre-vales.
           open i-o VAL-FILE.
           if fs-val = "35"
              open output VAL-FILE
              close VAL-FILE
              open i-o VAL-FILE
           end-if.
           if fs-val = "00"
              set vales-abiertos to true
           else
              move "No se pudo abrir el archivo de vales" to men-1
              move "VALES.IDX: no se pueden vender ni canjear vales"
                 to men-2
              perform info thru f-info
           end-if.
       abre-vales-exit.
           exit.
      * Kits: solo lectura toda la corrida. Sin KITMAE.IDX ningun
      * articulo es kit.
       abre-kits.
           open input KIT-FILE.
           if fs-kit = "00"
              set kits-abiertos to true.
       abre-kits-exit.
           exit.
      * Padron de IIBB: solo lectura toda la corrida. Sin PADRON.IDX
      * no se percibe a nadie.
       abre-padron.
           open input PAD-FILE.
           if fs-pad = "00"
              set padron-abierto to true.
       abre-padron-exit.
           exit.
      * Una corrida con PEDIDOS.DAT o CIERRE.DAT pendiente es
      * desatendida: no hay nadie para el login, y los registros
      * quedan estampados "LOTE"/"CIERRE" (ver verifica-lote/
      * Reemplaza el viejo campo "Supervisor (S/N)" de la pantalla de
      * linea, que cualquiera podia tipear. sw-super vuelve a "N" en
      * acumula-item, como siempre: la autorizacion vale para una
      * sola linea. Cada pedido, concedido o no, deja su renglon en
      * SUPAUT.DAT (ver graba-autorizacion) con el motivo y la
      * referencia que cargo quien llama en sup-motivo/sup-ref.
       pide-supervisor.
           if oper-es-supervisor
              move "S" to sw-super
              move oper-actual to sup-id
              move "S" to sup-resultado
              go to pide-supervisor-audita.
           move spaces to sup-id sup-clave.
           display floating window,
               at line 1, at col 1,
           end-perform.
           destroy ventana-flo.
           if key-status = 101
              move "C" to sup-resultado
              go to pide-supervisor-audita.
           move sup-id to OPE-ID.
           read OPE-FILE
              invalid key
                    move "S" to sw-super
                 end-if
           end-read.
           if supervisor-ok
              move "S" to sup-resultado
           else
              move "N" to sup-resultado
              move "Credencial de supervisor invalida" to men-1
              move spaces to men-2
              perform info thru f-info
           end-if.
       pide-supervisor-audita.
           perform graba-autorizacion thru graba-autorizacion-exit.
       pide-supervisor-exit.
           exit.
      * Renglon de SUPAUT.DAT del pedido que se acaba de resolver.
       graba-autorizacion.
           open extend AUT-FILE.
           if fs-aut not = "00"
              open output AUT-FILE.
           accept AUT-FECHA from date yyyymmdd.
           accept AUT-HORA  from time.
           move oper-actual     to AUT-OPERADOR.
           move sup-id          to AUT-SUPERVISOR.
           move ctrl-actual     to AUT-BOCA.
           move sucursal-actual to AUT-SUCURSAL.
           move sup-motivo      to AUT-MOTIVO.
           move sup-resultado   to AUT-RESULTADO.
           move sup-ref         to AUT-REF.
           write AUT-REG.
           close AUT-FILE.
           move spaces to sup-motivo sup-ref.
       graba-autorizacion-exit.
           exit.
      ******************************************************************
      * Mantenimiento del maestro de operadores (solo supervisores):
      * alta, cambio de clave/rol y baja por el campo Activo.
                     if CFG-SUCURSAL not = spaces
                        move CFG-SUCURSAL to sucursal-actual
                     end-if
                     if CFG-VALE-MESES numeric
                        and CFG-VALE-MESES > zeros
                        move CFG-VALE-MESES to vale-meses-cfg
                     end-if
                     if CFG-PTO-VTA numeric
                        move CFG-PTO-VTA to ctrl-pto-vta (CFG-CAJA)
                     end-if
                     if CFG-PTO-VTA-FE numeric
                        and CFG-PTO-VTA-FE > zeros
                        move CFG-PTO-VTA-FE to pto-vta-fe
                     end-if
                  end-if
           end-read.
       lee-config-linea-exit.
           move ctrl-modo (sub-ctrl) to CFG-MODO.
           move ctrl-display (sub-ctrl) to CFG-DISPLAY.
           move sucursal-actual to CFG-SUCURSAL.
           move vale-meses-cfg to CFG-VALE-MESES.
           move ctrl-pto-vta (sub-ctrl) to CFG-PTO-VTA.
           move pto-vta-fe to CFG-PTO-VTA-FE.
           write CFG-REG.
       escribe-config-exit.
           exit.
           if val-tkt-mal not = zeros or val-preamble-malo
              perform decide-lote thru decide-lote-exit
              if val-cancelar
                 move 8 to rc-desatendido
                 move "Lote con errores: cancelado, no se fiscalizo"
                       to men-1
                 move "nada; PEDIDOS.DAT queda para corregir" to men-2
                 perform info thru f-info
                 go to verifica-lote-exit
              end-if
              if rc-desatendido < 4
                 move 4 to rc-desatendido
              end-if
           end-if.
           move zeros to lote-tkt-actual.
           open input ped-file.
           end-if.
           set val-abierto to true.
           move zeros to val-lineas-total val-pagos-total.
           move zeros to val-neto-lineas val-bruto-lineas val-cuit.
           move ped-tipo-f to val-tipo-f.
           if ped-tipo-f not = "T" and ped-tipo-f not = "A"
              and ped-tipo-f not = "B" and ped-tipo-f not = "C"
              and ped-tipo-f not = "D"
              move "CUIT/IVA/Tipo Doc. invalido" to val-motivo
              perform marca-ticket thru marca-ticket-exit
           end-if.
           move cuit-f to val-cuit.
       valida-datos-exit.
           exit.
       valida-linea.
      * lote-linea pisa cantidad y monto con ART-CANT y el precio en
      * vigencia (el del maestro, o el programado si hay una ventana
      * abierta - ver busca-articulo), asi que el precio del pedido
      * no cuenta, salvo en un renglon con precio pactado.
           if val-linea-del-maestro and not ped-con-precio-fijo
              perform busca-precio-vigente
                 thru busca-precio-vigente-exit
              if hay-precio-vigente
                 move prc-prec-vig to conv-texto
                 move prc-iva-vig to perc-piva
              else
                 move ART-PREC to conv-texto
                 move ART-IVA to perc-piva
              end-if
           else
              move ped-mont-c to conv-texto
              move ped-piva-c to perc-piva
           end-if.
           perform conv-a-numero thru conv-a-numero-exit.
           add conv-importe to val-lineas-total.
           perform neto-linea thru neto-linea-exit.
           add conv-importe to val-bruto-lineas.
           compute val-neto-lineas =
               val-neto-lineas + conv-importe - perc-iva-lin.
       valida-linea-exit.
           exit.
      * El descuento/recargo ajusta el total esperado de las lineas,
                    continue
              end-read
           end-if.
      * PEDIDOS.DAT no trae numero de vale: un canje de vale no se
      * puede validar en el lote y se cobra en la caja.
           if ped-pago-tipo = pago-vale-lit
              move "Pago VALE no admitido en el lote" to val-motivo
              perform marca-ticket thru marca-ticket-exit
           end-if.
           move ped-pago-monto to conv-texto.
           perform conv-a-numero thru conv-a-numero-exit.
           add conv-importe to val-pagos-total.
      * Una Factura A a un CUIT del padron de IIBB se cobra con la
      * percepcion: los pagos del pedido tienen que incluirla.
           if ped-es-ultimo-pago
              move val-tipo-f to perc-tipo-f
              move val-cuit to perc-cuit
              move val-neto-lineas to perc-neto
              move val-bruto-lineas to perc-bruto
              move val-lineas-total to perc-total
              perform calcula-percepcion thru calcula-percepcion-exit
              add perc-importe to val-lineas-total
              move zeros to perc-alicuota perc-base perc-importe
           end-if.
           if ped-es-ultimo-pago
              if val-pagos-total not = val-lineas-total
                 move "Pagos no cuadran con las lineas" to val-motivo
              perform mand-pak thru mand-pak-exit
              set fact-abierta to true
              move zeros to cbte-iva-tab
              move zeros to cbte-total-num dr-cant pts-canje-cbte
              move spaces to nomb-f exp-ref-w
              move zeros to cuit-f civa-f tdoc-f
           else
           move ped-cant-c to cant-c.
           move ped-mont-c to mont-c.
           move ped-piva-c to piva-c.
           move "N" to sw-precio-pactado.
           if ped-con-precio-fijo
              set precio-pactado to true.
           perform busca-articulo thru busca-articulo-exit.
           move "N" to sw-precio-pactado.
           evaluate true
              when art-de-baja
                 move "Pedido de lote con articulo dado de baja"
       lote-cancela.
           move ped-pago-tipo to text-t.
           move ped-pago-monto to pago-t.
           move spaces to canc-vale tarj-marca.
           move zeros to tarj-lote tarj-cupon tarj-cuotas.
           perform agrega-pago thru agrega-pago-exit.
           if ped-es-ultimo-pago
               perform envia-pagos thru envia-pagos-exit
                     cie-bocas-mal delimited by size
                     " BOCA(S) CON FALLA - REVISAR" delimited by size
                     into CIERES-REG
              move 8 to rc-desatendido
           end-if.
           write CIERES-REG.
           close CIERES-FILE.
           exit.
       fin.
           close LOG-FIS-FILE ERR-LOG-FILE ZX-FILE ART-FILE CLI-FILE
                 OPE-FILE VAL-FILE.
           if kits-abiertos
              close KIT-FILE.
           if padron-abierto
              close PAD-FILE.
           move rc-desatendido to return-code.
           stop run.
       info.
            move 3 to Mensage-tip.
