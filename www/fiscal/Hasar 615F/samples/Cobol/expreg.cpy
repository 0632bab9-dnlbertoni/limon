      * de la cabecera solo reflejan la ultima forma de pago tecleada
      * y sirven como referencia rapida; los renglones "P" son los que
      * hay que sumar para reconciliar contra EXP-TOTAL en comprobantes
      * de pago dividido. Un renglon tipo "I" trae la percepcion de
      * Ingresos Brutos de una Factura A (otros tributos), que va
      * incluida en EXP-TOTAL pero no en las lineas "D".
       01  EXP-REG.
           03  EXP-TIPO-REG               PIC X.
               88  EXP-ES-CABECERA            VALUE "H".
               88  EXP-ES-DETALLE             VALUE "D".
               88  EXP-ES-PAGO                VALUE "P".
               88  EXP-ES-DR                  VALUE "R".
               88  EXP-ES-PERCEPCION          VALUE "I".
           03  EXP-FECHA                  PIC 9(8).
           03  EXP-HORA                   PIC 9(8).
           03  EXP-DATOS.
               05  EXP-PAGO-DETALLE REDEFINES EXP-CABECERA.
                   07  EXP-PAGO-TIPO-P        PIC X(5).
                   07  EXP-PAGO-MONTO-P       PIC 9(9)V99.
      * Referencia de la forma de pago: en un pago VALE el numero de
      * vale de regalo canjeado (VALES.IDX, valreg.cpy), para poder
      * separar el canje del efectivo; en un pago TARJ los datos del
      * cupon de la tarjeta (EXP-PAGO-TARJETA), para conciliar contra
      * la liquidacion (liqtar.cbl); en blanco en las demas y en los
      * pagos TARJ de pedidos del lote, que no traen el cupon.
                   07  EXP-PAGO-REF           PIC X(20).
                   07  EXP-PAGO-TARJETA REDEFINES EXP-PAGO-REF.
                       09  EXP-TJ-MARCA       PIC X(4).
                       09  EXP-TJ-LOTE        PIC 9(4).
                       09  EXP-TJ-CUPON       PIC 9(8).
                       09  EXP-TJ-CUOTAS      PIC 9(2).
                       09  FILLER             PIC X(2).
      * Renglon "R": descuento (D) o recargo (R) general aplicado al
      * comprobante, con su porcentaje (cero si fue por importe fijo)
      * y el importe ya calculado, para que Contabilidad vea el costo
      * de la promo en lugar de precios retocados. Un canje de
      * puntos de cliente sale como descuento con EXP-DR-MODO "T" y
      * la cantidad de puntos canjeados en EXP-DR-PUNTOS (cero en
      * los demas).
               05  EXP-DR-DETALLE REDEFINES EXP-CABECERA.
                   07  EXP-DR-TIPO            PIC X.
                   07  EXP-DR-MODO            PIC X.
                       88  EXP-DR-ES-CANJE        VALUE "T".
                   07  EXP-DR-PCT             PIC 99V99.
                   07  EXP-DR-IMPORTE         PIC 9(9)V99.
                   07  EXP-DR-TEXTO           PIC X(20).
                   07  EXP-DR-PUNTOS          PIC 9(7).
                   07  FILLER                 PIC X(7).
      * Renglon "I": percepcion (EXP-PERC-TRIBUTO "IIBB") con la
      * alicuota del padron (padreg.cpy), la base imponible (neto
      * gravado del comprobante despues de descuentos/recargos) y el
      * importe percibido.
               05  EXP-PERC-DETALLE REDEFINES EXP-CABECERA.
                   07  EXP-PERC-TRIBUTO       PIC X(4).
                   07  EXP-PERC-ALICUOTA      PIC 99V99.
                   07  EXP-PERC-BASE          PIC 9(9)V99.
                   07  EXP-PERC-IMPORTE       PIC 9(9)V99.
                   07  FILLER                 PIC X(21).
      * Operador con sesion abierta cuando cerro el comprobante
      * ("LOTE" en las corridas desatendidas).
           03  EXP-OPERADOR               PIC X(6).
      * parseando.
           03  EXP-CAE                    PIC X(14).
           03  EXP-CAE-VTO                PIC X(8).
      * Boca (ctrl-actual) por la que salio el comprobante, estampada
      * en todos los renglones del grupo como EXP-SUCURSAL, para el
      * informe de excepciones por operador y boca (exccaj.cbl); en
      * los comprobantes electronicos de fecae.cbl es la boca que los
      * capturo (FE-BOCA). Al final del renglon, como LOG-BOCA: en los
      * EXPFACT anteriores queda en blanco.
           03  EXP-BOCA                   PIC 9.
      * Punto de venta y numero del comprobante: los del controlador
      * (respuesta al cierre, ver toma-nro-cbte en wfis.cbl) o, en los
      * comprobantes electronicos de fecae.cbl, el punto de venta
      * electronico de WFIS.CFG con el numero de FECAENUM. Estampados
      * en todos los renglones del grupo como EXP-SUCURSAL, para que
      * el libro de IVA, la declaracion de percepciones y la auditoria
      * de numeracion (cbtaud.cbl) usen el numero real. Al final del
      * renglon: en los EXPFACT anteriores quedan en blanco (probar
      * NUMERIC antes de usarlos).
           03  EXP-PTO-VTA                PIC 9(4).
           03  EXP-NRO-CBTE               PIC 9(8).
