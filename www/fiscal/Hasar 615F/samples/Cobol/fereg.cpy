      * (tipo, fecha, hora, operador, sucursal, boca y la referencia
      * al original si es una nota de credito de devoluciones), "D"
      * datos del cliente, "L" una linea por articulo, "R" un
      * descuento/recargo general, "I" la percepcion de Ingresos
      * Brutos de una Factura A, "C" una por forma de pago con la
      * marca de ultima. El pedido de CAE sale en FECAEREQ.DAT (un
      * renglon de
      * ancho fijo por comprobante, ver graba-fe-req en wfis.cbl) y
               88  FE-ES-DATOS                VALUE "D".
               88  FE-ES-LINEA                VALUE "L".
               88  FE-ES-DR                   VALUE "R".
               88  FE-ES-PERCEPCION           VALUE "I".
               88  FE-ES-CANCELA              VALUE "C".
           03  FE-TIPO-F                  PIC X.
           03  FE-FECHA                   PIC 9(8).
           03  FE-DR-PCT                  PIC 99V99.
           03  FE-DR-IMPORTE              PIC 9(9)V99.
           03  FE-DR-TEXTO                PIC X(20).
      * Referencia de la forma de pago del renglon "C" (numero de
      * vale en un pago VALE, datos del cupon en un pago TARJ), mismo
      * formato que EXP-PAGO-REF en expreg.cpy. Al final del
      * renglon: las colas viejas siguen parseando con la columna en
      * blanco.
           03  FE-PAGO-REF                PIC X(20).
      * Puntos canjeados en un renglon "R" de canje de puntos
      * (FE-DR-MODO "T", ver calcula-canje en wfis.cbl), para que
      * fecae.cbl los devuelva si AFIP rechaza el comprobante. Al
      * final del renglon, como FE-PAGO-REF.
           03  FE-DR-PUNTOS               PIC 9(7).
      * Percepcion de Ingresos Brutos del renglon "I": alicuota del
      * padron, base imponible e importe (mismos campos que el
      * renglon "I" de expreg.cpy). Al final del renglon, como
      * FE-PAGO-REF.
           03  FE-PERC-ALICUOTA           PIC 99V99.
           03  FE-PERC-BASE               PIC 9(9)V99.
           03  FE-PERC-IMPORTE            PIC 9(9)V99.
      * Punto de venta electronico (CFG-PTO-VTA-FE de WFIS.CFG) con el
      * que se pidio el CAE, en el renglon "A"; FE-NUMERO es el
      * numero del comprobante en ese punto de venta. Al final del
      * renglon, como FE-PAGO-REF.
           03  FE-PTO-VTA                 PIC 9(4).
