      * liqreg.cpy
      * Renglon de la liquidacion de tarjetas (LIQTAR.DAT), uno por
      * cupon liquidado, tal como se baja del sitio de la procesadora
      * (o se arma con su planilla) para conciliar en liqtar.cbl
      * contra los cupones que wfis.cbl graba en los pagos TARJ de
      * EXPFACT.DAT (EXP-PAGO-TARJETA en expreg.cpy). Varias marcas o
      * procesadoras pueden ir una detras de otra en el mismo archivo.
      * La fecha de la operacion es la de la venta (el cierre de lote
      * del posnet) y la de pago la de la acreditacion en el banco.
      * Importes sin signo: un renglon "D" (devolucion, contrapartida
      * de una nota de credito pagada con tarjeta) se resta. El neto
      * es lo acreditado: bruto menos arancel, IVA del arancel, costo
      * financiero de las cuotas y retenciones.
       01  LIQ-REG.
           03  LIQ-FECHA-PAGO             PIC 9(8).
           03  LIQ-MARCA                  PIC X(4).
      * Numero de establecimiento de la sucursal en la procesadora:
      * liqtar.cbl saca de el la sucursal del cupon (LIQCOM.DAT).
           03  LIQ-COMERCIO               PIC X(10).
           03  LIQ-FECHA-OPER             PIC 9(8).
           03  LIQ-LOTE                   PIC 9(4).
           03  LIQ-CUPON                  PIC 9(8).
           03  LIQ-CUOTAS                 PIC 9(2).
           03  LIQ-TIPO                   PIC X.
               88  LIQ-ES-VENTA               VALUE "V".
               88  LIQ-ES-DEVOLUCION          VALUE "D".
           03  LIQ-BRUTO                  PIC 9(9)V99.
           03  LIQ-ARANCEL                PIC 9(7)V99.
           03  LIQ-IVA-ARANCEL            PIC 9(7)V99.
           03  LIQ-COSTO-FIN              PIC 9(7)V99.
           03  LIQ-RET-IVA                PIC 9(7)V99.
           03  LIQ-RET-GANANCIAS          PIC 9(7)V99.
           03  LIQ-RET-IIBB               PIC 9(7)V99.
           03  LIQ-NETO                   PIC 9(9)V99.
