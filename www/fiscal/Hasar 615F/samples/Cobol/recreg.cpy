      * recreg.cpy
      * Renglon de la bitacora de recepciones contra ordenes de
      * compra (RECEPOC.DAT). La recepcion de wfis.cbl (ver
      * recibe-oc) graba un renglon por cada articulo que llega con
      * la orden, con lo pedido, lo recibido y los dos costos, y las
      * marcas de lo que no coincide:
      *   REC-MARCA " " conforme, "E" exceso sobre lo pedido, "N"
      *             articulo que la orden no incluia, "F" faltante
      *             (se graba al terminar la recepcion, uno por cada
      *             renglon que no llego completo, con lo que falta
      *             en REC-CANT)
      *   REC-DIF-COSTO "S" si el costo de la entrega no es el
      *             pactado en la orden
      * Las diferencias (salvo el faltante) piden autorizacion de
      * supervisor antes de mover el stock, igual que la venta de un
      * articulo fuera del maestro.
       01  REC-REG.
           03  REC-FECHA                  PIC 9(8).
           03  REC-HORA                   PIC 9(8).
           03  REC-OC-NUMERO              PIC 9(6).
           03  REC-PROV-CUIT              PIC X(11).
           03  REC-ART-COD                PIC X(18).
           03  REC-CANT                   PIC 9(7)V99.
           03  REC-CANT-PED               PIC 9(7)V99.
           03  REC-COSTO                  PIC 9(7)V99.
           03  REC-COSTO-OC               PIC 9(7)V99.
           03  REC-MARCA                  PIC X.
               88  REC-CONFORME               VALUE " ".
               88  REC-EXCESO                 VALUE "E".
               88  REC-NO-PEDIDO              VALUE "N".
               88  REC-FALTANTE               VALUE "F".
           03  REC-DIF-COSTO              PIC X.
               88  REC-COSTO-DISTINTO         VALUE "S".
           03  REC-OPERADOR               PIC X(6).
           03  REC-BOCA                   PIC 9.
