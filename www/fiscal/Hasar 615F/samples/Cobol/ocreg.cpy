      * ocreg.cpy
      * Renglon de las ordenes de compra a proveedores (OCOMPRA.IDX,
      * indexado por numero de orden mas numero de renglon). Cada
      * orden es una cabecera "H" (renglon 000: proveedor, fechas y
      * estado) seguida de un renglon "L" por articulo (001 en
      * adelante) con la cantidad pedida, la recibida hasta el
      * momento y el costo unitario pactado. Las ordenes se cargan
      * con ocompra.cbl contra ARTMAE.IDX; la recepcion de
      * mercaderia de wfis.cbl (ver recibe-oc) va sumando lo que
      * llega a OC-CANT-REC y pasa la orden a "R" recien cuando todos
      * los renglones llegaron completos. Hasta entonces la orden
      * sigue abierta ("A" sin recepciones, "P" con recepciones
      * parciales), salvo que se la cierre a mano ("C") desde
      * ocompra.cbl porque el faltante ya no va a venir.
       01  OC-REG.
           03  OC-CLAVE.
               05  OC-NUMERO              PIC 9(6).
               05  OC-RENGLON             PIC 9(3).
           03  OC-TIPO                    PIC X.
               88  OC-ES-CABECERA             VALUE "H".
               88  OC-ES-LINEA                VALUE "L".
           03  OC-DATOS                   PIC X(60).
           03  OC-CABECERA REDEFINES OC-DATOS.
               05  OC-PROV-CUIT           PIC X(11).
               05  OC-FECHA-EMI           PIC 9(8).
      * Fecha de emision mas el plazo de entrega del proveedor.
               05  OC-FECHA-ENT           PIC 9(8).
               05  OC-ESTADO              PIC X.
                   88  OC-ABIERTA             VALUE "A".
                   88  OC-PARCIAL             VALUE "P".
                   88  OC-RECIBIDA            VALUE "R".
                   88  OC-CERRADA             VALUE "C".
                   88  OC-PENDIENTE           VALUES "A" "P".
      * Fecha en que quedo recibida completa o se cerro a mano.
               05  OC-FECHA-CIERRE        PIC 9(8).
               05  OC-OPERADOR            PIC X(6).
               05  FILLER                 PIC X(18).
           03  OC-LINEA REDEFINES OC-DATOS.
               05  OC-ART-COD             PIC X(18).
               05  OC-CANT-PED            PIC 9(7)V99.
               05  OC-CANT-REC            PIC 9(7)V99.
               05  OC-COSTO               PIC 9(7)V99.
               05  FILLER                 PIC X(15).
