      * provreg.cpy
      * Renglon del maestro de proveedores (PROVMAE.IDX, indexado por
      * PRV-CUIT). Se mantiene desde ocompra.cbl (alta/cambio) y lo
      * leen las ordenes de compra: el plazo de entrega en dias
      * corridos fija la fecha de entrega prevista de cada orden (ver
      * OC-FECHA-ENT en ocreg.cpy), que es la que el reporte de
      * pendientes ocpend.cbl usa para marcar las ordenes vencidas.
      * La condicion de pago es informativa (dias de plazo para
      * pagar la factura del proveedor, cero = contado, y un texto
      * libre para lo que no entra en un numero). Un proveedor dado
      * de baja queda en el maestro pero no admite ordenes nuevas.
       01  PRV-REG.
           03  PRV-CUIT                   PIC X(11).
           03  PRV-NOMBRE                 PIC X(30).
           03  PRV-PLAZO-ENTREGA          PIC 9(3).
           03  PRV-PLAZO-PAGO             PIC 9(3).
           03  PRV-COND-PAGO              PIC X(20).
           03  PRV-ACTIVO                 PIC X.
               88  PRV-ESTA-ACTIVO            VALUE "S".
               88  PRV-DADO-DE-BAJA           VALUE "N".
