      * PED-DR-MODO P (porcentaje) o I (importe), PED-DR-VALOR el
      * porcentaje o importe segun el modo; el texto a imprimir viaja
      * en PED-NOMB-F.
      * PED-PRECIO-FIJO "S" en un renglon "L": el importe del pedido
      * es el pactado con el cliente y el lote no lo reemplaza por el
      * precio en vigencia del maestro. Lo pone replib.cbl en los
      * pedidos de reparto, que el repartidor ya cobro a ese precio.
       01  PED-REG.
           03  PED-TIP                    PIC X.
               88  PED-ES-ABRE                VALUE "A".
           03  PED-DR-TIPO                PIC X.
           03  PED-DR-MODO                PIC X.
           03  PED-DR-VALOR               PIC X(10).
           03  PED-PRECIO-FIJO            PIC X.
               88  PED-CON-PRECIO-FIJO        VALUE "S".
           03  FILLER                     PIC X(5).
