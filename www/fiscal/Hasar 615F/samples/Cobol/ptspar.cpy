      * ptspar.cpy
      * Parametros del programa de puntos de clientes (PUNTOS.PAR, un
      * solo renglon), comunes a la caja (wfis.cbl), a la importacion
      * de CAE (fecae.cbl) y a los listados (ptsvto/ptsres/ptsrep):
      *   PPA-PESOS   importe de compra que da un punto (el total
      *               neto del comprobante se divide por este valor y
      *               se trunca)
      *   PPA-VALOR   importe que vale un punto al canjearlo como
      *               descuento
      *   PPA-MESES   meses de validez de los puntos ganados
      * Sin PUNTOS.PAR (o con PPA-PESOS en cero) el local no acumula
      * ni canjea puntos.
       01  PPA-REG.
           03  PPA-PESOS                  PIC 9(5)V99.
           03  PPA-VALOR                  PIC 9(3)V99.
           03  PPA-MESES                  PIC 99.
