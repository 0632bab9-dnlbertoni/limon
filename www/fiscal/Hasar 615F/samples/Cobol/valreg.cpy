      * valreg.cpy
      * Renglon del archivo de vales de regalo (VALES.IDX, indexado
      * por VAL-NUMERO). El vale nace vendido desde la pantalla de
      * venta de vales de wfis.cbl (ver vende-vale), con el importe
      * cobrado como saldo y la fecha de vencimiento a los meses de
      * validez configurados (WFIS.CFG, CFG-VALE-MESES). Se canjea
      * como forma de pago VALE en Cancela/Pago (ver agrega-pago/
      * envia-un-pago), que descuenta del saldo hasta dejarlo en
      * cero; una nota de credito cancelada con VALE devuelve el
      * importe al saldo. Estados:
      *   "A" activo (con saldo), "U" usado (saldo cero), "V"
      *   vencido con saldo (lo marca valdep.cbl antes de pasarlo a
      *   VALVENC.DAT y sacarlo del archivo).
      * El pasivo por vales emitidos y no canjeados lo lista
      * valrep.cbl.
       01  VAL-REG.
           03  VAL-NUMERO                 PIC 9(6).
           03  VAL-FECHA-EMI              PIC 9(8).
           03  VAL-FECHA-VTO              PIC 9(8).
           03  VAL-IMPORTE                PIC 9(9)V99.
           03  VAL-SALDO                  PIC 9(9)V99.
           03  VAL-ESTADO                 PIC X.
               88  VAL-ACTIVO                 VALUE "A".
               88  VAL-USADO                  VALUE "U".
               88  VAL-VENCIDO                VALUE "V".
      * Forma de pago con la que se compro el vale, operador y boca
      * de la venta, y fecha del ultimo canje.
           03  VAL-PAGO                   PIC X(5).
           03  VAL-OPERADOR               PIC X(6).
           03  VAL-BOCA                   PIC 9.
           03  VAL-FECHA-ULT              PIC 9(8).
