      * ctbreg.cpy
      * Renglon del mapeo de cuentas contables (CTBMAP.DAT), que arma
      * a mano el estudio contable: a que cuenta del plan va cada
      * concepto de los asientos que genera asicon.cbl. Un renglon
      * por clase + clave, opcionalmente por sucursal (la sucursal
      * en blanco vale para todas; un renglon con sucursal le gana al
      * general). Clases y claves:
      *   VT  ventas netas            clave: alicuota de IVA (2100,
      *                               1050, 0000...)
      *   IV  IVA debito fiscal       clave: alicuota de IVA
      *   PG  forma de pago           clave: texto del pago (EFECT,
      *                               CTACT, VALE, ...)
      *   PC  percepcion a pagar      clave: tributo (IIBB)
      *   DF  diferencias de cobro    clave: en blanco (vuelto y
      *                               redondeos del comprobante)
      *   CJ  movimientos de caja     clave: tipo I/E, o el tipo
      *                               seguido de los 10 primeros
      *                               caracteres del motivo (p.ej.
      *                               "IVENTA VALE"), que le gana al
      *                               del tipo solo
      *   CC  cobranzas cta. cte.     clave: R
      *   IN  inventario              clave: en blanco
      *   MV  contrapartida del stock clave: tipo de movimiento de
      *                               MOVSTK (V costo de venta, D, A,
      *                               I, J, T, E)
      * Columnas separadas por un blanco para poder editarlo a mano.
       01  CTB-REG.
           03  CTB-CLASE                  PIC X(2).
           03  FILLER                     PIC X.
           03  CTB-CLAVE                  PIC X(11).
           03  FILLER                     PIC X.
           03  CTB-SUCURSAL               PIC X(3).
           03  FILLER                     PIC X.
           03  CTB-CUENTA                 PIC X(12).
           03  FILLER                     PIC X.
           03  CTB-DESC                   PIC X(30).
