      * ptsreg.cpy
      * Renglon del libro de puntos de clientes (PUNTOS.DAT). Cada
      * movimiento de puntos de un cliente del maestro (CLIMAE.IDX)
      * agrega un renglon, igual que CTACTE.DAT con la cuenta
      * corriente:
      *   "G" ganados: comprobante fiscalizado con el CUIT del
      *       cliente, sobre el total neto de descuentos generales
      *       (ver acredita-puntos en wfis.cbl; los del Modo
      *       Electronico los graba fecae.cbl con el CAE aprobado)
      *   "N" nota de credito de la pantalla de devoluciones: resta
      *       los puntos de lo devuelto
      *   "C" canje como descuento general del comprobante (ver
      *       calcula-canje en wfis.cbl)
      *   "D" canje devuelto: comprobante electronico rechazado que
      *       tenia un canje (ver revierte-canje en fecae.cbl)
      *   "V" vencidos: los graba ptsvto.cbl cuando los ganados mas
      *       viejos que los meses de validez (PUNTOS.PAR) no llegaron
      *       a consumirse
      * El saldo es la suma de "G" y "D" menos la de "N", "C" y "V";
      * se reconstruye releyendo el archivo (ver lee-saldo-puntos en
      * wfis.cbl, el resumen ptsres.cbl y el pasivo ptsrep.cbl).
      * PTS-IMPORTE es la base del calculo (total del comprobante) o
      * el importe del descuento en un canje.
       01  PTS-REG.
           03  PTS-FECHA                  PIC 9(8).
           03  PTS-HORA                   PIC 9(8).
           03  PTS-TIPO                   PIC X.
               88  PTS-ES-GANADO              VALUE "G".
               88  PTS-ES-NOTA-CREDITO        VALUE "N".
               88  PTS-ES-CANJE               VALUE "C".
               88  PTS-ES-DEVUELTO            VALUE "D".
               88  PTS-ES-VENCIDO             VALUE "V".
               88  PTS-SUMA                   VALUE "G" "D".
           03  PTS-CUIT                   PIC X(11).
           03  PTS-PUNTOS                 PIC 9(7).
           03  PTS-IMPORTE                PIC 9(9)V99.
           03  PTS-OPERADOR               PIC X(6).
           03  PTS-BOCA                   PIC 9.
           03  PTS-SUCURSAL               PIC X(3).
