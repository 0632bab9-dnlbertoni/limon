      * trfreg.cpy
      * Renglon de transferencias de mercaderia entre sucursales. El
      * mismo layout sirve para los tres archivos:
      *   TRANSF.DAT     en la sucursal que envia: una cabecera "H"
      *                  y un renglon "L" por articulo por cada
      *                  transferencia despachada (ver envia-transf
      *                  en wfis.cbl)
      *   TRFnnnnnn.ooo  copia de la misma transferencia (nnnnnn
      *                  numero, ooo sucursal de origen) que viaja
      *                  con la mercaderia a la sucursal de destino
      *   TRFREC.DAT     en la sucursal que recibe: un renglon "P"
      *                  por cada ingreso al stock en el momento en
      *                  que se hace (TRF-CANT-REC es lo ingresado esa
      *                  vez), y al cerrar la recepcion un renglon "R"
      *                  por articulo con lo enviado, lo recibido y la
      *                  marca de diferencia, y un renglon "C" de
      *                  cierre por transferencia recibida (ver
      *                  recibe-transf en wfis.cbl)
      * Una transferencia se identifica por sucursal de origen mas
      * numero (el numero es correlativo de cada sucursal, TRFNUM.DAT).
      * El reporte de transferencias en transito y de diferencias es
      * trfrep.cbl.
       01  TRF-REG.
           03  TRF-TIP                    PIC X.
               88  TRF-ES-CABECERA            VALUE "H".
               88  TRF-ES-LINEA               VALUE "L".
               88  TRF-ES-RECEPCION           VALUE "R".
               88  TRF-ES-INGRESO             VALUE "P".
               88  TRF-ES-CIERRE              VALUE "C".
           03  TRF-ORIGEN                 PIC X(3).
           03  TRF-NUMERO                 PIC 9(6).
           03  TRF-DESTINO                PIC X(3).
      * Fecha/hora, operador y boca del despacho ("H"/"L") o de la
      * recepcion ("P"/"R"/"C").
           03  TRF-FECHA                  PIC 9(8).
           03  TRF-HORA                   PIC 9(8).
           03  TRF-OPERADOR               PIC X(6).
           03  TRF-BOCA                   PIC 9.
           03  TRF-DATOS.
      * Cabecera y cierre: cantidad de renglones, renglones con
      * diferencia (solo en el cierre) y valor al costo de lo
      * enviado ("H") o de lo recibido ("C").
               05  TRF-CABECERA.
                   07  TRF-RENGLONES          PIC 9(3).
                   07  TRF-DIFERENCIAS        PIC 9(3).
                   07  TRF-VALOR              PIC 9(9)V99.
                   07  FILLER                 PIC X(32).
      * Renglon de articulo: lo enviado y, en la recepcion, lo
      * recibido con su marca:
      *   TRF-MARCA " " conforme, "F" faltante (llego menos), "S"
      *             sobrante (llego mas), "N" articulo que no venia
      *             en la transferencia
      * El costo es el ART-COSTO de origen al despachar (el de
      * destino para un articulo "N").
               05  TRF-LINEA REDEFINES TRF-CABECERA.
                   07  TRF-RENGLON            PIC 9(3).
                   07  TRF-ART-COD            PIC X(18).
                   07  TRF-CANT-ENV           PIC 9(7)V99.
                   07  TRF-CANT-REC           PIC 9(7)V99.
                   07  TRF-COSTO              PIC 9(7)V99.
                   07  TRF-MARCA              PIC X.
                       88  TRF-CONFORME           VALUE " ".
                       88  TRF-FALTANTE           VALUE "F".
                       88  TRF-SOBRANTE           VALUE "S".
                       88  TRF-NO-ENVIADO         VALUE "N".
