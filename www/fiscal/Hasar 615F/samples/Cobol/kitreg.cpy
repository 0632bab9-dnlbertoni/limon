      * kitreg.cpy
      * Composicion de los kits y combos (KITMAE.IDX, indexado por
      * codigo de kit mas numero de renglon). El kit es un articulo
      * mas de ARTMAE.IDX (precio, IVA, descripcion) que se vende con
      * su propio codigo; cada renglon (01 en adelante, consecutivos)
      * dice que componente lleva y cuantas unidades por kit. Un
      * articulo sin renglones en este archivo no es kit.
      * El stock lo mueven los componentes y no el kit: la venta, la
      * anulacion y las devoluciones de wfis.cbl (ver mueve-stock) y
      * el rechazo de fecae.cbl (ver revierte-stock) explotan el kit
      * en un movimiento por componente con la cantidad vendida por
      * KIT-CANT. El margen de repmar.cbl costea el kit con la suma
      * de los costos de sus componentes. Se carga con kitmae.cbl.
       01  KIT-REG.
           03  KIT-CLAVE.
               05  KIT-COD                PIC X(18).
               05  KIT-RENGLON            PIC 99.
           03  KIT-COMP                   PIC X(18).
           03  KIT-CANT                   PIC 9(5)V99.
           03  FILLER                     PIC X(15).
