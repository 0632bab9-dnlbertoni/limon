      * envreg.cpy
      * Renglon de los pedidos con reparto a domicilio (REPARTO.IDX,
      * indexado por numero de pedido mas numero de renglon), mismo
      * esquema cabecera/renglones que OCOMPRA.IDX. pedcap.cbl graba
      * ahi los pedidos de reparto en lugar de mandarlos derecho a
      * PEDIDOS.DAT: la cabecera "H" (renglon 000) lleva el
      * domicilio, la zona y la franja horaria de entrega, el total
      * del pedido, lo que el repartidor tiene que cobrar (todo
      * menos la cuenta corriente) y el estado; los renglones "P"
      * (001 en adelante) son los renglones A/D/L/C del pedido tal
      * como los espera el lote de wfis.cbl (pedreg.cpy).
      * Estados: "P" en reparto (sale en la hoja de ruta de
      * rephoj.cbl), "E" entregado o "C" entregado en parte (los
      * carga la rendicion del repartidor en repren.cbl, con lo
      * cobrado), "R" rechazado (queda en la lista de pendientes de
      * replib.cbl hasta que se lo vuelve a mandar) y "L" liberado:
      * replib.cbl ya lo paso a PEDIDOS.DAT para el lote nocturno.
      * En una entrega parcial los renglones que no se entregaron y
      * los pagos reemplazados por lo que se cobro de verdad quedan
      * con ENV-VIGENTE "N": no van al lote pero quedan a la vista.
       01  ENV-REG.
           03  ENV-CLAVE.
               05  ENV-NUMERO             PIC 9(6).
               05  ENV-RENGLON            PIC 9(3).
           03  ENV-TIPO                   PIC X.
               88  ENV-ES-CABECERA            VALUE "H".
               88  ENV-ES-PEDIDO              VALUE "P".
           03  ENV-DATOS                  PIC X(110).
           03  ENV-CABECERA REDEFINES ENV-DATOS.
      * Fecha de captura del pedido.
               05  ENV-FECHA              PIC 9(8).
               05  ENV-CUIT               PIC X(11).
               05  ENV-TIPO-F             PIC X.
               05  ENV-DIRECCION          PIC X(30).
               05  ENV-ZONA               PIC X(4).
      * Franja horaria de entrega, texto libre ("09-12", "TARDE").
               05  ENV-FRANJA             PIC X(11).
               05  ENV-TOTAL              PIC 9(9)V99.
               05  ENV-A-COBRAR           PIC 9(9)V99.
               05  ENV-ESTADO             PIC X.
                   88  ENV-EN-REPARTO         VALUE "P".
                   88  ENV-ENTREGADO          VALUE "E".
                   88  ENV-ENTREGA-PARCIAL    VALUE "C".
                   88  ENV-RECHAZADO          VALUE "R".
                   88  ENV-LIBERADO           VALUE "L".
                   88  ENV-A-LIBERAR          VALUES "E" "C".
      * Lo que el repartidor rindio cobrado (sin la cuenta corriente)
      * y la fecha de la rendicion.
               05  ENV-COBRADO            PIC 9(9)V99.
               05  ENV-FECHA-REND         PIC 9(8).
               05  FILLER                 PIC X(3).
           03  ENV-PEDIDO REDEFINES ENV-DATOS.
               05  ENV-PED-REG            PIC X(101).
               05  ENV-VIGENTE            PIC X.
                   88  ENV-VA-AL-LOTE         VALUE "S".
               05  FILLER                 PIC X(8).
