      * I), cada reposicion por comprobante anulado (tipo A), cada
      * ajuste manual desde la pantalla de articulos (tipo J) y cada
      * devolucion por nota de credito (tipo D, cantidad positiva,
      * ver devolucion en wfis.cbl), con el operador y la boca. Las
      * transferencias entre sucursales dejan un "T" negativo en la
      * que despacha y un "E" positivo en la que recibe (ver
      * envia-transf/recibe-transf). La cantidad es el delta con
      * signo que se aplico al stock del maestro.
       01  MOV-REG.
           03  MOV-FECHA                  PIC 9(8).
           03  MOV-HORA                   PIC 9(8).
               88  MOV-ES-ANULACION           VALUE "A".
               88  MOV-ES-AJUSTE              VALUE "J".
               88  MOV-ES-DEVOLUCION          VALUE "D".
               88  MOV-ES-TRANSF-SALIDA       VALUE "T".
               88  MOV-ES-TRANSF-ENTRADA      VALUE "E".
           03  MOV-ART-COD                PIC X(18).
           03  MOV-CANT                   PIC S9(7)V99
                                           SIGN LEADING SEPARATE.
