      * autreg.cpy
      * Renglon del archivo de auditoria de autorizaciones de
      * supervisor (SUPAUT.DAT): uno por cada vez que la caja pidio
      * autorizacion (ver pide-supervisor en wfis.cbl), se haya
      * concedido o no, con el operador que tenia la sesion, el
      * supervisor que puso (o no) su credencial, la boca y el motivo.
      * Cuando el operador con sesion ya es supervisor se autoriza
      * solo y el renglon lleva su mismo codigo en los dos campos.
      * Lo lee el informe de excepciones de caja (exccaj.cbl).
       01  AUT-REG.
           03  AUT-FECHA                  PIC 9(8).
           03  AUT-HORA                   PIC 9(8).
           03  AUT-OPERADOR               PIC X(6).
           03  AUT-SUPERVISOR             PIC X(6).
           03  AUT-BOCA                   PIC 9.
           03  AUT-SUCURSAL               PIC X(3).
           03  AUT-MOTIVO                 PIC X.
               88  AUT-ES-FUERA-MAESTRO       VALUE "A".
               88  AUT-ES-EGRESO-CAJA         VALUE "E".
               88  AUT-ES-CIERRE-CONTEO       VALUE "C".
               88  AUT-ES-RECEPCION-OC        VALUE "R".
               88  AUT-ES-RECEPCION-TRANSF    VALUE "T".
           03  AUT-RESULTADO              PIC X.
               88  AUT-CONCEDIDA              VALUE "S".
               88  AUT-DENEGADA               VALUE "N".
               88  AUT-CANCELADA              VALUE "C".
      * Lo que se autorizo: el articulo en A, R y T, el motivo tecleado
      * en E, blanco en C.
           03  AUT-REF                    PIC X(20).
