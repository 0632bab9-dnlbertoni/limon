      * acureg.cpy
      * Acuse de aplicacion de un paquete de casa central (paqreg.cpy)
      * en un local: paqapl.cbl agrega un renglon a PAQACU.DAT por
      * cada paquete que procesa y casa central los junta con
      * paqacu.cbl para saber que sucursal aplico que paquete.
      *   ACU-RESULTADO "A" aplicado entero, "O" aplicado con
      *                 renglones rechazados (ver PAQRCH.TXT del
      *                 local), "R" rechazado entero (archivo cortado,
      *                 paquete igual o anterior al ultimo aplicado
      *                 o N con novedades salteadas, que pide un
      *                 paquete T; el motivo dice cual)
       01  ACU-REG.
           03  ACU-SUCURSAL               PIC X(3).
           03  ACU-PAQ-ID                 PIC 9(12).
           03  ACU-FECHA                  PIC 9(8).
           03  ACU-HORA                   PIC 9(8).
           03  ACU-RESULTADO              PIC X.
               88  ACU-APLICADO               VALUE "A".
               88  ACU-CON-RECHAZOS           VALUE "O".
               88  ACU-RECHAZADO              VALUE "R".
           03  ACU-ALTAS                  PIC 9(5).
           03  ACU-CAMBIOS                PIC 9(5).
           03  ACU-BAJAS                  PIC 9(5).
           03  ACU-PRECIOS                PIC 9(5).
           03  ACU-IGUALES                PIC 9(5).
           03  ACU-RECHAZOS               PIC 9(5).
           03  ACU-MOTIVO                 PIC X(40).
