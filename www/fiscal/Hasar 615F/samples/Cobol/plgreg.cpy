      * plgreg.cpy
      * Bitacora de paquetes armados en casa central (PAQLOG.DAT): un
      * renglon por cada paquete que arma paqgen.cbl, con sus
      * sucursales destino (en blanco = todas) y lo que lleva.
      * paqacu.cbl la cruza con los acuses de los locales.
       01  PLG-REG.
           03  PLG-PAQ-ID                 PIC 9(12).
           03  PLG-FECHA                  PIC 9(8).
           03  PLG-HORA                   PIC 9(8).
           03  PLG-MODO                   PIC X.
           03  PLG-DESTINOS               PIC X(40).
           03  PLG-ARTICULOS              PIC 9(5).
           03  PLG-BAJAS                  PIC 9(5).
           03  PLG-PRECIOS                PIC 9(5).
           03  PLG-ARCHIVO                PIC X(20).
