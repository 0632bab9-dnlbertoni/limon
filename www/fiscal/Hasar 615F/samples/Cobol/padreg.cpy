      * padreg.cpy
      * Renglon del padron de percepciones de Ingresos Brutos
      * (PADRON.IDX, indexado por PAD-CUIT). Lo arma todos los meses
      * iibpad.cbl desde el padron que publica el fisco provincial;
      * una Factura A a un CUIT del padron, dentro de la vigencia,
      * lleva la percepcion sobre el neto gravado (ver
      * calcula-percepcion en wfis.cbl y pedcap.cbl). Sin el archivo
      * el local no percibe.
       01  PAD-REG.
           03  PAD-CUIT                   PIC X(11).
           03  PAD-ALICUOTA               PIC 99V99.
           03  PAD-DESDE                  PIC 9(8).
           03  PAD-HASTA                  PIC 9(8).
      * Fecha de publicacion del padron del que salio el renglon.
           03  PAD-PUBLICACION            PIC 9(8).
