      * de margen bruto repmar.cbl. Queda en cero en los maestros
      * anteriores a la columna.
           03  ART-COSTO                  PIC 9(7)V99.
      * Descripcion del articulo, para los archivos que salen a la
      * balanza (balplu.cbl) y a las etiquetas de gondola; se carga
      * desde art-abm o desde la lista del proveedor (artimp.cbl).
      * Queda en blanco en los maestros anteriores a la columna y en
      * ese caso las salidas usan el codigo.
           03  ART-DESC                   PIC X(30).
