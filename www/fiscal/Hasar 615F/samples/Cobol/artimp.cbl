      * nombre del archivo del proveedor se lee de ARTIMP.PAR; cada
      * renglon trae:
      *   col  1-18  codigo de articulo
      *   col 19-48  descripcion (ART-DESC; en blanco no se toca)
      *   col 49-58  precio ("1234.50", texto con punto opcional)
      *   col 59-62  % IVA (9(2)V99 sin punto, p.ej. 2100)
      *   col 63-72  stock minimo (opcional; en blanco no se toca)
           move prov-iva-n to ART-IVA.
           set ART-ESTA-ACTIVO to true.
           move zeros to ART-STOCK ART-STOCK-MIN ART-COSTO.
           move prov-desc to ART-DESC.
           if prov-stkmin not = spaces
              move prov-stkmin to conv-texto
              perform conv-a-numero thru conv-a-numero-exit
           move ART-IVA  to iva-ant.
           if ART-PREC = prov-prec and ART-IVA = prov-iva-n
              and prov-stkmin = spaces
              and (prov-desc = spaces or prov-desc = ART-DESC)
              add 1 to cant-iguales
              go to aplica-cambio-exit.
           move prov-prec to ART-PREC.
           move prov-iva-n to ART-IVA.
           if prov-desc not = spaces
              move prov-desc to ART-DESC.
           if prov-stkmin not = spaces
              move prov-stkmin to conv-texto
              perform conv-a-numero thru conv-a-numero-exit
