      * de proveedor (artimp.cbl). PROMO/PROFIN: entrada y salida de
      * un precio programado con ventana de vigencia (PRECIOS.DAT,
      * ver abre-precios/marca-promo-aplicada en wfis.cbl).
      * PAQUET: cambio recibido en un paquete de casa central
      * (paqapl.cbl).
               88  ATH-ES-IMPORT              VALUE "IMPORT".
               88  ATH-ES-PROMO               VALUE "PROMO".
               88  ATH-ES-PROFIN              VALUE "PROFIN".
               88  ATH-ES-PAQUETE             VALUE "PAQUET".
           03  ATH-PREC-ANT               PIC X(10).
           03  ATH-IVA-ANT                PIC 99V99.
           03  ATH-PREC-NVO               PIC X(10).
