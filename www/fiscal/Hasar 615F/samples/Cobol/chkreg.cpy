      * campos corridos. Subir el literal cada vez que cambie el
      * layout de este copy.
           03  CHK-LAYOUT                 PIC XX.
               88  CHK-LAYOUT-ACTUAL          VALUE "03".
      * Boca (ctrl-actual) que estaba activa cuando se grabo el
      * checkpoint, para que un reenvio con multiples controladores
      * (ver ctrl-tab) salga por la misma boca y no por la boca 1 que
      * para que el modo lote no vuelva a fiscalizar los comprobantes
      * que ya se habian mandado antes del "cont > 100".
           03  CHK-LOTE-REG-PROC          PIC 9(6).
      * Puntos de cliente canjeados en el comprobante en curso (ver
      * pts-canje-cbte en wfis.cbl), para que el canje retomado se
      * descuente del saldo al cerrarse.
           03  CHK-PTS-CANJE              PIC 9(7).
      * Marca de nota de credito de la pantalla de devoluciones (ver
      * sw-dev-cbte en wfis.cbl) y la referencia al comprobante
      * original (exp-ref-w), para que una devolucion retomada reste
      * los puntos, maneje el stock como devolucion y salga al export
      * atada al ticket que reversa.
           03  CHK-DEV-CBTE               PIC X.
           03  CHK-EXP-REF                PIC X(16).
