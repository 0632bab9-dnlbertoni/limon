           open input par-file.
           if fs-par not = "00"
              display "CONSOL: no se pudo abrir CONSOL.PAR"
              move 8 to return-code
              stop run
           end-if.
           open output rep-file.
           if fs-rep not = "00"
              display "CONSOL: no se pudo crear CONSOL.TXT"
              move 8 to return-code
              stop run
           end-if.
       inicializar-exit.
           close par-file rep-file.
           display "CONSOL: " cant-cargados " archivo(s) cargado(s), "
               cant-rechazados " rechazado(s); resumen en CONSOL.TXT".
           if cant-rechazados > zeros
              move 4 to return-code.
           stop run.
       terminar-exit.
           exit.
