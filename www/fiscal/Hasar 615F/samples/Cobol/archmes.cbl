           open input par-file.
           if fs-par not = "00"
              display "ARCHMES: no se pudo abrir ARCHMES.PAR"
              move 8 to return-code
              stop run
           end-if.
           read par-file
               at end
                  display "ARCHMES: ARCHMES.PAR esta vacio"
                  move 8 to return-code
                  stop run
           end-read.
           close par-file.
