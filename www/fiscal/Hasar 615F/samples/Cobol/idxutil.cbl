       FD  ope-file.
           copy "opereg.cpy".
       FD  bak-file.
       01  bak-linea                  PIC X(120).
       FD  idx-file.
       01  idx-salida                 PIC X(100).
       WORKING-STORAGE SECTION.
       01  cant-regs                  PIC 9(06)  VALUE ZEROS.
       01  cant-cargados              PIC 9(06)  VALUE ZEROS.
       01  cant-dups                  PIC 9(06)  VALUE ZEROS.
      * Codigo de retorno de la corrida (8 si alguna operacion
      * fallo), para la cadena nocturna (noctur.cbl).
       01  rc-corrida                 PIC 9(01)  VALUE ZEROS.
       01  hoy-fecha                  PIC 9(08)  VALUE ZEROS.
       01  hoy-hora                   PIC 9(08)  VALUE ZEROS.
       01  hoy-mes                    PIC 9(06)  VALUE ZEROS.
           open input par-file.
           if fs-par not = "00"
              display "IDXUTIL: no se pudo abrir IDXUTIL.PAR"
              move 8 to return-code
              stop run
           end-if.
           accept hoy-fecha from date yyyymmdd.
           if fs-mae not = "00"
              display "IDXUTIL: " fam-actual " no abre (estado "
                  fs-mae ") - VERIFICACION FALLIDA"
              move 8 to rc-corrida
              go to verifica-exit.
           move zeros to cant-regs.
           move "S" to sw-mae-ok.
              display "IDXUTIL: " fam-actual " DANADO (estado "
                  fs-mae " tras " cant-regs " renglones) - "
                  "reconstruir desde el ultimo respaldo"
              move 8 to rc-corrida
           end-if.
       verifica-exit.
           exit.
           if fs-mae not = "00"
              display "IDXUTIL: " fam-actual " no abre (estado "
                  fs-mae ") - SIN RESPALDO"
              move 8 to rc-corrida
              go to respalda-exit.
           perform arma-nombre-bak thru arma-nombre-bak-exit.
           open output bak-file.
           if fs-bak not = "00"
              display "IDXUTIL: no se pudo crear " bak-nombre
              perform cierra-maestro thru cierra-maestro-exit
              move 8 to rc-corrida
              go to respalda-exit.
           move zeros to cant-regs.
           move "S" to sw-mae-ok.
              display "IDXUTIL: " fam-actual " DANADO (estado "
                  fs-mae "): respaldo " bak-nombre " INCOMPLETO, "
                  "no se registra"
              move 8 to rc-corrida
           end-if.
       respalda-exit.
           exit.
           close par-file.
           display "IDXUTIL: listo, corridas registradas en "
               "ARCHINDEX.DAT".
           move rc-corrida to return-code.
           stop run.
       terminar-exit.
           exit.
