      * Limite conocido: un alta con stock inicial desde art-abm no
      * deja movimiento, asi que ese stock inicial aparece como no
      * explicado hasta el primer conteo fisico que lo blanquee.
      * Los kits y combos (KITMAE.IDX, kitreg.cpy) no se comparan: la
      * caja mueve el stock de sus componentes y no el del kit, asi
      * que lo que se audita son los componentes. Se listan aparte
      * y sus movimientos propios, si los hubiera, no cuentan como
      * huerfanos.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS ART-COD
                  FILE STATUS IS fs-art.
           SELECT kit-file ASSIGN "KITMAE.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KIT-CLAVE
                  FILE STATUS IS fs-kit.
           SELECT rep-file ASSIGN "STKAUD.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-rep.
           copy "movreg.cpy".
       FD  art-file.
           copy "artreg.cpy".
       FD  kit-file.
           copy "kitreg.cpy".
       FD  rep-file.
       01  rep-linea                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  fs-mov                     PIC X(02)  VALUE "00".
       01  fs-art                     PIC X(02)  VALUE "00".
       01  fs-rep                     PIC X(02)  VALUE "00".
       01  fs-kit                     PIC X(02)  VALUE "00".
       01  sw-kit                     PIC X(01)  VALUE "N".
           88  kits-abiertos                     VALUE "S".
       01  sw-es-kit                  PIC X(01)  VALUE "N".
           88  articulo-es-kit                   VALUE "S".
       01  sw-fin                     PIC X(01)  VALUE "N".
           88  fin-archivo                       VALUE "S".
       01  pide-propuesta             PIC X(01)  VALUE "N".
       01  cant-arts                  PIC 9(06)  VALUE ZEROS.
       01  cant-difs                  PIC 9(06)  VALUE ZEROS.
       01  cant-huerfanos             PIC 9(06)  VALUE ZEROS.
       01  cant-kits                  PIC 9(06)  VALUE ZEROS.
      * Replay por articulo: suma de los deltas de MOVSTK.DAT.
       01  aud-tab.
           03  aud-tot                PIC 9(03)  VALUE ZEROS.
           03  huer-cod               PIC X(18).
           03  FILLER                 PIC X(08)  VALUE " delta  ".
           03  huer-delta             PIC -Z,ZZZ,ZZ9.99.
       01  kit-linea.
           03  FILLER                 PIC X(21)
               VALUE "KIT (NO SE AUDITA)   ".
           03  kit-l-cod              PIC X(18).
           03  FILLER                 PIC X(10)  VALUE " guardado ".
           03  kit-l-guardado         PIC -Z,ZZZ,ZZ9.99.
       01  tit-linea.
           03  FILLER                 PIC X(34)
               VALUE "AUDITORIA DE STOCK MOVSTK/ARTMAE  ".
                  "(estado " fs-art ")"
              stop run
           end-if.
           open input kit-file.
           if fs-kit = "00"
              set kits-abiertos to true.
           open output rep-file.
           if fs-rep not = "00"
              display "STKAUD: no se pudo crear STKAUD.TXT"
              move aud-r-delta (aud-hallado) to stock-replay
              move "S" to aud-r-visto (aud-hallado)
           end-if.
           perform verifica-kit thru verifica-kit-exit.
           if articulo-es-kit
              add 1 to cant-kits
              move ART-COD to kit-l-cod
              move ART-STOCK to kit-l-guardado
              move kit-linea to rep-linea
              perform graba-linea thru graba-linea-exit
              go to compara-articulo-exit.
           if ART-STOCK not = stock-replay
              add 1 to cant-difs
              move ART-COD to det-cod
           end-if.
       compara-articulo-exit.
           exit.
      * Un articulo con renglones en KITMAE.IDX es kit.
       verifica-kit.
           move "N" to sw-es-kit.
           if not kits-abiertos
              go to verifica-kit-exit.
           move ART-COD to KIT-COD.
           move 1 to KIT-RENGLON.
           read kit-file
               invalid key
                  continue
               not invalid key
                  set articulo-es-kit to true
           end-read.
       verifica-kit-exit.
           exit.
       busca-maestro.
           if aud-r-cod (sub-aud) = ART-COD
              move sub-aud to aud-hallado
           if aud-hallado not = zeros
              move aud-r-delta (aud-hallado) to stock-replay
           end-if.
           perform verifica-kit thru verifica-kit-exit.
           if articulo-es-kit
              go to propone-articulo-exit.
           if ART-STOCK not = stock-replay
              move ART-COD to prop-cod
              move stock-replay to prop-valor
           exit.
       terminar.
           close mov-file art-file rep-file.
           if kits-abiertos
              close kit-file.
           display "STKAUD: " cant-movs " movimiento(s), "
               cant-arts " articulo(s), "
               cant-kits " kit(s) sin auditar, "
               cant-difs " diferencia(s), "
               cant-huerfanos " huerfano(s); reporte en STKAUD.TXT".
           stop run.
