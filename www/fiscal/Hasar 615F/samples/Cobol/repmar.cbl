      * el maestro al momento de correr el reporte, por la cantidad
      * vendida. Articulos sin costo cargado salen con costo cero y
      * margen igual a la venta: cargarles el costo y volver a
      * correr. Un kit o combo (KITMAE.IDX, kitreg.cpy) se costea con
      * la suma de los costos vigentes de sus componentes por la
      * cantidad de cada uno, no con el ART-COSTO del kit.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ART-COD
                  FILE STATUS IS fs-art.
           SELECT kit-file ASSIGN "KITMAE.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KIT-CLAVE
                  FILE STATUS IS fs-kit.
           SELECT rep-file ASSIGN "REPMAR.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-rep.
           copy "expreg.cpy".
       FD  art-file.
           copy "artreg.cpy".
       FD  kit-file.
           copy "kitreg.cpy".
       FD  rep-file.
       01  rep-linea                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  fs-exp                     PIC X(02)  VALUE "00".
       01  fs-art                     PIC X(02)  VALUE "00".
       01  fs-rep                     PIC X(02)  VALUE "00".
       01  fs-kit                     PIC X(02)  VALUE "00".
       01  sw-kit                     PIC X(01)  VALUE "N".
           88  kits-abiertos                     VALUE "S".
       01  sw-fin-kit                 PIC X(01)  VALUE "N".
           88  fin-kit                           VALUE "S".
       01  kit-renglon-n              PIC 9(02)  VALUE ZEROS.
       01  sw-fin                     PIC X(01)  VALUE "N".
           88  fin-archivo                       VALUE "S".
       01  fecha-desde                PIC 9(08)  VALUE ZEROS.
              display "REPMAR: no se pudo abrir ARTMAE.IDX"
              stop run
           end-if.
           open input kit-file.
           if fs-kit = "00"
              set kits-abiertos to true.
           open output rep-file.
           if fs-rep not = "00"
              display "REPMAR: no se pudo crear REPMAR.TXT"
       busca-articulo-exit.
           exit.
      * Costo unitario vigente del maestro (cero si el articulo ya
      * no esta o nunca tuvo costo cargado). El de un kit es la suma
      * de sus componentes.
       busca-costo.
           move zeros to art-r-costo-u (art-hallado).
           move zeros to kit-renglon-n.
           move "N" to sw-fin-kit.
           if kits-abiertos
              perform suma-componente thru suma-componente-exit
                  until fin-kit
           end-if.
           if kit-renglon-n not = zeros
              go to busca-costo-exit.
           move EXP-ARTI-C to ART-COD.
           read art-file
               invalid key
           end-read.
       busca-costo-exit.
           exit.
       suma-componente.
           move EXP-ARTI-C to KIT-COD.
           compute KIT-RENGLON = kit-renglon-n + 1.
           read kit-file
               invalid key
                  set fin-kit to true
                  go to suma-componente-exit
           end-read.
           add 1 to kit-renglon-n.
           move KIT-COMP to ART-COD.
           read art-file
               invalid key
                  go to suma-componente-exit
           end-read.
           compute art-r-costo-u (art-hallado) rounded =
               art-r-costo-u (art-hallado) + ART-COSTO * KIT-CANT.
       suma-componente-exit.
           exit.
       busca-dia.
           if dia-r-fecha (sub-dia) = EXP-FECHA
              move sub-dia to dia-hallado
           exit.
       terminar.
           close exp-file art-file rep-file.
           if kits-abiertos
              close kit-file.
           display "REPMAR: " cant-regs " renglon(es) del periodo "
               "procesados, reporte en REPMAR.TXT".
           stop run.
