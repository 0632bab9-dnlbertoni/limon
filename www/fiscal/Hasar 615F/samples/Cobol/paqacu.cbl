       IDENTIFICATION DIVISION.
       PROGRAM-ID.                paqacu.
       AUTHOR.                    Soporte Tecnico.
       INSTALLATION.              Contolador Fiscal para Windows.
       DATE-WRITTEN.              2026-10-15.
       DATE-COMPILED.             2026-10-15.
      ******************************************************************
      * Carga en casa central de los acuses de aplicacion de paquetes
      * (acureg.cpy) que devuelven los locales (PAQACU.DAT de cada
      * uno, con el nombre que se le haya dado al copiarlo). Los
      * nombres se leen de PAQACU.PAR (col 1-30, uno por renglon). Los
      * acuses nuevos se agregan al consolidado ACUCONS.DAT; un acuse
      * que ya estaba (misma sucursal, paquete, fecha y hora) no se
      * duplica, asi el mismo archivo se puede cargar dos veces.
      * El reporte PAQACU.TXT recorre la bitacora de paquetes armados
      * (PAQLOG.DAT, plgreg.cpy) y muestra por paquete los acuses
      * recibidos con su resultado, y como PENDIENTE cada sucursal
      * destino que todavia no acuso. Para un paquete a todas las
      * sucursales se toman como destino las que alguna vez mandaron
      * un acuse.
      * Codigo de retorno: 0 todo acusado, 4 sucursales pendientes o
      * paquetes rechazados, 8 archivos que no se pudieron abrir.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-PC.
       OBJECT-COMPUTER.           IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT par-file ASSIGN "PAQACU.PAR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-par.
           SELECT acu-file ASSIGN acu-nombre
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-acu.
           SELECT cons-file ASSIGN "ACUCONS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-cons.
           SELECT plg-file ASSIGN "PAQLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-plg.
           SELECT rep-file ASSIGN "PAQACU.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-rep.
       DATA DIVISION.
       FILE SECTION.
       FD  par-file.
       01  par-reg.
           03  par-archivo            PIC X(30).
       FD  acu-file.
       01  acu-entrada                PIC X(102).
       FD  cons-file.
       01  cons-reg                   PIC X(102).
       FD  plg-file.
           copy "plgreg.cpy".
       FD  rep-file.
       01  rep-linea                  PIC X(100).
       WORKING-STORAGE SECTION.
           copy "acureg.cpy".
       01  fs-par                     PIC X(02)  VALUE "00".
       01  fs-acu                     PIC X(02)  VALUE "00".
       01  fs-cons                    PIC X(02)  VALUE "00".
       01  fs-plg                     PIC X(02)  VALUE "00".
       01  fs-rep                     PIC X(02)  VALUE "00".
       01  acu-nombre                 PIC X(30)  VALUE SPACES.
       01  rc-corrida                 PIC 9(01)  VALUE ZEROS.
       01  sw-fin                     PIC X(01)  VALUE "N".
           88  fin-archivo                       VALUE "S".
       01  sw-fin-par                 PIC X(01)  VALUE "N".
           88  fin-par                           VALUE "S".
       01  cant-leidos                PIC 9(06)  VALUE ZEROS.
       01  cant-nuevos                PIC 9(06)  VALUE ZEROS.
       01  cant-pendientes            PIC 9(05)  VALUE ZEROS.
      * Acuses consolidados (los de ACUCONS.DAT mas los nuevos).
       01  acs-tab.
           03  acs-tot                PIC 9(04)  VALUE ZEROS.
           03  acs-entrada            OCCURS 3000 TIMES.
               05  acs-clave              PIC X(31).
               05  acs-resto              PIC X(71).
       01  sub-acs                    PIC 9(04)  VALUE ZEROS.
       01  acs-hallado                PIC 9(04)  VALUE ZEROS.
       01  sw-acs-lleno               PIC X(01)  VALUE "N".
           88  acs-tab-llena                     VALUE "S".
       01  acs-buscada                PIC X(31)  VALUE SPACES.
      * Sucursales que alguna vez mandaron un acuse.
       01  suc-tab.
           03  suc-tot                PIC 9(03)  VALUE ZEROS.
           03  suc-entrada            OCCURS 100 TIMES.
               05  suc-cod                PIC X(03).
       01  sub-suc                    PIC 9(03)  VALUE ZEROS.
       01  suc-hallado                PIC 9(03)  VALUE ZEROS.
      * Sucursales destino del paquete, tal como las guarda paqgen.
       01  destinos                   PIC X(40)  VALUE SPACES.
       01  destinos-tab REDEFINES destinos.
           03  destino-ent            OCCURS 10 TIMES.
               05  destino-cod            PIC X(03).
               05  FILLER                 PIC X(01).
       01  sub-dst                    PIC 9(02)  VALUE ZEROS.
       01  sucursal-buscada           PIC X(03)  VALUE SPACES.
       01  paquete-buscado            PIC 9(12)  VALUE ZEROS.
       01  sw-acusado                 PIC X(01)  VALUE "N".
           88  sucursal-acusada                  VALUE "S".
      * Lineas de impresion.
       01  tit-linea.
           03  FILLER                 PIC X(33)
               VALUE "ACUSES DE PAQUETES DE SUCURSALES ".
           03  tit-fecha              PIC 9(08).
       01  paq-linea.
           03  FILLER                 PIC X(08)  VALUE "PAQUETE ".
           03  paq-l-id               PIC 9(12).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  paq-l-modo             PIC X(01).
           03  FILLER                 PIC X(03)  VALUE " A ".
           03  paq-l-destinos         PIC X(40).
       01  det-linea.
           03  FILLER                 PIC X(04)  VALUE SPACES.
           03  det-sucursal           PIC X(03).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-estado             PIC X(10).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-fecha              PIC 9(08).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-altas              PIC ZZZZ9.
           03  det-cambios            PIC ZZZZ9.
           03  det-bajas              PIC ZZZZ9.
           03  det-precios            PIC ZZZZ9.
           03  det-rechazos           PIC ZZZZ9.
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-motivo             PIC X(40).
       01  pen-linea.
           03  FILLER                 PIC X(04)  VALUE SPACES.
           03  pen-sucursal           PIC X(03).
           03  FILLER                 PIC X(11)  VALUE " PENDIENTE ".
      ******************************************************************
       PROCEDURE DIVISION.
       mainline.
           perform inicializar thru inicializar-exit.
           perform carga-archivo thru carga-archivo-exit
               until fin-par.
           perform reporte thru reporte-exit.
           perform terminar thru terminar-exit.
       inicializar.
           open input par-file.
           if fs-par not = "00"
              display "PAQACU: no se pudo abrir PAQACU.PAR"
              move 8 to return-code
              stop run
           end-if.
           open input cons-file.
           if fs-cons = "00"
              move "N" to sw-fin
              perform carga-consolidado thru carga-consolidado-exit
                  until fin-archivo
              close cons-file
           end-if.
           open extend cons-file.
           if fs-cons not = "00"
              open output cons-file.
           if fs-cons not = "00"
              display "PAQACU: no se pudo abrir ACUCONS.DAT"
              move 8 to return-code
              stop run
           end-if.
           open output rep-file.
           accept tit-fecha from date yyyymmdd.
           move tit-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       inicializar-exit.
           exit.
       carga-consolidado.
           read cons-file into ACU-REG
               at end
                  set fin-archivo to true
                  go to carga-consolidado-exit
           end-read.
           perform agrega-acuse thru agrega-acuse-exit.
       carga-consolidado-exit.
           exit.
      * Un archivo de acuses de un local por pasada.
       carga-archivo.
           read par-file
               at end
                  set fin-par to true
                  go to carga-archivo-exit
           end-read.
           if par-archivo = spaces
              go to carga-archivo-exit.
           move par-archivo to acu-nombre.
           open input acu-file.
           if fs-acu not = "00"
              display "PAQACU: no se pudo abrir " acu-nombre
              move 8 to rc-corrida
              go to carga-archivo-exit
           end-if.
           move "N" to sw-fin.
           perform carga-acuse thru carga-acuse-exit
               until fin-archivo.
           close acu-file.
       carga-archivo-exit.
           exit.
       carga-acuse.
           read acu-file into ACU-REG
               at end
                  set fin-archivo to true
                  go to carga-acuse-exit
           end-read.
           add 1 to cant-leidos.
           if ACU-SUCURSAL = spaces or ACU-PAQ-ID not numeric
              go to carga-acuse-exit.
           move ACU-REG (1:31) to acs-buscada.
           move zeros to acs-hallado.
           perform busca-acuse thru busca-acuse-exit
               varying sub-acs from 1 by 1 until sub-acs > acs-tot.
           if acs-hallado not = zeros
              go to carga-acuse-exit.
           perform agrega-acuse thru agrega-acuse-exit.
           write cons-reg from ACU-REG.
           add 1 to cant-nuevos.
       carga-acuse-exit.
           exit.
       busca-acuse.
           if acs-clave (sub-acs) = acs-buscada
              move sub-acs to acs-hallado
              move acs-tot to sub-acs
           end-if.
       busca-acuse-exit.
           exit.
       agrega-acuse.
           if acs-tot >= 3000
              if not acs-tab-llena
                 set acs-tab-llena to true
                 display "PAQACU: mas de 3000 acuses, el reporte "
                     "no muestra los siguientes"
              end-if
              go to agrega-acuse-exit
           end-if.
           add 1 to acs-tot.
           move ACU-REG to acs-entrada (acs-tot).
           move ACU-SUCURSAL to sucursal-buscada.
           move zeros to suc-hallado.
           perform busca-sucursal thru busca-sucursal-exit
               varying sub-suc from 1 by 1 until sub-suc > suc-tot.
           if suc-hallado = zeros and suc-tot < 100
              add 1 to suc-tot
              move ACU-SUCURSAL to suc-cod (suc-tot)
           end-if.
       agrega-acuse-exit.
           exit.
       busca-sucursal.
           if suc-cod (sub-suc) = sucursal-buscada
              move sub-suc to suc-hallado
              move suc-tot to sub-suc
           end-if.
       busca-sucursal-exit.
           exit.
      ******************************************************************
      * Reporte por paquete armado: acuses recibidos y pendientes.
      ******************************************************************
       reporte.
           open input plg-file.
           if fs-plg not = "00"
              display "PAQACU: no se pudo abrir PAQLOG.DAT"
              move 8 to rc-corrida
              go to reporte-exit
           end-if.
           move "N" to sw-fin.
           perform reporta-paquete thru reporta-paquete-exit
               until fin-archivo.
           close plg-file.
       reporte-exit.
           exit.
       reporta-paquete.
           read plg-file
               at end
                  set fin-archivo to true
                  go to reporta-paquete-exit
           end-read.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move PLG-PAQ-ID to paq-l-id paquete-buscado.
           move PLG-MODO to paq-l-modo.
           if PLG-DESTINOS = spaces
              move "TODAS" to paq-l-destinos
           else
              move PLG-DESTINOS to paq-l-destinos
           end-if.
           move paq-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           perform reporta-acuse thru reporta-acuse-exit
               varying sub-acs from 1 by 1 until sub-acs > acs-tot.
           move PLG-DESTINOS to destinos.
           if destinos = spaces
              perform pendiente-conocida thru pendiente-conocida-exit
                  varying sub-suc from 1 by 1 until sub-suc > suc-tot
           else
              perform pendiente-destino thru pendiente-destino-exit
                  varying sub-dst from 1 by 1 until sub-dst > 10
           end-if.
       reporta-paquete-exit.
           exit.
       reporta-acuse.
           move acs-entrada (sub-acs) to ACU-REG.
           if ACU-PAQ-ID not = paquete-buscado
              go to reporta-acuse-exit.
           move spaces to det-linea.
           move ACU-SUCURSAL to det-sucursal.
           evaluate true
              when ACU-APLICADO
                 move "APLICADO" to det-estado
              when ACU-CON-RECHAZOS
                 move "CON RECH." to det-estado
              when other
                 move "RECHAZADO" to det-estado
                 if rc-corrida < 4
                    move 4 to rc-corrida
                 end-if
           end-evaluate.
           move ACU-FECHA to det-fecha.
           move ACU-ALTAS to det-altas.
           move ACU-CAMBIOS to det-cambios.
           move ACU-BAJAS to det-bajas.
           move ACU-PRECIOS to det-precios.
           move ACU-RECHAZOS to det-rechazos.
           move ACU-MOTIVO to det-motivo.
           move det-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       reporta-acuse-exit.
           exit.
       pendiente-destino.
           if destino-cod (sub-dst) = spaces
              go to pendiente-destino-exit.
           move destino-cod (sub-dst) to sucursal-buscada.
           perform controla-pendiente thru controla-pendiente-exit.
       pendiente-destino-exit.
           exit.
       pendiente-conocida.
           move suc-cod (sub-suc) to sucursal-buscada.
           perform controla-pendiente thru controla-pendiente-exit.
       pendiente-conocida-exit.
           exit.
       controla-pendiente.
           move "N" to sw-acusado.
           perform busca-acusada thru busca-acusada-exit
               varying sub-acs from 1 by 1 until sub-acs > acs-tot.
           if sucursal-acusada
              go to controla-pendiente-exit.
           add 1 to cant-pendientes.
           if rc-corrida < 4
              move 4 to rc-corrida.
           move sucursal-buscada to pen-sucursal.
           move pen-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       controla-pendiente-exit.
           exit.
       busca-acusada.
           move acs-entrada (sub-acs) to ACU-REG.
           if ACU-SUCURSAL = sucursal-buscada
              and ACU-PAQ-ID = paquete-buscado
              set sucursal-acusada to true
              move acs-tot to sub-acs
           end-if.
       busca-acusada-exit.
           exit.
       graba-linea.
           write rep-linea.
           display rep-linea.
       graba-linea-exit.
           exit.
       terminar.
           close par-file cons-file rep-file.
           display "PAQACU: " cant-leidos " acuse(s) leidos, "
               cant-nuevos " nuevo(s), " cant-pendientes
               " pendiente(s); detalle en PAQACU.TXT".
           move rc-corrida to return-code.
           stop run.
       terminar-exit.
           exit.
