       IDENTIFICATION DIVISION.
       PROGRAM-ID.                noctur.
       AUTHOR.                    Soporte Tecnico.
       INSTALLATION.              Contolador Fiscal para Windows.
       DATE-WRITTEN.              2026-10-15.
       DATE-COMPILED.             2026-10-15.
      ******************************************************************
      * Cadena nocturna: corre en orden los pasos de NOCTUR.DEF, deja
      * el estado de cada paso en NOCTUR.EST a medida que avanza y
      * arma el resumen de la manana en NOCTUR.TXT. Reemplaza la
      * lista de programas que se lanzaban a mano despues del cierre.
      * NOCTUR.DEF, un renglon por paso:
      *   col  1-2   orden (se corren de menor a mayor)
      *   col  4-11  nombre del paso
      *   col 13     cuando: S siempre, F solo el ultimo dia del mes,
      *              I solo el primer dia del mes
      *   col 14     si falla: D detiene la cadena (blanco = D),
      *              C continua con los pasos siguientes
      *   col 16-23  paso que tiene que haber terminado bien antes
      *              (blanco = ninguno)
      *   col 25-36  archivo disparador que se crea antes de correr
      *              el paso (p.ej. CIERRE.DAT para el Z desatendido
      *              de wfis; blanco = ninguno)
      *   col 38-117 comando a ejecutar
      * Por ejemplo (los comandos dependen de la instalacion):
      *   05 REPLIB   SC                       wrun32 replib
      *   10 LOTECIER SD          CIERRE.DAT   wrun32 wfis
      *   20 FECAE    SC                       wrun32 fecae
      *   30 RESPALDO SD                       wrun32 idxutil
      *   40 BALPLU   SC                       wrun32 balplu <BALPLU.RSP
      *   50 PTSVTO   SC                       wrun32 ptsvto
      *   60 VALDEP   SC                       wrun32 valdep
      *   70 CITIVEN  FD LOTECIER              wrun32 citiven
      *   80 ARCHMES  SD RESPALDO              wrun32 archmes
      *   90 ENVIO    SC                       copy EXPFACT.DAT ENVIO
      * El resultado de cada paso es el codigo de retorno del
      * comando: 0 bien, 4 bien con observaciones (lote con tickets
      * salteados, archivos rechazados, vales con error), cualquier
      * otro es falla (los programas del sistema devuelven 8 cuando
      * no pudieron correr).
      * NOCTUR.EST, un renglon por paso de la corrida: fecha de la
      * corrida, orden, paso, estado (O bien, W con observaciones,
      * F fallo, S salteado por fecha, N no corrido por una falla
      * anterior o por su requisito, E en ejecucion), inicio, fin y
      * codigo de retorno. Se regraba despues de cada paso: si la
      * maquina se cae a mitad de la noche el paso queda en E.
      * Relanzar: si NOCTUR.EST tiene pasos en F, N o E, la corrida
      * se retoma con la misma fecha (el fin de mes sigue siendo el
      * de la corrida original) y solo se corren los pasos que no
      * terminaron; los que ya estan en O, W o S no se repiten. Para
      * arrancar de cero igual, borrar NOCTUR.EST.
      * Sin parametros por consola (corre desde el programador de
      * tareas); termina con codigo 8 si quedo algun paso sin
      * terminar.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-PC.
       OBJECT-COMPUTER.           IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT def-file ASSIGN "NOCTUR.DEF"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-def.
           SELECT est-file ASSIGN "NOCTUR.EST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-est.
           SELECT dis-file ASSIGN dis-nombre
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-dis.
           SELECT rep-file ASSIGN "NOCTUR.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-rep.
       DATA DIVISION.
       FILE SECTION.
       FD  def-file.
       01  def-reg.
           03  def-orden              PIC X(02).
           03  FILLER                 PIC X(01).
           03  def-paso               PIC X(08).
           03  FILLER                 PIC X(01).
           03  def-cuando             PIC X(01).
           03  def-si-falla           PIC X(01).
           03  FILLER                 PIC X(01).
           03  def-requiere           PIC X(08).
           03  FILLER                 PIC X(01).
           03  def-disparador         PIC X(12).
           03  FILLER                 PIC X(01).
           03  def-comando            PIC X(80).
       FD  est-file.
       01  est-reg.
           03  est-fecha-corrida      PIC 9(08).
           03  est-orden              PIC 9(02).
           03  est-paso               PIC X(08).
           03  est-estado             PIC X(01).
           03  est-ini-fecha          PIC 9(08).
           03  est-ini-hora           PIC 9(08).
           03  est-fin-fecha          PIC 9(08).
           03  est-fin-hora           PIC 9(08).
           03  est-rc                 PIC 9(05).
       FD  dis-file.
       01  dis-reg                    PIC X(40).
       FD  rep-file.
       01  rep-linea                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  fs-def                     PIC X(02)  VALUE "00".
       01  fs-est                     PIC X(02)  VALUE "00".
       01  fs-dis                     PIC X(02)  VALUE "00".
       01  fs-rep                     PIC X(02)  VALUE "00".
       01  dis-nombre                 PIC X(12)  VALUE SPACES.
       01  sw-fin                     PIC X(01)  VALUE "N".
           88  fin-archivo                       VALUE "S".
       01  sw-def-mal                 PIC X(01)  VALUE "N".
           88  def-con-errores                   VALUE "S".
       01  sw-retoma                  PIC X(01)  VALUE "N".
           88  corrida-retomada                  VALUE "S".
       01  sw-detenida                PIC X(01)  VALUE "N".
           88  cadena-detenida                   VALUE "S".
       01  sw-pendientes              PIC X(01)  VALUE "N".
           88  hay-pendientes                    VALUE "S".
       01  cant-renglon               PIC 9(03)  VALUE ZEROS.
       01  cant-corridos              PIC 9(02)  VALUE ZEROS.
       01  cant-fallas                PIC 9(02)  VALUE ZEROS.
       01  paso-rc                    PIC 9(05)  VALUE ZEROS.
      * Fecha de la corrida (la de la corrida original si se retoma)
      * y su descomposicion para saber si es fin o inicio de mes.
       01  fecha-corrida              PIC 9(08)  VALUE ZEROS.
       01  fecha-corrida-r REDEFINES fecha-corrida.
           03  fc-ano                 PIC 9(04).
           03  fc-mes                 PIC 9(02).
           03  fc-dia                 PIC 9(02).
       01  dias-mes-valores.
           03  FILLER PIC 99 VALUE 31.
           03  FILLER PIC 99 VALUE 28.
           03  FILLER PIC 99 VALUE 31.
           03  FILLER PIC 99 VALUE 30.
           03  FILLER PIC 99 VALUE 31.
           03  FILLER PIC 99 VALUE 30.
           03  FILLER PIC 99 VALUE 31.
           03  FILLER PIC 99 VALUE 31.
           03  FILLER PIC 99 VALUE 30.
           03  FILLER PIC 99 VALUE 31.
           03  FILLER PIC 99 VALUE 30.
           03  FILLER PIC 99 VALUE 31.
       01  dias-mes-tab REDEFINES dias-mes-valores.
           03  dias-mes               PIC 99 OCCURS 12 TIMES.
       01  dias-tope                  PIC 99     VALUE ZEROS.
       01  resto-4                    PIC 9(04)  VALUE ZEROS.
       01  cociente-4                 PIC 9(04)  VALUE ZEROS.
      * Pasos de NOCTUR.DEF, ya en el orden en que se corren, con su
      * estado (cargado de NOCTUR.EST si la corrida se retoma).
       01  pas-tab.
           03  pas-tot                PIC 9(02)  VALUE ZEROS.
           03  pas-entrada            OCCURS 30 TIMES.
               05  pas-orden              PIC 9(02).
               05  pas-paso               PIC X(08).
               05  pas-cuando             PIC X(01).
                   88  pas-siempre            VALUE "S".
                   88  pas-fin-mes            VALUE "F".
                   88  pas-inicio-mes         VALUE "I".
               05  pas-si-falla           PIC X(01).
                   88  pas-continua           VALUE "C".
               05  pas-requiere           PIC X(08).
               05  pas-disparador         PIC X(12).
               05  pas-comando            PIC X(80).
               05  pas-estado             PIC X(01).
                   88  pas-pendiente          VALUE " ".
                   88  pas-ok                 VALUE "O".
                   88  pas-observado          VALUE "W".
                   88  pas-fallo              VALUE "F".
                   88  pas-salteado           VALUE "S".
                   88  pas-no-corrido         VALUE "N".
                   88  pas-en-curso           VALUE "E".
                   88  pas-terminado          VALUE "O" "W" "S".
               05  pas-ini-fecha          PIC 9(08).
               05  pas-ini-hora           PIC 9(08).
               05  pas-fin-fecha          PIC 9(08).
               05  pas-fin-hora           PIC 9(08).
               05  pas-rc                 PIC 9(05).
               05  pas-motivo             PIC X(30).
       01  sub-pas                    PIC 9(03)  VALUE ZEROS.
       01  pas-hallado                PIC 9(03)  VALUE ZEROS.
       01  pas-actual                 PIC 9(03)  VALUE ZEROS.
       01  sub-bus                    PIC 9(03)  VALUE ZEROS.
       01  paso-buscado               PIC X(08)  VALUE SPACES.
      * Renglones de NOCTUR.DEF tal como vienen; se pasan a pas-tab
      * de menor a mayor orden.
       01  crd-tab.
           03  crd-tot                PIC 9(02)  VALUE ZEROS.
           03  crd-entrada            OCCURS 30 TIMES.
               05  crd-orden              PIC 9(02).
               05  crd-reg                PIC X(117).
               05  crd-usado              PIC X(01).
       01  sub-crd                    PIC 9(03)  VALUE ZEROS.
       01  crd-menor                  PIC 9(03)  VALUE ZEROS.
      * Lineas de impresion.
       01  tit-linea.
           03  FILLER                 PIC X(32)
               VALUE "CADENA NOCTURNA  CORRIDA DEL DIA".
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  tit-fecha              PIC 9(08).
           03  FILLER                 PIC X(02)  VALUE SPACES.
           03  tit-retoma             PIC X(20).
       01  cab-linea.
           03  FILLER                 PIC X(40)
               VALUE "OR PASO     ESTADO        INICIO        ".
           03  FILLER                 PIC X(40)
               VALUE "    FIN                    RC  DETALLE  ".
       01  det-linea.
           03  det-orden              PIC 9(02).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-paso               PIC X(08).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-estado             PIC X(13).
           03  det-ini-fecha          PIC 9(08).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-ini-hora           PIC 9(06).
           03  FILLER                 PIC X(02)  VALUE SPACES.
           03  det-fin-fecha          PIC 9(08).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-fin-hora           PIC 9(06).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-rc                 PIC ZZZZ9.
           03  FILLER                 PIC X(02)  VALUE SPACES.
           03  det-motivo             PIC X(30).
       01  fin-linea.
           03  fin-texto              PIC X(40).
           03  fin-paso               PIC X(08).
      ******************************************************************
       PROCEDURE DIVISION.
       mainline.
           perform inicializar thru inicializar-exit.
           perform corre-paso thru corre-paso-exit
               varying pas-actual from 1 by 1
               until pas-actual > pas-tot.
           perform imprime-resumen thru imprime-resumen-exit.
           perform terminar thru terminar-exit.
       inicializar.
           perform carga-definicion thru carga-definicion-exit.
           if def-con-errores
              display "NOCTUR: NOCTUR.DEF con errores, no se corre "
                  "nada"
              move 8 to return-code
              stop run
           end-if.
           if pas-tot = zeros
              display "NOCTUR: NOCTUR.DEF sin pasos"
              move 8 to return-code
              stop run
           end-if.
           perform carga-estado thru carga-estado-exit.
           if not corrida-retomada
              accept fecha-corrida from date yyyymmdd
           end-if.
           perform graba-estado thru graba-estado-exit.
           if fs-est not = "00"
              display "NOCTUR: no se pudo grabar NOCTUR.EST"
              move 8 to return-code
              stop run
           end-if.
           if corrida-retomada
              display "NOCTUR: se retoma la corrida del "
                  fecha-corrida
           else
              display "NOCTUR: corrida del " fecha-corrida
           end-if.
       inicializar-exit.
           exit.
      ******************************************************************
      * NOCTUR.DEF: se valida entero antes de correr nada y se ordena
      * por el numero de orden.
      ******************************************************************
       carga-definicion.
           open input def-file.
           if fs-def not = "00"
              display "NOCTUR: no se pudo abrir NOCTUR.DEF"
              move 8 to return-code
              stop run
           end-if.
           move "N" to sw-fin.
           perform lee-definicion thru lee-definicion-exit
               until fin-archivo.
           close def-file.
           perform ordena-un-paso thru ordena-un-paso-exit
               varying sub-pas from 1 by 1 until sub-pas > crd-tot.
           perform valida-requisito thru valida-requisito-exit
               varying sub-pas from 1 by 1 until sub-pas > pas-tot.
       carga-definicion-exit.
           exit.
       lee-definicion.
           read def-file
               at end
                  set fin-archivo to true
                  go to lee-definicion-exit
           end-read.
           add 1 to cant-renglon.
           if def-reg = spaces
              go to lee-definicion-exit.
           if def-orden not numeric
              display "NOCTUR: renglon " cant-renglon
                  " con orden invalido"
              set def-con-errores to true
              go to lee-definicion-exit.
           if def-paso = spaces or def-comando = spaces
              display "NOCTUR: renglon " cant-renglon
                  " sin nombre de paso o sin comando"
              set def-con-errores to true
              go to lee-definicion-exit.
           if def-cuando not = "S" and def-cuando not = "F"
              and def-cuando not = "I"
              display "NOCTUR: paso " def-paso
                  " con cuando invalido (S, F o I)"
              set def-con-errores to true
              go to lee-definicion-exit.
           if def-si-falla not = "D" and def-si-falla not = "C"
              and def-si-falla not = spaces
              display "NOCTUR: paso " def-paso
                  " con si-falla invalido (D o C)"
              set def-con-errores to true
              go to lee-definicion-exit.
           move def-paso to paso-buscado.
           perform busca-crd thru busca-crd-exit.
           if pas-hallado not = zeros
              display "NOCTUR: paso " def-paso " repetido"
              set def-con-errores to true
              go to lee-definicion-exit.
           if crd-tot >= 30
              display "NOCTUR: mas de 30 pasos en NOCTUR.DEF"
              set def-con-errores to true
              go to lee-definicion-exit.
           add 1 to crd-tot.
           move def-orden to crd-orden (crd-tot).
           move def-reg to crd-reg (crd-tot).
           move "N" to crd-usado (crd-tot).
       lee-definicion-exit.
           exit.
       busca-crd.
           move zeros to pas-hallado.
           perform compara-crd thru compara-crd-exit
               varying sub-crd from 1 by 1 until sub-crd > crd-tot.
       busca-crd-exit.
           exit.
       compara-crd.
           if crd-reg (sub-crd) (4:8) = paso-buscado
              move sub-crd to pas-hallado
              move crd-tot to sub-crd
           end-if.
       compara-crd-exit.
           exit.
      * Pasa a pas-tab el renglon de menor orden todavia no usado.
       ordena-un-paso.
           move zeros to crd-menor.
           perform elige-menor thru elige-menor-exit
               varying sub-crd from 1 by 1 until sub-crd > crd-tot.
           move "S" to crd-usado (crd-menor).
           move crd-reg (crd-menor) to def-reg.
           add 1 to pas-tot.
           move crd-orden (crd-menor) to pas-orden (pas-tot).
           move def-paso       to pas-paso (pas-tot).
           move def-cuando     to pas-cuando (pas-tot).
           move def-si-falla   to pas-si-falla (pas-tot).
           move def-requiere   to pas-requiere (pas-tot).
           move def-disparador to pas-disparador (pas-tot).
           move def-comando    to pas-comando (pas-tot).
           move spaces to pas-estado (pas-tot) pas-motivo (pas-tot).
           move zeros to pas-ini-fecha (pas-tot) pas-ini-hora (pas-tot)
               pas-fin-fecha (pas-tot) pas-fin-hora (pas-tot)
               pas-rc (pas-tot).
       ordena-un-paso-exit.
           exit.
       elige-menor.
           if crd-usado (sub-crd) = "S"
              go to elige-menor-exit.
           if crd-menor = zeros
              move sub-crd to crd-menor
              go to elige-menor-exit.
           if crd-orden (sub-crd) < crd-orden (crd-menor)
              move sub-crd to crd-menor.
       elige-menor-exit.
           exit.
      * El paso requerido tiene que existir y correr antes.
       valida-requisito.
           if pas-requiere (sub-pas) = spaces
              go to valida-requisito-exit.
           move pas-requiere (sub-pas) to paso-buscado.
           perform busca-paso thru busca-paso-exit.
           if pas-hallado = zeros or pas-hallado >= sub-pas
              display "NOCTUR: paso " pas-paso (sub-pas)
                  " requiere " pas-requiere (sub-pas)
                  ", que no existe o no corre antes"
              set def-con-errores to true
           end-if.
       valida-requisito-exit.
           exit.
       busca-paso.
           move zeros to pas-hallado.
           perform compara-paso thru compara-paso-exit
               varying sub-bus from 1 by 1 until sub-bus > pas-tot.
       busca-paso-exit.
           exit.
       compara-paso.
           if pas-paso (sub-bus) = paso-buscado
              move sub-bus to pas-hallado
              move pas-tot to sub-bus
           end-if.
       compara-paso-exit.
           exit.
      ******************************************************************
      * NOCTUR.EST de la corrida anterior: si quedo algun paso sin
      * terminar se retoma (misma fecha, se conservan los terminados);
      * si termino entera, se arranca una corrida nueva.
      ******************************************************************
       carga-estado.
           open input est-file.
           if fs-est not = "00"
              go to carga-estado-exit.
           move "N" to sw-fin.
           perform lee-estado thru lee-estado-exit
               until fin-archivo.
           close est-file.
           if not corrida-retomada
              perform limpia-estado thru limpia-estado-exit
                  varying sub-pas from 1 by 1 until sub-pas > pas-tot
              go to carga-estado-exit.
      * Lo que no termino vuelve a pendiente para esta pasada.
           perform prepara-retoma thru prepara-retoma-exit
               varying sub-pas from 1 by 1 until sub-pas > pas-tot.
       carga-estado-exit.
           exit.
       lee-estado.
           read est-file
               at end
                  set fin-archivo to true
                  go to lee-estado-exit
           end-read.
           if est-estado = "F" or est-estado = "N"
              or est-estado = "E"
              set corrida-retomada to true
              move est-fecha-corrida to fecha-corrida
           end-if.
           move est-paso to paso-buscado.
           perform busca-paso thru busca-paso-exit.
           if pas-hallado = zeros
              go to lee-estado-exit.
           move est-estado    to pas-estado (pas-hallado).
           move est-ini-fecha to pas-ini-fecha (pas-hallado).
           move est-ini-hora  to pas-ini-hora (pas-hallado).
           move est-fin-fecha to pas-fin-fecha (pas-hallado).
           move est-fin-hora  to pas-fin-hora (pas-hallado).
           move est-rc        to pas-rc (pas-hallado).
       lee-estado-exit.
           exit.
       limpia-estado.
           move spaces to pas-estado (sub-pas).
           move zeros to pas-ini-fecha (sub-pas) pas-ini-hora (sub-pas)
               pas-fin-fecha (sub-pas) pas-fin-hora (sub-pas)
               pas-rc (sub-pas).
       limpia-estado-exit.
           exit.
       prepara-retoma.
           if pas-terminado (sub-pas)
              move "ya terminado en la pasada anterior"
                 to pas-motivo (sub-pas)
           else
              perform limpia-estado thru limpia-estado-exit
           end-if.
       prepara-retoma-exit.
           exit.
      ******************************************************************
      * Un paso por pasada: condiciones, disparador, comando y estado.
      ******************************************************************
       corre-paso.
           if pas-terminado (pas-actual)
              go to corre-paso-exit.
           if cadena-detenida
              set pas-no-corrido (pas-actual) to true
              move "cadena detenida por una falla anterior"
                 to pas-motivo (pas-actual)
              go to corre-paso-graba.
           perform verifica-fecha thru verifica-fecha-exit.
           if pas-salteado (pas-actual)
              go to corre-paso-graba.
           if pas-requiere (pas-actual) not = spaces
              move pas-requiere (pas-actual) to paso-buscado
              perform busca-paso thru busca-paso-exit
              if not pas-ok (pas-hallado)
                 and not pas-observado (pas-hallado)
                 set pas-no-corrido (pas-actual) to true
                 move spaces to pas-motivo (pas-actual)
                 string "requiere " delimited by size
                        pas-requiere (pas-actual) delimited by size
                        " terminado" delimited by size
                        into pas-motivo (pas-actual)
                 go to corre-paso-graba
              end-if
           end-if.
           set pas-en-curso (pas-actual) to true.
           move spaces to pas-motivo (pas-actual).
           accept pas-ini-fecha (pas-actual) from date yyyymmdd.
           accept pas-ini-hora (pas-actual) from time.
           perform graba-estado thru graba-estado-exit.
           display "NOCTUR: paso " pas-paso (pas-actual) ": "
               pas-comando (pas-actual).
           if pas-disparador (pas-actual) not = spaces
              perform crea-disparador thru crea-disparador-exit.
           call "SYSTEM" using pas-comando (pas-actual).
           move return-code to paso-rc.
           accept pas-fin-fecha (pas-actual) from date yyyymmdd.
           accept pas-fin-hora (pas-actual) from time.
           move paso-rc to pas-rc (pas-actual).
           add 1 to cant-corridos.
           evaluate paso-rc
              when zeros
                 set pas-ok (pas-actual) to true
              when 4
                 set pas-observado (pas-actual) to true
                 move "termino con observaciones"
                    to pas-motivo (pas-actual)
              when other
                 set pas-fallo (pas-actual) to true
                 add 1 to cant-fallas
                 if pas-continua (pas-actual)
                    move "fallo, la cadena sigue"
                       to pas-motivo (pas-actual)
                 else
                    move "fallo, la cadena se detiene"
                       to pas-motivo (pas-actual)
                    set cadena-detenida to true
                 end-if
           end-evaluate.
       corre-paso-graba.
           perform graba-estado thru graba-estado-exit.
       corre-paso-exit.
           exit.
      * F: ultimo dia del mes de la corrida; I: primer dia.
       verifica-fecha.
           if pas-siempre (pas-actual)
              go to verifica-fecha-exit.
           if pas-inicio-mes (pas-actual)
              if fc-dia not = 1
                 set pas-salteado (pas-actual) to true
                 move "solo el primer dia del mes"
                    to pas-motivo (pas-actual)
              end-if
              go to verifica-fecha-exit
           end-if.
           move dias-mes (fc-mes) to dias-tope.
           if fc-mes = 2
              divide fc-ano by 4 giving cociente-4
                     remainder resto-4
              if resto-4 = zeros
                 move 29 to dias-tope
              end-if
           end-if.
           if fc-dia not = dias-tope
              set pas-salteado (pas-actual) to true
              move "solo el ultimo dia del mes"
                 to pas-motivo (pas-actual)
           end-if.
       verifica-fecha-exit.
           exit.
      * El disparador es un archivo de un renglon con la fecha de la
      * corrida (el contenido no importa, cuenta que exista).
       crea-disparador.
           move pas-disparador (pas-actual) to dis-nombre.
           open output dis-file.
           if fs-dis not = "00"
              display "NOCTUR: no se pudo crear " dis-nombre
              go to crea-disparador-exit.
           move spaces to dis-reg.
           string "NOCTUR " delimited by size
                  fecha-corrida delimited by size
                  into dis-reg.
           write dis-reg.
           close dis-file.
       crea-disparador-exit.
           exit.
      * NOCTUR.EST entero, con el estado de todos los pasos.
       graba-estado.
           open output est-file.
           if fs-est not = "00"
              go to graba-estado-exit.
           perform graba-un-estado thru graba-un-estado-exit
               varying sub-pas from 1 by 1 until sub-pas > pas-tot.
           close est-file.
       graba-estado-exit.
           exit.
       graba-un-estado.
           move fecha-corrida to est-fecha-corrida.
           move pas-orden (sub-pas) to est-orden.
           move pas-paso (sub-pas) to est-paso.
           move pas-estado (sub-pas) to est-estado.
           move pas-ini-fecha (sub-pas) to est-ini-fecha.
           move pas-ini-hora (sub-pas) to est-ini-hora.
           move pas-fin-fecha (sub-pas) to est-fin-fecha.
           move pas-fin-hora (sub-pas) to est-fin-hora.
           move pas-rc (sub-pas) to est-rc.
           write est-reg.
       graba-un-estado-exit.
           exit.
      ******************************************************************
      * Resumen de la manana: un renglon por paso y el resultado de
      * la cadena, con el paso desde donde retoma si hay que relanzar.
      ******************************************************************
       imprime-resumen.
           open output rep-file.
           if fs-rep not = "00"
              display "NOCTUR: no se pudo crear NOCTUR.TXT"
              go to imprime-resumen-exit.
           move fecha-corrida to tit-fecha.
           if corrida-retomada
              move "(CORRIDA RETOMADA)" to tit-retoma
           else
              move spaces to tit-retoma
           end-if.
           move tit-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move cab-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move zeros to pas-hallado.
           perform imprime-paso thru imprime-paso-exit
               varying sub-pas from 1 by 1 until sub-pas > pas-tot.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move spaces to fin-linea.
           if hay-pendientes
              move "CADENA INCOMPLETA: relanzar NOCTUR, retoma en "
                 to fin-texto
              move pas-paso (pas-hallado) to fin-paso
           else
              move "CADENA COMPLETA" to fin-texto
           end-if.
           move fin-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           close rep-file.
       imprime-resumen-exit.
           exit.
       imprime-paso.
           move pas-orden (sub-pas) to det-orden.
           move pas-paso (sub-pas) to det-paso.
           evaluate true
              when pas-ok (sub-pas)
                 move "OK" to det-estado
              when pas-observado (sub-pas)
                 move "OK CON OBS." to det-estado
              when pas-fallo (sub-pas)
                 move "FALLO" to det-estado
              when pas-salteado (sub-pas)
                 move "SALTEADO" to det-estado
              when pas-no-corrido (sub-pas)
                 move "NO CORRIO" to det-estado
              when pas-en-curso (sub-pas)
                 move "INTERRUMPIDO" to det-estado
              when other
                 move "PENDIENTE" to det-estado
           end-evaluate.
           if not pas-terminado (sub-pas)
              set hay-pendientes to true
              if pas-hallado = zeros
                 move sub-pas to pas-hallado
              end-if
           end-if.
           move pas-ini-fecha (sub-pas) to det-ini-fecha.
           move pas-ini-hora (sub-pas) (1:6) to det-ini-hora.
           move pas-fin-fecha (sub-pas) to det-fin-fecha.
           move pas-fin-hora (sub-pas) (1:6) to det-fin-hora.
           move pas-rc (sub-pas) to det-rc.
           move pas-motivo (sub-pas) to det-motivo.
           move det-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       imprime-paso-exit.
           exit.
       graba-linea.
           write rep-linea.
           display rep-linea.
       graba-linea-exit.
           exit.
       terminar.
           display "NOCTUR: " cant-corridos " paso(s) corrido(s), "
               cant-fallas " con falla; resumen en NOCTUR.TXT".
           if hay-pendientes
              move 8 to return-code
           else
              move zeros to return-code
           end-if.
           stop run.
       terminar-exit.
           exit.
