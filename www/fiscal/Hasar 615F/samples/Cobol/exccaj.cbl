       IDENTIFICATION DIVISION.
       PROGRAM-ID.                exccaj.
       AUTHOR.                    Soporte Tecnico.
       INSTALLATION.              Contolador Fiscal para Windows.
       DATE-WRITTEN.              2026-10-15.
       DATE-COMPILED.             2026-10-15.
      ******************************************************************
      * Excepciones de caja por operador y boca en un rango de fechas:
      * para cada operador/boca junta lo que vendio (comprobantes que
      * no son nota de credito en EXPFACT.DAT) y sus excepciones:
      *   ANUL   comprobantes anulados (paquete Cancelar comprobante
      *          en la bitacora fiscal FISaaaammdd.LOG, logreg.cpy),
      *   NC     notas de credito emitidas (cabeceras "H" tipo C),
      *   DESC   descuentos generales tecleados a mano (renglones "R"
      *          de descuento que no son canje de puntos),
      *   FUERA  lineas vendidas con un codigo que no esta en
      *          ARTMAE.IDX (venta autorizada fuera del maestro),
      *   ARQ    formas de pago con diferencia en los arqueos
      *          (ARQUEO.TXT, en valor absoluto),
      *   SUP    autorizaciones de supervisor concedidas (SUPAUT.DAT,
      *          autreg.cpy); las denegadas o canceladas van aparte.
      * Cada excepcion se lleva a una tasa contra la actividad del
      * operador: ANUL y SUP cada 100 comprobantes, el resto como
      * porcentaje del importe vendido. Al final, un ranking por
      * puntaje (suma de las tasas del operador divididas por la
      * tasa general del periodo: 6,00 es un operador promedio) con
      * la marca "*" en las tasas que pasan el doble de la general.
      * Los EXPFACT y arqueos anteriores a la columna de boca quedan
      * con boca 0. Parametros por consola; resultado en EXCCAJ.TXT y
      * por pantalla.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-PC.
       OBJECT-COMPUTER.           IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT exp-file ASSIGN "EXPFACT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-exp.
           SELECT art-file ASSIGN "ARTMAE.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ART-COD
                  FILE STATUS IS fs-art.
           SELECT aut-file ASSIGN "SUPAUT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-aut.
           SELECT arq-file ASSIGN "ARQUEO.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-arq.
           SELECT log-file ASSIGN log-nombre
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-log.
           SELECT rep-file ASSIGN "EXCCAJ.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-rep.
       DATA DIVISION.
       FILE SECTION.
       FD  exp-file.
           copy "expreg.cpy".
       FD  art-file.
           copy "artreg.cpy".
       FD  aut-file.
           copy "autreg.cpy".
      * ARQUEO.TXT con las dos vistas que graba wfis (ver arqueo):
      * la cabecera de cada arqueo y un renglon por forma de pago.
       FD  arq-file.
       01  arq-reg                    PIC X(100).
       01  arq-cab REDEFINES arq-reg.
           03  arq-c-marca            PIC X(07).
           03  arq-c-fecha            PIC X(08).
           03  FILLER                 PIC X(10).
           03  arq-c-oper-marca       PIC X(01).
           03  FILLER                 PIC X(04).
           03  arq-c-oper             PIC X(06).
           03  FILLER                 PIC X(06).
           03  arq-c-boca             PIC X(01).
           03  FILLER                 PIC X(57).
       01  arq-det REDEFINES arq-reg.
           03  FILLER                 PIC X(56).
           03  arq-d-marca            PIC X(05).
           03  arq-d-dif              PIC -Z,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                 PIC X(22).
       FD  log-file.
           copy "logreg.cpy".
       FD  rep-file.
       01  rep-linea                  PIC X(132).
       WORKING-STORAGE SECTION.
       01  fs-exp                     PIC X(02)  VALUE "00".
       01  fs-art                     PIC X(02)  VALUE "00".
       01  fs-aut                     PIC X(02)  VALUE "00".
       01  fs-arq                     PIC X(02)  VALUE "00".
       01  fs-log                     PIC X(02)  VALUE "00".
       01  fs-rep                     PIC X(02)  VALUE "00".
       01  log-nombre                 PIC X(20)  VALUE SPACES.
       01  sw-fin                     PIC X(01)  VALUE "N".
           88  fin-archivo                       VALUE "S".
       01  fecha-desde                PIC 9(08)  VALUE ZEROS.
       01  fecha-hasta                PIC 9(08)  VALUE ZEROS.
       01  cant-leidos                PIC 9(07)  VALUE ZEROS.
      * Fecha que se esta recorriendo en las bitacoras fiscales y su
      * descomposicion para avanzar de a un dia (como fisqry.cbl).
       01  fecha-act                  PIC 9(08)  VALUE ZEROS.
       01  fecha-act-r REDEFINES fecha-act.
           03  fa-ano                 PIC 9(04).
           03  fa-mes                 PIC 9(02).
           03  fa-dia                 PIC 9(02).
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
       01  fval-x                     PIC X(08)  VALUE SPACES.
       01  fval-n REDEFINES fval-x    PIC 9(08).
       01  fval-r REDEFINES fval-x.
           03  FILLER                 PIC X(04).
           03  fval-mes               PIC 99.
           03  fval-dia               PIC 99.
       01  sw-fval                    PIC X(01)  VALUE "N".
           88  fval-ok                           VALUE "S".
      * Comando Cancelar comprobante del controlador (Anul-fis en
      * wfis.cbl).
       01  cmd-anula                  PIC X(01)  VALUE X"98".
      * Tipo de la ultima cabecera leida de EXPFACT: sus renglones
      * "D" y "R" vienen a continuacion.
       01  tipo-cbte                  PIC X(01)  VALUE SPACES.
       01  sw-arq                     PIC X(01)  VALUE "N".
           88  arqueo-en-rango                   VALUE "S".
       01  arq-dif-num                PIC S9(09)V99 VALUE ZEROS.
      * Operador/boca del renglon que se esta acumulando.
       01  clave-oper                 PIC X(06)  VALUE SPACES.
       01  clave-boca                 PIC 9(01)  VALUE ZEROS.
       01  sub-met                    PIC 9(01)  VALUE ZEROS.
      * Nombres de las excepciones, en el orden de exc-metrica.
       01  met-nombres-valores.
           03  FILLER                 PIC X(06)  VALUE "ANUL  ".
           03  FILLER                 PIC X(06)  VALUE "NC    ".
           03  FILLER                 PIC X(06)  VALUE "DESC  ".
           03  FILLER                 PIC X(06)  VALUE "FUERA ".
           03  FILLER                 PIC X(06)  VALUE "ARQ   ".
           03  FILLER                 PIC X(06)  VALUE "SUP   ".
       01  met-nombres-tab REDEFINES met-nombres-valores.
           03  met-nombre             PIC X(06)  OCCURS 6 TIMES.
      * Un casillero por operador y boca. exc-metrica: 1 ANUL, 2 NC,
      * 3 DESC, 4 FUERA, 5 ARQ, 6 SUP (ver met-nombre).
       01  exc-tab.
           03  exc-tot                PIC 9(03)  VALUE ZEROS.
           03  exc-entrada            OCCURS 200 TIMES.
               05  exc-oper               PIC X(06).
               05  exc-boca               PIC 9(01).
               05  exc-cbtes              PIC 9(06).
               05  exc-ventas             PIC 9(11)V99.
               05  exc-sup-neg            PIC 9(05).
               05  exc-puntaje            PIC 9(07)V99.
               05  exc-desvios            PIC 9(01).
               05  exc-listado            PIC X(01).
               05  exc-metrica            OCCURS 6 TIMES.
                   07  exc-cant               PIC 9(05).
                   07  exc-imp                PIC 9(11)V99.
                   07  exc-tasa               PIC 9(03)V99.
                   07  exc-marca              PIC X(01).
       01  sub-exc                    PIC 9(04)  VALUE ZEROS.
       01  exc-hallado                PIC 9(04)  VALUE ZEROS.
       01  sw-exc-lleno               PIC X(01)  VALUE "N".
           88  exc-tab-llena                     VALUE "S".
      * Totales del periodo y sus tasas generales.
       01  gen-cbtes                  PIC 9(07)  VALUE ZEROS.
       01  gen-ventas                 PIC 9(11)V99 VALUE ZEROS.
       01  gen-sup-neg                PIC 9(05)  VALUE ZEROS.
       01  gen-tab.
           03  gen-metrica            OCCURS 6 TIMES.
               05  gen-cant               PIC 9(05).
               05  gen-imp                PIC 9(11)V99.
               05  gen-tasa               PIC 9(03)V99.
      * Calculo de una tasa.
       01  tasa-cant                  PIC 9(07)  VALUE ZEROS.
       01  tasa-imp                   PIC 9(11)V99 VALUE ZEROS.
       01  tasa-base-cant             PIC 9(07)  VALUE ZEROS.
       01  tasa-base-imp              PIC 9(11)V99 VALUE ZEROS.
       01  tasa-calc                  PIC 9(09)V99 VALUE ZEROS.
       01  tasa-result                PIC 9(03)V99 VALUE ZEROS.
       01  puntaje-calc               PIC 9(07)V99 VALUE ZEROS.
      * Ranking: mayor puntaje todavia no listado.
       01  rank-pos                   PIC 9(03)  VALUE ZEROS.
       01  rank-mejor                 PIC 9(04)  VALUE ZEROS.
      * Conversion de importes de texto ("123", "123.45").
       01  conv-texto                 PIC X(10)  VALUE SPACES.
       01  conv-texto-tab REDEFINES conv-texto.
           03  conv-char              PIC X(01)  OCCURS 10 TIMES.
       01  conv-importe               PIC 9(07)V99 VALUE ZEROS.
       01  conv-ent                   PIC 9(07)  VALUE ZEROS.
       01  conv-dec                   PIC 9(02)  VALUE ZEROS.
       01  conv-dec-cnt               PIC 9(01)  VALUE ZEROS.
       01  conv-sub                   PIC 9(02)  VALUE ZEROS.
       01  conv-punto-sw              PIC X(01)  VALUE "N".
           88  conv-hay-punto                    VALUE "S".
       01  conv-dig-x                 PIC X(01)  VALUE ZEROS.
       01  conv-dig REDEFINES conv-dig-x PIC 9(01).
      * Lineas de impresion.
       01  tit-linea.
           03  FILLER                 PIC X(42)
               VALUE "EXCEPCIONES DE CAJA POR OPERADOR Y BOCA  ".
           03  FILLER                 PIC X(06)  VALUE "DESDE ".
           03  tit-desde              PIC 9(08).
           03  FILLER                 PIC X(07)  VALUE "  HASTA".
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  tit-hasta              PIC 9(08).
       01  cab-linea.
           03  FILLER                 PIC X(33)
               VALUE "OPER   B   CBTES         VENTAS  ".
           03  FILLER                 PIC X(33)
               VALUE "ANUL    NC       IMPORTE  DESC   ".
           03  FILLER                 PIC X(33)
               VALUE "    IMPORTE FUERA       IMPORTE  ".
           03  FILLER                 PIC X(30)
               VALUE " ARQ    DIFERENCIA   SUP   DEN".
       01  det-linea.
           03  det-oper               PIC X(06).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-boca               PIC 9(01).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-cbtes              PIC ZZZ,ZZ9.
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-ventas             PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-anul               PIC ZZZZ9.
           03  det-par                OCCURS 4 TIMES.
               05  FILLER             PIC X(01).
               05  det-cant           PIC ZZZZ9.
               05  FILLER             PIC X(01).
               05  det-imp            PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-sup                PIC ZZZZ9.
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-den                PIC ZZZZ9.
       01  tas-linea.
           03  tas-titulo             PIC X(10).
           03  tas-met                OCCURS 6 TIMES.
               05  tas-nombre         PIC X(06).
               05  tas-valor          PIC ZZ9.99.
               05  tas-unidad         PIC X(01).
               05  tas-marca          PIC X(01).
               05  tas-blancos        PIC X(02).
       01  rnk-cab-linea.
           03  FILLER                 PIC X(40)
               VALUE "RANKING DE DESVIOS (puntaje: suma de tas".
           03  FILLER                 PIC X(40)
               VALUE "a / tasa general; * = mas del doble)    ".
       01  rnk-linea.
           03  rnk-pos                PIC ZZ9.
           03  FILLER                 PIC X(02)  VALUE ". ".
           03  rnk-oper               PIC X(06).
           03  FILLER                 PIC X(06)  VALUE " boca ".
           03  rnk-boca               PIC 9(01).
           03  FILLER                 PIC X(10)  VALUE "  puntaje ".
           03  rnk-puntaje            PIC Z,ZZZ,ZZ9.99.
           03  FILLER                 PIC X(10)  VALUE "  desvios ".
           03  rnk-desvios            PIC 9(01).
           03  FILLER                 PIC X(02)  VALUE SPACES.
           03  rnk-met                PIC X(06)  OCCURS 6 TIMES.
      ******************************************************************
       PROCEDURE DIVISION.
       mainline.
           perform inicializar thru inicializar-exit.
           perform procesa-export thru procesa-export-exit
               until fin-archivo.
           close exp-file.
           perform procesa-bitacoras thru procesa-bitacoras-exit.
           perform procesa-autorizaciones
               thru procesa-autorizaciones-exit.
           perform procesa-arqueos thru procesa-arqueos-exit.
           perform calcula-tasas thru calcula-tasas-exit.
           perform imprime-reporte thru imprime-reporte-exit.
           perform imprime-ranking thru imprime-ranking-exit.
           perform terminar thru terminar-exit.
       inicializar.
           display "EXCCAJ: desde (AAAAMMDD, 0 = hoy)?".
           accept fecha-desde.
           display "EXCCAJ: hasta (AAAAMMDD, 0 = hoy)?".
           accept fecha-hasta.
           if fecha-desde = zeros
              accept fecha-desde from date yyyymmdd
           end-if.
           if fecha-hasta = zeros
              accept fecha-hasta from date yyyymmdd
           end-if.
      * Las fechas arman los nombres de las bitacoras del dia y el
      * mes es subindice de la tabla de dias: se validan antes.
           move fecha-desde to fval-x.
           perform valida-fecha thru valida-fecha-exit.
           if not fval-ok
              display "EXCCAJ: fecha desde invalida"
              stop run
           end-if.
           move fecha-hasta to fval-x.
           perform valida-fecha thru valida-fecha-exit.
           if not fval-ok or fecha-hasta < fecha-desde
              display "EXCCAJ: fecha hasta invalida"
              stop run
           end-if.
           open input exp-file.
           if fs-exp not = "00"
              display "EXCCAJ: no se pudo abrir EXPFACT.DAT"
              stop run
           end-if.
           open input art-file.
           if fs-art not = "00"
              display "EXCCAJ: no se pudo abrir ARTMAE.IDX"
              stop run
           end-if.
           open output rep-file.
           if fs-rep not = "00"
              display "EXCCAJ: no se pudo crear EXCCAJ.TXT"
              stop run
           end-if.
           move fecha-desde to tit-desde.
           move fecha-hasta to tit-hasta.
           move tit-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
       inicializar-exit.
           exit.
       valida-fecha.
           move "N" to sw-fval.
           if fval-x numeric
              and fval-n not = zeros
              and fval-mes >= 1 and fval-mes <= 12
              and fval-dia >= 1 and fval-dia <= 31
              set fval-ok to true
           end-if.
       valida-fecha-exit.
           exit.
      ******************************************************************
      * EXPFACT: ventas, notas de credito, descuentos a mano y lineas
      * fuera del maestro, por operador y boca del comprobante.
      ******************************************************************
       procesa-export.
           read exp-file
               at end
                  set fin-archivo to true
                  go to procesa-export-exit
           end-read.
           if EXP-ES-CABECERA
              move EXP-TIPO-F to tipo-cbte.
           if EXP-FECHA < fecha-desde or EXP-FECHA > fecha-hasta
              go to procesa-export-exit.
           add 1 to cant-leidos.
           move EXP-OPERADOR to clave-oper.
           if EXP-BOCA numeric
              move EXP-BOCA to clave-boca
           else
              move zeros to clave-boca
           end-if.
           evaluate true
              when EXP-ES-CABECERA
                 perform suma-cabecera thru suma-cabecera-exit
              when EXP-ES-DETALLE
                 perform suma-detalle thru suma-detalle-exit
              when EXP-ES-DR
                 perform suma-descuento thru suma-descuento-exit
              when other
                 continue
           end-evaluate.
       procesa-export-exit.
           exit.
       suma-cabecera.
           perform busca-o-alta thru busca-o-alta-exit.
           if exc-hallado = zeros
              go to suma-cabecera-exit.
           if EXP-TIPO-F = "C"
              add 1 to exc-cant (exc-hallado, 2)
              add EXP-TOTAL to exc-imp (exc-hallado, 2)
           else
              add 1 to exc-cbtes (exc-hallado)
              add EXP-TOTAL to exc-ventas (exc-hallado)
           end-if.
       suma-cabecera-exit.
           exit.
      * Las lineas de una nota de credito devuelven mercaderia: no
      * cuentan como venta fuera del maestro.
       suma-detalle.
           if tipo-cbte = "C"
              go to suma-detalle-exit.
           move EXP-ARTI-C to ART-COD.
           read art-file
               invalid key
                  continue
               not invalid key
                  go to suma-detalle-exit
           end-read.
           perform busca-o-alta thru busca-o-alta-exit.
           if exc-hallado = zeros
              go to suma-detalle-exit.
           move spaces to conv-texto.
           move EXP-MONT-C to conv-texto.
           perform conv-a-numero thru conv-a-numero-exit.
           add 1 to exc-cant (exc-hallado, 4).
           add conv-importe to exc-imp (exc-hallado, 4).
       suma-detalle-exit.
           exit.
      * Solo los descuentos: el canje de puntos sale como descuento
      * pero no lo decide el cajero.
       suma-descuento.
           if EXP-DR-TIPO not = "D" or EXP-DR-ES-CANJE
              go to suma-descuento-exit.
           perform busca-o-alta thru busca-o-alta-exit.
           if exc-hallado = zeros
              go to suma-descuento-exit.
           add 1 to exc-cant (exc-hallado, 3).
           add EXP-DR-IMPORTE to exc-imp (exc-hallado, 3).
       suma-descuento-exit.
           exit.
      ******************************************************************
      * Bitacoras fiscales del rango, un dia por pasada: cada paquete
      * Cancelar comprobante es una anulacion.
      ******************************************************************
       procesa-bitacoras.
           move fecha-desde to fecha-act.
           perform procesa-dia thru procesa-dia-exit
               until fecha-act > fecha-hasta.
       procesa-bitacoras-exit.
           exit.
       procesa-dia.
           move spaces to log-nombre.
           string "FIS" delimited by size
                  fecha-act delimited by size
                  ".LOG" delimited by size
                  into log-nombre.
           move "N" to sw-fin.
           open input log-file.
           if fs-log = "00"
              perform lee-log thru lee-log-exit
                  until fin-archivo
              close log-file
           end-if.
           perform avanza-fecha thru avanza-fecha-exit.
       procesa-dia-exit.
           exit.
       lee-log.
           read log-file
               at end
                  set fin-archivo to true
                  go to lee-log-exit
           end-read.
           if LOG-PAQUETE (1:1) not = cmd-anula
              go to lee-log-exit.
           move LOG-OPERADOR to clave-oper.
           if LOG-BOCA numeric
              move LOG-BOCA to clave-boca
           else
              move zeros to clave-boca
           end-if.
           perform busca-o-alta thru busca-o-alta-exit.
           if exc-hallado not = zeros
              add 1 to exc-cant (exc-hallado, 1).
       lee-log-exit.
           exit.
       avanza-fecha.
           move dias-mes (fa-mes) to dias-tope.
           if fa-mes = 2
              divide fa-ano by 4 giving cociente-4
                     remainder resto-4
              if resto-4 = zeros
                 move 29 to dias-tope
              end-if
           end-if.
           if fa-dia < dias-tope
              add 1 to fa-dia
           else
              move 1 to fa-dia
              if fa-mes < 12
                 add 1 to fa-mes
              else
                 move 1 to fa-mes
                 add 1 to fa-ano
              end-if
           end-if.
       avanza-fecha-exit.
           exit.
      ******************************************************************
      * SUPAUT.DAT: autorizaciones pedidas por el operador con sesion.
      ******************************************************************
       procesa-autorizaciones.
           open input aut-file.
           if fs-aut not = "00"
              go to procesa-autorizaciones-exit.
           move "N" to sw-fin.
           perform lee-autorizacion thru lee-autorizacion-exit
               until fin-archivo.
           close aut-file.
       procesa-autorizaciones-exit.
           exit.
       lee-autorizacion.
           read aut-file
               at end
                  set fin-archivo to true
                  go to lee-autorizacion-exit
           end-read.
           if AUT-FECHA < fecha-desde or AUT-FECHA > fecha-hasta
              go to lee-autorizacion-exit.
           move AUT-OPERADOR to clave-oper.
           if AUT-BOCA numeric
              move AUT-BOCA to clave-boca
           else
              move zeros to clave-boca
           end-if.
           perform busca-o-alta thru busca-o-alta-exit.
           if exc-hallado = zeros
              go to lee-autorizacion-exit.
           if AUT-CONCEDIDA
              add 1 to exc-cant (exc-hallado, 6)
           else
              add 1 to exc-sup-neg (exc-hallado)
           end-if.
       lee-autorizacion-exit.
           exit.
      ******************************************************************
      * ARQUEO.TXT: cada forma de pago con diferencia distinta de cero
      * de un arqueo del rango, al operador y boca de su cabecera.
      ******************************************************************
       procesa-arqueos.
           open input arq-file.
           if fs-arq not = "00"
              go to procesa-arqueos-exit.
           move "N" to sw-fin.
           move "N" to sw-arq.
           perform lee-arqueo thru lee-arqueo-exit
               until fin-archivo.
           close arq-file.
       procesa-arqueos-exit.
           exit.
       lee-arqueo.
           read arq-file
               at end
                  set fin-archivo to true
                  go to lee-arqueo-exit
           end-read.
           if arq-c-marca = "ARQUEO "
              perform cabecera-arqueo thru cabecera-arqueo-exit
              go to lee-arqueo-exit.
           if not arqueo-en-rango or arq-d-marca not = " dif "
              go to lee-arqueo-exit.
           move arq-d-dif to arq-dif-num.
           if arq-dif-num = zeros
              go to lee-arqueo-exit.
           perform busca-o-alta thru busca-o-alta-exit.
           if exc-hallado = zeros
              go to lee-arqueo-exit.
           add 1 to exc-cant (exc-hallado, 5).
           if arq-dif-num < zeros
              subtract arq-dif-num from exc-imp (exc-hallado, 5)
           else
              add arq-dif-num to exc-imp (exc-hallado, 5)
           end-if.
       lee-arqueo-exit.
           exit.
      * Los arqueos grabados antes de llevar operador y boca en la
      * cabecera quedan sin operador, boca 0.
       cabecera-arqueo.
           move "N" to sw-arq.
           if arq-c-fecha not numeric
              go to cabecera-arqueo-exit.
           if arq-c-fecha < fecha-desde or arq-c-fecha > fecha-hasta
              go to cabecera-arqueo-exit.
           set arqueo-en-rango to true.
           move spaces to clave-oper.
           move zeros to clave-boca.
           if arq-c-oper-marca = "O"
              move arq-c-oper to clave-oper
              if arq-c-boca numeric
                 move arq-c-boca to clave-boca
              end-if
           end-if.
       cabecera-arqueo-exit.
           exit.
      ******************************************************************
      * Casillero de clave-oper/clave-boca, dandolo de alta si no
      * estaba. Sin lugar devuelve exc-hallado en cero.
      ******************************************************************
       busca-o-alta.
           move zeros to exc-hallado.
           perform busca-entrada thru busca-entrada-exit
               varying sub-exc from 1 by 1 until sub-exc > exc-tot.
           if exc-hallado not = zeros
              go to busca-o-alta-exit.
           if exc-tot >= 200
              if not exc-tab-llena
                 set exc-tab-llena to true
                 display "EXCCAJ: mas de 200 operadores/bocas, el "
                     "excedente no entra al reporte"
              end-if
              go to busca-o-alta-exit
           end-if.
           add 1 to exc-tot.
           move exc-tot to exc-hallado.
           move clave-oper to exc-oper (exc-hallado).
           move clave-boca to exc-boca (exc-hallado).
           move zeros to exc-cbtes (exc-hallado)
               exc-ventas (exc-hallado) exc-sup-neg (exc-hallado)
               exc-puntaje (exc-hallado) exc-desvios (exc-hallado).
           move "N" to exc-listado (exc-hallado).
           perform limpia-metrica thru limpia-metrica-exit
               varying sub-met from 1 by 1 until sub-met > 6.
       busca-o-alta-exit.
           exit.
       busca-entrada.
           if exc-oper (sub-exc) = clave-oper
              and exc-boca (sub-exc) = clave-boca
              move sub-exc to exc-hallado
              move exc-tot to sub-exc
           end-if.
       busca-entrada-exit.
           exit.
       limpia-metrica.
           move zeros to exc-cant (exc-hallado, sub-met)
               exc-imp (exc-hallado, sub-met)
               exc-tasa (exc-hallado, sub-met).
           move spaces to exc-marca (exc-hallado, sub-met).
       limpia-metrica-exit.
           exit.
      ******************************************************************
      * Tasas: primero las generales del periodo, despues las de cada
      * operador/boca con su marca y su puntaje contra las generales.
      ******************************************************************
       calcula-tasas.
           move zeros to gen-tab.
           perform suma-general thru suma-general-exit
               varying sub-exc from 1 by 1 until sub-exc > exc-tot.
           perform tasa-general thru tasa-general-exit
               varying sub-met from 1 by 1 until sub-met > 6.
           perform tasa-entrada thru tasa-entrada-exit
               varying sub-exc from 1 by 1 until sub-exc > exc-tot.
       calcula-tasas-exit.
           exit.
       suma-general.
           add exc-cbtes (sub-exc) to gen-cbtes.
           add exc-ventas (sub-exc) to gen-ventas.
           add exc-sup-neg (sub-exc) to gen-sup-neg.
           perform suma-general-met thru suma-general-met-exit
               varying sub-met from 1 by 1 until sub-met > 6.
       suma-general-exit.
           exit.
       suma-general-met.
           add exc-cant (sub-exc, sub-met) to gen-cant (sub-met).
           add exc-imp (sub-exc, sub-met) to gen-imp (sub-met).
       suma-general-met-exit.
           exit.
       tasa-general.
           move gen-cant (sub-met) to tasa-cant.
           move gen-imp (sub-met) to tasa-imp.
           move gen-cbtes to tasa-base-cant.
           move gen-ventas to tasa-base-imp.
           perform calcula-una-tasa thru calcula-una-tasa-exit.
           move tasa-result to gen-tasa (sub-met).
       tasa-general-exit.
           exit.
       tasa-entrada.
           move zeros to puntaje-calc.
           move zeros to exc-desvios (sub-exc).
           perform tasa-metrica thru tasa-metrica-exit
               varying sub-met from 1 by 1 until sub-met > 6.
           move puntaje-calc to exc-puntaje (sub-exc).
       tasa-entrada-exit.
           exit.
       tasa-metrica.
           move exc-cant (sub-exc, sub-met) to tasa-cant.
           move exc-imp (sub-exc, sub-met) to tasa-imp.
           move exc-cbtes (sub-exc) to tasa-base-cant.
           move exc-ventas (sub-exc) to tasa-base-imp.
           perform calcula-una-tasa thru calcula-una-tasa-exit.
           move tasa-result to exc-tasa (sub-exc, sub-met).
           move spaces to exc-marca (sub-exc, sub-met).
           if gen-tasa (sub-met) = zeros
              go to tasa-metrica-exit.
           compute tasa-calc rounded =
               tasa-result / gen-tasa (sub-met).
           add tasa-calc to puntaje-calc
               on size error
                  move 9999999.99 to puntaje-calc
           end-add.
           if tasa-result > gen-tasa (sub-met) * 2
              move "*" to exc-marca (sub-exc, sub-met)
              add 1 to exc-desvios (sub-exc)
           end-if.
       tasa-metrica-exit.
           exit.
      * ANUL (1) y SUP (6) cada 100 comprobantes (los anulados cuentan
      * como intentos), las demas como porcentaje del importe vendido.
      * Sin base, cualquier excepcion da la tasa tope.
       calcula-una-tasa.
           move zeros to tasa-result.
           if sub-met = 1 or sub-met = 6
              if sub-met = 1
                 add tasa-cant to tasa-base-cant
              end-if
              if tasa-cant = zeros
                 go to calcula-una-tasa-exit
              end-if
              if tasa-base-cant = zeros
                 move 999.99 to tasa-result
                 go to calcula-una-tasa-exit
              end-if
              compute tasa-calc rounded =
                  tasa-cant * 100 / tasa-base-cant
           else
              if tasa-imp = zeros
                 go to calcula-una-tasa-exit
              end-if
              if tasa-base-imp = zeros
                 move 999.99 to tasa-result
                 go to calcula-una-tasa-exit
              end-if
              compute tasa-calc rounded =
                  tasa-imp * 100 / tasa-base-imp
           end-if.
           if tasa-calc > 999.99
              move 999.99 to tasa-result
           else
              move tasa-calc to tasa-result
           end-if.
       calcula-una-tasa-exit.
           exit.
      ******************************************************************
      * Detalle por operador/boca y la linea general.
      ******************************************************************
       imprime-reporte.
           move spaces to tas-linea.
           move "   tasas:" to tas-titulo.
           move cab-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           perform imprime-entrada thru imprime-entrada-exit
               varying sub-exc from 1 by 1 until sub-exc > exc-tot.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move spaces to det-linea.
           move "TOTAL" to det-oper.
           move zeros to det-boca.
           move gen-cbtes to det-cbtes.
           move gen-ventas to det-ventas.
           move gen-cant (1) to det-anul.
           perform mueve-par-general thru mueve-par-general-exit
               varying sub-met from 2 by 1 until sub-met > 5.
           move gen-cant (6) to det-sup.
           move gen-sup-neg to det-den.
           move det-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           perform mueve-tasa-general thru mueve-tasa-general-exit
               varying sub-met from 1 by 1 until sub-met > 6.
           move tas-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       imprime-reporte-exit.
           exit.
       imprime-entrada.
           move spaces to det-linea.
           move exc-oper (sub-exc) to det-oper.
           move exc-boca (sub-exc) to det-boca.
           move exc-cbtes (sub-exc) to det-cbtes.
           move exc-ventas (sub-exc) to det-ventas.
           move exc-cant (sub-exc, 1) to det-anul.
           perform mueve-par thru mueve-par-exit
               varying sub-met from 2 by 1 until sub-met > 5.
           move exc-cant (sub-exc, 6) to det-sup.
           move exc-sup-neg (sub-exc) to det-den.
           move det-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           perform mueve-tasa thru mueve-tasa-exit
               varying sub-met from 1 by 1 until sub-met > 6.
           move tas-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       imprime-entrada-exit.
           exit.
       mueve-par.
           move exc-cant (sub-exc, sub-met) to det-cant (sub-met - 1).
           move exc-imp (sub-exc, sub-met) to det-imp (sub-met - 1).
       mueve-par-exit.
           exit.
       mueve-par-general.
           move gen-cant (sub-met) to det-cant (sub-met - 1).
           move gen-imp (sub-met) to det-imp (sub-met - 1).
       mueve-par-general-exit.
           exit.
       mueve-tasa.
           move met-nombre (sub-met) to tas-nombre (sub-met).
           move exc-tasa (sub-exc, sub-met) to tas-valor (sub-met).
           perform pone-unidad thru pone-unidad-exit.
           move exc-marca (sub-exc, sub-met) to tas-marca (sub-met).
       mueve-tasa-exit.
           exit.
       mueve-tasa-general.
           move met-nombre (sub-met) to tas-nombre (sub-met).
           move gen-tasa (sub-met) to tas-valor (sub-met).
           perform pone-unidad thru pone-unidad-exit.
           move spaces to tas-marca (sub-met).
       mueve-tasa-general-exit.
           exit.
      * "c" cada 100 comprobantes, "%" del importe vendido.
       pone-unidad.
           if sub-met = 1 or sub-met = 6
              move "c" to tas-unidad (sub-met)
           else
              move "%" to tas-unidad (sub-met)
           end-if.
       pone-unidad-exit.
           exit.
      ******************************************************************
      * Ranking: de mayor a menor puntaje, eligiendo en cada pasada el
      * mayor que todavia no se listo.
      ******************************************************************
       imprime-ranking.
           if exc-tot = zeros
              go to imprime-ranking-exit.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move rnk-cab-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           perform imprime-un-puesto thru imprime-un-puesto-exit
               varying rank-pos from 1 by 1 until rank-pos > exc-tot.
       imprime-ranking-exit.
           exit.
       imprime-un-puesto.
           move zeros to rank-mejor.
           perform elige-mayor thru elige-mayor-exit
               varying sub-exc from 1 by 1 until sub-exc > exc-tot.
           if rank-mejor = zeros
              go to imprime-un-puesto-exit.
           move "S" to exc-listado (rank-mejor).
           move rank-pos to rnk-pos.
           move exc-oper (rank-mejor) to rnk-oper.
           move exc-boca (rank-mejor) to rnk-boca.
           move exc-puntaje (rank-mejor) to rnk-puntaje.
           move exc-desvios (rank-mejor) to rnk-desvios.
           perform marca-desvio thru marca-desvio-exit
               varying sub-met from 1 by 1 until sub-met > 6.
           move rnk-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       imprime-un-puesto-exit.
           exit.
       elige-mayor.
           if exc-listado (sub-exc) = "S"
              go to elige-mayor-exit.
           if rank-mejor = zeros
              move sub-exc to rank-mejor
              go to elige-mayor-exit.
           if exc-puntaje (sub-exc) > exc-puntaje (rank-mejor)
              move sub-exc to rank-mejor.
       elige-mayor-exit.
           exit.
       marca-desvio.
           if exc-marca (rank-mejor, sub-met) = "*"
              move met-nombre (sub-met) to rnk-met (sub-met)
           else
              move spaces to rnk-met (sub-met)
           end-if.
       marca-desvio-exit.
           exit.
       graba-linea.
           write rep-linea.
           display rep-linea.
       graba-linea-exit.
           exit.
      ******************************************************************
      * Convierte conv-texto ("123", "123.45", con blancos) al campo
      * numerico conv-importe. Los caracteres que no son digitos ni el
      * punto decimal se ignoran.
      ******************************************************************
       conv-a-numero.
           move zeros to conv-importe conv-ent conv-dec conv-dec-cnt.
           move "N" to conv-punto-sw.
           perform conv-digito thru conv-digito-exit
               varying conv-sub from 1 by 1 until conv-sub > 10.
           if conv-dec-cnt = 1
              multiply 10 by conv-dec
           end-if.
           compute conv-importe = conv-ent + (conv-dec / 100).
       conv-a-numero-exit.
           exit.
       conv-digito.
           move conv-char (conv-sub) to conv-dig-x.
           evaluate true
              when conv-dig-x = "."
                 set conv-hay-punto to true
              when conv-dig-x numeric
                 if conv-hay-punto
                    if conv-dec-cnt < 2
                       compute conv-dec = conv-dec * 10 + conv-dig
                       add 1 to conv-dec-cnt
                    end-if
                 else
                    compute conv-ent = conv-ent * 10 + conv-dig
                 end-if
              when other
                 continue
           end-evaluate.
       conv-digito-exit.
           exit.
       terminar.
           close art-file rep-file.
           display "EXCCAJ: " cant-leidos " renglon(es) de EXPFACT "
               "en el rango, " exc-tot " operador(es)/boca(s)".
           stop run.
       terminar-exit.
           exit.
