       IDENTIFICATION DIVISION.
       PROGRAM-ID.                etigon.
       AUTHOR.                    Soporte Tecnico.
       INSTALLATION.              Contolador Fiscal para Windows.
       DATE-WRITTEN.              2026-10-15.
       DATE-COMPILED.             2026-10-15.
      ******************************************************************
      * Etiquetas de gondola: arma ETIQUETA.DAT, el archivo que toma
      * el programa de impresion de etiquetas, con un renglon por
      * articulo a re-etiquetar (codigo, descripcion, precio en
      * vigencia y, en la mercaderia pesable, el precio por 100 g).
      * El precio es el que rige al momento de la corrida: la ventana
      * abierta de PRECIOS.DAT (prcreg.cpy) si la hay, si no ART-PREC
      * (mismo criterio que la caja y que balplu.cbl). Pesable es el
      * articulo PLU de la balanza (codigo de 5 digitos, ver
      * parsea-balanza en wfis.cbl), cuyo precio es por kilo.
      * Tres modos, por consola:
      *   N  novedades desde la ultima corrida: los articulos con algun
      *      renglon en ARTHIS.DAT (arthreg.cpy) o con una ventana de
      *      PRECIOS.DAT que empezo o termino desde entonces,
      *   L  lista a mano: los codigos de ETIQUETA.LST, uno por
      *      renglon (gondola nueva, etiquetas rotas),
      *   T  todos: re-etiquetado completo de los articulos activos.
      * Los articulos de baja o fuera del maestro no se etiquetan y
      * quedan en el listado de control ETIQUETA.TXT. La fecha y hora
      * de la ultima corrida N o T quedan en ETIQUETA.ULT (sin el
      * archivo, N hace todos); si en modo N hay mas articulos de los
      * que entran en la tabla, ETIQUETA.ULT no se adelanta y la
      * proxima corrida vuelve a tomar las mismas novedades (conviene
      * hacer una T). Cada etiqueta agrega su renglon a ETIQLOG.DAT
      * (codigo, precio, unidad, fecha, hora y modo de la corrida),
      * para saber cuando se re-etiqueto un articulo y a que precio.
      * Codigo de retorno: 0 bien, 4 articulos que no entraron en la
      * tabla, 8 modo invalido o archivos que no se pudieron abrir.
      * Registro de ETIQUETA.DAT:
      *   col  1-18  codigo
      *   col 19-48  descripcion (el codigo si el maestro no la tiene)
      *   col 49-57  precio, 9(7)V99 sin punto
      *   col 58-59  unidad del precio ("KG" pesable, "UN" los demas)
      *   col 60-68  precio por 100 g (pesables; ceros los demas)
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-PC.
       OBJECT-COMPUTER.           IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT art-file ASSIGN "ARTMAE.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ART-COD
                  FILE STATUS IS fs-art.
           SELECT prc-file ASSIGN "PRECIOS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-prc.
           SELECT arth-file ASSIGN "ARTHIS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-arth.
           SELECT lst-file ASSIGN "ETIQUETA.LST"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-lst.
           SELECT ult-file ASSIGN "ETIQUETA.ULT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-ult.
           SELECT etq-file ASSIGN "ETIQUETA.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-etq.
           SELECT log-file ASSIGN "ETIQLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-log.
           SELECT rep-file ASSIGN "ETIQUETA.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-rep.
       DATA DIVISION.
       FILE SECTION.
       FD  art-file.
           copy "artreg.cpy".
       FD  prc-file.
           copy "prcreg.cpy".
       FD  arth-file.
           copy "arthreg.cpy".
       FD  lst-file.
       01  lst-reg.
           03  lst-cod                PIC X(18).
       FD  ult-file.
       01  ult-reg.
           03  ult-fecha              PIC 9(08).
           03  ult-hora               PIC 9(08).
       FD  etq-file.
       01  etq-reg.
           03  etq-cod                PIC X(18).
           03  etq-desc               PIC X(30).
           03  etq-precio             PIC 9(07)V99.
           03  etq-unidad             PIC X(02).
           03  etq-precio-100         PIC 9(07)V99.
       FD  log-file.
       01  log-reg.
           03  log-cod                PIC X(18).
           03  log-precio             PIC 9(07)V99.
           03  log-unidad             PIC X(02).
           03  log-fecha              PIC 9(08).
           03  log-hora               PIC 9(08).
           03  log-modo               PIC X(01).
       FD  rep-file.
       01  rep-linea                  PIC X(80).
       WORKING-STORAGE SECTION.
       01  fs-art                     PIC X(02)  VALUE "00".
       01  fs-prc                     PIC X(02)  VALUE "00".
       01  fs-arth                    PIC X(02)  VALUE "00".
       01  fs-lst                     PIC X(02)  VALUE "00".
       01  fs-ult                     PIC X(02)  VALUE "00".
       01  fs-etq                     PIC X(02)  VALUE "00".
       01  fs-log                     PIC X(02)  VALUE "00".
       01  fs-rep                     PIC X(02)  VALUE "00".
       01  rc-corrida                 PIC 9(01)  VALUE ZEROS.
       01  sw-fin                     PIC X(01)  VALUE "N".
           88  fin-archivo                       VALUE "S".
       01  modo                       PIC X(01)  VALUE SPACES.
           88  modo-novedades                    VALUE "N".
           88  modo-lista                        VALUE "L".
           88  modo-todos                        VALUE "T".
       01  ahora-fecha                PIC 9(08)  VALUE ZEROS.
       01  ahora-hora                 PIC 9(08)  VALUE ZEROS.
      * Ultima corrida N o T (ceros si nunca hubo).
       01  desde-fecha                PIC 9(08)  VALUE ZEROS.
       01  desde-hora                 PIC 9(08)  VALUE ZEROS.
       01  cant-etiquetas             PIC 9(05)  VALUE ZEROS.
       01  cant-rechazos              PIC 9(05)  VALUE ZEROS.
       01  cod-trabajo                PIC X(18)  VALUE SPACES.
       01  motivo-rech                PIC X(30)  VALUE SPACES.
      * Articulos a etiquetar (novedades o lista), sin repetir.
       01  etq-tab.
           03  etq-tot                PIC 9(03)  VALUE ZEROS.
           03  etq-entrada            OCCURS 999 TIMES.
               05  etq-r-cod              PIC X(18).
      * Un digito mas que etq-tot, como sub-aud en stkaud.cbl.
       01  sub-etq                    PIC 9(04)  VALUE ZEROS.
       01  etq-hallado                PIC 9(04)  VALUE ZEROS.
       01  sw-etq-lleno               PIC X(01)  VALUE "N".
           88  etq-tab-llena                     VALUE "S".
      * Precios programados (misma ventana que usa wfis).
       01  prc-tab.
           03  prc-tot                PIC 9(02)  VALUE ZEROS.
           03  prc-ent                OCCURS 50 TIMES.
               05  prc-t-arti             PIC X(18).
               05  prc-t-prec             PIC X(10).
               05  prc-t-iva              PIC 99V99.
               05  prc-t-desde-f          PIC 9(08).
               05  prc-t-desde-h          PIC 9(08).
               05  prc-t-hasta-f          PIC 9(08).
               05  prc-t-hasta-h          PIC 9(08).
       01  sub-prc                    PIC 9(02)  VALUE ZEROS.
       01  sw-fin-prc                 PIC X(01)  VALUE "N".
           88  fin-precios                       VALUE "S".
       01  sw-prc-vigente             PIC X(01)  VALUE "N".
           88  hay-precio-vigente                VALUE "S".
       01  prc-prec-vig               PIC X(10)  VALUE SPACES.
       01  prc-iva-vig                PIC 99V99  VALUE ZEROS.
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
           03  FILLER                 PIC X(22)
               VALUE "ETIQUETAS DE GONDOLA  ".
           03  tit-modo               PIC X(10).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  tit-fecha              PIC 9(08).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  tit-hora               PIC 9(08).
       01  desde-linea.
           03  FILLER                 PIC X(27)
               VALUE "NOVEDADES DESDE LA CORRIDA ".
           03  desde-l-fecha          PIC 9(08).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  desde-l-hora           PIC 9(08).
       01  det-linea.
           03  det-cod                PIC X(18).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-desc               PIC X(30).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-precio             PIC Z,ZZZ,ZZ9.99.
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-unidad             PIC X(02).
       01  rch-linea.
           03  FILLER                 PIC X(12)  VALUE "SIN ETIQUETA".
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  rch-cod                PIC X(18).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  rch-motivo             PIC X(30).
       01  tot-linea.
           03  FILLER                 PIC X(11)  VALUE "ETIQUETAS  ".
           03  tot-etiquetas          PIC ZZ,ZZ9.
           03  FILLER                 PIC X(16)
               VALUE "   SIN ETIQUETA ".
           03  tot-rechazos           PIC ZZ,ZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
       mainline.
           perform inicializar thru inicializar-exit.
           evaluate true
              when modo-todos
                 perform etiqueta-todos thru etiqueta-todos-exit
              when modo-lista
                 perform etiqueta-lista thru etiqueta-lista-exit
              when other
                 perform etiqueta-novedades
                    thru etiqueta-novedades-exit
           end-evaluate.
           perform imprime-totales thru imprime-totales-exit.
           perform graba-ultima thru graba-ultima-exit.
           perform terminar thru terminar-exit.
       inicializar.
           display "ETIGON: N=novedades desde la ultima corrida, "
               "L=lista ETIQUETA.LST, T=todos (vacio = N)?".
           accept modo.
           if modo = "n" or modo = spaces
              move "N" to modo.
           if modo = "l"
              move "L" to modo.
           if modo = "t"
              move "T" to modo.
           if not modo-novedades and not modo-lista
              and not modo-todos
              display "ETIGON: modo invalido"
              move 8 to return-code
              stop run
           end-if.
           accept ahora-fecha from date yyyymmdd.
           accept ahora-hora  from time.
           open input ult-file.
           if fs-ult = "00"
              read ult-file
                  at end
                     move zeros to ult-reg
              end-read
              if ult-fecha numeric and ult-hora numeric
                 move ult-fecha to desde-fecha
                 move ult-hora  to desde-hora
              end-if
              close ult-file
           end-if.
           if modo-novedades and desde-fecha = zeros
              display "ETIGON: no hay corrida anterior en "
                  "ETIQUETA.ULT, se etiquetan todos"
              move "T" to modo
           end-if.
           open input art-file.
           if fs-art not = "00"
              display "ETIGON: no se pudo abrir ARTMAE.IDX"
              move 8 to return-code
              stop run
           end-if.
           perform carga-precios thru carga-precios-exit.
           open output etq-file.
           if fs-etq not = "00"
              display "ETIGON: no se pudo crear ETIQUETA.DAT"
              move 8 to return-code
              stop run
           end-if.
           open output rep-file.
           if fs-rep not = "00"
              display "ETIGON: no se pudo crear ETIQUETA.TXT"
              move 8 to return-code
              stop run
           end-if.
           open extend log-file.
           if fs-log not = "00"
              open output log-file.
           evaluate true
              when modo-todos
                 move "TODOS" to tit-modo
              when modo-lista
                 move "LISTA" to tit-modo
              when other
                 move "NOVEDADES" to tit-modo
           end-evaluate.
           move ahora-fecha to tit-fecha.
           move ahora-hora to tit-hora.
           move tit-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           if modo-novedades
              move desde-fecha to desde-l-fecha
              move desde-hora to desde-l-hora
              move desde-linea to rep-linea
              perform graba-linea thru graba-linea-exit
           end-if.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
       inicializar-exit.
           exit.
       carga-precios.
           move zeros to prc-tot.
           move "N" to sw-fin-prc.
           open input prc-file.
           if fs-prc not = "00"
              go to carga-precios-exit.
           perform carga-un-precio thru carga-un-precio-exit
               until fin-precios.
           close prc-file.
       carga-precios-exit.
           exit.
       carga-un-precio.
           read prc-file
               at end
                  set fin-precios to true
               not at end
                  if prc-tot < 50
                     add 1 to prc-tot
                     move PRC-ART-COD     to prc-t-arti    (prc-tot)
                     move PRC-PREC        to prc-t-prec    (prc-tot)
                     move PRC-IVA         to prc-t-iva     (prc-tot)
                     move PRC-DESDE-FECHA to prc-t-desde-f (prc-tot)
                     move PRC-DESDE-HORA  to prc-t-desde-h (prc-tot)
                     move PRC-HASTA-FECHA to prc-t-hasta-f (prc-tot)
                     move PRC-HASTA-HORA  to prc-t-hasta-h (prc-tot)
                  end-if
           end-read.
       carga-un-precio-exit.
           exit.
      ******************************************************************
      * Todos: el maestro entero, solo los activos.
      ******************************************************************
       etiqueta-todos.
           move "N" to sw-fin.
           perform todos-articulo thru todos-articulo-exit
               until fin-archivo.
       etiqueta-todos-exit.
           exit.
       todos-articulo.
           read art-file next record
               at end
                  set fin-archivo to true
                  go to todos-articulo-exit
           end-read.
           if ART-DADO-DE-BAJA
              go to todos-articulo-exit.
           perform graba-etiqueta thru graba-etiqueta-exit.
       todos-articulo-exit.
           exit.
      ******************************************************************
      * Lista a mano: los codigos de ETIQUETA.LST.
      ******************************************************************
       etiqueta-lista.
           open input lst-file.
           if fs-lst not = "00"
              display "ETIGON: no se pudo abrir ETIQUETA.LST"
              go to etiqueta-lista-exit.
           move "N" to sw-fin.
           perform lee-lista thru lee-lista-exit
               until fin-archivo.
           close lst-file.
           perform etiqueta-tabla thru etiqueta-tabla-exit.
       etiqueta-lista-exit.
           exit.
       lee-lista.
           read lst-file
               at end
                  set fin-archivo to true
                  go to lee-lista-exit
           end-read.
           if lst-cod = spaces
              go to lee-lista-exit.
           move lst-cod to cod-trabajo.
           perform anota-articulo thru anota-articulo-exit.
       lee-lista-exit.
           exit.
      ******************************************************************
      * Novedades: los articulos tocados desde la ultima corrida en
      * ARTHIS.DAT y en las ventanas de PRECIOS.DAT.
      ******************************************************************
       etiqueta-novedades.
           open input arth-file.
           if fs-arth = "00"
              move "N" to sw-fin
              perform lee-historial thru lee-historial-exit
                  until fin-archivo
              close arth-file
           end-if.
           perform revisa-ventana thru revisa-ventana-exit
               varying sub-prc from 1 by 1 until sub-prc > prc-tot.
           perform etiqueta-tabla thru etiqueta-tabla-exit.
       etiqueta-novedades-exit.
           exit.
       lee-historial.
           read arth-file
               at end
                  set fin-archivo to true
                  go to lee-historial-exit
           end-read.
           if ATH-FECHA < desde-fecha
              go to lee-historial-exit.
           if ATH-FECHA = desde-fecha and ATH-HORA < desde-hora
              go to lee-historial-exit.
           move ATH-ART-COD to cod-trabajo.
           perform anota-articulo thru anota-articulo-exit.
       lee-historial-exit.
           exit.
      * Una ventana que empezo o termino entre la ultima corrida y
      * ahora cambio el precio de gondola sin dejar renglon en ARTHIS
      * (el PROMO recien se graba con la primera venta).
       revisa-ventana.
           move prc-t-arti (sub-prc) to cod-trabajo.
           if (prc-t-desde-f (sub-prc) > desde-fecha
               or (prc-t-desde-f (sub-prc) = desde-fecha
                   and prc-t-desde-h (sub-prc) >= desde-hora))
              and (prc-t-desde-f (sub-prc) < ahora-fecha
               or (prc-t-desde-f (sub-prc) = ahora-fecha
                   and prc-t-desde-h (sub-prc) <= ahora-hora))
              perform anota-articulo thru anota-articulo-exit
              go to revisa-ventana-exit.
           if (prc-t-hasta-f (sub-prc) > desde-fecha
               or (prc-t-hasta-f (sub-prc) = desde-fecha
                   and prc-t-hasta-h (sub-prc) >= desde-hora))
              and (prc-t-hasta-f (sub-prc) < ahora-fecha
               or (prc-t-hasta-f (sub-prc) = ahora-fecha
                   and prc-t-hasta-h (sub-prc) <= ahora-hora))
              perform anota-articulo thru anota-articulo-exit.
       revisa-ventana-exit.
           exit.
      * Agrega cod-trabajo a la tabla si no estaba.
       anota-articulo.
           move zeros to etq-hallado.
           perform busca-articulo thru busca-articulo-exit
               varying sub-etq from 1 by 1 until sub-etq > etq-tot.
           if etq-hallado not = zeros
              go to anota-articulo-exit.
           if etq-tot >= 999
              if not etq-tab-llena
                 set etq-tab-llena to true
                 display "ETIGON: mas de 999 articulos, hacer un "
                     "re-etiquetado completo (T)"
              end-if
              go to anota-articulo-exit
           end-if.
           add 1 to etq-tot.
           move cod-trabajo to etq-r-cod (etq-tot).
       anota-articulo-exit.
           exit.
       busca-articulo.
           if etq-r-cod (sub-etq) = cod-trabajo
              move sub-etq to etq-hallado
              move etq-tot to sub-etq
           end-if.
       busca-articulo-exit.
           exit.
      * Una etiqueta por articulo anotado que siga activo en el
      * maestro.
       etiqueta-tabla.
           perform etiqueta-anotado thru etiqueta-anotado-exit
               varying sub-etq from 1 by 1 until sub-etq > etq-tot.
       etiqueta-tabla-exit.
           exit.
       etiqueta-anotado.
           move etq-r-cod (sub-etq) to ART-COD.
           read art-file
               invalid key
                  move "no esta en el maestro" to motivo-rech
                  perform rechaza-articulo thru rechaza-articulo-exit
                  go to etiqueta-anotado-exit
           end-read.
           if ART-DADO-DE-BAJA
              move "dado de baja" to motivo-rech
              perform rechaza-articulo thru rechaza-articulo-exit
              go to etiqueta-anotado-exit.
           perform graba-etiqueta thru graba-etiqueta-exit.
       etiqueta-anotado-exit.
           exit.
       rechaza-articulo.
           add 1 to cant-rechazos.
           move etq-r-cod (sub-etq) to rch-cod.
           move motivo-rech to rch-motivo.
           move rch-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       rechaza-articulo-exit.
           exit.
      ******************************************************************
      * Renglon de ETIQUETA.DAT para el articulo de ART-REG, con su
      * linea de control.
      ******************************************************************
       graba-etiqueta.
           perform busca-precio-vigente thru busca-precio-vigente-exit.
           move spaces to etq-reg.
           move ART-COD to etq-cod.
           if ART-DESC = spaces
              move ART-COD to etq-desc
           else
              move ART-DESC to etq-desc
           end-if.
           if hay-precio-vigente
              move prc-prec-vig to conv-texto
           else
              move ART-PREC to conv-texto
           end-if.
           perform conv-a-numero thru conv-a-numero-exit.
           move conv-importe to etq-precio.
           if ART-COD (1:5) numeric and ART-COD (6:13) = spaces
              move "KG" to etq-unidad
              compute etq-precio-100 rounded = conv-importe / 10
           else
              move "UN" to etq-unidad
              move zeros to etq-precio-100
           end-if.
           write etq-reg.
           add 1 to cant-etiquetas.
           move etq-cod to log-cod.
           move etq-precio to log-precio.
           move etq-unidad to log-unidad.
           move ahora-fecha to log-fecha.
           move ahora-hora to log-hora.
           move modo to log-modo.
           write log-reg.
           move etq-cod to det-cod.
           move etq-desc to det-desc.
           move etq-precio to det-precio.
           move etq-unidad to det-unidad.
           move det-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       graba-etiqueta-exit.
           exit.
       busca-precio-vigente.
           move "N" to sw-prc-vigente.
           perform chequea-un-precio thru chequea-un-precio-exit
               varying sub-prc from 1 by 1 until sub-prc > prc-tot.
       busca-precio-vigente-exit.
           exit.
       chequea-un-precio.
           if prc-t-arti (sub-prc) not = ART-COD
              go to chequea-un-precio-exit.
           if prc-t-desde-f (sub-prc) > ahora-fecha
              or (prc-t-desde-f (sub-prc) = ahora-fecha
                  and prc-t-desde-h (sub-prc) > ahora-hora)
              go to chequea-un-precio-exit.
           if prc-t-hasta-f (sub-prc) < ahora-fecha
              or (prc-t-hasta-f (sub-prc) = ahora-fecha
                  and prc-t-hasta-h (sub-prc) < ahora-hora)
              go to chequea-un-precio-exit.
           set hay-precio-vigente to true.
           move prc-t-prec (sub-prc) to prc-prec-vig.
           move prc-t-iva  (sub-prc) to prc-iva-vig.
       chequea-un-precio-exit.
           exit.
       imprime-totales.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move cant-etiquetas to tot-etiquetas.
           move cant-rechazos to tot-rechazos.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       imprime-totales-exit.
           exit.
      * Marca desde donde arranca la proxima corrida de novedades (la
      * lista a mano no la mueve, y con la tabla desbordada tampoco
      * se mueve para no perder los articulos que no entraron).
       graba-ultima.
           if modo-lista
              go to graba-ultima-exit.
           if etq-tab-llena
              move 4 to rc-corrida
              display "ETIGON: ETIQUETA.ULT queda sin cambios, "
                  "faltaron articulos en esta corrida"
              go to graba-ultima-exit.
           open output ult-file.
           if fs-ult not = "00"
              display "ETIGON: no se pudo grabar ETIQUETA.ULT"
              go to graba-ultima-exit.
           move ahora-fecha to ult-fecha.
           move ahora-hora to ult-hora.
           write ult-reg.
           close ult-file.
       graba-ultima-exit.
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
           close art-file etq-file rep-file log-file.
           display "ETIGON: " cant-etiquetas " etiqueta(s) en "
               "ETIQUETA.DAT, " cant-rechazos " articulo(s) sin "
               "etiqueta".
           move rc-corrida to return-code.
           stop run.
       terminar-exit.
           exit.
