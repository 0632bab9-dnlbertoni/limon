       IDENTIFICATION DIVISION.
       PROGRAM-ID.                balplu.
       AUTHOR.                    Soporte Tecnico.
       INSTALLATION.              Contolador Fiscal para Windows.
       DATE-WRITTEN.              2026-10-15.
       DATE-COMPILED.             2026-10-15.
      ******************************************************************
      * Descarga de PLU a la balanza de fiambreria: arma BALPLU.DAT,
      * el archivo que importa el software de la balanza, con los
      * articulos PLU del maestro (ARTMAE.IDX, artreg.cpy). Un
      * articulo es PLU cuando su codigo son 5 digitos y nada mas,
      * que es lo que parsea-balanza de wfis.cbl saca de la etiqueta
      * (prefijo, PLU, valor embebido). El precio es el que rige al
      * momento de la descarga: la ventana abierta de PRECIOS.DAT
      * (prcreg.cpy) si la hay, si no ART-PREC, igual que en la caja.
      * Dos modos, por consola:
      *   C  completa: todos los PLU activos; la balanza reemplaza su
      *      tabla entera,
      *   N  novedades desde la ultima descarga: los PLU con algun
      *      renglon en ARTHIS.DAT (arthreg.cpy: alta, cambio, baja,
      *      reactivacion, importacion) o con una ventana de
      *      PRECIOS.DAT que empezo o termino desde entonces. Los que
      *      ya no estan en el maestro o estan de baja salen como
      *      baja ("B") para que la balanza los borre.
      * La fecha y hora de la ultima descarga quedan en BALPLU.ULT
      * (sin el archivo, la primera es completa). Ademas se recorren
      * los renglones "D" de EXPFACT.DAT desde la ultima descarga
      * buscando PLU vendidos que no estan en el maestro (etiquetas
      * de una balanza con articulos que la caja no conoce).
      * Listado de control en BALPLU.TXT.
      * Si en modo N hay mas PLU con novedades de los que entran en la
      * tabla, BALPLU.ULT no se adelanta: la proxima corrida vuelve a
      * tomar las mismas novedades (conviene hacer una C).
      * Codigo de retorno: 0 bien, 4 novedades que no entraron en la
      * tabla, 8 archivos que no se pudieron abrir.
      * Registro de BALPLU.DAT (uno por PLU):
      *   col  1     accion ("A" alta o modificacion, "B" baja)
      *   col  2- 6  PLU
      *   col  7-36  descripcion (el codigo si el maestro no la tiene)
      *   col 37-45  precio por kilo, 9(7)V99 sin punto
      *   col 46-49  % IVA, 99V99 sin punto
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
           SELECT exp-file ASSIGN "EXPFACT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-exp.
           SELECT ult-file ASSIGN "BALPLU.ULT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-ult.
           SELECT plu-file ASSIGN "BALPLU.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-plu.
           SELECT rep-file ASSIGN "BALPLU.TXT"
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
       FD  exp-file.
           copy "expreg.cpy".
       FD  ult-file.
       01  ult-reg.
           03  ult-fecha              PIC 9(08).
           03  ult-hora               PIC 9(08).
       FD  plu-file.
       01  plu-reg.
           03  plu-accion             PIC X(01).
           03  plu-numero             PIC X(05).
           03  plu-desc               PIC X(30).
           03  plu-precio             PIC 9(07)V99.
           03  plu-iva                PIC 99V99.
       FD  rep-file.
       01  rep-linea                  PIC X(80).
       WORKING-STORAGE SECTION.
       01  fs-art                     PIC X(02)  VALUE "00".
       01  fs-prc                     PIC X(02)  VALUE "00".
       01  fs-arth                    PIC X(02)  VALUE "00".
       01  fs-exp                     PIC X(02)  VALUE "00".
       01  fs-ult                     PIC X(02)  VALUE "00".
       01  fs-plu                     PIC X(02)  VALUE "00".
       01  fs-rep                     PIC X(02)  VALUE "00".
       01  sw-fin                     PIC X(01)  VALUE "N".
           88  fin-archivo                       VALUE "S".
       01  rc-corrida                 PIC 9(01)  VALUE ZEROS.
       01  modo                       PIC X(01)  VALUE SPACES.
           88  modo-completo                     VALUE "C".
           88  modo-novedades                    VALUE "N".
       01  ahora-fecha                PIC 9(08)  VALUE ZEROS.
       01  ahora-hora                 PIC 9(08)  VALUE ZEROS.
      * Ultima descarga (ceros si nunca hubo).
       01  desde-fecha                PIC 9(08)  VALUE ZEROS.
       01  desde-hora                 PIC 9(08)  VALUE ZEROS.
       01  cant-altas                 PIC 9(05)  VALUE ZEROS.
       01  cant-bajas                 PIC 9(05)  VALUE ZEROS.
       01  cant-faltan                PIC 9(05)  VALUE ZEROS.
       01  cant-vigentes              PIC 9(05)  VALUE ZEROS.
      * Codigo en curso con forma de PLU: 5 digitos y el resto en
      * blanco.
       01  cod-trabajo                PIC X(18)  VALUE SPACES.
       01  sw-es-plu                  PIC X(01)  VALUE "N".
           88  codigo-es-plu                     VALUE "S".
      * PLU con novedades desde la ultima descarga.
       01  nov-tab.
           03  nov-tot                PIC 9(03)  VALUE ZEROS.
           03  nov-entrada            OCCURS 999 TIMES.
               05  nov-r-cod              PIC X(18).
      * Un digito mas que nov-tot, como sub-aud en stkaud.cbl.
       01  sub-nov                    PIC 9(04)  VALUE ZEROS.
       01  nov-hallado                PIC 9(04)  VALUE ZEROS.
       01  sw-nov-lleno               PIC X(01)  VALUE "N".
           88  nov-tab-llena                     VALUE "S".
      * PLU vendidos que no estan en el maestro.
       01  fal-tab.
           03  fal-tot                PIC 9(03)  VALUE ZEROS.
           03  fal-entrada            OCCURS 200 TIMES.
               05  fal-r-cod              PIC X(18).
               05  fal-r-veces            PIC 9(05).
               05  fal-r-ultima           PIC 9(08).
       01  sub-fal                    PIC 9(03)  VALUE ZEROS.
       01  fal-hallado                PIC 9(03)  VALUE ZEROS.
       01  sw-fal-lleno               PIC X(01)  VALUE "N".
           88  fal-tab-llena                     VALUE "S".
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
           03  FILLER                 PIC X(26)
               VALUE "DESCARGA DE PLU A BALANZA ".
           03  tit-modo               PIC X(10).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  tit-fecha              PIC 9(08).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  tit-hora               PIC 9(08).
       01  desde-linea.
           03  FILLER                 PIC X(29)
               VALUE "NOVEDADES DESDE LA DESCARGA  ".
           03  desde-l-fecha          PIC 9(08).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  desde-l-hora           PIC 9(08).
       01  det-linea.
           03  det-accion             PIC X(01).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-plu                PIC X(05).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-desc               PIC X(30).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-precio             PIC Z,ZZZ,ZZ9.99.
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-iva                PIC Z9.99.
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-origen             PIC X(10).
       01  fal-linea.
           03  FILLER                 PIC X(22)
               VALUE "PLU SIN MAESTRO       ".
           03  fal-l-cod              PIC X(05).
           03  FILLER                 PIC X(08)  VALUE " vendido".
           03  fal-l-veces            PIC ZZ,ZZ9.
           03  FILLER                 PIC X(17)
               VALUE " vez/veces, ult. ".
           03  fal-l-ultima           PIC 9(08).
       01  tot-linea.
           03  FILLER                 PIC X(08)  VALUE "ALTAS   ".
           03  tot-altas              PIC ZZ,ZZ9.
           03  FILLER                 PIC X(11)  VALUE "   BAJAS   ".
           03  tot-bajas              PIC ZZ,ZZ9.
           03  FILLER                 PIC X(22)
               VALUE "   PLU SIN MAESTRO   ".
           03  tot-faltan             PIC ZZ,ZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
       mainline.
           perform inicializar thru inicializar-exit.
           if modo-completo
              perform descarga-completa thru descarga-completa-exit
           else
              perform descarga-novedades thru descarga-novedades-exit
           end-if.
           perform busca-faltantes thru busca-faltantes-exit.
           perform imprime-totales thru imprime-totales-exit.
           perform graba-ultima thru graba-ultima-exit.
           perform terminar thru terminar-exit.
       inicializar.
           display "BALPLU: descarga C=completa, N=novedades desde "
               "la ultima (vacio = N)?".
           accept modo.
           if modo = "c"
              move "C" to modo.
           if modo = "n" or modo = spaces
              move "N" to modo.
           if not modo-completo and not modo-novedades
              display "BALPLU: modo invalido"
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
              display "BALPLU: no hay descarga anterior en "
                  "BALPLU.ULT, se hace completa"
              move "C" to modo
           end-if.
           open input art-file.
           if fs-art not = "00"
              display "BALPLU: no se pudo abrir ARTMAE.IDX"
              move 8 to return-code
              stop run
           end-if.
           perform carga-precios thru carga-precios-exit.
           open output plu-file.
           if fs-plu not = "00"
              display "BALPLU: no se pudo crear BALPLU.DAT"
              move 8 to return-code
              stop run
           end-if.
           open output rep-file.
           if fs-rep not = "00"
              display "BALPLU: no se pudo crear BALPLU.TXT"
              move 8 to return-code
              stop run
           end-if.
           if modo-completo
              move "COMPLETA" to tit-modo
           else
              move "NOVEDADES" to tit-modo
           end-if.
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
      * Completa: el maestro entero, solo los PLU activos.
      ******************************************************************
       descarga-completa.
           move "N" to sw-fin.
           perform completa-articulo thru completa-articulo-exit
               until fin-archivo.
       descarga-completa-exit.
           exit.
       completa-articulo.
           read art-file next record
               at end
                  set fin-archivo to true
                  go to completa-articulo-exit
           end-read.
           move ART-COD to cod-trabajo.
           perform verifica-plu thru verifica-plu-exit.
           if not codigo-es-plu
              go to completa-articulo-exit.
           if ART-DADO-DE-BAJA
              go to completa-articulo-exit.
           perform graba-alta thru graba-alta-exit.
       completa-articulo-exit.
           exit.
      ******************************************************************
      * Novedades: junta los PLU tocados desde la ultima descarga en
      * ARTHIS.DAT y en las ventanas de PRECIOS.DAT, y manda cada uno
      * como alta/modificacion o como baja segun el maestro de hoy.
      ******************************************************************
       descarga-novedades.
           open input arth-file.
           if fs-arth = "00"
              move "N" to sw-fin
              perform lee-historial thru lee-historial-exit
                  until fin-archivo
              close arth-file
           end-if.
           perform revisa-ventana thru revisa-ventana-exit
               varying sub-prc from 1 by 1 until sub-prc > prc-tot.
           perform manda-novedad thru manda-novedad-exit
               varying sub-nov from 1 by 1 until sub-nov > nov-tot.
       descarga-novedades-exit.
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
           perform anota-novedad thru anota-novedad-exit.
       lee-historial-exit.
           exit.
      * Una ventana que empezo o termino entre la ultima descarga y
      * ahora cambio el precio que rige sin dejar renglon en ARTHIS
      * (el PROMO recien se graba con la primera venta).
       revisa-ventana.
           move prc-t-arti (sub-prc) to cod-trabajo.
           if (prc-t-desde-f (sub-prc) > desde-fecha
               or (prc-t-desde-f (sub-prc) = desde-fecha
                   and prc-t-desde-h (sub-prc) >= desde-hora))
              and (prc-t-desde-f (sub-prc) < ahora-fecha
               or (prc-t-desde-f (sub-prc) = ahora-fecha
                   and prc-t-desde-h (sub-prc) <= ahora-hora))
              perform anota-novedad thru anota-novedad-exit
              go to revisa-ventana-exit.
           if (prc-t-hasta-f (sub-prc) > desde-fecha
               or (prc-t-hasta-f (sub-prc) = desde-fecha
                   and prc-t-hasta-h (sub-prc) >= desde-hora))
              and (prc-t-hasta-f (sub-prc) < ahora-fecha
               or (prc-t-hasta-f (sub-prc) = ahora-fecha
                   and prc-t-hasta-h (sub-prc) <= ahora-hora))
              perform anota-novedad thru anota-novedad-exit.
       revisa-ventana-exit.
           exit.
      * Agrega cod-trabajo a la tabla de novedades si es PLU y no
      * estaba.
       anota-novedad.
           perform verifica-plu thru verifica-plu-exit.
           if not codigo-es-plu
              go to anota-novedad-exit.
           move zeros to nov-hallado.
           perform busca-novedad thru busca-novedad-exit
               varying sub-nov from 1 by 1 until sub-nov > nov-tot.
           if nov-hallado not = zeros
              go to anota-novedad-exit.
           if nov-tot >= 999
              if not nov-tab-llena
                 set nov-tab-llena to true
                 display "BALPLU: mas de 999 PLU con novedades, hacer "
                     "una descarga completa"
              end-if
              go to anota-novedad-exit
           end-if.
           add 1 to nov-tot.
           move cod-trabajo to nov-r-cod (nov-tot).
       anota-novedad-exit.
           exit.
       busca-novedad.
           if nov-r-cod (sub-nov) = cod-trabajo
              move sub-nov to nov-hallado
              move nov-tot to sub-nov
           end-if.
       busca-novedad-exit.
           exit.
       manda-novedad.
           move nov-r-cod (sub-nov) to ART-COD.
           read art-file
               invalid key
                  perform graba-baja thru graba-baja-exit
                  go to manda-novedad-exit
           end-read.
           if ART-DADO-DE-BAJA
              perform graba-baja thru graba-baja-exit
           else
              perform graba-alta thru graba-alta-exit
           end-if.
       manda-novedad-exit.
           exit.
      ******************************************************************
      * Renglones de BALPLU.DAT, con su linea de control.
      ******************************************************************
       graba-alta.
           perform busca-precio-vigente thru busca-precio-vigente-exit.
           move spaces to plu-reg det-linea.
           move "A" to plu-accion.
           move ART-COD (1:5) to plu-numero.
           if ART-DESC = spaces
              move ART-COD to plu-desc
           else
              move ART-DESC to plu-desc
           end-if.
           if hay-precio-vigente
              move prc-prec-vig to conv-texto
              move prc-iva-vig to plu-iva
              move "PRECIOS" to det-origen
              add 1 to cant-vigentes
           else
              move ART-PREC to conv-texto
              move ART-IVA to plu-iva
              move "MAESTRO" to det-origen
           end-if.
           perform conv-a-numero thru conv-a-numero-exit.
           move conv-importe to plu-precio.
           write plu-reg.
           add 1 to cant-altas.
           move plu-accion to det-accion.
           move plu-numero to det-plu.
           move plu-desc to det-desc.
           move plu-precio to det-precio.
           move plu-iva to det-iva.
           move det-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       graba-alta-exit.
           exit.
       graba-baja.
           move spaces to plu-reg det-linea.
           move "B" to plu-accion.
           move nov-r-cod (sub-nov) (1:5) to plu-numero.
           move zeros to plu-precio plu-iva.
           write plu-reg.
           add 1 to cant-bajas.
           move plu-accion to det-accion.
           move plu-numero to det-plu.
           move "(baja o fuera del maestro)" to det-desc.
           move det-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       graba-baja-exit.
           exit.
      * 5 digitos y el resto del codigo en blanco.
       verifica-plu.
           move "N" to sw-es-plu.
           if cod-trabajo (1:5) numeric
              and cod-trabajo (6:13) = spaces
              set codigo-es-plu to true.
       verifica-plu-exit.
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
      ******************************************************************
      * PLU vendidos desde la ultima descarga que no estan en el
      * maestro: la etiqueta vino de una balanza con un PLU que la
      * caja no conoce (se vendio con supervisor o quedo afuera del
      * maestro despues de la venta).
      ******************************************************************
       busca-faltantes.
           open input exp-file.
           if fs-exp not = "00"
              go to busca-faltantes-exit.
           move "N" to sw-fin.
           perform revisa-venta thru revisa-venta-exit
               until fin-archivo.
           close exp-file.
           if fal-tot = zeros
              go to busca-faltantes-exit.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           perform imprime-faltante thru imprime-faltante-exit
               varying sub-fal from 1 by 1 until sub-fal > fal-tot.
       busca-faltantes-exit.
           exit.
       revisa-venta.
           read exp-file
               at end
                  set fin-archivo to true
                  go to revisa-venta-exit
           end-read.
           if not EXP-ES-DETALLE
              go to revisa-venta-exit.
           if EXP-FECHA < desde-fecha
              go to revisa-venta-exit.
           move EXP-ARTI-C to cod-trabajo.
           perform verifica-plu thru verifica-plu-exit.
           if not codigo-es-plu
              go to revisa-venta-exit.
           move EXP-ARTI-C to ART-COD.
           read art-file
               invalid key
                  perform anota-faltante thru anota-faltante-exit
           end-read.
       revisa-venta-exit.
           exit.
       anota-faltante.
           move zeros to fal-hallado.
           perform busca-faltante thru busca-faltante-exit
               varying sub-fal from 1 by 1 until sub-fal > fal-tot.
           if fal-hallado = zeros
              if fal-tot >= 200
                 if not fal-tab-llena
                    set fal-tab-llena to true
                    display "BALPLU: mas de 200 PLU sin maestro, el "
                        "excedente no se lista"
                 end-if
                 go to anota-faltante-exit
              end-if
              add 1 to fal-tot
              move fal-tot to fal-hallado
              move EXP-ARTI-C to fal-r-cod (fal-hallado)
              move zeros to fal-r-veces (fal-hallado)
              add 1 to cant-faltan
           end-if.
           add 1 to fal-r-veces (fal-hallado).
           move EXP-FECHA to fal-r-ultima (fal-hallado).
       anota-faltante-exit.
           exit.
       busca-faltante.
           if fal-r-cod (sub-fal) = EXP-ARTI-C
              move sub-fal to fal-hallado
              move fal-tot to sub-fal
           end-if.
       busca-faltante-exit.
           exit.
       imprime-faltante.
           move fal-r-cod (sub-fal) (1:5) to fal-l-cod.
           move fal-r-veces (sub-fal) to fal-l-veces.
           move fal-r-ultima (sub-fal) to fal-l-ultima.
           move fal-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       imprime-faltante-exit.
           exit.
       imprime-totales.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move cant-altas to tot-altas.
           move cant-bajas to tot-bajas.
           move cant-faltan to tot-faltan.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       imprime-totales-exit.
           exit.
      * La descarga quedo armada: la proxima de novedades arranca
      * desde el momento en que empezo esta.
       graba-ultima.
           if nov-tab-llena
              move 4 to rc-corrida
              display "BALPLU: BALPLU.ULT queda sin cambios, faltaron "
                  "PLU en esta descarga"
              go to graba-ultima-exit.
           open output ult-file.
           if fs-ult not = "00"
              display "BALPLU: no se pudo grabar BALPLU.ULT"
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
           close art-file plu-file rep-file.
           display "BALPLU: " cant-altas " PLU a la balanza ("
               cant-vigentes " con precio programado), "
               cant-bajas " baja(s), " cant-faltan
               " PLU vendido(s) sin maestro".
           move rc-corrida to return-code.
           stop run.
       terminar-exit.
           exit.
