       IDENTIFICATION DIVISION.
       PROGRAM-ID.                kitmae.
       AUTHOR.                    Soporte Tecnico.
       INSTALLATION.              Contolador Fiscal para Windows.
       DATE-WRITTEN.              2026-10-15.
       DATE-COMPILED.             2026-10-15.
      ******************************************************************
      * Kits y combos: mantenimiento de la composicion de los kits
      * (KITMAE.IDX, kitreg.cpy) contra el maestro de articulos. El
      * kit se da de alta como cualquier articulo desde la pantalla
      * de articulos de wfis.cbl (codigo, descripcion, precio, IVA);
      * aca se le cargan los componentes, que son los que mueven el
      * stock cuando el kit se vende.
      * Operaciones por consola, una por vuelta:
      *   K  composicion de un kit: articulo existente del maestro y
      *      sus componentes (articulos existentes y activos, que no
      *      sean el mismo kit ni otro kit) con la cantidad de cada
      *      uno por kit (admite decimales para la mercaderia
      *      pesable). Con confirmacion reemplaza la composicion
      *      anterior entera,
      *   B  baja de la composicion: el articulo deja de ser kit y
      *      vuelve a mover su propio stock,
      *   L  listado de todos los kits en KITMAE.TXT, con el costo de
      *      cada componente (ART-COSTO vigente), el costo del kit y
      *      su precio de venta.
      * Los kits no se anidan: un kit no puede ser componente de
      * otro, porque la explosion de la caja es de un solo nivel.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-PC.
       OBJECT-COMPUTER.           IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT kit-file ASSIGN "KITMAE.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KIT-CLAVE
                  FILE STATUS IS fs-kit.
           SELECT art-file ASSIGN "ARTMAE.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ART-COD
                  FILE STATUS IS fs-art.
           SELECT rep-file ASSIGN "KITMAE.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-rep.
       DATA DIVISION.
       FILE SECTION.
       FD  kit-file.
           copy "kitreg.cpy".
       FD  art-file.
           copy "artreg.cpy".
       FD  rep-file.
       01  rep-linea                  PIC X(80).
       WORKING-STORAGE SECTION.
       01  fs-kit                     PIC X(02)  VALUE "00".
       01  fs-art                     PIC X(02)  VALUE "00".
       01  fs-rep                     PIC X(02)  VALUE "00".
       01  operacion                  PIC X(01)  VALUE SPACES.
       01  confirma                   PIC X(01)  VALUE SPACES.
       01  cant-grabados              PIC 9(04)  VALUE ZEROS.
       01  cant-bajas                 PIC 9(04)  VALUE ZEROS.
       01  cant-kits                  PIC 9(04)  VALUE ZEROS.
       01  sw-fin                     PIC X(01)  VALUE "N".
           88  fin-archivo                       VALUE "S".
       01  sw-es-comp                 PIC X(01)  VALUE "N".
           88  articulo-es-componente            VALUE "S".
       01  sw-kit-cancel              PIC X(01)  VALUE "N".
           88  kit-cancelado                     VALUE "S".
      * Kit en curso.
       01  kit-actual                 PIC X(18)  VALUE SPACES.
       01  kit-comp-tab.
           03  kit-c-tot              PIC 9(02)  VALUE ZEROS.
           03  kit-c-ent              OCCURS 20 TIMES.
               05  kit-c-arti             PIC X(18).
               05  kit-c-cant             PIC 9(05)V99.
       01  sub-kit                    PIC 9(02)  VALUE ZEROS.
       01  kit-hallado                PIC 9(02)  VALUE ZEROS.
       01  kit-renglon-n              PIC 9(02)  VALUE ZEROS.
       01  cap-kit                    PIC X(18)  VALUE SPACES.
       01  cap-arti                   PIC X(18)  VALUE SPACES.
       01  cap-cant                   PIC X(10)  VALUE SPACES.
      * Costeo del listado.
       01  kit-costo                  PIC 9(09)V99 VALUE ZEROS.
       01  comp-costo                 PIC 9(09)V99 VALUE ZEROS.
       01  kit-anterior               PIC X(18)  VALUE SPACES.
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
           03  FILLER                 PIC X(28)
               VALUE "COMPOSICION DE KITS Y COMBOS".
           03  FILLER                 PIC X(02)  VALUE SPACES.
           03  tit-fecha              PIC 9(08).
       01  kit-linea.
           03  FILLER                 PIC X(05)  VALUE "KIT  ".
           03  kit-l-cod              PIC X(18).
       01  comp-linea.
           03  FILLER                 PIC X(05)  VALUE SPACES.
           03  comp-l-cod             PIC X(18).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  comp-l-cant            PIC ZZ,ZZ9.99.
           03  FILLER                 PIC X(03)  VALUE " x ".
           03  comp-l-costo           PIC Z,ZZZ,ZZ9.99.
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  comp-l-imp             PIC ZZZ,ZZZ,ZZ9.99.
           03  comp-l-marca           PIC X(12).
       01  tot-linea.
           03  FILLER                 PIC X(11)  VALUE "     COSTO ".
           03  tot-l-costo            PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                 PIC X(09)  VALUE "  PRECIO ".
           03  tot-l-precio           PIC X(10).
      ******************************************************************
       PROCEDURE DIVISION.
       mainline.
           perform inicializar thru inicializar-exit.
           perform procesa-operacion thru procesa-operacion-exit
               until operacion = "F".
           perform terminar thru terminar-exit.
       inicializar.
      * El archivo de kits se crea vacio la primera vez, como
      * OCOMPRA.IDX en ocompra.cbl.
           open i-o kit-file.
           if fs-kit = "35"
              open output kit-file
              close kit-file
              open i-o kit-file
           end-if.
           if fs-kit not = "00"
              display "KITMAE: no se pudo abrir KITMAE.IDX "
                  "(estado " fs-kit ")"
              stop run
           end-if.
           open input art-file.
           if fs-art not = "00"
              display "KITMAE: no se pudo abrir ARTMAE.IDX"
              stop run
           end-if.
       inicializar-exit.
           exit.
      ******************************************************************
      * Una operacion por vuelta.
      ******************************************************************
       procesa-operacion.
           display "KITMAE: K=composicion de kit, B=baja de kit, "
               "L=listado, F=fin?".
           accept operacion.
           if operacion = "k"
              move "K" to operacion.
           if operacion = "b"
              move "B" to operacion.
           if operacion = "l"
              move "L" to operacion.
           if operacion = "f"
              move "F" to operacion.
           evaluate operacion
              when "K"
                 perform captura-kit thru captura-kit-exit
              when "B"
                 perform baja-kit thru baja-kit-exit
              when "L"
                 perform lista-kits thru lista-kits-exit
              when "F"
                 continue
              when other
                 display "KITMAE: operacion invalida"
           end-evaluate.
       procesa-operacion-exit.
           exit.
      ******************************************************************
      * Composicion de un kit: se muestra la actual, se teclean los
      * componentes y con la confirmacion se reemplaza entera.
      ******************************************************************
       captura-kit.
           move "N" to sw-kit-cancel.
           move zeros to kit-c-tot.
           perform pide-kit thru pide-kit-exit.
           if kit-cancelado
              go to captura-kit-exit.
           perform pide-componentes thru pide-componentes-exit.
           if kit-c-tot = zeros
              display "KITMAE: kit sin componentes, descartado (para "
                  "que deje de ser kit usar la operacion B)"
              go to captura-kit-exit.
           display "KITMAE: " kit-c-tot " componente(s) para "
               kit-actual.
           display "KITMAE: confirmar y grabar la composicion (S/N)?".
           accept confirma.
           if confirma not = "S" and confirma not = "s"
              display "KITMAE: composicion descartada"
              go to captura-kit-exit.
           perform borra-renglones thru borra-renglones-exit.
           perform graba-renglon thru graba-renglon-exit
               varying sub-kit from 1 by 1 until sub-kit > kit-c-tot.
           add 1 to cant-grabados.
           display "KITMAE: kit " kit-actual " grabado en KITMAE.IDX".
       captura-kit-exit.
           exit.
       pide-kit.
           display "KITMAE: codigo del kit (vacio = volver)?".
           move spaces to cap-kit.
           accept cap-kit.
           if cap-kit = spaces
              set kit-cancelado to true
              go to pide-kit-exit.
           move cap-kit to ART-COD.
           read art-file
               invalid key
                  display "KITMAE: el kit tiene que estar en el "
                      "maestro de articulos"
                  go to pide-kit
               not invalid key
                  continue
           end-read.
           move cap-kit to cap-arti.
           perform busca-en-kits thru busca-en-kits-exit.
           if articulo-es-componente
              display "KITMAE: el articulo es componente de otro kit"
              go to pide-kit.
           move cap-kit to kit-actual.
           display "KITMAE: composicion actual de " kit-actual.
           move zeros to kit-renglon-n.
           move "N" to sw-fin.
           perform muestra-renglon thru muestra-renglon-exit
               until fin-archivo.
           if kit-renglon-n = zeros
              display "KITMAE: (ninguna, el articulo no es kit)".
       pide-kit-exit.
           exit.
       muestra-renglon.
           move kit-actual to KIT-COD.
           compute KIT-RENGLON = kit-renglon-n + 1.
           read kit-file
               invalid key
                  set fin-archivo to true
                  go to muestra-renglon-exit
           end-read.
           add 1 to kit-renglon-n.
           display "KITMAE:   " KIT-COMP " x " KIT-CANT.
       muestra-renglon-exit.
           exit.
      * Componentes: articulo existente y activo que no sea el kit
      * ni otro kit, cantidad mayor a cero; el mismo componente dos
      * veces suma en el renglon ya cargado.
       pide-componentes.
           display "KITMAE: componente (vacio = fin)?".
           move spaces to cap-arti.
           accept cap-arti.
           if cap-arti = spaces
              go to pide-componentes-exit.
           if cap-arti = kit-actual
              display "KITMAE: el kit no puede ser su propio "
                  "componente"
              go to pide-componentes.
           move cap-arti to ART-COD.
           read art-file
               invalid key
                  display "KITMAE: articulo inexistente en el maestro"
                  go to pide-componentes
               not invalid key
                  continue
           end-read.
           if ART-DADO-DE-BAJA
              display "KITMAE: articulo dado de baja"
              go to pide-componentes.
           move cap-arti to KIT-COD.
           move 1 to KIT-RENGLON.
           read kit-file
               invalid key
                  continue
               not invalid key
                  display "KITMAE: el componente es a su vez un kit"
                  go to pide-componentes
           end-read.
           display "KITMAE: cantidad por kit?".
           move spaces to cap-cant.
           accept cap-cant.
           move cap-cant to conv-texto.
           perform conv-a-numero thru conv-a-numero-exit.
           if conv-importe = zeros or conv-importe > 99999.99
              display "KITMAE: cantidad invalida"
              go to pide-componentes.
           perform busca-componente thru busca-componente-exit.
           move kit-hallado to sub-kit.
           if sub-kit = zeros
              if kit-c-tot >= 20
                 display "KITMAE: tope de 20 componentes por kit"
                 go to pide-componentes-exit
              end-if
              add 1 to kit-c-tot
              move kit-c-tot to sub-kit
              move cap-arti to kit-c-arti (sub-kit)
              move zeros to kit-c-cant (sub-kit)
           end-if.
           add conv-importe to kit-c-cant (sub-kit).
           go to pide-componentes.
       pide-componentes-exit.
           exit.
       busca-componente.
           move zeros to kit-hallado.
           perform compara-componente thru compara-componente-exit
               varying sub-kit from 1 by 1 until sub-kit > kit-c-tot.
       busca-componente-exit.
           exit.
       compara-componente.
           if kit-c-arti (sub-kit) = cap-arti
              move sub-kit to kit-hallado
              move kit-c-tot to sub-kit
           end-if.
       compara-componente-exit.
           exit.
      * Recorre KITMAE.IDX entero buscando cap-arti como componente
      * de algun kit distinto del que se esta cargando. Se reabre el
      * archivo para leerlo desde el principio.
       busca-en-kits.
           move "N" to sw-es-comp sw-fin.
           close kit-file.
           open i-o kit-file.
           perform compara-en-kits thru compara-en-kits-exit
               until fin-archivo.
       busca-en-kits-exit.
           exit.
       compara-en-kits.
           read kit-file next record
               at end
                  set fin-archivo to true
                  go to compara-en-kits-exit
           end-read.
           if KIT-COMP = cap-arti and KIT-COD not = cap-arti
              set articulo-es-componente to true
              set fin-archivo to true
           end-if.
       compara-en-kits-exit.
           exit.
      * Borra los renglones actuales del kit (01 en adelante,
      * consecutivos).
       borra-renglones.
           move zeros to kit-renglon-n.
           move "N" to sw-fin.
           perform borra-un-renglon thru borra-un-renglon-exit
               until fin-archivo.
       borra-renglones-exit.
           exit.
       borra-un-renglon.
           move kit-actual to KIT-COD.
           compute KIT-RENGLON = kit-renglon-n + 1.
           delete kit-file record
               invalid key
                  set fin-archivo to true
                  go to borra-un-renglon-exit
           end-delete.
           add 1 to kit-renglon-n.
       borra-un-renglon-exit.
           exit.
       graba-renglon.
           move spaces to KIT-REG.
           move kit-actual to KIT-COD.
           move sub-kit to KIT-RENGLON.
           move kit-c-arti (sub-kit) to KIT-COMP.
           move kit-c-cant (sub-kit) to KIT-CANT.
           write KIT-REG
               invalid key
                  display "KITMAE: no se pudo grabar el renglon "
                      sub-kit " del kit (estado " fs-kit ")"
           end-write.
       graba-renglon-exit.
           exit.
      ******************************************************************
      * Baja de la composicion: el articulo queda en el maestro y
      * vuelve a ser un articulo comun.
      ******************************************************************
       baja-kit.
           display "KITMAE: codigo del kit a dar de baja (vacio = "
               "volver)?".
           move spaces to kit-actual.
           accept kit-actual.
           if kit-actual = spaces
              go to baja-kit-exit.
           move kit-actual to KIT-COD.
           move 1 to KIT-RENGLON.
           read kit-file
               invalid key
                  display "KITMAE: el articulo no es kit"
                  go to baja-kit-exit
               not invalid key
                  continue
           end-read.
           display "KITMAE: quitar la composicion de " kit-actual
               " (S/N)?".
           accept confirma.
           if confirma not = "S" and confirma not = "s"
              go to baja-kit-exit.
           perform borra-renglones thru borra-renglones-exit.
           add 1 to cant-bajas.
           display "KITMAE: " kit-renglon-n " renglon(es) borrado(s)".
       baja-kit-exit.
           exit.
      ******************************************************************
      * Listado de todos los kits con el costo de sus componentes.
      ******************************************************************
       lista-kits.
           open output rep-file.
           if fs-rep not = "00"
              display "KITMAE: no se pudo crear KITMAE.TXT"
              go to lista-kits-exit.
           accept tit-fecha from date yyyymmdd.
           move tit-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move spaces to kit-anterior.
           move zeros to cant-kits kit-costo.
           move "N" to sw-fin.
           close kit-file.
           open i-o kit-file.
           perform lista-renglon thru lista-renglon-exit
               until fin-archivo.
           if kit-anterior not = spaces
              perform lista-total thru lista-total-exit.
           close rep-file.
           display "KITMAE: " cant-kits " kit(s) listado(s) en "
               "KITMAE.TXT".
       lista-kits-exit.
           exit.
       lista-renglon.
           read kit-file next record
               at end
                  set fin-archivo to true
                  go to lista-renglon-exit
           end-read.
           if KIT-COD not = kit-anterior
              if kit-anterior not = spaces
                 perform lista-total thru lista-total-exit
              end-if
              add 1 to cant-kits
              move KIT-COD to kit-anterior
              move zeros to kit-costo
              move spaces to rep-linea
              perform graba-linea thru graba-linea-exit
              move KIT-COD to kit-l-cod
              move kit-linea to rep-linea
              perform graba-linea thru graba-linea-exit
           end-if.
           move KIT-COMP to comp-l-cod.
           move KIT-CANT to comp-l-cant.
           move spaces to comp-l-marca.
           move KIT-COMP to ART-COD.
           read art-file
               invalid key
                  move zeros to ART-COSTO
                  move " SIN MAESTRO" to comp-l-marca
           end-read.
           compute comp-costo rounded = KIT-CANT * ART-COSTO.
           add comp-costo to kit-costo.
           move ART-COSTO to comp-l-costo.
           move comp-costo to comp-l-imp.
           move comp-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       lista-renglon-exit.
           exit.
       lista-total.
           move spaces to tot-l-precio.
           move kit-anterior to ART-COD.
           read art-file
               invalid key
                  move "SIN MAESTRO" to tot-l-precio
               not invalid key
                  move ART-PREC to tot-l-precio
           end-read.
           move kit-costo to tot-l-costo.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       lista-total-exit.
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
           close kit-file art-file.
           display "KITMAE: " cant-grabados " kit(s) grabado(s), "
               cant-bajas " baja(s)".
           stop run.
       terminar-exit.
           exit.
