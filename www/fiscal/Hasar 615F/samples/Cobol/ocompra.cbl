       IDENTIFICATION DIVISION.
       PROGRAM-ID.                ocompra.
       AUTHOR.                    Soporte Tecnico.
       INSTALLATION.              Contolador Fiscal para Windows.
       DATE-WRITTEN.              2026-10-14.
       DATE-COMPILED.             2026-10-14.
      ******************************************************************
      * Compras a proveedores: mantenimiento del maestro de
      * proveedores (PROVMAE.IDX, provreg.cpy) y emision de ordenes
      * de compra (OCOMPRA.IDX, ocreg.cpy) contra el maestro de
      * articulos, para que la recepcion de mercaderia de wfis.cbl
      * pueda controlar lo que llega contra lo que se pidio.
      * Operaciones por consola, una por vuelta:
      *   P  alta o cambio de un proveedor (CUIT con digito
      *      verificador, nombre, plazo de entrega en dias, plazo y
      *      condicion de pago, activo S/N),
      *   O  orden nueva: proveedor activo del maestro, renglones de
      *      articulos existentes y activos en ARTMAE.IDX con la
      *      cantidad y el costo pactado (en blanco toma el ART-COSTO
      *      vigente); la fecha de entrega prevista es la de emision
      *      mas el plazo de entrega del proveedor. Con confirmacion
      *      se graba bajo el proximo numero (OCNUM.DAT, mismo
      *      esquema que FECAENUM.DAT) y se imprime el documento
      *      OCnnnnnn.TXT para mandarle al proveedor,
      *   C  cierre a mano de una orden abierta cuyo faltante ya no
      *      va a llegar (la recepcion la cierra sola cuando llega
      *      todo).
      * El reporte de ordenes pendientes y vencidas por proveedor es
      * ocpend.cbl.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-PC.
       OBJECT-COMPUTER.           IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT prv-file ASSIGN "PROVMAE.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRV-CUIT
                  FILE STATUS IS fs-prv.
           SELECT oc-file ASSIGN "OCOMPRA.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OC-CLAVE
                  FILE STATUS IS fs-oc.
           SELECT art-file ASSIGN "ARTMAE.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ART-COD
                  FILE STATUS IS fs-art.
           SELECT ocn-file ASSIGN "OCNUM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-ocn.
           SELECT ocd-file ASSIGN ocd-nombre
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-ocd.
       DATA DIVISION.
       FILE SECTION.
       FD  prv-file.
           copy "provreg.cpy".
       FD  oc-file.
           copy "ocreg.cpy".
       FD  art-file.
           copy "artreg.cpy".
       FD  ocn-file.
       01  ocn-reg                    PIC 9(06).
       FD  ocd-file.
       01  ocd-linea                  PIC X(80).
       WORKING-STORAGE SECTION.
       01  fs-prv                     PIC X(02)  VALUE "00".
       01  fs-oc                      PIC X(02)  VALUE "00".
       01  fs-art                     PIC X(02)  VALUE "00".
       01  fs-ocn                     PIC X(02)  VALUE "00".
       01  fs-ocd                     PIC X(02)  VALUE "00".
       01  ocd-nombre                 PIC X(20)  VALUE SPACES.
       01  operacion                  PIC X(01)  VALUE SPACES.
       01  cant-proveedores           PIC 9(04)  VALUE ZEROS.
       01  cant-ordenes               PIC 9(04)  VALUE ZEROS.
       01  cant-cerradas              PIC 9(04)  VALUE ZEROS.
       01  hoy-fecha                  PIC 9(08)  VALUE ZEROS.
       01  confirma                   PIC X(01)  VALUE SPACES.
      * Proveedor tecleado.
       01  cap-cuit                   PIC X(11)  VALUE ZEROS.
       01  cap-cuit-num REDEFINES cap-cuit PIC 9(11).
       01  cap-nombre                 PIC X(30)  VALUE SPACES.
       01  cap-plazo-x                PIC X(03)  VALUE SPACES.
       01  cap-plazo REDEFINES cap-plazo-x PIC 9(03).
       01  cap-pago-x                 PIC X(03)  VALUE SPACES.
       01  cap-pago REDEFINES cap-pago-x PIC 9(03).
       01  cap-cond                   PIC X(20)  VALUE SPACES.
       01  cap-activo                 PIC X(01)  VALUE SPACES.
       01  sw-prv-existe              PIC X(01)  VALUE "N".
           88  prv-existe                        VALUE "S".
      * Orden en curso.
       01  oc-nro                     PIC 9(06)  VALUE ZEROS.
       01  oc-nro-x REDEFINES oc-nro  PIC X(06).
       01  oc-entrega                 PIC 9(08)  VALUE ZEROS.
       01  oc-lin-tab.
           03  oc-lin-tot             PIC 9(02)  VALUE ZEROS.
           03  oc-lin-ent             OCCURS 50 TIMES.
               05  oc-l-arti              PIC X(18).
               05  oc-l-cant              PIC 9(07)V99.
               05  oc-l-costo             PIC 9(07)V99.
       01  sub-oc                     PIC 9(02)  VALUE ZEROS.
       01  oc-hallado                 PIC 9(02)  VALUE ZEROS.
       01  cap-arti                   PIC X(18)  VALUE SPACES.
       01  cap-cant                   PIC X(10)  VALUE SPACES.
       01  cap-costo                  PIC X(10)  VALUE SPACES.
       01  oc-total                   PIC 9(09)V99 VALUE ZEROS.
       01  oc-total-ed                PIC ZZZ,ZZZ,ZZ9.99.
       01  sw-oc-cancel               PIC X(01)  VALUE "N".
           88  orden-cancelada                   VALUE "S".
      * Suma de dias corridos a una fecha AAAAMMDD, sin rutinas del
      * runtime: se avanza de a un dia respetando el largo de cada
      * mes y los anos bisiestos.
       01  fec-trabajo                PIC 9(08)  VALUE ZEROS.
       01  fec-trabajo-r REDEFINES fec-trabajo.
           03  fec-anio               PIC 9(04).
           03  fec-mes                PIC 9(02).
           03  fec-dia                PIC 9(02).
       01  fec-dias                   PIC 9(03)  VALUE ZEROS.
       01  fec-sub                    PIC 9(03)  VALUE ZEROS.
       01  fec-ult-dia                PIC 9(02)  VALUE ZEROS.
       01  fec-cociente               PIC 9(04)  VALUE ZEROS.
       01  fec-resto-4                PIC 9(04)  VALUE ZEROS.
       01  fec-resto-100              PIC 9(04)  VALUE ZEROS.
       01  fec-resto-400              PIC 9(04)  VALUE ZEROS.
       01  fec-dias-mes-valores.
           03  FILLER                 PIC 9(02)  VALUE 31.
           03  FILLER                 PIC 9(02)  VALUE 28.
           03  FILLER                 PIC 9(02)  VALUE 31.
           03  FILLER                 PIC 9(02)  VALUE 30.
           03  FILLER                 PIC 9(02)  VALUE 31.
           03  FILLER                 PIC 9(02)  VALUE 30.
           03  FILLER                 PIC 9(02)  VALUE 31.
           03  FILLER                 PIC 9(02)  VALUE 31.
           03  FILLER                 PIC 9(02)  VALUE 30.
           03  FILLER                 PIC 9(02)  VALUE 31.
           03  FILLER                 PIC 9(02)  VALUE 30.
           03  FILLER                 PIC 9(02)  VALUE 31.
       01  fec-dias-mes REDEFINES fec-dias-mes-valores.
           03  fec-largo-mes          PIC 9(02)  OCCURS 12 TIMES.
      * Validacion del CUIT (digito verificador modulo 11), mismo
      * esquema que valida-cli en wfis.cbl.
       01  cuit-pesos-valores.
           03 FILLER PIC 9 VALUE 5.
           03 FILLER PIC 9 VALUE 4.
           03 FILLER PIC 9 VALUE 3.
           03 FILLER PIC 9 VALUE 2.
           03 FILLER PIC 9 VALUE 7.
           03 FILLER PIC 9 VALUE 6.
           03 FILLER PIC 9 VALUE 5.
           03 FILLER PIC 9 VALUE 4.
           03 FILLER PIC 9 VALUE 3.
           03 FILLER PIC 9 VALUE 2.
       01  cuit-pesos REDEFINES cuit-pesos-valores.
           03 cuit-peso               PIC 9  OCCURS 10 TIMES.
       01  cuit-digitos.
           03  cuit-dig               PIC 9  OCCURS 11 TIMES.
       01  sub-cuit                   PIC 9(02)  VALUE ZEROS.
       01  cuit-suma                  PIC 9(04)  VALUE ZEROS.
       01  cuit-cociente              PIC 9(03)  VALUE ZEROS.
       01  cuit-resto                 PIC 9(02)  VALUE ZEROS.
       01  cuit-verif                 PIC 9(02)  VALUE ZEROS.
       01  cuit-valido-sw             PIC X(01)  VALUE "N".
           88  cuit-es-valido                    VALUE "S".
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
      * Documento de la orden para el proveedor.
       01  ocd-cab-linea.
           03  FILLER                 PIC X(17)
               VALUE "ORDEN DE COMPRA  ".
           03  ocd-cab-nro            PIC 9(06).
           03  FILLER                 PIC X(08)  VALUE "  FECHA ".
           03  ocd-cab-fecha          PIC 9(08).
           03  FILLER                 PIC X(11)  VALUE "  ENTREGA  ".
           03  ocd-cab-ent            PIC 9(08).
       01  ocd-prv-linea.
           03  FILLER                 PIC X(11)  VALUE "PROVEEDOR  ".
           03  ocd-prv-cuit           PIC X(11).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  ocd-prv-nombre         PIC X(30).
       01  ocd-pag-linea.
           03  FILLER                 PIC X(11)  VALUE "PAGO       ".
           03  ocd-pag-dias           PIC ZZ9.
           03  FILLER                 PIC X(07)  VALUE " dias  ".
           03  ocd-pag-cond           PIC X(20).
       01  ocd-det-linea.
           03  ocd-det-arti           PIC X(18).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  ocd-det-cant           PIC Z,ZZZ,ZZ9.99.
           03  FILLER                 PIC X(03)  VALUE " x ".
           03  ocd-det-costo          PIC Z,ZZZ,ZZ9.99.
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  ocd-det-imp            PIC ZZZ,ZZZ,ZZ9.99.
       01  ocd-tot-linea.
           03  FILLER                 PIC X(47)  VALUE "TOTAL".
           03  ocd-tot-ed             PIC ZZZ,ZZZ,ZZ9.99.
      ******************************************************************
       PROCEDURE DIVISION.
       mainline.
           perform inicializar thru inicializar-exit.
           perform procesa-operacion thru procesa-operacion-exit
               until operacion = "F".
           perform terminar thru terminar-exit.
       inicializar.
      * Los dos maestros nuevos se crean vacios la primera vez, como
      * CLIMAE.IDX en abre-clientes de wfis.cbl.
           open i-o prv-file.
           if fs-prv = "35"
              open output prv-file
              close prv-file
              open i-o prv-file
           end-if.
           if fs-prv not = "00"
              display "OCOMPRA: no se pudo abrir PROVMAE.IDX "
                  "(estado " fs-prv ")"
              stop run
           end-if.
           open i-o oc-file.
           if fs-oc = "35"
              open output oc-file
              close oc-file
              open i-o oc-file
           end-if.
           if fs-oc not = "00"
              display "OCOMPRA: no se pudo abrir OCOMPRA.IDX "
                  "(estado " fs-oc ")"
              stop run
           end-if.
           open input art-file.
           if fs-art not = "00"
              display "OCOMPRA: no se pudo abrir ARTMAE.IDX"
              stop run
           end-if.
           accept hoy-fecha from date yyyymmdd.
       inicializar-exit.
           exit.
      ******************************************************************
      * Una operacion por vuelta.
      ******************************************************************
       procesa-operacion.
           display "OCOMPRA: P=proveedor, O=orden nueva, "
               "C=cerrar orden, F=fin?".
           accept operacion.
           if operacion = "p"
              move "P" to operacion.
           if operacion = "o"
              move "O" to operacion.
           if operacion = "c"
              move "C" to operacion.
           if operacion = "f"
              move "F" to operacion.
           evaluate operacion
              when "P"
                 perform abm-proveedor thru abm-proveedor-exit
              when "O"
                 perform captura-orden thru captura-orden-exit
              when "C"
                 perform cierra-orden thru cierra-orden-exit
              when "F"
                 continue
              when other
                 display "OCOMPRA: operacion invalida"
           end-evaluate.
       procesa-operacion-exit.
           exit.
      ******************************************************************
      * Alta o cambio de un proveedor: con el CUIT ya cargado se
      * muestran los datos actuales y un campo en blanco los
      * conserva.
      ******************************************************************
       abm-proveedor.
           display "OCOMPRA: CUIT del proveedor (vacio = volver)?".
           move spaces to cap-cuit.
           accept cap-cuit.
           if cap-cuit = spaces
              go to abm-proveedor-exit.
           perform valida-cuit thru valida-cuit-exit.
           if not cuit-es-valido
              display "OCOMPRA: CUIT con digito verificador invalido"
              go to abm-proveedor.
           move "N" to sw-prv-existe.
           move cap-cuit to PRV-CUIT.
           read prv-file
               invalid key
                  move spaces to PRV-NOMBRE PRV-COND-PAGO
                  move zeros to PRV-PLAZO-ENTREGA PRV-PLAZO-PAGO
                  set PRV-ESTA-ACTIVO to true
                  display "OCOMPRA: proveedor nuevo"
               not invalid key
                  set prv-existe to true
                  display "OCOMPRA: " PRV-NOMBRE " entrega "
                      PRV-PLAZO-ENTREGA " dias, pago "
                      PRV-PLAZO-PAGO " dias " PRV-COND-PAGO
                      " activo " PRV-ACTIVO
           end-read.
           display "OCOMPRA: nombre?".
           move spaces to cap-nombre.
           accept cap-nombre.
           if cap-nombre not = spaces
              move cap-nombre to PRV-NOMBRE.
           if PRV-NOMBRE = spaces
              display "OCOMPRA: el proveedor necesita un nombre"
              go to abm-proveedor-exit.
           display "OCOMPRA: plazo de entrega en dias?".
           move spaces to cap-plazo-x.
           accept cap-plazo-x.
           if cap-plazo-x not = spaces
              if cap-plazo-x numeric
                 move cap-plazo to PRV-PLAZO-ENTREGA
              else
                 display "OCOMPRA: plazo invalido, queda "
                     PRV-PLAZO-ENTREGA
              end-if
           end-if.
           display "OCOMPRA: plazo de pago en dias (0 = contado)?".
           move spaces to cap-pago-x.
           accept cap-pago-x.
           if cap-pago-x not = spaces
              if cap-pago-x numeric
                 move cap-pago to PRV-PLAZO-PAGO
              else
                 display "OCOMPRA: plazo invalido, queda "
                     PRV-PLAZO-PAGO
              end-if
           end-if.
           display "OCOMPRA: condicion de pago (texto)?".
           move spaces to cap-cond.
           accept cap-cond.
           if cap-cond not = spaces
              move cap-cond to PRV-COND-PAGO.
           display "OCOMPRA: activo (S/N)?".
           move spaces to cap-activo.
           accept cap-activo.
           if cap-activo = "s"
              move "S" to cap-activo.
           if cap-activo = "n"
              move "N" to cap-activo.
           if cap-activo = "S" or cap-activo = "N"
              move cap-activo to PRV-ACTIVO.
           if prv-existe
              rewrite PRV-REG
           else
              write PRV-REG
           end-if.
           add 1 to cant-proveedores.
           display "OCOMPRA: proveedor grabado en PROVMAE.IDX".
       abm-proveedor-exit.
           exit.
      ******************************************************************
      * Orden nueva: proveedor, renglones, confirmacion y recien ahi
      * la grabacion de la orden entera con su documento.
      ******************************************************************
       captura-orden.
           move "N" to sw-oc-cancel.
           move zeros to oc-lin-tot oc-total.
           perform pide-proveedor thru pide-proveedor-exit.
           if orden-cancelada
              go to captura-orden-exit.
           perform pide-renglones thru pide-renglones-exit.
           if oc-lin-tot = zeros
              display "OCOMPRA: orden sin renglones, descartada"
              go to captura-orden-exit.
           move oc-total to oc-total-ed.
           display "OCOMPRA: " oc-lin-tot " renglon(es), total "
               oc-total-ed.
           display "OCOMPRA: confirmar y grabar la orden (S/N)?".
           accept confirma.
           if confirma not = "S" and confirma not = "s"
              display "OCOMPRA: orden descartada"
              go to captura-orden-exit.
           perform proximo-numero thru proximo-numero-exit.
           perform graba-orden thru graba-orden-exit.
           perform imprime-orden thru imprime-orden-exit.
           add 1 to cant-ordenes.
           display "OCOMPRA: orden " oc-nro " grabada, entrega "
               "prevista " oc-entrega ", documento en " ocd-nombre.
       captura-orden-exit.
           exit.
       pide-proveedor.
           display "OCOMPRA: CUIT del proveedor (vacio = cancelar)?".
           move spaces to cap-cuit.
           accept cap-cuit.
           if cap-cuit = spaces
              set orden-cancelada to true
              go to pide-proveedor-exit.
           move cap-cuit to PRV-CUIT.
           read prv-file
               invalid key
                  display "OCOMPRA: proveedor inexistente - darlo de "
                      "alta con la operacion P"
                  go to pide-proveedor
               not invalid key
                  continue
           end-read.
           if PRV-DADO-DE-BAJA
              display "OCOMPRA: proveedor dado de baja"
              go to pide-proveedor.
           display "OCOMPRA: proveedor " PRV-NOMBRE.
           move hoy-fecha to fec-trabajo.
           move PRV-PLAZO-ENTREGA to fec-dias.
           perform suma-dias thru suma-dias-exit.
           move fec-trabajo to oc-entrega.
       pide-proveedor-exit.
           exit.
      * Renglones: articulo existente y activo, cantidad mayor a cero
      * (admite decimales para la mercaderia pesable) y costo
      * pactado; el mismo articulo dos veces suma en el renglon ya
      * cargado.
       pide-renglones.
           display "OCOMPRA: articulo (vacio = fin de renglones)?".
           move spaces to cap-arti.
           accept cap-arti.
           if cap-arti = spaces
              go to pide-renglones-exit.
           move cap-arti to ART-COD.
           read art-file
               invalid key
                  display "OCOMPRA: articulo inexistente en el maestro"
                  go to pide-renglones
               not invalid key
                  continue
           end-read.
           if ART-DADO-DE-BAJA
              display "OCOMPRA: articulo dado de baja"
              go to pide-renglones.
           display "OCOMPRA: cantidad?".
           move spaces to cap-cant.
           accept cap-cant.
           move cap-cant to conv-texto.
           perform conv-a-numero thru conv-a-numero-exit.
           if conv-importe = zeros
              display "OCOMPRA: cantidad invalida"
              go to pide-renglones.
           perform busca-renglon thru busca-renglon-exit.
           move oc-hallado to sub-oc.
           if sub-oc = zeros
              if oc-lin-tot >= 50
                 display "OCOMPRA: tope de 50 renglones por orden"
                 go to pide-renglones-exit
              end-if
              add 1 to oc-lin-tot
              move oc-lin-tot to sub-oc
              move cap-arti to oc-l-arti (sub-oc)
              move zeros to oc-l-cant (sub-oc)
              move ART-COSTO to oc-l-costo (sub-oc)
           end-if.
           add conv-importe to oc-l-cant (sub-oc).
           display "OCOMPRA: costo unitario pactado (vacio = "
               ART-COSTO ")?".
           move spaces to cap-costo.
           accept cap-costo.
           if cap-costo not = spaces
              move cap-costo to conv-texto
              perform conv-a-numero thru conv-a-numero-exit
              move conv-importe to oc-l-costo (sub-oc)
           end-if.
           perform suma-total thru suma-total-exit.
           go to pide-renglones.
       pide-renglones-exit.
           exit.
       busca-renglon.
           move zeros to oc-hallado.
           perform compara-renglon thru compara-renglon-exit
               varying sub-oc from 1 by 1
               until sub-oc > oc-lin-tot.
       busca-renglon-exit.
           exit.
       compara-renglon.
           if oc-l-arti (sub-oc) = cap-arti
              move sub-oc to oc-hallado
              move oc-lin-tot to sub-oc
           end-if.
       compara-renglon-exit.
           exit.
       suma-total.
           move zeros to oc-total.
           perform suma-un-renglon thru suma-un-renglon-exit
               varying sub-oc from 1 by 1
               until sub-oc > oc-lin-tot.
       suma-total-exit.
           exit.
       suma-un-renglon.
           compute oc-total rounded = oc-total
               + oc-l-cant (sub-oc) * oc-l-costo (sub-oc).
       suma-un-renglon-exit.
           exit.
      * Proximo numero de orden: ultimo usado en OCNUM.DAT mas uno,
      * regrabado en el acto para que dos ordenes no compartan
      * numero aunque la corrida se corte despues.
       proximo-numero.
           move zeros to oc-nro.
           open input ocn-file.
           if fs-ocn = "00"
              read ocn-file
                 at end
                    move zeros to ocn-reg
              end-read
              move ocn-reg to oc-nro
              close ocn-file
           end-if.
           add 1 to oc-nro.
           open output ocn-file.
           move oc-nro to ocn-reg.
           write ocn-reg.
           close ocn-file.
       proximo-numero-exit.
           exit.
       graba-orden.
           move spaces to OC-REG.
           move oc-nro to OC-NUMERO.
           move zeros to OC-RENGLON.
           set OC-ES-CABECERA to true.
           move PRV-CUIT to OC-PROV-CUIT.
           move hoy-fecha to OC-FECHA-EMI.
           move oc-entrega to OC-FECHA-ENT.
           set OC-ABIERTA to true.
           move zeros to OC-FECHA-CIERRE.
           move "OCOMPR" to OC-OPERADOR.
           write OC-REG
               invalid key
                  display "OCOMPRA: la orden " oc-nro " ya existe en "
                      "OCOMPRA.IDX - revisar OCNUM.DAT"
                  go to graba-orden-exit
           end-write.
           perform graba-renglon thru graba-renglon-exit
               varying sub-oc from 1 by 1
               until sub-oc > oc-lin-tot.
       graba-orden-exit.
           exit.
       graba-renglon.
           move spaces to OC-REG.
           move oc-nro to OC-NUMERO.
           move sub-oc to OC-RENGLON.
           set OC-ES-LINEA to true.
           move oc-l-arti (sub-oc) to OC-ART-COD.
           move oc-l-cant (sub-oc) to OC-CANT-PED.
           move zeros to OC-CANT-REC.
           move oc-l-costo (sub-oc) to OC-COSTO.
           write OC-REG.
       graba-renglon-exit.
           exit.
      * Documento OCnnnnnn.TXT para mandarle al proveedor.
       imprime-orden.
           move spaces to ocd-nombre.
           string "OC" delimited by size
                  oc-nro delimited by size
                  ".TXT" delimited by size
                  into ocd-nombre.
           open output ocd-file.
           move oc-nro to ocd-cab-nro.
           move hoy-fecha to ocd-cab-fecha.
           move oc-entrega to ocd-cab-ent.
           move ocd-cab-linea to ocd-linea.
           write ocd-linea.
           move PRV-CUIT to ocd-prv-cuit.
           move PRV-NOMBRE to ocd-prv-nombre.
           move ocd-prv-linea to ocd-linea.
           write ocd-linea.
           move PRV-PLAZO-PAGO to ocd-pag-dias.
           move PRV-COND-PAGO to ocd-pag-cond.
           move ocd-pag-linea to ocd-linea.
           write ocd-linea.
           move spaces to ocd-linea.
           write ocd-linea.
           perform imprime-renglon thru imprime-renglon-exit
               varying sub-oc from 1 by 1
               until sub-oc > oc-lin-tot.
           move spaces to ocd-linea.
           write ocd-linea.
           move oc-total to ocd-tot-ed.
           move ocd-tot-linea to ocd-linea.
           write ocd-linea.
           close ocd-file.
       imprime-orden-exit.
           exit.
       imprime-renglon.
           move oc-l-arti (sub-oc) to ocd-det-arti.
           move oc-l-cant (sub-oc) to ocd-det-cant.
           move oc-l-costo (sub-oc) to ocd-det-costo.
           compute ocd-det-imp rounded =
               oc-l-cant (sub-oc) * oc-l-costo (sub-oc).
           move ocd-det-linea to ocd-linea.
           write ocd-linea.
       imprime-renglon-exit.
           exit.
      ******************************************************************
      * Cierre a mano de una orden pendiente: el faltante ya no va a
      * llegar. La orden sale de los pendientes y la recepcion deja
      * de aceptarla.
      ******************************************************************
       cierra-orden.
           display "OCOMPRA: numero de orden a cerrar (vacio = "
               "volver)?".
           move spaces to oc-nro-x.
           accept oc-nro-x.
           if oc-nro-x = spaces
              go to cierra-orden-exit.
      * Se acepta sin ceros adelante ("12"): se convierte como en
      * prepara-orden de wfis.cbl.
           move spaces to conv-texto.
           move oc-nro-x to conv-texto.
           perform conv-a-numero thru conv-a-numero-exit.
           if conv-importe = zeros or conv-importe > 999999
              display "OCOMPRA: numero invalido"
              go to cierra-orden.
           move conv-importe to oc-nro.
           move oc-nro to OC-NUMERO.
           move zeros to OC-RENGLON.
           read oc-file
               invalid key
                  display "OCOMPRA: orden inexistente"
                  go to cierra-orden-exit
               not invalid key
                  continue
           end-read.
           if not OC-PENDIENTE
              display "OCOMPRA: la orden ya no esta abierta (estado "
                  OC-ESTADO ")"
              go to cierra-orden-exit.
           display "OCOMPRA: orden del proveedor " OC-PROV-CUIT
               " emitida " OC-FECHA-EMI ", cerrar (S/N)?".
           accept confirma.
           if confirma not = "S" and confirma not = "s"
              go to cierra-orden-exit.
           set OC-CERRADA to true.
           move hoy-fecha to OC-FECHA-CIERRE.
           rewrite OC-REG.
           add 1 to cant-cerradas.
           display "OCOMPRA: orden " oc-nro " cerrada".
       cierra-orden-exit.
           exit.
      ******************************************************************
      * Suma fec-dias dias corridos a fec-trabajo (AAAAMMDD).
      ******************************************************************
       suma-dias.
           perform suma-un-dia thru suma-un-dia-exit
               varying fec-sub from 1 by 1 until fec-sub > fec-dias.
       suma-dias-exit.
           exit.
       suma-un-dia.
           move fec-largo-mes (fec-mes) to fec-ult-dia.
           if fec-mes = 2
              divide fec-anio by 4 giving fec-cociente
                     remainder fec-resto-4
              divide fec-anio by 100 giving fec-cociente
                     remainder fec-resto-100
              divide fec-anio by 400 giving fec-cociente
                     remainder fec-resto-400
              if (fec-resto-4 = zeros and fec-resto-100 not = zeros)
                 or fec-resto-400 = zeros
                 move 29 to fec-ult-dia
              end-if
           end-if.
           if fec-dia < fec-ult-dia
              add 1 to fec-dia
              go to suma-un-dia-exit.
           move 1 to fec-dia.
           if fec-mes < 12
              add 1 to fec-mes
           else
              move 1 to fec-mes
              add 1 to fec-anio
           end-if.
       suma-un-dia-exit.
           exit.
      ******************************************************************
      * Digito verificador modulo 11 del CUIT tecleado.
      ******************************************************************
       valida-cuit.
           move "N" to cuit-valido-sw.
           if cap-cuit not numeric
              go to valida-cuit-exit.
           move cap-cuit to cuit-digitos.
           move zeros to cuit-suma.
           perform suma-digito-cuit thru suma-digito-cuit-exit
               varying sub-cuit from 1 by 1 until sub-cuit > 10.
           divide cuit-suma by 11 giving cuit-cociente
                  remainder cuit-resto.
           compute cuit-verif = 11 - cuit-resto.
           if cuit-verif = 11
              move 0 to cuit-verif.
           if cuit-verif not = 10
              and cuit-verif = cuit-dig (11)
              set cuit-es-valido to true.
       valida-cuit-exit.
           exit.
       suma-digito-cuit.
           compute cuit-suma = cuit-suma +
                   (cuit-dig (sub-cuit) * cuit-peso (sub-cuit)).
       suma-digito-cuit-exit.
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
           close prv-file oc-file art-file.
           display "OCOMPRA: " cant-proveedores " proveedor(es) "
               "grabado(s), " cant-ordenes " orden(es) emitida(s), "
               cant-cerradas " cerrada(s) a mano".
           stop run.
       terminar-exit.
           exit.
