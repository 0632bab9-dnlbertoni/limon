       IDENTIFICATION DIVISION.
       PROGRAM-ID.                ocpend.
       AUTHOR.                    Soporte Tecnico.
       INSTALLATION.              Contolador Fiscal para Windows.
       DATE-WRITTEN.              2026-10-14.
       DATE-COMPILED.             2026-10-14.
      ******************************************************************
      * Reporte de ordenes de compra pendientes por proveedor: toma
      * de OCOMPRA.IDX (ocreg.cpy) las ordenes abiertas ("A") y las
      * recibidas en parte ("P") y arma en OCPEND.TXT, proveedor por
      * proveedor en el orden del maestro (PROVMAE.IDX, provreg.cpy):
      *   - numero de orden, fecha de emision y de entrega prevista,
      *   - renglones con faltante y valor de lo que falta recibir
      *     (cantidad pedida menos recibida, al costo pactado),
      *   - dias de atraso cuando la entrega prevista ya paso
      *     (marca VENCIDA), con tope de 999,
      *   - subtotal por proveedor y total general.
      * Las ordenes de un CUIT que no esta en el maestro salen al
      * final aparte. Las ordenes recibidas completas o cerradas a
      * mano (ocompra.cbl) no aparecen. Sin parametros: la fecha de
      * corte es la del dia.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-PC.
       OBJECT-COMPUTER.           IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT oc-file ASSIGN "OCOMPRA.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS OC-CLAVE
                  FILE STATUS IS fs-oc.
           SELECT prv-file ASSIGN "PROVMAE.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRV-CUIT
                  FILE STATUS IS fs-prv.
           SELECT rep-file ASSIGN "OCPEND.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-rep.
       DATA DIVISION.
       FILE SECTION.
       FD  oc-file.
           copy "ocreg.cpy".
       FD  prv-file.
           copy "provreg.cpy".
       FD  rep-file.
       01  rep-linea                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  fs-oc                      PIC X(02)  VALUE "00".
       01  fs-prv                     PIC X(02)  VALUE "00".
       01  fs-rep                     PIC X(02)  VALUE "00".
       01  sw-fin                     PIC X(01)  VALUE "N".
           88  fin-archivo                       VALUE "S".
       01  hoy-fecha                  PIC 9(08)  VALUE ZEROS.
       01  cant-vencidas              PIC 9(04)  VALUE ZEROS.
      * Ordenes pendientes: se juntan en una sola pasada por
      * OCOMPRA.IDX (la cabecera viene antes que sus renglones) y
      * despues se listan por proveedor.
       01  pen-tab.
           03  pen-tot                PIC 9(03)  VALUE ZEROS.
           03  pen-entrada            OCCURS 500 TIMES.
               05  pen-numero             PIC 9(06).
               05  pen-cuit               PIC X(11).
               05  pen-fecha-emi          PIC 9(08).
               05  pen-fecha-ent          PIC 9(08).
               05  pen-estado             PIC X(01).
               05  pen-renglones          PIC 9(03).
               05  pen-valor              PIC 9(09)V99.
               05  pen-listada            PIC X(01).
       01  sub-pen                    PIC 9(03)  VALUE ZEROS.
       01  pen-actual                 PIC 9(03)  VALUE ZEROS.
       01  sw-pen-lleno               PIC X(01)  VALUE "N".
           88  pen-tab-llena                     VALUE "S".
       01  faltante                   PIC 9(07)V99 VALUE ZEROS.
       01  valor-faltante             PIC 9(09)V99 VALUE ZEROS.
       01  prv-cuit-actual            PIC X(11)  VALUE SPACES.
       01  prv-cant-ordenes           PIC 9(04)  VALUE ZEROS.
       01  prv-valor                  PIC 9(09)V99 VALUE ZEROS.
       01  tot-valor                  PIC 9(09)V99 VALUE ZEROS.
       01  sw-sin-maestro             PIC X(01)  VALUE "N".
           88  hay-sin-maestro                   VALUE "S".
      * Dias de atraso: se avanza de a un dia desde la entrega
      * prevista hasta hoy, respetando el largo de cada mes y los
      * anos bisiestos.
       01  dias-atraso                PIC 9(03)  VALUE ZEROS.
       01  fec-trabajo                PIC 9(08)  VALUE ZEROS.
       01  fec-trabajo-r REDEFINES fec-trabajo.
           03  fec-anio               PIC 9(04).
           03  fec-mes                PIC 9(02).
           03  fec-dia                PIC 9(02).
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
      * Lineas de impresion.
       01  tit-linea.
           03  FILLER                 PIC X(38)
               VALUE "ORDENES DE COMPRA PENDIENTES AL       ".
           03  tit-fecha              PIC 9(08).
       01  cab-linea.
           03  FILLER                 PIC X(20)
               VALUE "ORDEN  EMISION  ENTR".
           03  FILLER                 PIC X(20)
               VALUE "EGA  EST RENGL   VAL".
           03  FILLER                 PIC X(20)
               VALUE "OR PENDIENTE ATRASO ".
       01  prv-linea.
           03  FILLER                 PIC X(11)  VALUE "PROVEEDOR  ".
           03  prv-l-cuit             PIC X(11).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  prv-l-nombre           PIC X(30).
       01  det-linea.
           03  det-numero             PIC 9(06).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-emision            PIC 9(08).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-entrega            PIC 9(08).
           03  FILLER                 PIC X(02)  VALUE SPACES.
           03  det-estado             PIC X(01).
           03  FILLER                 PIC X(02)  VALUE SPACES.
           03  det-renglones          PIC ZZ9.
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-valor              PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-atraso             PIC ZZ9.
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-vencida            PIC X(07).
       01  sub-linea.
           03  sub-texto              PIC X(30).
           03  sub-ordenes            PIC ZZZ9.
           03  FILLER                 PIC X(15)
               VALUE " orden(es)     ".
           03  sub-valor              PIC ZZZ,ZZZ,ZZ9.99.
      ******************************************************************
       PROCEDURE DIVISION.
       mainline.
           perform inicializar thru inicializar-exit.
           perform lee-orden thru lee-orden-exit
               until fin-archivo.
           perform imprime-reporte thru imprime-reporte-exit.
           perform terminar thru terminar-exit.
       inicializar.
           accept hoy-fecha from date yyyymmdd.
           open input oc-file.
           if fs-oc not = "00"
              display "OCPEND: no se pudo abrir OCOMPRA.IDX"
              stop run
           end-if.
           open input prv-file.
           if fs-prv not = "00"
              display "OCPEND: no se pudo abrir PROVMAE.IDX"
              stop run
           end-if.
           open output rep-file.
           if fs-rep not = "00"
              display "OCPEND: no se pudo crear OCPEND.TXT"
              stop run
           end-if.
           move hoy-fecha to tit-fecha.
           move tit-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
       inicializar-exit.
           exit.
      ******************************************************************
      * Un renglon de OCOMPRA.IDX por pasada: la cabecera de una
      * orden pendiente abre una entrada en la tabla y sus renglones
      * le suman el faltante valorizado.
      ******************************************************************
       lee-orden.
           read oc-file next record
               at end
                  set fin-archivo to true
                  go to lee-orden-exit
           end-read.
           if OC-ES-CABECERA
              perform alta-pendiente thru alta-pendiente-exit
              go to lee-orden-exit.
           if pen-actual = zeros
              go to lee-orden-exit.
           if pen-numero (pen-actual) not = OC-NUMERO
              go to lee-orden-exit.
           if OC-CANT-REC < OC-CANT-PED
              compute faltante = OC-CANT-PED - OC-CANT-REC
              compute valor-faltante rounded = faltante * OC-COSTO
              add valor-faltante to pen-valor (pen-actual)
              add 1 to pen-renglones (pen-actual)
           end-if.
       lee-orden-exit.
           exit.
       alta-pendiente.
           move zeros to pen-actual.
           if not OC-PENDIENTE
              go to alta-pendiente-exit.
           if pen-tot >= 500
              if not pen-tab-llena
                 set pen-tab-llena to true
                 display "OCPEND: mas de 500 ordenes pendientes, el "
                     "reporte no incluye el excedente"
              end-if
              go to alta-pendiente-exit
           end-if.
           add 1 to pen-tot.
           move pen-tot to pen-actual.
           move OC-NUMERO to pen-numero (pen-actual).
           move OC-PROV-CUIT to pen-cuit (pen-actual).
           move OC-FECHA-EMI to pen-fecha-emi (pen-actual).
           move OC-FECHA-ENT to pen-fecha-ent (pen-actual).
           move OC-ESTADO to pen-estado (pen-actual).
           move zeros to pen-renglones (pen-actual).
           move zeros to pen-valor (pen-actual).
           move "N" to pen-listada (pen-actual).
       alta-pendiente-exit.
           exit.
      ******************************************************************
      * Arma OCPEND.TXT: proveedor por proveedor en el orden del
      * maestro, despues las ordenes sin proveedor en el maestro y
      * el total general.
      ******************************************************************
       imprime-reporte.
           move cab-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "N" to sw-fin.
           perform lee-proveedor thru lee-proveedor-exit
               until fin-archivo.
           move "N" to sw-sin-maestro.
           perform busca-sin-maestro thru busca-sin-maestro-exit
               varying sub-pen from 1 by 1 until sub-pen > pen-tot.
           if hay-sin-maestro
              move spaces to rep-linea
              perform graba-linea thru graba-linea-exit
              move "PROVEEDOR INEXISTENTE EN EL MAESTRO" to rep-linea
              perform graba-linea thru graba-linea-exit
              move zeros to prv-cant-ordenes prv-valor
              perform imprime-sin-maestro thru imprime-sin-maestro-exit
                  varying sub-pen from 1 by 1 until sub-pen > pen-tot
              perform imprime-subtotal thru imprime-subtotal-exit
           end-if.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "TOTAL GENERAL" to sub-texto.
           move pen-tot to sub-ordenes.
           move tot-valor to sub-valor.
           move sub-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       imprime-reporte-exit.
           exit.
       lee-proveedor.
           read prv-file next record
               at end
                  set fin-archivo to true
                  go to lee-proveedor-exit
           end-read.
           move PRV-CUIT to prv-cuit-actual.
           move zeros to prv-cant-ordenes prv-valor.
           perform cuenta-proveedor thru cuenta-proveedor-exit
               varying sub-pen from 1 by 1 until sub-pen > pen-tot.
           if prv-cant-ordenes = zeros
              go to lee-proveedor-exit.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move PRV-CUIT to prv-l-cuit.
           move PRV-NOMBRE to prv-l-nombre.
           move prv-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move zeros to prv-cant-ordenes prv-valor.
           perform imprime-proveedor thru imprime-proveedor-exit
               varying sub-pen from 1 by 1 until sub-pen > pen-tot.
           perform imprime-subtotal thru imprime-subtotal-exit.
       lee-proveedor-exit.
           exit.
       cuenta-proveedor.
           if pen-cuit (sub-pen) = prv-cuit-actual
              add 1 to prv-cant-ordenes.
       cuenta-proveedor-exit.
           exit.
       imprime-proveedor.
           if pen-cuit (sub-pen) = prv-cuit-actual
              perform imprime-orden thru imprime-orden-exit.
       imprime-proveedor-exit.
           exit.
       busca-sin-maestro.
           if pen-listada (sub-pen) = "N"
              set hay-sin-maestro to true
              move pen-tot to sub-pen
           end-if.
       busca-sin-maestro-exit.
           exit.
       imprime-sin-maestro.
           if pen-listada (sub-pen) = "N"
              move pen-cuit (sub-pen) to rep-linea
              perform graba-linea thru graba-linea-exit
              perform imprime-orden thru imprime-orden-exit
           end-if.
       imprime-sin-maestro-exit.
           exit.
       imprime-orden.
           move "S" to pen-listada (sub-pen).
           move pen-numero (sub-pen) to det-numero.
           move pen-fecha-emi (sub-pen) to det-emision.
           move pen-fecha-ent (sub-pen) to det-entrega.
           move pen-estado (sub-pen) to det-estado.
           move pen-renglones (sub-pen) to det-renglones.
           move pen-valor (sub-pen) to det-valor.
           move zeros to dias-atraso.
           move spaces to det-vencida.
           if pen-fecha-ent (sub-pen) < hoy-fecha
              perform calcula-atraso thru calcula-atraso-exit
              move "VENCIDA" to det-vencida
              add 1 to cant-vencidas
           end-if.
           move dias-atraso to det-atraso.
           move det-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           add 1 to prv-cant-ordenes.
           add pen-valor (sub-pen) to prv-valor.
           add pen-valor (sub-pen) to tot-valor.
       imprime-orden-exit.
           exit.
       imprime-subtotal.
           move "  subtotal" to sub-texto.
           move prv-cant-ordenes to sub-ordenes.
           move prv-valor to sub-valor.
           move sub-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       imprime-subtotal-exit.
           exit.
      ******************************************************************
      * Dias corridos desde la entrega prevista hasta hoy.
      ******************************************************************
       calcula-atraso.
           move pen-fecha-ent (sub-pen) to fec-trabajo.
           if fec-mes < 1 or fec-mes > 12 or fec-dia < 1
              go to calcula-atraso-exit.
           perform suma-un-dia thru suma-un-dia-exit
               until fec-trabajo >= hoy-fecha
                  or dias-atraso = 999.
       calcula-atraso-exit.
           exit.
       suma-un-dia.
           add 1 to dias-atraso.
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
       graba-linea.
           write rep-linea.
           display rep-linea.
       graba-linea-exit.
           exit.
       terminar.
           close oc-file prv-file rep-file.
           display "OCPEND: " pen-tot " orden(es) pendiente(s), "
               cant-vencidas " vencida(s)".
           stop run.
       terminar-exit.
           exit.
