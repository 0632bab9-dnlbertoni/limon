      * antes de grabar. Si el precio cambia entre la captura y la
      * corrida nocturna el lote rechaza ese ticket, como siempre:
      * capturar y fiscalizar el mismo dia.
      * Una Factura A a un CUIT del padron de Ingresos Brutos
      * (PADRON.IDX, padreg.cpy) suma la percepcion al total a cobrar,
      * con el mismo calculo que wfis.cbl (ver calcula-percepcion):
      * los pagos del pedido la tienen que incluir.
      * Un pedido con reparto a domicilio no va derecho al lote: se
      * graba en REPARTO.IDX (envreg.cpy) con el domicilio, la zona y
      * la franja horaria de entrega, bajo el proximo numero de
      * REPNUM.DAT (mismo esquema que OCNUM.DAT). Sale en la hoja de
      * ruta de rephoj.cbl, el repartidor rinde lo entregado y lo
      * cobrado en repren.cbl y recien replib.cbl lo pasa a
      * PEDIDOS.DAT, solo si se entrego.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT prc-file ASSIGN "PRECIOS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-prc.
           SELECT pad-file ASSIGN "PADRON.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PAD-CUIT
                  FILE STATUS IS fs-pad.
           SELECT env-file ASSIGN "REPARTO.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ENV-CLAVE
                  FILE STATUS IS fs-env.
           SELECT enn-file ASSIGN "REPNUM.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-enn.
       DATA DIVISION.
       FILE SECTION.
       FD  ped-file.
           copy "clireg.cpy".
       FD  prc-file.
           copy "prcreg.cpy".
       FD  pad-file.
           copy "padreg.cpy".
       FD  env-file.
           copy "envreg.cpy".
       FD  enn-file.
       01  enn-reg                    PIC 9(06).
       WORKING-STORAGE SECTION.
       01  fs-ped                     PIC X(02)  VALUE "00".
       01  fs-art                     PIC X(02)  VALUE "00".
       01  fs-cli                     PIC X(02)  VALUE "00".
       01  fs-prc                     PIC X(02)  VALUE "00".
       01  fs-pad                     PIC X(02)  VALUE "00".
       01  fs-env                     PIC X(02)  VALUE "00".
       01  fs-enn                     PIC X(02)  VALUE "00".
       01  cant-pedidos               PIC 9(04)  VALUE ZEROS.
       01  cant-repartos              PIC 9(04)  VALUE ZEROS.
      * Pedido en curso.
       01  cap-cuit                   PIC X(11)  VALUE ZEROS.
       01  cap-cuit-num REDEFINES cap-cuit PIC 9(11).
       01  cap-otro                   PIC X(01)  VALUE "S".
       01  sw-cap-cancel              PIC X(01)  VALUE "N".
           88  pedido-cancelado                  VALUE "S".
      * Reparto a domicilio del pedido en curso.
       01  sw-reparto                 PIC X(01)  VALUE "N".
           88  pedido-reparto                    VALUE "S".
      * Una grabacion en REPARTO.IDX rechazada (numero ya usado)
      * deja el pedido sin grabar.
       01  sw-rep-falla               PIC X(01)  VALUE "N".
           88  reparto-fallido                   VALUE "S".
       01  cap-reparto                PIC X(01)  VALUE SPACES.
       01  cap-direccion              PIC X(30)  VALUE SPACES.
       01  cap-zona                   PIC X(04)  VALUE SPACES.
       01  cap-franja                 PIC X(11)  VALUE SPACES.
       01  cap-a-cobrar               PIC 9(09)V99 VALUE ZEROS.
       01  env-nro                    PIC 9(06)  VALUE ZEROS.
       01  env-ren                    PIC 9(03)  VALUE ZEROS.
      * Precios programados (misma ventana que usa wfis): el precio
      * en vigencia a la captura es el que la cuadratura del lote va
      * a exigir.
       01  prc-iva-vig                PIC 99V99  VALUE ZEROS.
       01  ahora-fecha                PIC 9(08)  VALUE ZEROS.
       01  ahora-hora                 PIC 9(08)  VALUE ZEROS.
      * Percepcion de IIBB (sin PADRON.IDX no se percibe).
       01  sw-padron                  PIC X(01)  VALUE "N".
           88  padron-abierto                    VALUE "S".
       01  perc-neto                  PIC 9(09)V99 VALUE ZEROS.
       01  perc-piva                  PIC 99V99  VALUE ZEROS.
       01  perc-iva-lin               PIC 9(09)V99 VALUE ZEROS.
       01  perc-base                  PIC 9(09)V99 VALUE ZEROS.
       01  perc-importe               PIC 9(09)V99 VALUE ZEROS.
       01  perc-alic-ed               PIC Z9.99.
      * Validacion del CUIT (digito verificador modulo 11), mismo
      * esquema que valida-cli en wfis.cbl.
       01  cuit-pesos-valores.
              end-if
           end-if.
           perform carga-precios thru carga-precios-exit.
           open input pad-file.
           if fs-pad = "00"
              set padron-abierto to true.
           open i-o env-file.
           if fs-env = "35"
              open output env-file
              close env-file
              open i-o env-file
           end-if.
           if fs-env not = "00"
              display "PEDCAP: no se pudo abrir REPARTO.IDX "
                  "(estado " fs-env ")"
              stop run
           end-if.
       inicializar-exit.
           exit.
       carga-precios.
      ******************************************************************
       captura-pedido.
           move "N" to sw-cap-cancel.
           move "N" to sw-reparto.
           move "N" to sw-rep-falla.
           move zeros to cap-lin-tot cap-pag-tot cap-total cap-pagado.
           move zeros to perc-neto perc-importe.
           perform pide-cliente thru pide-cliente-exit.
           if pedido-cancelado
              go to captura-sigue.
           perform pide-tipo thru pide-tipo-exit.
           if pedido-cancelado
              go to captura-sigue.
           perform pide-reparto thru pide-reparto-exit.
           if pedido-cancelado
              go to captura-sigue.
           perform pide-lineas thru pide-lineas-exit.
           if cap-lin-tot = zeros
              display "PEDCAP: pedido sin lineas, descartado"
              go to captura-sigue.
           perform calcula-percepcion thru calcula-percepcion-exit.
           perform pide-pagos thru pide-pagos-exit.
           if pedido-cancelado
              display "PEDCAP: pedido descartado"
              go to captura-sigue.
           display "PEDCAP: confirmar y grabar el pedido (S/N)?".
           accept cap-confirma.
           if (cap-confirma = "S" or cap-confirma = "s")
              and pedido-reparto
              perform graba-pedido thru graba-pedido-exit
              if reparto-fallido
                 display "PEDCAP: pedido de reparto NO grabado"
                 go to captura-sigue
              end-if
              add 1 to cant-repartos
              display "PEDCAP: pedido de reparto " env-nro
                  " grabado en REPARTO.IDX"
              go to captura-sigue.
           if cap-confirma = "S" or cap-confirma = "s"
              perform graba-pedido thru graba-pedido-exit
              add 1 to cant-pedidos
              go to pide-tipo.
       pide-tipo-exit.
           exit.
      * Reparto a domicilio: domicilio, zona (obligatoria, arma la
      * hoja de ruta) y franja horaria. Con CUIT el domicilio se
      * teclea igual: el maestro de clientes no lo guarda.
       pide-reparto.
           display "PEDCAP: reparto a domicilio (S/N)?".
           move spaces to cap-reparto.
           accept cap-reparto.
           if cap-reparto not = "S" and cap-reparto not = "s"
              go to pide-reparto-exit.
           set pedido-reparto to true.
           move spaces to cap-direccion cap-zona cap-franja.
           display "PEDCAP: domicilio de entrega (X = cancelar)?".
           accept cap-direccion.
           if cap-direccion = "X" or cap-direccion = "x"
              set pedido-cancelado to true
              go to pide-reparto-exit.
           if cap-direccion = spaces
              display "PEDCAP: falta el domicilio"
              go to pide-reparto.
       pide-zona.
           display "PEDCAP: zona de reparto?".
           accept cap-zona.
           if cap-zona = spaces
              display "PEDCAP: falta la zona"
              go to pide-zona.
           display "PEDCAP: franja horaria (p.ej. 09-12, TARDE)?".
           accept cap-franja.
       pide-reparto-exit.
           exit.
      * Lineas: articulo existente y activo en el maestro, cantidad
      * entera valida; el monto es el precio en vigencia, que es lo
      * que el lote va a mandar y la cuadratura va a exigir. N
           move cap-l-mont (cap-lin-tot) to conv-texto.
           perform conv-a-numero thru conv-a-numero-exit.
           add conv-importe to cap-total.
           move cap-l-piva (cap-lin-tot) to perc-piva.
           compute perc-iva-lin rounded =
               conv-importe * perc-piva / (100 + perc-piva).
           compute perc-neto = perc-neto + conv-importe - perc-iva-lin.
       carga-una-linea-exit.
           exit.
      * Percepcion de IIBB de una Factura A a un CUIT del padron,
      * dentro de la vigencia: alicuota del padron sobre el neto de
      * las lineas (el pedido no lleva descuentos generales). Se suma
      * a cap-total, que es lo que los pagos tienen que cubrir.
       calcula-percepcion.
           move zeros to perc-base perc-importe.
           if not padron-abierto or cap-tipo not = "A"
              or cap-cuit-num = zeros
              go to calcula-percepcion-exit.
           move cap-cuit to PAD-CUIT.
           read pad-file
               invalid key
                  go to calcula-percepcion-exit
           end-read.
           accept ahora-fecha from date yyyymmdd.
           if ahora-fecha < PAD-DESDE or ahora-fecha > PAD-HASTA
              go to calcula-percepcion-exit.
           move perc-neto to perc-base.
           compute perc-importe rounded =
               perc-base * PAD-ALICUOTA / 100.
           if perc-importe = zeros
              go to calcula-percepcion-exit.
           add perc-importe to cap-total.
           move perc-importe to cap-total-ed.
           move PAD-ALICUOTA to perc-alic-ed.
           display "PEDCAP: percepcion IIBB " perc-alic-ed "% "
               cap-total-ed.
       calcula-percepcion-exit.
           exit.
       busca-precio-vigente.
           move "N" to sw-prc-vigente.
           accept ahora-fecha from date yyyymmdd.
      * proceso-lote espera.
      ******************************************************************
       graba-pedido.
           if pedido-reparto
              perform graba-cabecera-rep thru graba-cabecera-rep-exit
              if reparto-fallido
                 go to graba-pedido-exit
              end-if
           end-if.
           move spaces to PED-REG.
           move "A" to PED-TIP.
           move cap-tipo to PED-TIPO-F.
           perform emite-ped thru emite-ped-exit.
           if cap-cuit-num not = zeros
              move spaces to PED-REG
              move "D" to PED-TIP
              move cap-cuit to PED-CUIT-F
              perform emite-ped thru emite-ped-exit
           end-if.
           perform graba-linea-ped thru graba-linea-ped-exit
               varying sub-cap from 1 by 1
           move cap-l-cant (sub-cap) to PED-CANT-C.
           move cap-l-mont (sub-cap) to PED-MONT-C.
           move cap-l-piva (sub-cap) to PED-PIVA-C.
           perform emite-ped thru emite-ped-exit.
       graba-linea-ped-exit.
           exit.
       graba-pago-ped.
           else
              move "N" to PED-ULT-PAGO
           end-if.
           perform emite-ped thru emite-ped-exit.
       graba-pago-ped-exit.
           exit.
      * El renglon armado va a PEDIDOS.DAT o, en un pedido de
      * reparto, como renglon "P" vigente de REPARTO.IDX.
       emite-ped.
           if not pedido-reparto
              write PED-REG
              go to emite-ped-exit.
           add 1 to env-ren.
           move spaces to ENV-REG.
           move env-nro to ENV-NUMERO.
           move env-ren to ENV-RENGLON.
           set ENV-ES-PEDIDO to true.
           move PED-REG to ENV-PED-REG.
           move "S" to ENV-VIGENTE.
           write ENV-REG
               invalid key
                  display "PEDCAP: el renglon " env-ren " del pedido "
                      env-nro " ya existe en REPARTO.IDX"
                  set reparto-fallido to true
           end-write.
       emite-ped-exit.
           exit.
      * Cabecera del pedido de reparto: lo que el repartidor tiene
      * que cobrar es el total menos lo que va a cuenta corriente.
       graba-cabecera-rep.
           perform proximo-numero thru proximo-numero-exit.
           move zeros to cap-a-cobrar env-ren.
           perform suma-a-cobrar thru suma-a-cobrar-exit
               varying sub-cap from 1 by 1
               until sub-cap > cap-pag-tot.
           accept ahora-fecha from date yyyymmdd.
           move spaces to ENV-REG.
           move env-nro to ENV-NUMERO.
           move zeros to ENV-RENGLON.
           set ENV-ES-CABECERA to true.
           move ahora-fecha to ENV-FECHA.
           move cap-cuit to ENV-CUIT.
           move cap-tipo to ENV-TIPO-F.
           move cap-direccion to ENV-DIRECCION.
           move cap-zona to ENV-ZONA.
           move cap-franja to ENV-FRANJA.
           move cap-total to ENV-TOTAL.
           move cap-a-cobrar to ENV-A-COBRAR.
           set ENV-EN-REPARTO to true.
           move zeros to ENV-COBRADO ENV-FECHA-REND.
           write ENV-REG
               invalid key
                  display "PEDCAP: el pedido " env-nro " ya existe en "
                      "REPARTO.IDX - revisar REPNUM.DAT"
                  set reparto-fallido to true
           end-write.
       graba-cabecera-rep-exit.
           exit.
       suma-a-cobrar.
           if cap-p-tipo (sub-cap) = "CTACT"
              go to suma-a-cobrar-exit.
           move cap-p-monto (sub-cap) to conv-texto.
           perform conv-a-numero thru conv-a-numero-exit.
           add conv-importe to cap-a-cobrar.
       suma-a-cobrar-exit.
           exit.
      * Proximo numero de pedido de reparto: ultimo usado en
      * REPNUM.DAT mas uno, regrabado en el acto (como OCNUM.DAT).
       proximo-numero.
           move zeros to env-nro.
           open input enn-file.
           if fs-enn = "00"
              read enn-file
                 at end
                    move zeros to enn-reg
              end-read
              move enn-reg to env-nro
              close enn-file
           end-if.
           add 1 to env-nro.
           open output enn-file.
           move env-nro to enn-reg.
           write enn-reg.
           close enn-file.
       proximo-numero-exit.
           exit.
      ******************************************************************
      * Digito verificador modulo 11 del CUIT tecleado.
      ******************************************************************
       conv-digito-exit.
           exit.
       terminar.
           close ped-file art-file cli-file env-file.
           if padron-abierto
              close pad-file.
           display "PEDCAP: " cant-pedidos " pedido(s) agregado(s) a "
               "PEDIDOS.DAT para el lote nocturno".
           if cant-repartos > zeros
              display "PEDCAP: " cant-repartos " pedido(s) de reparto "
                  "en REPARTO.IDX"
           end-if.
           stop run.
       terminar-exit.
           exit.
