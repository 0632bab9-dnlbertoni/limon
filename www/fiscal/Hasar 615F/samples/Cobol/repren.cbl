       IDENTIFICATION DIVISION.
       PROGRAM-ID.                repren.
       AUTHOR.                    Soporte Tecnico.
       INSTALLATION.              Contolador Fiscal para Windows.
       DATE-WRITTEN.              2026-10-15.
       DATE-COMPILED.             2026-10-15.
      ******************************************************************
      * Rendicion del reparto: a la vuelta del repartidor se carga,
      * pedido por pedido, que paso con cada pedido en reparto de
      * REPARTO.IDX (envreg.cpy) y que se cobro:
      *   E  entregado completo: se confirman los pagos del pedido o
      *      se cargan los que se cobraron de verdad,
      *   C  entregado en parte: se marcan los renglones que volvieron
      *      sin entregar, se recalcula el total (con la percepcion de
      *      IIBB, mismo calculo que pedcap.cbl) y se cargan los pagos
      *      cobrados, que tienen que cuadrar exacto contra el nuevo
      *      total como exige el lote,
      *   N  no entregado (rechazado o ausente): el pedido pasa a
      *      rechazado y queda en la lista de pendientes de replib.cbl.
      * Los renglones no entregados y los pagos reemplazados quedan en
      * REPARTO.IDX con ENV-VIGENTE "N". La operacion V vuelve a
      * mandar a reparto un pedido rechazado (con nueva franja si
      * hace falta) para que salga en la proxima hoja de ruta.
      * Nada de esto toca PEDIDOS.DAT: los pedidos entregados los
      * pasa replib.cbl al lote nocturno.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-PC.
       OBJECT-COMPUTER.           IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT env-file ASSIGN "REPARTO.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ENV-CLAVE
                  FILE STATUS IS fs-env.
           SELECT pad-file ASSIGN "PADRON.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PAD-CUIT
                  FILE STATUS IS fs-pad.
       DATA DIVISION.
       FILE SECTION.
       FD  env-file.
           copy "envreg.cpy".
       FD  pad-file.
           copy "padreg.cpy".
       WORKING-STORAGE SECTION.
       01  fs-env                     PIC X(02)  VALUE "00".
       01  fs-pad                     PIC X(02)  VALUE "00".
       01  operacion                  PIC X(01)  VALUE SPACES.
       01  resultado                  PIC X(01)  VALUE SPACES.
       01  confirma                   PIC X(01)  VALUE SPACES.
       01  hoy-fecha                  PIC 9(08)  VALUE ZEROS.
       01  cant-entregados            PIC 9(04)  VALUE ZEROS.
       01  cant-parciales             PIC 9(04)  VALUE ZEROS.
       01  cant-rechazados            PIC 9(04)  VALUE ZEROS.
       01  cant-reenviados            PIC 9(04)  VALUE ZEROS.
       01  sw-padron                  PIC X(01)  VALUE "N".
           88  padron-abierto                    VALUE "S".
      * Pedido en rendicion.
       01  env-nro                    PIC 9(06)  VALUE ZEROS.
       01  env-nro-x REDEFINES env-nro PIC X(06).
       01  cab-reg                    PIC X(120) VALUE SPACES.
       01  ren-tab.
           03  ren-tot                PIC 9(03)  VALUE ZEROS.
           03  ren-ent                OCCURS 80 TIMES.
               05  ren-renglon            PIC 9(03).
               05  ren-ped                PIC X(101).
               05  ren-vigente            PIC X(01).
               05  ren-cambio             PIC X(01).
       01  sub-ren                    PIC 9(03)  VALUE ZEROS.
       01  ult-renglon                PIC 9(03)  VALUE ZEROS.
       01  ren-nro-x                  PIC X(03)  VALUE SPACES.
       01  ren-nro REDEFINES ren-nro-x PIC 9(03).
       01  cant-lineas                PIC 9(03)  VALUE ZEROS.
           copy "pedreg.cpy".
      * Pagos cobrados de verdad (reemplazan a los del pedido).
       01  cob-pag-tab.
           03  cob-pag-tot            PIC 9(02)  VALUE ZEROS.
           03  cob-pag-ent            OCCURS 10 TIMES.
               05  cob-p-tipo             PIC X(05).
               05  cob-p-monto            PIC X(10).
       01  sub-pag                    PIC 9(02)  VALUE ZEROS.
       01  sw-cancel                  PIC X(01)  VALUE "N".
           88  rendicion-cancelada               VALUE "S".
       01  cap-pago-tipo              PIC X(05)  VALUE SPACES.
       01  cap-pago-monto             PIC X(10)  VALUE SPACES.
       01  cap-franja                 PIC X(11)  VALUE SPACES.
       01  ren-total                  PIC 9(09)V99 VALUE ZEROS.
       01  ren-pagado                 PIC 9(09)V99 VALUE ZEROS.
       01  ren-resta                  PIC 9(09)V99 VALUE ZEROS.
       01  ren-cobrado                PIC 9(09)V99 VALUE ZEROS.
       01  ren-dif                    PIC S9(09)V99 VALUE ZEROS.
       01  monto-ed                   PIC 9(7).99.
       01  total-ed                   PIC ZZZ,ZZZ,ZZ9.99.
       01  dif-ed                     PIC -ZZZ,ZZZ,ZZ9.99.
       01  lin-nro-ed                 PIC ZZ9.
      * Percepcion de IIBB sobre los renglones entregados.
       01  perc-neto                  PIC 9(09)V99 VALUE ZEROS.
       01  perc-piva                  PIC 99V99  VALUE ZEROS.
       01  perc-iva-lin               PIC 9(09)V99 VALUE ZEROS.
       01  perc-base                  PIC 9(09)V99 VALUE ZEROS.
       01  perc-importe               PIC 9(09)V99 VALUE ZEROS.
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
      ******************************************************************
       PROCEDURE DIVISION.
       mainline.
           perform inicializar thru inicializar-exit.
           perform procesa-operacion thru procesa-operacion-exit
               until operacion = "F".
           perform terminar thru terminar-exit.
       inicializar.
           open i-o env-file.
           if fs-env not = "00"
              display "REPREN: no se pudo abrir REPARTO.IDX "
                  "(estado " fs-env ")"
              stop run
           end-if.
           open input pad-file.
           if fs-pad = "00"
              set padron-abierto to true.
           accept hoy-fecha from date yyyymmdd.
       inicializar-exit.
           exit.
      ******************************************************************
      * Una operacion por vuelta.
      ******************************************************************
       procesa-operacion.
           display "REPREN: R=rendir pedido, V=volver a reparto, "
               "F=fin?".
           accept operacion.
           if operacion = "r"
              move "R" to operacion.
           if operacion = "v"
              move "V" to operacion.
           if operacion = "f"
              move "F" to operacion.
           evaluate operacion
              when "R"
                 perform rinde-pedido thru rinde-pedido-exit
              when "V"
                 perform reenvia-pedido thru reenvia-pedido-exit
              when "F"
                 continue
              when other
                 display "REPREN: operacion invalida"
           end-evaluate.
       procesa-operacion-exit.
           exit.
      ******************************************************************
      * Rendicion de un pedido en reparto.
      ******************************************************************
       rinde-pedido.
           perform pide-numero thru pide-numero-exit.
           if env-nro = zeros
              go to rinde-pedido-exit.
           if not ENV-EN-REPARTO
              display "REPREN: el pedido no esta en reparto (estado "
                  ENV-ESTADO ")"
              go to rinde-pedido-exit.
           move ENV-REG to cab-reg.
           move ENV-A-COBRAR to total-ed.
           display "REPREN: pedido " env-nro " zona " ENV-ZONA " "
               ENV-DIRECCION.
           display "REPREN: a cobrar " total-ed.
           perform carga-renglones thru carga-renglones-exit.
           if ren-tot = zeros
              display "REPREN: el pedido no tiene renglones"
              go to rinde-pedido-exit.
       pide-resultado.
           display "REPREN: E=entregado, C=entregado en parte, "
               "N=no entregado, X=volver?".
           move spaces to resultado.
           accept resultado.
           if resultado = "e"
              move "E" to resultado.
           if resultado = "c"
              move "C" to resultado.
           if resultado = "n"
              move "N" to resultado.
           evaluate resultado
              when "E"
                 continue
              when "C"
                 continue
              when "N"
                 perform rechaza-pedido thru rechaza-pedido-exit
                 go to rinde-pedido-exit
              when "X"
                 go to rinde-pedido-exit
              when "x"
                 go to rinde-pedido-exit
              when other
                 display "REPREN: resultado invalido"
                 go to pide-resultado
           end-evaluate.
           move "N" to sw-cancel.
           if resultado = "C"
              perform marca-no-entregados thru marca-no-entregados-exit
              if rendicion-cancelada
                 go to rinde-pedido-exit
              end-if
           end-if.
           perform calcula-total thru calcula-total-exit.
           perform pide-cobro thru pide-cobro-exit.
           if rendicion-cancelada
              display "REPREN: rendicion descartada"
              go to rinde-pedido-exit.
           display "REPREN: confirmar la rendicion (S/N)?".
           accept confirma.
           if confirma not = "S" and confirma not = "s"
              display "REPREN: rendicion descartada"
              go to rinde-pedido-exit.
           perform graba-rendicion thru graba-rendicion-exit.
       rinde-pedido-exit.
           exit.
      * Numero de pedido y lectura de su cabecera.
       pide-numero.
           display "REPREN: numero de pedido (vacio = volver)?".
           move spaces to env-nro-x.
           accept env-nro-x.
           if env-nro-x = spaces
              move zeros to env-nro
              go to pide-numero-exit.
      * Se acepta sin ceros adelante ("12"): se convierte como en
      * prepara-orden de wfis.cbl.
           move spaces to conv-texto.
           move env-nro-x to conv-texto.
           perform conv-a-numero thru conv-a-numero-exit.
           if conv-importe = zeros or conv-importe > 999999
              display "REPREN: numero invalido"
              go to pide-numero.
           move conv-importe to env-nro.
           move env-nro to ENV-NUMERO.
           move zeros to ENV-RENGLON.
           read env-file
               invalid key
                  display "REPREN: pedido inexistente"
                  move zeros to env-nro
           end-read.
       pide-numero-exit.
           exit.
      * Renglones del pedido a la tabla, mostrando las lineas.
       carga-renglones.
           move zeros to ren-tot ult-renglon cant-lineas.
           move env-nro to ENV-NUMERO.
           move 1 to ENV-RENGLON.
           start env-file key not < ENV-CLAVE
               invalid key
                  go to carga-renglones-exit
           end-start.
       carga-un-renglon.
           read env-file next record
               at end
                  go to carga-renglones-exit
           end-read.
           if ENV-NUMERO not = env-nro
              go to carga-renglones-exit.
           move ENV-RENGLON to ult-renglon.
           if ren-tot >= 80
              go to carga-un-renglon.
           add 1 to ren-tot.
           move ENV-RENGLON to ren-renglon (ren-tot).
           move ENV-PED-REG to ren-ped (ren-tot).
           move ENV-VIGENTE to ren-vigente (ren-tot).
           move "N" to ren-cambio (ren-tot).
           move ENV-PED-REG to PED-REG.
           if PED-ES-LINEA and ENV-VA-AL-LOTE
              add 1 to cant-lineas
              move ren-tot to lin-nro-ed
              display "  " lin-nro-ed " " PED-ARTI-C " " PED-MONT-C
           end-if.
           go to carga-un-renglon.
       carga-renglones-exit.
           exit.
      * Entrega parcial: se marcan los renglones que volvieron. Tiene
      * que quedar al menos una linea entregada.
       marca-no-entregados.
           display "REPREN: numero de linea NO entregada (vacio = "
               "fin, X = cancelar)?".
           move spaces to ren-nro-x.
           accept ren-nro-x.
           if ren-nro-x = "X  " or ren-nro-x = "x  "
              set rendicion-cancelada to true
              go to marca-no-entregados-exit.
           if ren-nro-x = spaces
              go to marca-no-entregados-fin.
           perform justifica-nro thru justifica-nro-exit.
           if ren-nro-x not numeric
              display "REPREN: numero de linea invalido"
              go to marca-no-entregados.
           if ren-nro = zeros or ren-nro > ren-tot
              display "REPREN: numero de linea invalido"
              go to marca-no-entregados.
           move ren-ped (ren-nro) to PED-REG.
           if not PED-ES-LINEA or ren-vigente (ren-nro) not = "S"
              display "REPREN: numero de linea invalido"
              go to marca-no-entregados.
           move "N" to ren-vigente (ren-nro).
           move "S" to ren-cambio (ren-nro).
           subtract 1 from cant-lineas.
           go to marca-no-entregados.
       marca-no-entregados-fin.
           if cant-lineas = zeros
              display "REPREN: no queda ninguna linea entregada - "
                  "rendirlo como no entregado (N)"
              set rendicion-cancelada to true
           end-if.
       marca-no-entregados-exit.
           exit.
      * "5" o "5  " tecleado pasa a "005".
       justifica-nro.
           if ren-nro-x (2:2) = spaces
              move ren-nro-x (1:1) to ren-nro-x (3:1)
              move "00" to ren-nro-x (1:2)
           else
              if ren-nro-x (3:1) = space
                 move ren-nro-x (2:1) to ren-nro-x (3:1)
                 move ren-nro-x (1:1) to ren-nro-x (2:1)
                 move "0" to ren-nro-x (1:1)
              end-if
           end-if.
       justifica-nro-exit.
           exit.
      * Total de las lineas entregadas mas la percepcion de IIBB de
      * una Factura A a un CUIT del padron (mismo calculo que
      * pedcap.cbl y wfis.cbl).
       calcula-total.
           move zeros to ren-total perc-neto perc-importe.
           perform suma-linea thru suma-linea-exit
               varying sub-ren from 1 by 1 until sub-ren > ren-tot.
           move cab-reg to ENV-REG.
           if not padron-abierto or ENV-TIPO-F not = "A"
              or ENV-CUIT = spaces or ENV-CUIT = zeros
              go to calcula-total-exit.
           move ENV-CUIT to PAD-CUIT.
           read pad-file
               invalid key
                  go to calcula-total-exit
           end-read.
           if hoy-fecha < PAD-DESDE or hoy-fecha > PAD-HASTA
              go to calcula-total-exit.
           move perc-neto to perc-base.
           compute perc-importe rounded =
               perc-base * PAD-ALICUOTA / 100.
           add perc-importe to ren-total.
       calcula-total-exit.
           exit.
       suma-linea.
           move ren-ped (sub-ren) to PED-REG.
           if not PED-ES-LINEA or ren-vigente (sub-ren) not = "S"
              go to suma-linea-exit.
           move PED-MONT-C to conv-texto.
           perform conv-a-numero thru conv-a-numero-exit.
           add conv-importe to ren-total.
           move PED-PIVA-C to perc-piva.
           compute perc-iva-lin rounded =
               conv-importe * perc-piva / (100 + perc-piva).
           compute perc-neto = perc-neto + conv-importe - perc-iva-lin.
       suma-linea-exit.
           exit.
      * Lo cobrado: en una entrega completa se pueden confirmar los
      * pagos del pedido tal cual; si no, se cargan los pagos que se
      * cobraron, que tienen que cuadrar exacto contra el total.
       pide-cobro.
           move zeros to cob-pag-tot ren-pagado.
           move ren-total to total-ed.
           display "REPREN: total del pedido " total-ed.
           if resultado = "E"
              display "REPREN: se cobro lo pactado en el pedido (S/N)?"
              move spaces to confirma
              accept confirma
              if confirma = "S" or confirma = "s"
                 go to pide-cobro-exit
              end-if
           end-if.
       pide-pago.
           compute ren-resta = ren-total - ren-pagado.
           move ren-resta to total-ed.
           display "REPREN: falta rendir " total-ed.
           if cob-pag-tot >= 10
              display "REPREN: tope de 10 pagos"
              set rendicion-cancelada to true
              go to pide-cobro-exit.
           display "REPREN: forma de pago (X = cancelar)?".
           move spaces to cap-pago-tipo.
           accept cap-pago-tipo.
           if cap-pago-tipo = "X    " or cap-pago-tipo = "x    "
              set rendicion-cancelada to true
              go to pide-cobro-exit.
           if cap-pago-tipo = spaces
              move "EFECT" to cap-pago-tipo.
           display "REPREN: monto (vacio = el resto)?".
           move spaces to cap-pago-monto.
           accept cap-pago-monto.
           if cap-pago-monto = spaces
              move ren-resta to monto-ed
              move monto-ed to cap-pago-monto
           end-if.
           move cap-pago-monto to conv-texto.
           perform conv-a-numero thru conv-a-numero-exit.
           if conv-importe = zeros
              display "REPREN: monto invalido"
              go to pide-pago.
           if conv-importe > ren-resta
              display "REPREN: el pago supera lo que falta"
              go to pide-pago.
           add 1 to cob-pag-tot.
           move cap-pago-tipo  to cob-p-tipo  (cob-pag-tot).
           move cap-pago-monto to cob-p-monto (cob-pag-tot).
           add conv-importe to ren-pagado.
           if ren-pagado < ren-total
              go to pide-pago.
       pide-cobro-exit.
           exit.
      ******************************************************************
      * Grabacion: renglones que cambiaron, pagos nuevos (los viejos
      * quedan no vigentes) y la cabecera con el estado, el total, lo
      * cobrado y la fecha de rendicion.
      ******************************************************************
       graba-rendicion.
           if cob-pag-tot > zeros
              perform anula-pago thru anula-pago-exit
                  varying sub-ren from 1 by 1 until sub-ren > ren-tot
           end-if.
           perform regraba-renglon thru regraba-renglon-exit
               varying sub-ren from 1 by 1 until sub-ren > ren-tot.
           perform graba-pago thru graba-pago-exit
               varying sub-pag from 1 by 1 until sub-pag > cob-pag-tot.
           move zeros to ren-cobrado.
           if cob-pag-tot > zeros
              perform suma-cobrado thru suma-cobrado-exit
                  varying sub-pag from 1 by 1
                  until sub-pag > cob-pag-tot
           else
              perform suma-cobrado-ped thru suma-cobrado-ped-exit
                  varying sub-ren from 1 by 1 until sub-ren > ren-tot
           end-if.
           move cab-reg to ENV-REG.
           compute ren-dif = ren-cobrado - ENV-A-COBRAR.
           if resultado = "E"
              set ENV-ENTREGADO to true
              add 1 to cant-entregados
           else
              set ENV-ENTREGA-PARCIAL to true
              add 1 to cant-parciales
           end-if.
           move ren-total to ENV-TOTAL.
           move ren-cobrado to ENV-COBRADO.
           move hoy-fecha to ENV-FECHA-REND.
           rewrite ENV-REG.
           move ren-cobrado to total-ed.
           display "REPREN: pedido " env-nro " rendido, cobrado "
               total-ed.
           if ren-dif not = zeros
              move ren-dif to dif-ed
              display "REPREN: diferencia contra lo que habia que "
                  "cobrar " dif-ed
           end-if.
       graba-rendicion-exit.
           exit.
       anula-pago.
           move ren-ped (sub-ren) to PED-REG.
           if PED-ES-CANCELA and ren-vigente (sub-ren) = "S"
              move "N" to ren-vigente (sub-ren)
              move "S" to ren-cambio (sub-ren)
           end-if.
       anula-pago-exit.
           exit.
       regraba-renglon.
           if ren-cambio (sub-ren) not = "S"
              go to regraba-renglon-exit.
           move env-nro to ENV-NUMERO.
           move ren-renglon (sub-ren) to ENV-RENGLON.
           read env-file
               invalid key
                  go to regraba-renglon-exit
           end-read.
           move ren-vigente (sub-ren) to ENV-VIGENTE.
           rewrite ENV-REG.
       regraba-renglon-exit.
           exit.
      * Pagos cobrados como renglones "C" nuevos, a continuacion del
      * ultimo renglon del pedido; el ultimo lleva la marca de cierre.
       graba-pago.
           move spaces to PED-REG.
           move "C" to PED-TIP.
           move cob-p-tipo  (sub-pag) to PED-PAGO-TIPO.
           move cob-p-monto (sub-pag) to PED-PAGO-MONTO.
           if sub-pag = cob-pag-tot
              move "S" to PED-ULT-PAGO
           else
              move "N" to PED-ULT-PAGO
           end-if.
           add 1 to ult-renglon.
           move spaces to ENV-REG.
           move env-nro to ENV-NUMERO.
           move ult-renglon to ENV-RENGLON.
           set ENV-ES-PEDIDO to true.
           move PED-REG to ENV-PED-REG.
           move "S" to ENV-VIGENTE.
           write ENV-REG
               invalid key
                  display "REPREN: no se pudo grabar el pago del "
                      "renglon " ult-renglon
           end-write.
       graba-pago-exit.
           exit.
      * Lo cobrado es lo pagado sin la cuenta corriente.
       suma-cobrado.
           if cob-p-tipo (sub-pag) = "CTACT"
              go to suma-cobrado-exit.
           move cob-p-monto (sub-pag) to conv-texto.
           perform conv-a-numero thru conv-a-numero-exit.
           add conv-importe to ren-cobrado.
       suma-cobrado-exit.
           exit.
       suma-cobrado-ped.
           move ren-ped (sub-ren) to PED-REG.
           if not PED-ES-CANCELA or ren-vigente (sub-ren) not = "S"
              or PED-PAGO-TIPO = "CTACT"
              go to suma-cobrado-ped-exit.
           move PED-PAGO-MONTO to conv-texto.
           perform conv-a-numero thru conv-a-numero-exit.
           add conv-importe to ren-cobrado.
       suma-cobrado-ped-exit.
           exit.
      * No entregado: pasa a rechazado, sin cobro.
       rechaza-pedido.
           display "REPREN: confirmar pedido NO entregado (S/N)?".
           accept confirma.
           if confirma not = "S" and confirma not = "s"
              go to rechaza-pedido-exit.
           move cab-reg to ENV-REG.
           set ENV-RECHAZADO to true.
           move zeros to ENV-COBRADO.
           move hoy-fecha to ENV-FECHA-REND.
           rewrite ENV-REG.
           add 1 to cant-rechazados.
           display "REPREN: pedido " env-nro " rechazado, queda en "
               "pendientes".
       rechaza-pedido-exit.
           exit.
      ******************************************************************
      * Un pedido rechazado vuelve a reparto para la proxima hoja de
      * ruta, con la misma o con otra franja horaria.
      ******************************************************************
       reenvia-pedido.
           perform pide-numero thru pide-numero-exit.
           if env-nro = zeros
              go to reenvia-pedido-exit.
           if not ENV-RECHAZADO
              display "REPREN: el pedido no esta rechazado (estado "
                  ENV-ESTADO ")"
              go to reenvia-pedido-exit.
           display "REPREN: pedido " env-nro " zona " ENV-ZONA " "
               ENV-DIRECCION.
           display "REPREN: nueva franja horaria (vacio = "
               ENV-FRANJA ")?".
           move spaces to cap-franja.
           accept cap-franja.
           if cap-franja not = spaces
              move cap-franja to ENV-FRANJA.
           set ENV-EN-REPARTO to true.
           move zeros to ENV-FECHA-REND.
           rewrite ENV-REG.
           add 1 to cant-reenviados.
           display "REPREN: pedido " env-nro " de vuelta en reparto".
       reenvia-pedido-exit.
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
           close env-file.
           if padron-abierto
              close pad-file.
           display "REPREN: " cant-entregados " entregado(s), "
               cant-parciales " parcial(es), " cant-rechazados
               " rechazado(s), " cant-reenviados " reenviado(s)".
           stop run.
       terminar-exit.
           exit.
