      * pendientes que dejo el Modo Electronico de wfis.cbl
      * (FEPEND.DAT, fereg.cpy):
      *   - cada comprobante APROBADO ("A") se vuelca a EXPFACT.DAT
      *     como un grupo H/D/P/R/I normal, con su CAE y vencimiento
      *     en la cabecera (EXP-CAE: no blanco = electronico) y con
      *     la referencia al original si era una nota de credito de
      *     devoluciones, asi repdia/citiven/archmes lo cuentan como
      *   - cada RECHAZADO ("R") queda listado en FECAERCH.TXT con su
      *     motivo, para recapturarlo a mano, y su stock se REVIERTE
      *     (la captura ya lo habia movido y la recaptura lo va a
      *     mover otra vez); lo mismo el saldo de los vales de regalo
      *     canjeados con la forma de pago VALE (VALES.IDX) y los
      *     puntos de cliente canjeados como descuento (PUNTOS.DAT,
      *     renglon "D" de canje devuelto),
      *   - los puntos que gana (o que resta una nota de credito de
      *     devoluciones) un comprobante electronico se graban recien
      *     con el aprobado, igual que la cuenta corriente (ver
      *     acredita-puntos; parametros en PUNTOS.PAR),
      *   - los dos salen de FEPEND.DAT y de FECAEREQ.DAT (los dos se
      *     reescriben sin ellos, con verificacion de cantidades
      *     antes de pisar el original, mismo esquema que el split de
      * Al final FECAERES.DAT se archiva con fecha y hora, para que
      * una recorrida del mismo archivo no duplique comprobantes en
      * EXPFACT.DAT.
      * Codigo de retorno: 0 todo resuelto, 4 con rechazados,
      * respuestas sin grupo o diferidas, o una depuracion que no
      * verifico, 8 ARTMAE.IDX que no se pudo abrir.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ART-COD
                  FILE STATUS IS fs-art.
           SELECT val-file ASSIGN "VALES.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VAL-NUMERO
                  FILE STATUS IS fs-val.
           SELECT cli-file ASSIGN "CLIMAE.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CLI-CUIT
                  FILE STATUS IS fs-cli.
           SELECT pts-file ASSIGN "PUNTOS.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-pts.
           SELECT ppa-file ASSIGN "PUNTOS.PAR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-ppa.
           SELECT kit-file ASSIGN "KITMAE.IDX"
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KIT-CLAVE
                  FILE STATUS IS fs-kit.
           SELECT mov-file ASSIGN "MOVSTK.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-mov.
       FD  fe-file.
           copy "fereg.cpy".
       FD  new-file.
       01  new-linea                  PIC X(250).
       FD  fer-file.
       01  fer-reg.
           03  fer-numero             PIC 9(06).
           copy "ctareg.cpy".
       FD  art-file.
           copy "artreg.cpy".
       FD  val-file.
           copy "valreg.cpy".
       FD  cli-file.
           copy "clireg.cpy".
       FD  pts-file.
           copy "ptsreg.cpy".
       FD  ppa-file.
           copy "ptspar.cpy".
       FD  kit-file.
           copy "kitreg.cpy".
       FD  mov-file.
           copy "movreg.cpy".
       FD  exp-file.
       01  fs-cta                     PIC X(02)  VALUE "00".
       01  fs-art                     PIC X(02)  VALUE "00".
       01  fs-mov                     PIC X(02)  VALUE "00".
       01  fs-val                     PIC X(02)  VALUE "00".
       01  sw-val                     PIC X(01)  VALUE "N".
           88  vales-abiertos                    VALUE "S".
       01  fs-cli                     PIC X(02)  VALUE "00".
       01  sw-cli                     PIC X(01)  VALUE "N".
           88  clientes-abiertos                 VALUE "S".
       01  fs-kit                     PIC X(02)  VALUE "00".
       01  sw-kit                     PIC X(01)  VALUE "N".
           88  kits-abiertos                     VALUE "S".
       01  fs-pts                     PIC X(02)  VALUE "00".
       01  fs-ppa                     PIC X(02)  VALUE "00".
      * Puntos de clientes (PUNTOS.PAR): sin el archivo no se
      * acreditan puntos, igual que en wfis.cbl.
       01  sw-puntos                  PIC X(01)  VALUE "N".
           88  puntos-activos                    VALUE "S".
       01  pts-pesos                  PIC 9(05)V99 VALUE ZEROS.
       01  pts-tipo-mov               PIC X(01)  VALUE SPACES.
       01  pts-cant                   PIC 9(07)  VALUE ZEROS.
       01  pts-importe-mov            PIC 9(09)V99 VALUE ZEROS.
       01  cant-puntos                PIC 9(05)  VALUE ZEROS.
       01  fs-pen                     PIC X(02)  VALUE "00".
      * Respuestas que no entraron en res-tab en esta corrida: se
      * difieren a FECAERES.PEN, que al final vuelve a ser
       01  cant-aprobados             PIC 9(05)  VALUE ZEROS.
       01  cant-rechazados            PIC 9(05)  VALUE ZEROS.
       01  cant-sin-grupo             PIC 9(05)  VALUE ZEROS.
      * 0 todo bien, 4 con observaciones (rechazados, sin grupo,
      * diferidas o depuracion no verificada), 8 no se pudo correr.
       01  rc-corrida                 PIC 9(01)  VALUE ZEROS.
      * Numeros ya resueltos (aprobados o rechazados), para sacarlos
      * de FEPEND.DAT al final.
       01  res-tab.
       01  gr-civa                    PIC X(01)  VALUE ZEROS.
       01  gr-tdoc                    PIC X(01)  VALUE ZEROS.
       01  gr-boca                    PIC 9(01)  VALUE ZEROS.
       01  gr-pto-vta                 PIC 9(04)  VALUE ZEROS.
       01  gr-ref                     PIC X(16)  VALUE SPACES.
       01  gr-dr-tab.
           03  gr-dr-tot              PIC 9(01)  VALUE ZEROS.
               05  gr-r-pct               PIC 99V99.
               05  gr-r-importe           PIC 9(09)V99.
               05  gr-r-texto             PIC X(20).
               05  gr-r-puntos            PIC 9(07).
       01  gr-lin-tab.
           03  gr-lin-tot             PIC 9(02)  VALUE ZEROS.
           03  gr-lin-ent             OCCURS 50 TIMES.
           03  gr-pag-ent             OCCURS 10 TIMES.
               05  gr-p-tipo              PIC X(05).
               05  gr-p-monto             PIC X(10).
               05  gr-p-ref               PIC X(20).
       01  sub-gr                     PIC 9(02)  VALUE ZEROS.
       01  gr-total                   PIC 9(09)V99 VALUE ZEROS.
      * Base de los puntos: lineas mas/menos descuentos y recargos
      * generales, sin la percepcion ni el vuelto (cbte-total-num de
      * wfis.cbl).
       01  gr-neto                    PIC S9(09)V99 VALUE ZEROS.
      * Percepcion de IIBB del renglon "I" (cero si no tuvo).
       01  gr-perc-alicuota           PIC 99V99  VALUE ZEROS.
       01  gr-perc-base               PIC 9(09)V99 VALUE ZEROS.
       01  gr-perc-importe            PIC 9(09)V99 VALUE ZEROS.
      * Reescritura de FEPEND.DAT sin los resueltos, con
      * verificacion de cantidades antes de pisar el original.
       01  fe-leidos                  PIC 9(06)  VALUE ZEROS.
       01  fer-sacados                PIC 9(06)  VALUE ZEROS.
      * Forma de pago cuenta corriente, igual que en wfis.cbl.
       01  pago-ctacte-lit            PIC X(05)  VALUE "CTACT".
      * Forma de pago vale de regalo, igual que en wfis.cbl.
       01  pago-vale-lit              PIC X(05)  VALUE "VALE".
       01  vale-nro                   PIC 9(06)  VALUE ZEROS.
       01  vale-nro-x REDEFINES vale-nro PIC X(06).
       01  cant-vales                 PIC 9(05)  VALUE ZEROS.
      * Reversa de stock de un comprobante rechazado (la captura ya
      * lo habia movido linea a linea, ver revierte-stock).
       01  mov-delta                  PIC S9(07)V99 VALUE ZEROS.
      * Delta del renglon del comprobante; en un kit se reparte en
      * sus componentes por la cantidad de cada uno (mueve-stock en
      * wfis.cbl).
       01  stk-delta                  PIC S9(07)V99 VALUE ZEROS.
       01  stk-renglon                PIC 9(02)  VALUE ZEROS.
       01  sw-es-kit                  PIC X(01)  VALUE "N".
           88  stk-es-kit                        VALUE "S".
       01  sw-fin-kit                 PIC X(01)  VALUE "N".
           88  fin-kit                           VALUE "S".
       01  arch-fecha                 PIC 9(08)  VALUE ZEROS.
       01  arch-hora                  PIC 9(08)  VALUE ZEROS.
       01  arch-nombre                PIC X(30)  VALUE SPACES.
           if fs-art not = "00"
              display "FECAE: no se pudo abrir ARTMAE.IDX "
                  "(estado " fs-art ")"
              move 8 to return-code
              stop run
           end-if.
      * Sin el archivo de vales no se puede devolver el saldo de un
      * rechazado pagado con VALE: se avisa y se sigue.
           open i-o val-file.
           if fs-val = "00"
              set vales-abiertos to true
           else
              display "FECAE: sin VALES.IDX (estado " fs-val
                  "), los vales de los rechazados no se devuelven"
           end-if.
      * Puntos: sin PUNTOS.PAR no se acreditan; sin el maestro de
      * clientes se acreditan a cualquier CUIT del comprobante.
           open input ppa-file.
           if fs-ppa = "00"
              read ppa-file
                  at end
                     move zeros to PPA-PESOS
              end-read
              close ppa-file
              if PPA-PESOS numeric and PPA-PESOS > zeros
                 move PPA-PESOS to pts-pesos
                 set puntos-activos to true
              end-if
           end-if.
           open input cli-file.
           if fs-cli = "00"
              set clientes-abiertos to true.
           open input kit-file.
           if fs-kit = "00"
              set kits-abiertos to true.
           open output rch-file.
       inicializar-exit.
           exit.
              go to procesa-respuestas-exit.
           if res-aprobado
              perform exporta-grupo thru exporta-grupo-exit
              perform acredita-puntos thru acredita-puntos-exit
              add 1 to cant-aprobados
           else
              add 1 to cant-rechazados
              perform revierte-stock thru revierte-stock-exit
                  varying sub-gr from 1 by 1
                  until sub-gr > gr-lin-tot
              perform revierte-vale thru revierte-vale-exit
                  varying sub-gr from 1 by 1
                  until sub-gr > gr-pag-tot
              perform revierte-canje thru revierte-canje-exit
                  varying sub-gr from 1 by 1
                  until sub-gr > gr-dr-tot
           end-if.
           perform marca-resuelto thru marca-resuelto-exit.
       procesa-respuestas-exit.
       junta-grupo.
           move "N" to sw-grupo sw-fin-fe.
           move zeros to gr-lin-tot gr-pag-tot gr-dr-tot gr-total.
           move zeros to gr-perc-alicuota gr-perc-base gr-perc-importe.
           move spaces to gr-nomb gr-ref.
      * gr-civa/gr-tdoc tambien: un ticket sin cliente no trae "D" y
      * no puede heredar los codigos del grupo anterior.
           move zeros to gr-cuit gr-civa gr-tdoc gr-boca gr-pto-vta.
           open input fe-file.
           if fs-fe not = "00"
              go to junta-grupo-exit.
                 move FE-SUCURSAL to gr-sucursal
                 move FE-BOCA to gr-boca
                 move FE-REF to gr-ref
                 if FE-PTO-VTA numeric
                    move FE-PTO-VTA to gr-pto-vta
                 end-if
              when FE-ES-DATOS
                 move FE-NOMB-F to gr-nomb
                 move FE-CUIT-F to gr-cuit
                    move FE-DR-PCT to gr-r-pct (gr-dr-tot)
                    move FE-DR-IMPORTE to gr-r-importe (gr-dr-tot)
                    move FE-DR-TEXTO to gr-r-texto (gr-dr-tot)
                    if FE-DR-PUNTOS numeric
                       move FE-DR-PUNTOS to gr-r-puntos (gr-dr-tot)
                    else
                       move zeros to gr-r-puntos (gr-dr-tot)
                    end-if
                 end-if
              when FE-ES-PERCEPCION
                 move FE-PERC-ALICUOTA to gr-perc-alicuota
                 move FE-PERC-BASE to gr-perc-base
                 move FE-PERC-IMPORTE to gr-perc-importe
              when FE-ES-CANCELA
                 if gr-pag-tot < 10
                    add 1 to gr-pag-tot
                    move FE-PAGO-TIPO to gr-p-tipo (gr-pag-tot)
                    move FE-PAGO-MONTO to gr-p-monto (gr-pag-tot)
                    move FE-PAGO-REF to gr-p-ref (gr-pag-tot)
                    move FE-PAGO-MONTO to conv-texto
                    perform conv-a-numero thru conv-a-numero-exit
                    add conv-importe to gr-total
      * Vuelca el grupo aprobado a EXPFACT.DAT como un comprobante
      * comun (cabecera "H" con el CAE y la referencia al original,
      * un "D" por linea, un "P" por pago, un "R" por descuento/
      * recargo y el "I" de la percepcion de IIBB), con la fecha y
      * hora de la captura: es cuando la venta ocurrio de verdad. El
      * numero del comprobante es el de la cola (FECAENUM) en el punto
      * de venta electronico con el que se pidio el CAE.
       exporta-grupo.
           open extend exp-file.
           if fs-exp not = "00"
           move gr-total to EXP-TOTAL.
           move gr-operador to EXP-OPERADOR.
           move gr-sucursal to EXP-SUCURSAL.
           move gr-boca to EXP-BOCA.
           move gr-pto-vta to EXP-PTO-VTA.
           move res-numero to EXP-NRO-CBTE.
           move gr-ref to EXP-REF.
           move res-cae to EXP-CAE.
           move res-vto to EXP-CAE-VTO.
               varying sub-gr from 1 by 1 until sub-gr > gr-pag-tot.
           perform exporta-dr thru exporta-dr-exit
               varying sub-gr from 1 by 1 until sub-gr > gr-dr-tot.
           if gr-perc-importe > zeros
              perform exporta-perc thru exporta-perc-exit.
           close exp-file.
       exporta-grupo-exit.
           exit.
           move gr-l-piva (sub-gr) to EXP-PIVA-C.
           move gr-operador to EXP-OPERADOR.
           move gr-sucursal to EXP-SUCURSAL.
           move gr-boca to EXP-BOCA.
           move gr-pto-vta to EXP-PTO-VTA.
           move res-numero to EXP-NRO-CBTE.
           write EXP-REG.
       exporta-linea-exit.
           exit.
           move gr-p-monto (sub-gr) to conv-texto.
           perform conv-a-numero thru conv-a-numero-exit.
           move conv-importe to EXP-PAGO-MONTO-P.
           move gr-p-ref (sub-gr) to EXP-PAGO-REF.
           move gr-operador to EXP-OPERADOR.
           move gr-sucursal to EXP-SUCURSAL.
           move gr-boca to EXP-BOCA.
           move gr-pto-vta to EXP-PTO-VTA.
           move res-numero to EXP-NRO-CBTE.
           write EXP-REG.
           if gr-p-tipo (sub-gr) = pago-ctacte-lit
              perform carga-ctacte thru carga-ctacte-exit
           move gr-r-pct (sub-gr) to EXP-DR-PCT.
           move gr-r-importe (sub-gr) to EXP-DR-IMPORTE.
           move gr-r-texto (sub-gr) to EXP-DR-TEXTO.
           move gr-r-puntos (sub-gr) to EXP-DR-PUNTOS.
           move gr-operador to EXP-OPERADOR.
           move gr-sucursal to EXP-SUCURSAL.
           move gr-boca to EXP-BOCA.
           move gr-pto-vta to EXP-PTO-VTA.
           move res-numero to EXP-NRO-CBTE.
           write EXP-REG.
       exporta-dr-exit.
           exit.
       exporta-perc.
           move spaces to EXP-REG.
           set EXP-ES-PERCEPCION to true.
           move gr-fecha to EXP-FECHA.
           move gr-hora  to EXP-HORA.
           move "IIBB" to EXP-PERC-TRIBUTO.
           move gr-perc-alicuota to EXP-PERC-ALICUOTA.
           move gr-perc-base to EXP-PERC-BASE.
           move gr-perc-importe to EXP-PERC-IMPORTE.
           move gr-operador to EXP-OPERADOR.
           move gr-sucursal to EXP-SUCURSAL.
           move gr-boca to EXP-BOCA.
           move gr-pto-vta to EXP-PTO-VTA.
           move res-numero to EXP-NRO-CBTE.
           write EXP-REG.
       exporta-perc-exit.
           exit.
      * Movimiento diferido a la cuenta corriente: el Modo
      * Electronico no lo grabo al capturar (un rechazo recapturado
      * lo duplicaria), asi que el pago CTACT del comprobante
      * devoluciones), y el rechazo se recaptura a mano, que lo va a
      * mover de nuevo. Espejo de anula-cbte en wfis.cbl: se deshace
      * el delta con un movimiento "A" para que MOVSTK siga
      * explicando ART-STOCK. Un kit se revierte en sus componentes,
      * igual que los movio la captura.
       revierte-stock.
           move gr-l-cant (sub-gr) to conv-texto.
           perform conv-a-numero thru conv-a-numero-exit.
           if gr-tipo = "C" and gr-ref not = spaces
              move zeros to stk-delta
              subtract conv-importe from stk-delta
           else
              move conv-importe to stk-delta
           end-if.
           move "N" to sw-es-kit.
           if kits-abiertos
              move gr-l-arti (sub-gr) to KIT-COD
              move 1 to KIT-RENGLON
              read kit-file
                  invalid key
                     continue
                  not invalid key
                     set stk-es-kit to true
              end-read
           end-if.
           if not stk-es-kit
              move gr-l-arti (sub-gr) to ART-COD
              move stk-delta to mov-delta
              perform revierte-articulo thru revierte-articulo-exit
              go to revierte-stock-exit.
           move zeros to stk-renglon.
           move "N" to sw-fin-kit.
           perform revierte-componente thru revierte-componente-exit
               until fin-kit.
       revierte-stock-exit.
           exit.
       revierte-componente.
           move gr-l-arti (sub-gr) to KIT-COD.
           compute KIT-RENGLON = stk-renglon + 1.
           read kit-file
               invalid key
                  set fin-kit to true
                  go to revierte-componente-exit
               not invalid key
                  continue
           end-read.
           add 1 to stk-renglon.
           move KIT-COMP to ART-COD.
           compute mov-delta rounded = stk-delta * KIT-CANT.
           perform revierte-articulo thru revierte-articulo-exit.
       revierte-componente-exit.
           exit.
      * ART-COD y mov-delta cargados por el llamador.
       revierte-articulo.
           read art-file
               invalid key
                  go to revierte-articulo-exit
               not invalid key
                  continue
           end-read.
           add mov-delta to ART-STOCK.
           rewrite ART-REG.
           open extend mov-file.
           if fs-mov not = "00"
           move ART-COSTO to MOV-COSTO.
           write MOV-REG.
           close mov-file.
       revierte-articulo-exit.
           exit.
      * Reversa del canje de vale de un comprobante RECHAZADO: la
      * captura ya habia descontado el saldo (repuesto en una nota de
      * credito, ver canje-vale en wfis.cbl) y la recaptura lo va a
      * mover otra vez.
       revierte-vale.
           if gr-p-tipo (sub-gr) not = pago-vale-lit
              or not vales-abiertos
              go to revierte-vale-exit.
           move gr-p-ref (sub-gr) to vale-nro-x.
           move vale-nro to VAL-NUMERO.
           read val-file
               invalid key
                  display "FECAE: vale " vale-nro " del comprobante "
                      res-numero " inexistente - saldo no devuelto"
                  go to revierte-vale-exit
               not invalid key
                  continue
           end-read.
           move gr-p-monto (sub-gr) to conv-texto.
           perform conv-a-numero thru conv-a-numero-exit.
           if gr-tipo = "C"
              if conv-importe < VAL-SALDO
                 subtract conv-importe from VAL-SALDO
              else
                 move zeros to VAL-SALDO
                 set VAL-USADO to true
              end-if
           else
              add conv-importe to VAL-SALDO
              set VAL-ACTIVO to true
           end-if.
           rewrite VAL-REG.
           add 1 to cant-vales.
       revierte-vale-exit.
           exit.
      * Puntos del comprobante APROBADO, como acredita-puntos en
      * wfis.cbl: ganados "G" en una venta con CUIT del maestro,
      * restados "N" en una nota de credito de devoluciones, sobre el
      * total de las lineas neto de descuentos y recargos generales
      * (el canje incluido), sin la percepcion de IIBB ni el vuelto
      * que trae la suma de los pagos; con la fecha, operador y boca
      * de la captura.
       acredita-puntos.
           if not puntos-activos or gr-cuit = zeros
              or gr-cuit = spaces
              go to acredita-puntos-exit.
           if gr-tipo = "C"
              if gr-ref = spaces
                 go to acredita-puntos-exit
              end-if
              move "N" to pts-tipo-mov
           else
              if gr-tipo not = "T" and gr-tipo not = "A"
                 and gr-tipo not = "B"
                 go to acredita-puntos-exit
              end-if
              move "G" to pts-tipo-mov
           end-if.
      * Como en wfis, solo se acreditan clientes del maestro: sin
      * CLIMAE.IDX no se acredita a ningun CUIT.
           if not clientes-abiertos
              go to acredita-puntos-exit.
           move gr-cuit to CLI-CUIT.
           read cli-file
               invalid key
                  go to acredita-puntos-exit
               not invalid key
                  continue
           end-read.
           move zeros to gr-neto.
           perform suma-neto-linea thru suma-neto-linea-exit
               varying sub-gr from 1 by 1 until sub-gr > gr-lin-tot.
           perform suma-neto-dr thru suma-neto-dr-exit
               varying sub-gr from 1 by 1 until sub-gr > gr-dr-tot.
           if gr-neto not > zeros
              go to acredita-puntos-exit.
           compute pts-cant = gr-neto / pts-pesos.
           if pts-cant = zeros
              go to acredita-puntos-exit.
           move gr-neto to pts-importe-mov.
           perform graba-puntos thru graba-puntos-exit.
       acredita-puntos-exit.
           exit.
       suma-neto-linea.
           move gr-l-mont (sub-gr) to conv-texto.
           perform conv-a-numero thru conv-a-numero-exit.
           add conv-importe to gr-neto.
       suma-neto-linea-exit.
           exit.
       suma-neto-dr.
           if gr-r-tipo (sub-gr) = "D"
              subtract gr-r-importe (sub-gr) from gr-neto
           else
              add gr-r-importe (sub-gr) to gr-neto
           end-if.
       suma-neto-dr-exit.
           exit.
      * Reversa del canje de puntos de un comprobante RECHAZADO:
      * wfis.cbl ya habia grabado el canje "C" al cerrarlo, y la
      * recaptura lo va a grabar otra vez; se devuelve con un "D".
      * No depende de PUNTOS.PAR: el canje ya esta en el libro.
       revierte-canje.
           if gr-r-modo (sub-gr) not = "T"
              or gr-r-puntos (sub-gr) = zeros
              go to revierte-canje-exit.
           move "D" to pts-tipo-mov.
           move gr-r-puntos (sub-gr) to pts-cant.
           move gr-r-importe (sub-gr) to pts-importe-mov.
           perform graba-puntos thru graba-puntos-exit.
       revierte-canje-exit.
           exit.
       graba-puntos.
           open extend pts-file.
           if fs-pts not = "00"
              open output pts-file.
           move gr-fecha to PTS-FECHA.
           move gr-hora  to PTS-HORA.
           move pts-tipo-mov to PTS-TIPO.
           move pts-cant to PTS-PUNTOS.
           move pts-importe-mov to PTS-IMPORTE.
           move gr-cuit to PTS-CUIT.
           move gr-operador to PTS-OPERADOR.
           move gr-boca to PTS-BOCA.
           move gr-sucursal to PTS-SUCURSAL.
           write PTS-REG.
           close pts-file.
           add 1 to cant-puntos.
       graba-puntos-exit.
           exit.
      * procesa-respuestas ya garantizo res-tot < 500 antes de
      * procesar, asi que aca siempre hay lugar.
           else
              display "FECAE: verificacion fallida al depurar "
                  "FEPEND.DAT - el original NO se toca"
              move 4 to rc-corrida
              call "CBL_DELETE_FILE" using "FEPEND.NEW"
           end-if.
       depura-fepend-exit.
           else
              display "FECAE: verificacion fallida al depurar "
                  "FECAEREQ.DAT - el original NO se toca"
              move 4 to rc-corrida
              call "CBL_DELETE_FILE" using "FECAEREQ.NEW"
           end-if.
       depura-fecaereq-exit.
           exit.
       terminar.
           close res-file rch-file art-file.
           if vales-abiertos
              close val-file.
           if clientes-abiertos
              close cli-file.
           if kits-abiertos
              close kit-file.
           display "FECAE: " cant-aprobados " aprobado(s) a "
               "EXPFACT.DAT, " cant-rechazados " rechazado(s) en "
               "FECAERCH.TXT, " cant-sin-grupo " sin grupo".
           if cant-vales > zeros
              display "FECAE: " cant-vales " canje(s) de vale "
                  "devuelto(s) por rechazo".
           if cant-puntos > zeros
              display "FECAE: " cant-puntos " movimiento(s) de "
                  "puntos de clientes grabado(s)".
           if cant-rechazados > zeros or cant-sin-grupo > zeros
              or cant-diferidas > zeros
              move 4 to rc-corrida.
           move rc-corrida to return-code.
           stop run.
       terminar-exit.
           exit.
