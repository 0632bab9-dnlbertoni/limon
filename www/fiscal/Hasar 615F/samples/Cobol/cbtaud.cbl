       IDENTIFICATION DIVISION.
       PROGRAM-ID.                cbtaud.
       AUTHOR.                    Soporte Tecnico.
       INSTALLATION.              Contolador Fiscal para Windows.
       DATE-WRITTEN.              2026-10-15.
       DATE-COMPILED.             2026-10-15.
      ******************************************************************
      * Auditoria de la numeracion de comprobantes. Junta los numeros
      * que EXPFACT.DAT trae en las cabeceras "H" (EXP-PTO-VTA/
      * EXP-NRO-CBTE, expreg.cpy) y para el rango de fechas pedido
      * lista en CBTAUD.TXT:
      *   - las cabeceras sin numero (EXPFACT anteriores, o un cierre
      *     sin respuesta del controlador),
      *   - los numeros duplicados y los saltos de numeracion dentro
      *     de cada punto de venta y clase de comprobante,
      *   - los cierres de la bitacora fiscal (FISaaaammdd.LOG,
      *     logreg.cpy) cuyo numero no esta en el export: comprobante
      *     que el controlador emitio y wfis no exporto,
      *   - los Reportes Z de ZXREPORT.DAT cuyo ultimo numero por clase
      *     no coincide con el ultimo exportado hasta esa fecha.
      * Las clases siguen los contadores del controlador: FA facturas
      * y notas de debito A, FB tiques, facturas y notas de debito
      * B/C, CA y CB notas de credito A y B/C, y FE los comprobantes
      * electronicos de fecae.cbl (un unico correlativo, FECAENUM).
      * Una nota de debito o de credito con CUIT es clase A, sin CUIT
      * clase B (mismo criterio que citiven.cbl).
      * El punto de venta de cada boca, para la bitacora y el Z, sale
      * de WFIS.CFG (CFG-PTO-VTA), igual que en wfis.cbl cuando la
      * respuesta del controlador no lo trae.
      * La bitacora es solo de este local (CFG-SUCURSAL de WFIS.CFG):
      * pedida otra sucursal (en casa central, sobre un EXPFACT
      * consolidado) no se controla y el listado lo dice, igual que
      * asicon.cbl con los movimientos del local.
      *
      * Parametros en CBTAUD.PAR (un solo renglon):
      *   col  1-8   fecha desde (AAAAMMDD)
      *   col  9-16  fecha hasta (AAAAMMDD, cero = igual a desde)
      *   col 17-19  sucursal (blancos o cero = todas)
      * Codigo de retorno: 0 numeracion sin observaciones, 4 con
      * observaciones, 8 parametros o EXPFACT.DAT que no se pudieron
      * leer.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-PC.
       OBJECT-COMPUTER.           IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT par-file ASSIGN "CBTAUD.PAR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-par.
           SELECT cfg-file ASSIGN "WFIS.CFG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-cfg.
           SELECT exp-file ASSIGN "EXPFACT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-exp.
           SELECT log-file ASSIGN log-nombre
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-log.
           SELECT zx-file ASSIGN "ZXREPORT.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-zx.
           SELECT rep-file ASSIGN "CBTAUD.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-rep.
       DATA DIVISION.
       FILE SECTION.
       FD  par-file.
       01  par-reg.
           03  par-desde              PIC 9(08).
           03  par-hasta              PIC 9(08).
           03  par-sucursal           PIC X(03).
               88  par-suc-todas                 VALUES "   " "0  "
                                                        "000".
       FD  cfg-file.
           copy "cfgreg.cpy".
       FD  exp-file.
           copy "expreg.cpy".
       FD  log-file.
           copy "logreg.cpy".
       FD  zx-file.
           copy "zxreg.cpy".
       FD  rep-file.
       01  rep-linea                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  fs-par                     PIC X(02)  VALUE "00".
       01  fs-cfg                     PIC X(02)  VALUE "00".
       01  fs-exp                     PIC X(02)  VALUE "00".
       01  fs-log                     PIC X(02)  VALUE "00".
       01  fs-zx                      PIC X(02)  VALUE "00".
       01  fs-rep                     PIC X(02)  VALUE "00".
       01  rc-corrida                 PIC 9(01)  VALUE ZEROS.
       01  log-nombre                 PIC X(20)  VALUE SPACES.
       01  sw-fin                     PIC X(01)  VALUE "N".
           88  fin-archivo                       VALUE "S".
      * Sucursal del local (WFIS.CFG): la unica que tiene bitacora.
       01  suc-local                  PIC X(03)  VALUE SPACES.
       01  sw-locales                 PIC X(01)  VALUE "N".
           88  toma-locales                      VALUE "S".
      * Punto de venta de cada boca (WFIS.CFG).
       01  boca-pv-tab.
           03  boca-pv                PIC 9(04)  OCCURS 9 TIMES.
       01  sub-boca                   PIC 9(01)  VALUE ZEROS.
      * Numeros exportados, ordenados por punto de venta, clase y
      * numero a medida que se cargan (el export viene en orden
      * cronologico, asi que casi siempre entran al final). Las
      * entradas libres quedan en HIGH-VALUES para que SEARCH ALL
      * pueda recorrer la tabla completa.
       01  cbt-tot                    PIC 9(04)  VALUE ZEROS.
       01  cbt-tab.
           03  cbt-ent                OCCURS 5000 TIMES
                                      ASCENDING KEY ct-clave
                                      INDEXED BY cbt-idx.
               05  ct-clave.
                   07  ct-pv              PIC 9(04).
                   07  ct-clase           PIC X(02).
                   07  ct-nro             PIC 9(08).
               05  ct-fecha               PIC 9(08).
               05  ct-hora                PIC 9(08).
               05  ct-boca                PIC X(01).
       01  sub-cbt                    PIC 9(04)  VALUE ZEROS.
       01  sub-ins                    PIC 9(04)  VALUE ZEROS.
       01  sw-corre                   PIC X(01)  VALUE "N".
           88  fin-corre                         VALUE "S".
       01  sw-desborde                PIC X(01)  VALUE "N".
           88  hubo-desborde                     VALUE "S".
       01  nv-ent.
           03  nv-clave.
               05  nv-pv              PIC 9(04).
               05  nv-clase           PIC X(02).
               05  nv-nro             PIC 9(08).
           03  nv-fecha               PIC 9(08).
           03  nv-hora                PIC 9(08).
           03  nv-boca                PIC X(01).
      * Clase de un comprobante (ver clasifica-cbte).
       01  cls-tipo                   PIC X(01)  VALUE SPACES.
       01  cls-cuit                   PIC X(11)  VALUE ZEROS.
       01  cls-clase                  PIC X(02)  VALUE SPACES.
       01  sw-cls-fe                  PIC X(01)  VALUE "N".
           88  cls-electronico                   VALUE "S".
      * Numero tal como lo devuelve el controlador: PPPP-NNNNNNNN o
      * corrido con el punto de venta adelante (ver toma-nro-cbte en
      * wfis.cbl).
       01  nro-texto                  PIC X(20)  VALUE SPACES.
       01  nro-car                    PIC X(01)  VALUE SPACES.
       01  nro-dig REDEFINES nro-car  PIC 9(01).
       01  nro-acum                   PIC 9(12)  VALUE ZEROS.
       01  nro-pv                     PIC 9(04)  VALUE ZEROS.
       01  nro-num                    PIC 9(08)  VALUE ZEROS.
       01  sub-dig                    PIC 9(02)  VALUE ZEROS.
       01  sw-guion                   PIC X(01)  VALUE "N".
           88  hubo-guion                        VALUE "S".
       01  rsp-campos.
           03  rsp-campo              PIC X(20)  OCCURS 16 TIMES.
      * Ultimo Abre/cliente de cada boca en la bitacora, para saber
      * la clase del comprobante al llegar su cierre.
       01  lg-tab.
           03  lg-ent                 OCCURS 9 TIMES.
               05  lg-tipo                PIC X(01).
               05  lg-cuit                PIC X(11).
       01  lg-pv                      PIC 9(04)  VALUE ZEROS.
      * Control contra el Z.
       01  z-pv                       PIC 9(04)  VALUE ZEROS.
       01  z-clase                    PIC X(02)  VALUE SPACES.
       01  z-max                      PIC 9(08)  VALUE ZEROS.
       01  sw-z-hay                   PIC X(01)  VALUE "N".
           88  z-hay-export                      VALUE "S".
      * Recorrido de los saltos y duplicados.
       01  ant-clave.
           03  ant-pv                 PIC 9(04).
           03  ant-clase              PIC X(02).
           03  ant-nro                PIC 9(08).
       01  nro-esperado               PIC 9(08)  VALUE ZEROS.
       01  nro-hasta                  PIC 9(08)  VALUE ZEROS.
       01  faltan                     PIC 9(08)  VALUE ZEROS.
      * Recorrido de los dias de la bitacora (mismo esquema que
      * fisqry.cbl).
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
      * Totales.
       01  cant-export                PIC 9(05)  VALUE ZEROS.
       01  cant-sin-nro               PIC 9(05)  VALUE ZEROS.
       01  cant-duplicados            PIC 9(05)  VALUE ZEROS.
       01  cant-faltantes             PIC 9(08)  VALUE ZEROS.
       01  cant-sin-export            PIC 9(05)  VALUE ZEROS.
       01  cant-dif-z                 PIC 9(05)  VALUE ZEROS.
      * Lineas del listado.
       01  tit-linea.
           03  FILLER                 PIC X(32)
               VALUE "AUDITORIA DE NUMERACION - DESDE ".
           03  tit-desde              PIC 9(08).
           03  FILLER                 PIC X(07)  VALUE " HASTA ".
           03  tit-hasta              PIC 9(08).
           03  FILLER                 PIC X(11)  VALUE " SUCURSAL ".
           03  tit-sucursal           PIC X(05).
       01  sec-linea.
           03  sec-texto              PIC X(60).
       01  det-linea.
           03  det-fecha              PIC 9(08).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-hora               PIC 9(06).
           03  FILLER                 PIC X(02)  VALUE " B".
           03  det-boca               PIC X(01).
           03  FILLER                 PIC X(04)  VALUE " PV ".
           03  det-pv                 PIC 9(04).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-clase              PIC X(02).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-nro                PIC 9(08).
           03  det-guion              PIC X(03).
           03  det-nro-hasta          PIC X(08).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-texto              PIC X(40).
       01  tot-linea.
           03  tot-texto              PIC X(40).
           03  tot-cant               PIC ZZ,ZZZ,ZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
       mainline.
           perform inicializar thru inicializar-exit.
           perform carga-export thru carga-export-exit
               until fin-archivo.
           close exp-file.
           perform controla-secuencia thru controla-secuencia-exit.
           perform controla-bitacora thru controla-bitacora-exit.
           perform controla-z thru controla-z-exit.
           perform terminar thru terminar-exit.
       inicializar.
           open input par-file.
           if fs-par not = "00"
              display "CBTAUD: no se pudo abrir CBTAUD.PAR"
              move 8 to return-code
              stop run
           end-if.
           read par-file
               at end
                  display "CBTAUD: CBTAUD.PAR esta vacio"
                  move 8 to return-code
                  stop run
           end-read.
           close par-file.
           move par-desde to fval-x.
           perform valida-fecha-par thru valida-fecha-par-exit.
           if not fval-ok
              display "CBTAUD: CBTAUD.PAR invalido (fecha desde)"
              move 8 to return-code
              stop run
           end-if.
           if par-hasta = zeros
              move par-desde to par-hasta
           end-if.
           move par-hasta to fval-x.
           perform valida-fecha-par thru valida-fecha-par-exit.
           if not fval-ok
              display "CBTAUD: CBTAUD.PAR invalido (fecha hasta)"
              move 8 to return-code
              stop run
           end-if.
           move high-values to cbt-tab.
           move zeros to boca-pv-tab.
           perform carga-config thru carga-config-exit.
           if par-suc-todas or par-sucursal = suc-local
              set toma-locales to true
           end-if.
           open input exp-file.
           if fs-exp not = "00"
              display "CBTAUD: no se pudo abrir EXPFACT.DAT"
              move 8 to return-code
              stop run
           end-if.
           open output rep-file.
           move par-desde to tit-desde.
           move par-hasta to tit-hasta.
           if par-suc-todas
              move "TODAS" to tit-sucursal
           else
              move par-sucursal to tit-sucursal
           end-if.
           move tit-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "CABECERAS DEL EXPORT SIN NUMERO DE COMPROBANTE"
                 to sec-texto.
           move sec-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       inicializar-exit.
           exit.
      * Sin WFIS.CFG las bocas quedan con punto de venta cero, igual
      * que en wfis.cbl.
       carga-config.
           open input cfg-file.
           if fs-cfg not = "00"
              go to carga-config-exit.
           move "N" to sw-fin.
           perform lee-config thru lee-config-exit
               until fin-archivo.
           close cfg-file.
           move "N" to sw-fin.
       carga-config-exit.
           exit.
       lee-config.
           read cfg-file
               at end
                  set fin-archivo to true
               not at end
                  if CFG-SUCURSAL not = spaces
                     move CFG-SUCURSAL to suc-local
                  end-if
                  if CFG-CAJA > zeros and CFG-CAJA <= 9
                     and CFG-PTO-VTA numeric
                     move CFG-PTO-VTA to boca-pv (CFG-CAJA)
                  end-if
           end-read.
       lee-config-exit.
           exit.
      ******************************************************************
      * Carga de los numeros del export: solo las cabeceras "H" del
      * rango y la sucursal pedidos.
      ******************************************************************
       carga-export.
           read exp-file
               at end
                  set fin-archivo to true
                  go to carga-export-exit
           end-read.
           if not EXP-ES-CABECERA
              or EXP-FECHA < par-desde or EXP-FECHA > par-hasta
              go to carga-export-exit.
           if not par-suc-todas and EXP-SUCURSAL not = par-sucursal
              go to carga-export-exit.
           add 1 to cant-export.
           move EXP-TIPO-F to cls-tipo.
           move EXP-CUIT-F to cls-cuit.
           if EXP-CAE not = spaces
              set cls-electronico to true
           else
              move "N" to sw-cls-fe
           end-if.
           perform clasifica-cbte thru clasifica-cbte-exit.
           if EXP-NRO-CBTE not numeric or EXP-PTO-VTA not numeric
              or EXP-NRO-CBTE = zeros
              add 1 to cant-sin-nro
              move 4 to rc-corrida
              move spaces to det-guion det-nro-hasta det-texto
              move EXP-FECHA to det-fecha
              divide EXP-HORA by 100 giving det-hora
              move EXP-BOCA to det-boca
              move zeros to det-pv det-nro
              move cls-clase to det-clase
              move "Cabecera sin numero" to det-texto
              move det-linea to rep-linea
              perform graba-linea thru graba-linea-exit
              go to carga-export-exit.
           move EXP-PTO-VTA to nv-pv.
           move cls-clase to nv-clase.
           move EXP-NRO-CBTE to nv-nro.
           move EXP-FECHA to nv-fecha.
           move EXP-HORA to nv-hora.
           move EXP-BOCA to nv-boca.
           perform inserta-cbte thru inserta-cbte-exit.
       carga-export-exit.
           exit.
      * Corre hacia arriba las entradas mayores que la nueva y la
      * deja en su lugar.
       inserta-cbte.
           if cbt-tot >= 5000
              if not hubo-desborde
                 set hubo-desborde to true
                 move 4 to rc-corrida
                 display "CBTAUD: mas de 5000 comprobantes en el "
                     "rango, el excedente no se audita"
              end-if
              go to inserta-cbte-exit.
           move cbt-tot to sub-ins.
           move "N" to sw-corre.
           perform corre-cbte thru corre-cbte-exit
               until fin-corre.
           add 1 to sub-ins.
           move nv-ent to cbt-ent (sub-ins).
           add 1 to cbt-tot.
       inserta-cbte-exit.
           exit.
       corre-cbte.
           if sub-ins = zeros
              set fin-corre to true
              go to corre-cbte-exit.
           if ct-clave (sub-ins) not > nv-clave
              set fin-corre to true
              go to corre-cbte-exit.
           move cbt-ent (sub-ins) to cbt-ent (sub-ins + 1).
           subtract 1 from sub-ins.
       corre-cbte-exit.
           exit.
      * FA/FB/CA/CB segun tipo y CUIT; FE para los electronicos.
       clasifica-cbte.
           if cls-electronico
              move "FE" to cls-clase
              go to clasifica-cbte-exit.
           evaluate true
              when cls-tipo = "A"
                 move "FA" to cls-clase
              when cls-tipo = "D" and cls-cuit numeric
                   and cls-cuit not = zeros
                 move "FA" to cls-clase
              when cls-tipo = "C" and cls-cuit numeric
                   and cls-cuit not = zeros
                 move "CA" to cls-clase
              when cls-tipo = "C"
                 move "CB" to cls-clase
              when other
                 move "FB" to cls-clase
           end-evaluate.
       clasifica-cbte-exit.
           exit.
      ******************************************************************
      * Saltos y duplicados: la tabla ya esta ordenada, un numero
      * igual al anterior es un duplicado y uno mayor al siguiente
      * esperado deja un hueco. El primer numero de cada punto de
      * venta y clase en el rango es la referencia (lo anterior al
      * rango no se audita).
      ******************************************************************
       controla-secuencia.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "SALTOS Y DUPLICADOS DE NUMERACION" to sec-texto.
           move sec-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move high-values to ant-clave.
           perform controla-un-cbte thru controla-un-cbte-exit
               varying sub-cbt from 1 by 1 until sub-cbt > cbt-tot.
       controla-secuencia-exit.
           exit.
       controla-un-cbte.
           if ct-pv (sub-cbt) not = ant-pv
              or ct-clase (sub-cbt) not = ant-clase
              move ct-clave (sub-cbt) to ant-clave
              go to controla-un-cbte-exit.
           if ct-nro (sub-cbt) = ant-nro
              add 1 to cant-duplicados
              move 4 to rc-corrida
              perform arma-det-cbte thru arma-det-cbte-exit
              move "Numero duplicado" to det-texto
              move det-linea to rep-linea
              perform graba-linea thru graba-linea-exit
              go to controla-un-cbte-exit.
           compute nro-esperado = ant-nro + 1.
           if ct-nro (sub-cbt) > nro-esperado
              compute nro-hasta = ct-nro (sub-cbt) - 1
              compute faltan = nro-hasta - nro-esperado + 1
              add faltan to cant-faltantes
              move 4 to rc-corrida
              perform arma-det-cbte thru arma-det-cbte-exit
              move nro-esperado to det-nro
              move " a " to det-guion
              move nro-hasta to det-nro-hasta
              move "Numeros faltantes (antes de este cbte)"
                    to det-texto
              move det-linea to rep-linea
              perform graba-linea thru graba-linea-exit
           end-if.
           move ct-clave (sub-cbt) to ant-clave.
       controla-un-cbte-exit.
           exit.
       arma-det-cbte.
           move spaces to det-guion det-nro-hasta det-texto.
           move ct-fecha (sub-cbt) to det-fecha.
           divide ct-hora (sub-cbt) by 100 giving det-hora.
           move ct-boca (sub-cbt) to det-boca.
           move ct-pv (sub-cbt) to det-pv.
           move ct-clase (sub-cbt) to det-clase.
           move ct-nro (sub-cbt) to det-nro.
       arma-det-cbte-exit.
           exit.
      ******************************************************************
      * Bitacora fiscal: un dia por pasada (FISaaaammdd.LOG, si
      * existe). Cada cierre con numero en la respuesta se busca en
      * el export; los cierres sin respuesta (controlador caido) no
      * traen numero y no se auditan aca. Pedida otra sucursal que
      * la del local la bitacora no corresponde y se saltea.
      ******************************************************************
       controla-bitacora.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "CIERRES DE LA BITACORA FISCAL SIN EXPORT" to sec-texto.
           move sec-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           if not toma-locales
              move spaces to rep-linea
              string "  NO CONTROLADA: LA BITACORA ES DE LA SUCURSAL "
                         delimited by size
                     suc-local delimited by size
                     " (LOCAL), SE PIDIO LA " delimited by size
                     par-sucursal delimited by size
                     into rep-linea
              perform graba-linea thru graba-linea-exit
              go to controla-bitacora-exit.
           move spaces to lg-tab.
           move par-desde to fecha-act.
           perform procesa-dia thru procesa-dia-exit
               until fecha-act > par-hasta.
       controla-bitacora-exit.
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
               not at end
                  perform clasifica-log thru clasifica-log-exit
           end-read.
       lee-log-exit.
           exit.
      * Abre (@) guarda el tipo, cliente (b) el CUIT y el cierre (E)
      * se clasifica con lo guardado para esa boca.
       clasifica-log.
           if LOG-BOCA numeric and LOG-BOCA > zeros
              move LOG-BOCA to sub-boca
           else
              move 1 to sub-boca
           end-if.
           evaluate LOG-PAQUETE (1:1)
              when "@"
                 move LOG-PAQUETE (3:1) to lg-tipo (sub-boca)
                 move zeros to lg-cuit (sub-boca)
              when "b"
                 move LOG-PAQUETE (14:11) to lg-cuit (sub-boca)
              when "E"
                 perform busca-cierre thru busca-cierre-exit
              when other
                 continue
           end-evaluate.
       clasifica-log-exit.
           exit.
       busca-cierre.
           move spaces to rsp-campos.
           unstring LOG-RESPUESTA delimited by X"1C" or low-value
               into rsp-campo (1) rsp-campo (2) rsp-campo (3).
           move rsp-campo (3) to nro-texto.
           perform toma-numero thru toma-numero-exit.
           if nro-num = zeros
              go to busca-cierre-exit.
           if nro-pv = zeros
              move boca-pv (sub-boca) to nro-pv
           end-if.
           move lg-tipo (sub-boca) to cls-tipo.
           move lg-cuit (sub-boca) to cls-cuit.
           move "N" to sw-cls-fe.
           perform clasifica-cbte thru clasifica-cbte-exit.
           move nro-pv to nv-pv.
           move cls-clase to nv-clase.
           move nro-num to nv-nro.
           search all cbt-ent
              at end
                 add 1 to cant-sin-export
                 move 4 to rc-corrida
                 move spaces to det-guion det-nro-hasta det-texto
                 move LOG-FECHA to det-fecha
                 divide LOG-HORA by 100 giving det-hora
                 move sub-boca to det-boca
                 move nro-pv to det-pv
                 move cls-clase to det-clase
                 move nro-num to det-nro
                 move "Emitido por el controlador, sin export"
                       to det-texto
                 move det-linea to rep-linea
                 perform graba-linea thru graba-linea-exit
              when ct-clave (cbt-idx) = nv-clave
                 continue
           end-search.
       busca-cierre-exit.
           exit.
      ******************************************************************
      * Reporte Z: la respuesta del cierre diario trae el ultimo
      * numero emitido de cada contador del controlador (campo 8
      * tiques/facturas B/C, 9 facturas A, 15 notas de credito B/C y
      * 16 notas de credito A). Se compara con el mayor numero
      * exportado de la misma clase hasta la fecha del Z; las clases
      * sin comprobantes exportados en el rango no tienen contra que
      * compararse y se saltean.
      ******************************************************************
       controla-z.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "CONTROL CONTRA EL ULTIMO NUMERO DEL REPORTE Z"
                 to sec-texto.
           move sec-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           open input zx-file.
           if fs-zx not = "00"
              move "  (sin ZXREPORT.DAT)" to rep-linea
              perform graba-linea thru graba-linea-exit
              go to controla-z-exit.
           move "N" to sw-fin.
           perform lee-zx thru lee-zx-exit
               until fin-archivo.
           close zx-file.
       controla-z-exit.
           exit.
       lee-zx.
           read zx-file
               at end
                  set fin-archivo to true
                  go to lee-zx-exit
           end-read.
           if not ZX-ES-Z
              or ZX-FECHA < par-desde or ZX-FECHA > par-hasta
              go to lee-zx-exit.
           if not par-suc-todas and ZX-SUCURSAL not = par-sucursal
              go to lee-zx-exit.
           if ZX-BOCA numeric and ZX-BOCA > zeros
              move ZX-BOCA to sub-boca
           else
              move 1 to sub-boca
           end-if.
           move boca-pv (sub-boca) to z-pv.
           move spaces to rsp-campos.
           unstring ZX-RESPUESTA delimited by X"1C" or low-value
               into rsp-campo (1)  rsp-campo (2)  rsp-campo (3)
                    rsp-campo (4)  rsp-campo (5)  rsp-campo (6)
                    rsp-campo (7)  rsp-campo (8)  rsp-campo (9)
                    rsp-campo (10) rsp-campo (11) rsp-campo (12)
                    rsp-campo (13) rsp-campo (14) rsp-campo (15)
                    rsp-campo (16).
           move rsp-campo (8) to nro-texto.
           move "FB" to z-clase.
           perform controla-z-clase thru controla-z-clase-exit.
           move rsp-campo (9) to nro-texto.
           move "FA" to z-clase.
           perform controla-z-clase thru controla-z-clase-exit.
           move rsp-campo (15) to nro-texto.
           move "CB" to z-clase.
           perform controla-z-clase thru controla-z-clase-exit.
           move rsp-campo (16) to nro-texto.
           move "CA" to z-clase.
           perform controla-z-clase thru controla-z-clase-exit.
       lee-zx-exit.
           exit.
       controla-z-clase.
           perform toma-numero thru toma-numero-exit.
           if nro-num = zeros
              go to controla-z-clase-exit.
           move zeros to z-max.
           move "N" to sw-z-hay.
           perform busca-max-z thru busca-max-z-exit
               varying sub-cbt from 1 by 1 until sub-cbt > cbt-tot.
           if not z-hay-export or z-max = nro-num
              go to controla-z-clase-exit.
           add 1 to cant-dif-z.
           move 4 to rc-corrida.
           move spaces to det-guion det-nro-hasta det-texto.
           move ZX-FECHA to det-fecha.
           divide ZX-HORA by 100 giving det-hora.
           move sub-boca to det-boca.
           move z-pv to det-pv.
           move z-clase to det-clase.
           move nro-num to det-nro.
           move " / " to det-guion.
           move z-max to det-nro-hasta.
           move "Ultimo del Z / ultimo exportado" to det-texto.
           move det-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       controla-z-clase-exit.
           exit.
       busca-max-z.
           if ct-pv (sub-cbt) = z-pv and ct-clase (sub-cbt) = z-clase
              and ct-fecha (sub-cbt) <= ZX-FECHA
              set z-hay-export to true
              if ct-nro (sub-cbt) > z-max
                 move ct-nro (sub-cbt) to z-max
              end-if
           end-if.
       busca-max-z-exit.
           exit.
      ******************************************************************
      * Numero de comprobante desde el texto de la respuesta: con
      * guion, lo de adelante es el punto de venta; sin guion, los
      * digitos que pasan de 8 son el punto de venta.
      ******************************************************************
       toma-numero.
           move zeros to nro-acum nro-pv nro-num.
           move "N" to sw-guion.
           perform toma-digito thru toma-digito-exit
               varying sub-dig from 1 by 1 until sub-dig > 20.
           if hubo-guion
              move nro-acum to nro-num
           else
              divide nro-acum by 100000000 giving nro-pv
                 remainder nro-num
           end-if.
       toma-numero-exit.
           exit.
       toma-digito.
           move nro-texto (sub-dig:1) to nro-car.
           if nro-car numeric
              compute nro-acum = nro-acum * 10 + nro-dig
           else
              if nro-car = "-" and not hubo-guion
                 move nro-acum to nro-pv
                 move zeros to nro-acum
                 set hubo-guion to true
              end-if
           end-if.
       toma-digito-exit.
           exit.
      ******************************************************************
      * Avanza fecha-act un dia, con topes de mes y bisiestos.
      ******************************************************************
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
       valida-fecha-par.
           move "N" to sw-fval.
           if fval-x numeric
              and fval-n not = zeros
              and fval-mes >= 1 and fval-mes <= 12
              and fval-dia >= 1 and fval-dia <= 31
              set fval-ok to true
           end-if.
       valida-fecha-par-exit.
           exit.
       graba-linea.
           write rep-linea.
           display rep-linea.
       graba-linea-exit.
           exit.
       terminar.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move spaces to tot-linea.
           move "COMPROBANTES EXPORTADOS EN EL RANGO" to tot-texto.
           move cant-export to tot-cant.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "CABECERAS SIN NUMERO" to tot-texto.
           move cant-sin-nro to tot-cant.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "NUMEROS DUPLICADOS" to tot-texto.
           move cant-duplicados to tot-cant.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "NUMEROS FALTANTES" to tot-texto.
           move cant-faltantes to tot-cant.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "EN BITACORA SIN EXPORT" to tot-texto.
           move cant-sin-export to tot-cant.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "DIFERENCIAS CONTRA EL Z" to tot-texto.
           move cant-dif-z to tot-cant.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           close rep-file.
           move rc-corrida to return-code.
           stop run.
       terminar-exit.
           exit.
