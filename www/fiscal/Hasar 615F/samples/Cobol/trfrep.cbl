       IDENTIFICATION DIVISION.
       PROGRAM-ID.                trfrep.
       AUTHOR.                    Soporte Tecnico.
       INSTALLATION.              Contolador Fiscal para Windows.
       DATE-WRITTEN.              2026-10-15.
       DATE-COMPILED.             2026-10-15.
      ******************************************************************
      * Reporte de transferencias entre sucursales (trfreg.cpy): cruza
      * los despachos (TRANSF.DAT de la sucursal que envia) con las
      * recepciones (TRFREC.DAT de la que recibe) y arma en
      * TRFREP.TXT:
      *   - transferencias en transito: despachadas y sin cierre de
      *     recepcion, con los dias que llevan en viaje (marca
      *     DEMORADA pasados los 7 dias) y su valor al costo,
      *   - diferencias de recepcion: cada articulo recibido con
      *     faltante, sobrante o que no venia en la transferencia,
      *     con la diferencia en cantidad y valorizada al costo de
      *     origen, y el total de faltantes y de sobrantes.
      * Sin TRFREP.PAR se leen TRANSF.DAT y TRFREC.DAT del directorio
      * de trabajo. En casa central, con los archivos copiados de
      * cada local, TRFREP.PAR trae un renglon por archivo:
      *   col 1-3  familia (ENV despachos o REC recepciones)
      *   col 5-34 nombre del archivo
      * Una transferencia que aparece en dos archivos de despacho
      * (el mismo archivo cargado dos veces) se cuenta una vez.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-PC.
       OBJECT-COMPUTER.           IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT par-file ASSIGN "TRFREP.PAR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-par.
           SELECT trf-file ASSIGN trf-nombre
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-trf.
           SELECT rep-file ASSIGN "TRFREP.TXT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-rep.
       DATA DIVISION.
       FILE SECTION.
       FD  par-file.
       01  par-reg.
           03  par-familia            PIC X(03).
           03  FILLER                 PIC X(01).
           03  par-archivo            PIC X(30).
       FD  trf-file.
           copy "trfreg.cpy".
       FD  rep-file.
       01  rep-linea                  PIC X(100).
       WORKING-STORAGE SECTION.
       01  fs-par                     PIC X(02)  VALUE "00".
       01  fs-trf                     PIC X(02)  VALUE "00".
       01  fs-rep                     PIC X(02)  VALUE "00".
       01  trf-nombre                 PIC X(30)  VALUE SPACES.
       01  sw-fin                     PIC X(01)  VALUE "N".
           88  fin-archivo                       VALUE "S".
       01  sw-fin-par                 PIC X(01)  VALUE "N".
           88  fin-par                           VALUE "S".
       01  sw-con-par                 PIC X(01)  VALUE "N".
           88  hay-par                           VALUE "S".
       01  familia-actual             PIC X(03)  VALUE SPACES.
       01  hoy-fecha                  PIC 9(08)  VALUE ZEROS.
       01  cant-archivos              PIC 9(03)  VALUE ZEROS.
       01  cant-transito              PIC 9(04)  VALUE ZEROS.
       01  cant-demoradas             PIC 9(04)  VALUE ZEROS.
       01  cant-sin-envio             PIC 9(04)  VALUE ZEROS.
       01  valor-transito             PIC 9(09)V99 VALUE ZEROS.
       01  valor-faltante             PIC 9(09)V99 VALUE ZEROS.
       01  valor-sobrante             PIC 9(09)V99 VALUE ZEROS.
       01  dif-cant                   PIC S9(07)V99 VALUE ZEROS.
       01  dif-valor                  PIC S9(09)V99 VALUE ZEROS.
      * Transferencias despachadas, con la marca de recibida que le
      * pone el cierre "C" de la recepcion.
       01  env-tab.
           03  env-tot                PIC 9(03)  VALUE ZEROS.
           03  env-entrada            OCCURS 500 TIMES.
               05  env-origen             PIC X(03).
               05  env-numero             PIC 9(06).
               05  env-destino            PIC X(03).
               05  env-fecha              PIC 9(08).
               05  env-renglones          PIC 9(03).
               05  env-valor              PIC 9(09)V99.
               05  env-recibida           PIC X(01).
       01  sub-env                    PIC 9(03)  VALUE ZEROS.
       01  env-hallado                PIC 9(03)  VALUE ZEROS.
       01  sw-env-lleno               PIC X(01)  VALUE "N".
           88  env-tab-llena                     VALUE "S".
      * Renglones de recepcion con diferencia.
       01  dif-tab.
           03  dif-tot                PIC 9(03)  VALUE ZEROS.
           03  dif-entrada            OCCURS 500 TIMES.
               05  dif-origen             PIC X(03).
               05  dif-numero             PIC 9(06).
               05  dif-destino            PIC X(03).
               05  dif-fecha              PIC 9(08).
               05  dif-arti               PIC X(18).
               05  dif-env                PIC 9(07)V99.
               05  dif-rec                PIC 9(07)V99.
               05  dif-costo              PIC 9(07)V99.
               05  dif-marca              PIC X(01).
       01  sub-dif                    PIC 9(03)  VALUE ZEROS.
       01  sw-dif-lleno               PIC X(01)  VALUE "N".
           88  dif-tab-llena                     VALUE "S".
      * Dias en transito: se avanza de a un dia desde el despacho
      * hasta hoy, respetando el largo de cada mes y los anos
      * bisiestos.
       01  dias-transito              PIC 9(03)  VALUE ZEROS.
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
           03  FILLER                 PIC X(40)
               VALUE "TRANSFERENCIAS ENTRE SUCURSALES AL     ".
           03  tit-fecha              PIC 9(08).
       01  cab-tra-linea.
           03  FILLER                 PIC X(20)
               VALUE "ORI NUMERO DES DESPA".
           03  FILLER                 PIC X(20)
               VALUE "CHO  RENGL    VALOR ".
           03  FILLER                 PIC X(20)
               VALUE "AL COSTO DIAS       ".
       01  tra-linea.
           03  tra-origen             PIC X(03).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  tra-numero             PIC 9(06).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  tra-destino            PIC X(03).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  tra-fecha              PIC 9(08).
           03  FILLER                 PIC X(02)  VALUE SPACES.
           03  tra-renglones          PIC ZZ9.
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  tra-valor              PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  tra-dias               PIC ZZ9.
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  tra-demorada           PIC X(08).
       01  cab-dif-linea.
           03  FILLER                 PIC X(30)
               VALUE "ORI NUMERO DES RECEPCION ARTIC".
           03  FILLER                 PIC X(30)
               VALUE "ULO                ENVIADO   R".
           03  FILLER                 PIC X(30)
               VALUE "ECIBIDO   DIFER. M  VALOR DIF.".
       01  dfl-linea.
           03  dfl-origen             PIC X(03).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  dfl-numero             PIC 9(06).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  dfl-destino            PIC X(03).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  dfl-fecha              PIC 9(08).
           03  FILLER                 PIC X(02)  VALUE SPACES.
           03  dfl-arti               PIC X(18).
           03  dfl-env                PIC ZZZZZZ9.99.
           03  dfl-rec                PIC ZZZZZZ9.99.
           03  dfl-dif                PIC -ZZZZZ9.99.
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  dfl-marca              PIC X(01).
           03  dfl-valor              PIC -ZZZ,ZZZ,ZZ9.99.
       01  tot-linea.
           03  tot-texto              PIC X(30).
           03  tot-cant               PIC ZZZ9.
           03  FILLER                 PIC X(02)  VALUE SPACES.
           03  tot-valor              PIC ZZZ,ZZZ,ZZ9.99.
      ******************************************************************
       PROCEDURE DIVISION.
       mainline.
           perform inicializar thru inicializar-exit.
           move "ENV" to familia-actual.
           perform lee-familia thru lee-familia-exit.
           move "REC" to familia-actual.
           perform lee-familia thru lee-familia-exit.
           perform imprime-transito thru imprime-transito-exit.
           perform imprime-diferencias thru imprime-diferencias-exit.
           perform terminar thru terminar-exit.
       inicializar.
           accept hoy-fecha from date yyyymmdd.
           open input par-file.
           if fs-par = "00"
              set hay-par to true
              close par-file
           end-if.
           open output rep-file.
           if fs-rep not = "00"
              display "TRFREP: no se pudo crear TRFREP.TXT"
              move 8 to return-code
              stop run
           end-if.
           move hoy-fecha to tit-fecha.
           move tit-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       inicializar-exit.
           exit.
      ******************************************************************
      * Todos los archivos de una familia: los de TRFREP.PAR o, sin
      * el, el archivo del directorio de trabajo. Los despachos se
      * leen antes que las recepciones para poder marcar recibidas.
      ******************************************************************
       lee-familia.
           if not hay-par
              if familia-actual = "ENV"
                 move "TRANSF.DAT" to trf-nombre
              else
                 move "TRFREC.DAT" to trf-nombre
              end-if
              perform lee-archivo thru lee-archivo-exit
              go to lee-familia-exit.
           open input par-file.
           move "N" to sw-fin-par.
           perform lee-parametro thru lee-parametro-exit
               until fin-par.
           close par-file.
       lee-familia-exit.
           exit.
       lee-parametro.
           read par-file
               at end
                  set fin-par to true
                  go to lee-parametro-exit
           end-read.
           if par-familia not = familia-actual
              or par-archivo = spaces
              go to lee-parametro-exit.
           move par-archivo to trf-nombre.
           perform lee-archivo thru lee-archivo-exit.
       lee-parametro-exit.
           exit.
       lee-archivo.
           open input trf-file.
           if fs-trf not = "00"
              display "TRFREP: no se pudo abrir " trf-nombre
              go to lee-archivo-exit.
           add 1 to cant-archivos.
           move "N" to sw-fin.
           perform lee-renglon thru lee-renglon-exit
               until fin-archivo.
           close trf-file.
       lee-archivo-exit.
           exit.
       lee-renglon.
           read trf-file
               at end
                  set fin-archivo to true
                  go to lee-renglon-exit
           end-read.
           if familia-actual = "ENV"
              if TRF-ES-CABECERA
                 perform alta-envio thru alta-envio-exit
              end-if
              go to lee-renglon-exit
           end-if.
           if TRF-ES-CIERRE
              perform marca-recibida thru marca-recibida-exit
              go to lee-renglon-exit.
           if TRF-ES-RECEPCION and not TRF-CONFORME
              perform alta-diferencia thru alta-diferencia-exit.
       lee-renglon-exit.
           exit.
       busca-envio.
           move zeros to env-hallado.
           perform compara-envio thru compara-envio-exit
               varying sub-env from 1 by 1 until sub-env > env-tot.
       busca-envio-exit.
           exit.
       compara-envio.
           if env-origen (sub-env) = TRF-ORIGEN
              and env-numero (sub-env) = TRF-NUMERO
              move sub-env to env-hallado
              move env-tot to sub-env
           end-if.
       compara-envio-exit.
           exit.
       alta-envio.
           perform busca-envio thru busca-envio-exit.
           if env-hallado not = zeros
              go to alta-envio-exit.
           if env-tot >= 500
              if not env-tab-llena
                 set env-tab-llena to true
                 display "TRFREP: mas de 500 transferencias, el "
                     "reporte no incluye el excedente"
              end-if
              go to alta-envio-exit
           end-if.
           add 1 to env-tot.
           move TRF-ORIGEN to env-origen (env-tot).
           move TRF-NUMERO to env-numero (env-tot).
           move TRF-DESTINO to env-destino (env-tot).
           move TRF-FECHA to env-fecha (env-tot).
           move TRF-RENGLONES to env-renglones (env-tot).
           move TRF-VALOR to env-valor (env-tot).
           move "N" to env-recibida (env-tot).
       alta-envio-exit.
           exit.
      * Un cierre sin su despacho en los archivos leidos solo se
      * cuenta (en un local se leen sus recepciones y no los
      * despachos de las otras sucursales).
       marca-recibida.
           perform busca-envio thru busca-envio-exit.
           if env-hallado = zeros
              add 1 to cant-sin-envio
           else
              move "S" to env-recibida (env-hallado)
           end-if.
       marca-recibida-exit.
           exit.
       alta-diferencia.
           if dif-tot >= 500
              if not dif-tab-llena
                 set dif-tab-llena to true
                 display "TRFREP: mas de 500 diferencias, el "
                     "reporte no incluye el excedente"
              end-if
              go to alta-diferencia-exit
           end-if.
           add 1 to dif-tot.
           move TRF-ORIGEN to dif-origen (dif-tot).
           move TRF-NUMERO to dif-numero (dif-tot).
           move TRF-DESTINO to dif-destino (dif-tot).
           move TRF-FECHA to dif-fecha (dif-tot).
           move TRF-ART-COD to dif-arti (dif-tot).
           move TRF-CANT-ENV to dif-env (dif-tot).
           move TRF-CANT-REC to dif-rec (dif-tot).
           move TRF-COSTO to dif-costo (dif-tot).
           move TRF-MARCA to dif-marca (dif-tot).
       alta-diferencia-exit.
           exit.
      ******************************************************************
      * Transferencias sin cierre de recepcion.
      ******************************************************************
       imprime-transito.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "TRANSFERENCIAS EN TRANSITO" to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move cab-tra-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           perform imprime-un-transito thru imprime-un-transito-exit
               varying sub-env from 1 by 1 until sub-env > env-tot.
           move "  total en transito" to tot-texto.
           move cant-transito to tot-cant.
           move valor-transito to tot-valor.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       imprime-transito-exit.
           exit.
       imprime-un-transito.
           if env-recibida (sub-env) = "S"
              go to imprime-un-transito-exit.
           add 1 to cant-transito.
           add env-valor (sub-env) to valor-transito.
           move env-origen (sub-env) to tra-origen.
           move env-numero (sub-env) to tra-numero.
           move env-destino (sub-env) to tra-destino.
           move env-fecha (sub-env) to tra-fecha.
           move env-renglones (sub-env) to tra-renglones.
           move env-valor (sub-env) to tra-valor.
           move zeros to dias-transito.
           if env-fecha (sub-env) < hoy-fecha
              perform calcula-dias thru calcula-dias-exit.
           move dias-transito to tra-dias.
           move spaces to tra-demorada.
           if dias-transito > 7
              move "DEMORADA" to tra-demorada
              add 1 to cant-demoradas
           end-if.
           move tra-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       imprime-un-transito-exit.
           exit.
      ******************************************************************
      * Articulos recibidos con diferencia: cantidad y valor al costo
      * de origen (positivo sobrante, negativo faltante).
      ******************************************************************
       imprime-diferencias.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "DIFERENCIAS EN LA RECEPCION" to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move cab-dif-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           perform imprime-una-dif thru imprime-una-dif-exit
               varying sub-dif from 1 by 1 until sub-dif > dif-tot.
           move "  total faltantes" to tot-texto.
           move zeros to tot-cant.
           move valor-faltante to tot-valor.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move "  total sobrantes / no enviados" to tot-texto.
           move valor-sobrante to tot-valor.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       imprime-diferencias-exit.
           exit.
       imprime-una-dif.
           compute dif-cant = dif-rec (sub-dif) - dif-env (sub-dif).
           compute dif-valor rounded = dif-cant * dif-costo (sub-dif).
           if dif-valor < zeros
              subtract dif-valor from valor-faltante
           else
              add dif-valor to valor-sobrante
           end-if.
           move dif-origen (sub-dif) to dfl-origen.
           move dif-numero (sub-dif) to dfl-numero.
           move dif-destino (sub-dif) to dfl-destino.
           move dif-fecha (sub-dif) to dfl-fecha.
           move dif-arti (sub-dif) to dfl-arti.
           move dif-env (sub-dif) to dfl-env.
           move dif-rec (sub-dif) to dfl-rec.
           move dif-cant to dfl-dif.
           move dif-marca (sub-dif) to dfl-marca.
           move dif-valor to dfl-valor.
           move dfl-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       imprime-una-dif-exit.
           exit.
      ******************************************************************
      * Dias corridos desde el despacho hasta hoy.
      ******************************************************************
       calcula-dias.
           move env-fecha (sub-env) to fec-trabajo.
           if fec-mes < 1 or fec-mes > 12 or fec-dia < 1
              go to calcula-dias-exit.
           perform suma-un-dia thru suma-un-dia-exit
               until fec-trabajo >= hoy-fecha
                  or dias-transito = 999.
       calcula-dias-exit.
           exit.
       suma-un-dia.
           add 1 to dias-transito.
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
           close rep-file.
           display "TRFREP: " cant-archivos " archivo(s) leido(s), "
               cant-transito " en transito (" cant-demoradas
               " demorada(s)), " dif-tot " diferencia(s)".
           if cant-sin-envio not = zeros
              display "TRFREP: " cant-sin-envio " recepcion(es) sin "
                  "su despacho en los archivos leidos"
           end-if.
           if cant-archivos = zeros
              move 8 to return-code
           else
              move zeros to return-code
           end-if.
           stop run.
       terminar-exit.
           exit.
