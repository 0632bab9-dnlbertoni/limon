       IDENTIFICATION DIVISION.
       PROGRAM-ID.                paqgen.
       AUTHOR.                    Soporte Tecnico.
       INSTALLATION.              Contolador Fiscal para Windows.
       DATE-WRITTEN.              2026-10-15.
       DATE-COMPILED.             2026-10-15.
      ******************************************************************
      * Armado del paquete de novedades de casa central para los
      * locales (paqreg.cpy): articulos, precios, % IVA, bajas y las
      * ventanas de precios programados que mantiene la central en
      * su propio maestro (ARTMAE.IDX, artreg.cpy) y en PRECIOS.DAT
      * (prcreg.cpy). Cada local lo aplica con paqapl.cbl. Dos modos,
      * por consola:
      *   N  novedades: los articulos con algun renglon en ARTHIS.DAT
      *      (arthreg.cpy) desde el paquete anterior, cuya fecha y
      *      hora quedan en PAQGEN.ULT (sin el archivo, el primero es
      *      T),
      *   T  todo el maestro, para dar de alta un local nuevo o
      *      resincronizar uno.
      * Un articulo activo va como "A" con descripcion, precio y
      * % IVA; uno dado de baja (o que ya no esta en el maestro) va
      * como "B". Las ventanas de PRECIOS.DAT que todavia no vencieron
      * van todas en cada paquete (el local descarta las que ya
      * tiene). Tambien por consola, las sucursales destino (codigos
      * de 3 separados por blanco, hasta 10; vacio = todas).
      * El paquete sale en PAQaaaammddhhmm.DAT (el numero de paquete
      * es la fecha y hora de armado), con el listado de control en
      * PAQGEN.TXT y un renglon en la bitacora PAQLOG.DAT
      * (plgreg.cpy), que paqacu.cbl cruza con los acuses.
      * PAQGEN.ULT solo avanza con un paquete para todas las
      * sucursales que salio completo: uno para algunos destinos no
      * cubre a las demas, y si se llena la tabla de novedades el
      * siguiente N vuelve a tomar desde el mismo punto.
      * Codigos de retorno: 0 bien, 4 paquete incompleto (mas de 2000
      * articulos con novedades), 8 error.
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
           SELECT ult-file ASSIGN "PAQGEN.ULT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-ult.
           SELECT paq-file ASSIGN paq-nombre
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-paq.
           SELECT plg-file ASSIGN "PAQLOG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS fs-plg.
           SELECT rep-file ASSIGN "PAQGEN.TXT"
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
       FD  ult-file.
       01  ult-reg.
           03  ult-fecha              PIC 9(08).
           03  ult-hora               PIC 9(08).
       FD  paq-file.
           copy "paqreg.cpy".
       FD  plg-file.
           copy "plgreg.cpy".
       FD  rep-file.
       01  rep-linea                  PIC X(80).
       WORKING-STORAGE SECTION.
       01  fs-art                     PIC X(02)  VALUE "00".
       01  fs-prc                     PIC X(02)  VALUE "00".
       01  fs-arth                    PIC X(02)  VALUE "00".
       01  fs-ult                     PIC X(02)  VALUE "00".
       01  fs-paq                     PIC X(02)  VALUE "00".
       01  fs-plg                     PIC X(02)  VALUE "00".
       01  fs-rep                     PIC X(02)  VALUE "00".
       01  paq-nombre                 PIC X(20)  VALUE SPACES.
       01  rc-corrida                 PIC 9(01)  VALUE ZEROS.
       01  sw-fin                     PIC X(01)  VALUE "N".
           88  fin-archivo                       VALUE "S".
       01  modo                       PIC X(01)  VALUE SPACES.
           88  modo-todo                         VALUE "T".
           88  modo-novedades                    VALUE "N".
       01  ahora-fecha                PIC 9(08)  VALUE ZEROS.
       01  ahora-hora                 PIC 9(08)  VALUE ZEROS.
       01  ahora-hora-r REDEFINES ahora-hora.
           03  ahora-hhmm             PIC 9(04).
           03  FILLER                 PIC 9(04).
       01  paquete-id                 PIC 9(12)  VALUE ZEROS.
       01  paquete-id-r REDEFINES paquete-id.
           03  paquete-fecha          PIC 9(08).
           03  paquete-hhmm           PIC 9(04).
      * Paquete anterior (ceros si nunca hubo).
       01  desde-fecha                PIC 9(08)  VALUE ZEROS.
       01  desde-hora                 PIC 9(08)  VALUE ZEROS.
       01  cant-renglones             PIC 9(06)  VALUE ZEROS.
       01  cant-articulos             PIC 9(05)  VALUE ZEROS.
       01  cant-bajas                 PIC 9(05)  VALUE ZEROS.
       01  cant-precios               PIC 9(05)  VALUE ZEROS.
      * Sucursales destino, tal como se tipean: "001 002 015".
       01  destinos                   PIC X(40)  VALUE SPACES.
       01  destinos-tab REDEFINES destinos.
           03  destino-ent            OCCURS 10 TIMES.
               05  destino-cod            PIC X(03).
               05  FILLER                 PIC X(01).
       01  sub-dst                    PIC 9(02)  VALUE ZEROS.
       01  cant-destinos              PIC 9(02)  VALUE ZEROS.
      * Articulos con novedades desde el paquete anterior.
       01  nov-tab.
           03  nov-tot                PIC 9(04)  VALUE ZEROS.
           03  nov-entrada            OCCURS 2000 TIMES.
               05  nov-r-cod              PIC X(18).
       01  sub-nov                    PIC 9(04)  VALUE ZEROS.
       01  nov-hallado                PIC 9(04)  VALUE ZEROS.
       01  sw-nov-lleno               PIC X(01)  VALUE "N".
           88  nov-tab-llena                     VALUE "S".
      * Lineas de impresion.
       01  tit-linea.
           03  FILLER                 PIC X(24)
               VALUE "PAQUETE PARA SUCURSALES ".
           03  tit-id                 PIC 9(12).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  tit-modo               PIC X(10).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  tit-archivo            PIC X(20).
       01  desde-linea.
           03  FILLER                 PIC X(28)
               VALUE "NOVEDADES DESDE EL PAQUETE  ".
           03  desde-l-fecha          PIC 9(08).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  desde-l-hora           PIC 9(08).
       01  dst-linea.
           03  FILLER                 PIC X(11)  VALUE "DESTINOS   ".
           03  dst-l-texto            PIC X(40).
       01  det-linea.
           03  det-tip                PIC X(01).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-cod                PIC X(18).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-desc               PIC X(30).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-prec               PIC X(10).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  det-iva                PIC Z9.99.
       01  ven-linea.
           03  FILLER                 PIC X(02)  VALUE "P ".
           03  ven-cod                PIC X(18).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  ven-prec               PIC X(10).
           03  FILLER                 PIC X(01)  VALUE SPACES.
           03  ven-desde-f            PIC 9(08).
           03  FILLER                 PIC X(01)  VALUE "-".
           03  ven-desde-h            PIC 9(04).
           03  FILLER                 PIC X(03)  VALUE " a ".
           03  ven-hasta-f            PIC 9(08).
           03  FILLER                 PIC X(01)  VALUE "-".
           03  ven-hasta-h            PIC 9(04).
       01  tot-linea.
           03  FILLER                 PIC X(11)  VALUE "ARTICULOS  ".
           03  tot-articulos          PIC ZZ,ZZ9.
           03  FILLER                 PIC X(11)  VALUE "   BAJAS   ".
           03  tot-bajas              PIC ZZ,ZZ9.
           03  FILLER                 PIC X(13)  VALUE "   VENTANAS  ".
           03  tot-precios            PIC ZZ,ZZ9.
      ******************************************************************
       PROCEDURE DIVISION.
       mainline.
           perform inicializar thru inicializar-exit.
           perform graba-destinos thru graba-destinos-exit.
           if modo-todo
              perform paquete-todo thru paquete-todo-exit
           else
              perform paquete-novedades thru paquete-novedades-exit
           end-if.
           perform graba-ventanas thru graba-ventanas-exit.
           perform graba-cierre thru graba-cierre-exit.
           perform graba-bitacora thru graba-bitacora-exit.
           perform graba-ultima thru graba-ultima-exit.
           perform terminar thru terminar-exit.
       inicializar.
           display "PAQGEN: paquete N=novedades desde el anterior, "
               "T=todo el maestro (vacio = N)?".
           accept modo.
           if modo = "t"
              move "T" to modo.
           if modo = "n" or modo = spaces
              move "N" to modo.
           if not modo-todo and not modo-novedades
              display "PAQGEN: modo invalido"
              move 8 to return-code
              stop run
           end-if.
           display "PAQGEN: sucursales destino, codigos de 3 "
               "separados por blanco (vacio = todas)?".
           accept destinos.
           accept ahora-fecha from date yyyymmdd.
           accept ahora-hora  from time.
           move ahora-fecha to paquete-fecha.
           move ahora-hhmm to paquete-hhmm.
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
              display "PAQGEN: no hay paquete anterior en "
                  "PAQGEN.ULT, se arma con todo el maestro"
              move "T" to modo
           end-if.
           open input art-file.
           if fs-art not = "00"
              display "PAQGEN: no se pudo abrir ARTMAE.IDX"
              move 8 to return-code
              stop run
           end-if.
           move spaces to paq-nombre.
           string "PAQ" delimited by size
                  paquete-id delimited by size
                  ".DAT" delimited by size
                  into paq-nombre.
           open output paq-file.
           if fs-paq not = "00"
              display "PAQGEN: no se pudo crear " paq-nombre
              move 8 to return-code
              stop run
           end-if.
           open output rep-file.
           if fs-rep not = "00"
              display "PAQGEN: no se pudo crear PAQGEN.TXT"
              move 8 to return-code
              stop run
           end-if.
           move paquete-id to tit-id.
           if modo-todo
              move "TODO" to tit-modo
           else
              move "NOVEDADES" to tit-modo
           end-if.
           move paq-nombre to tit-archivo.
           move tit-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           if modo-novedades
              move desde-fecha to desde-l-fecha
              move desde-hora to desde-l-hora
              move desde-linea to rep-linea
              perform graba-linea thru graba-linea-exit
           end-if.
           if destinos = spaces
              move "TODAS" to dst-l-texto
           else
              move destinos to dst-l-texto
           end-if.
           move dst-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move spaces to PAQ-REG.
           set PAQ-ES-CABECERA to true.
           move paquete-id to PAQ-ID.
           move ahora-fecha to PAQ-FECHA.
           move ahora-hora to PAQ-HORA.
           move modo to PAQ-MODO.
           move desde-fecha to PAQ-DESDE-FECHA.
           move desde-hora to PAQ-DESDE-HORA.
           write PAQ-REG.
       inicializar-exit.
           exit.
       graba-destinos.
           perform graba-un-destino thru graba-un-destino-exit
               varying sub-dst from 1 by 1 until sub-dst > 10.
       graba-destinos-exit.
           exit.
       graba-un-destino.
           if destino-cod (sub-dst) = spaces
              go to graba-un-destino-exit.
           move spaces to PAQ-REG.
           set PAQ-ES-SUCURSAL to true.
           move paquete-id to PAQ-ID.
           move destino-cod (sub-dst) to PAQ-SUCURSAL.
           write PAQ-REG.
           add 1 to cant-renglones cant-destinos.
       graba-un-destino-exit.
           exit.
      ******************************************************************
      * Todo el maestro: activos como "A", de baja como "B".
      ******************************************************************
       paquete-todo.
           move "N" to sw-fin.
           perform todo-articulo thru todo-articulo-exit
               until fin-archivo.
       paquete-todo-exit.
           exit.
       todo-articulo.
           read art-file next record
               at end
                  set fin-archivo to true
                  go to todo-articulo-exit
           end-read.
           if ART-DADO-DE-BAJA
              perform graba-baja thru graba-baja-exit
           else
              perform graba-articulo thru graba-articulo-exit
           end-if.
       todo-articulo-exit.
           exit.
      ******************************************************************
      * Novedades: los articulos tocados en ARTHIS.DAT desde el
      * paquete anterior, cada uno como esta hoy en el maestro.
      ******************************************************************
       paquete-novedades.
           open input arth-file.
           if fs-arth = "00"
              move "N" to sw-fin
              perform lee-historial thru lee-historial-exit
                  until fin-archivo
              close arth-file
           end-if.
           perform manda-novedad thru manda-novedad-exit
               varying sub-nov from 1 by 1 until sub-nov > nov-tot.
       paquete-novedades-exit.
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
           move zeros to nov-hallado.
           perform busca-novedad thru busca-novedad-exit
               varying sub-nov from 1 by 1 until sub-nov > nov-tot.
           if nov-hallado not = zeros
              go to lee-historial-exit.
           if nov-tot >= 2000
              if not nov-tab-llena
                 set nov-tab-llena to true
                 display "PAQGEN: mas de 2000 articulos con "
                     "novedades, armar un paquete T"
              end-if
              go to lee-historial-exit
           end-if.
           add 1 to nov-tot.
           move ATH-ART-COD to nov-r-cod (nov-tot).
       lee-historial-exit.
           exit.
       busca-novedad.
           if nov-r-cod (sub-nov) = ATH-ART-COD
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
              perform graba-articulo thru graba-articulo-exit
           end-if.
       manda-novedad-exit.
           exit.
      ******************************************************************
      * Renglones del paquete, con su linea de control.
      ******************************************************************
       graba-articulo.
           move spaces to PAQ-REG det-linea.
           set PAQ-ES-ARTICULO to true.
           move paquete-id to PAQ-ID.
           move ART-COD to PAQ-ART-COD.
           move ART-DESC to PAQ-DESC.
           move ART-PREC to PAQ-PREC.
           move ART-IVA to PAQ-IVA.
           write PAQ-REG.
           add 1 to cant-renglones cant-articulos.
           move "A" to det-tip.
           move ART-COD to det-cod.
           move ART-DESC to det-desc.
           move ART-PREC to det-prec.
           move ART-IVA to det-iva.
           move det-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       graba-articulo-exit.
           exit.
       graba-baja.
           move spaces to PAQ-REG det-linea.
           set PAQ-ES-BAJA to true.
           move paquete-id to PAQ-ID.
           move ART-COD to PAQ-ART-COD.
           write PAQ-REG.
           add 1 to cant-renglones cant-bajas.
           move "B" to det-tip.
           move ART-COD to det-cod.
           move zeros to det-iva.
           move det-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       graba-baja-exit.
           exit.
      * Ventanas de PRECIOS.DAT que no vencieron antes de ahora.
       graba-ventanas.
           open input prc-file.
           if fs-prc not = "00"
              go to graba-ventanas-exit.
           move "N" to sw-fin.
           perform graba-una-ventana thru graba-una-ventana-exit
               until fin-archivo.
           close prc-file.
       graba-ventanas-exit.
           exit.
       graba-una-ventana.
           read prc-file
               at end
                  set fin-archivo to true
                  go to graba-una-ventana-exit
           end-read.
           if PRC-HASTA-FECHA < ahora-fecha
              go to graba-una-ventana-exit.
           if PRC-HASTA-FECHA = ahora-fecha
              and PRC-HASTA-HORA < ahora-hora
              go to graba-una-ventana-exit.
           move spaces to PAQ-REG.
           set PAQ-ES-PRECIO to true.
           move paquete-id to PAQ-ID.
           move PRC-ART-COD to PAQ-PRC-ART.
           move PRC-PREC to PAQ-PRC-PREC.
           move PRC-IVA to PAQ-PRC-IVA.
           move PRC-DESDE-FECHA to PAQ-PRC-DESDE-FECHA.
           move PRC-DESDE-HORA to PAQ-PRC-DESDE-HORA.
           move PRC-HASTA-FECHA to PAQ-PRC-HASTA-FECHA.
           move PRC-HASTA-HORA to PAQ-PRC-HASTA-HORA.
           write PAQ-REG.
           add 1 to cant-renglones cant-precios.
           move PRC-ART-COD to ven-cod.
           move PRC-PREC to ven-prec.
           move PRC-DESDE-FECHA to ven-desde-f.
           move PRC-DESDE-HORA (1:4) to ven-desde-h.
           move PRC-HASTA-FECHA to ven-hasta-f.
           move PRC-HASTA-HORA (1:4) to ven-hasta-h.
           move ven-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       graba-una-ventana-exit.
           exit.
       graba-cierre.
           move spaces to PAQ-REG.
           set PAQ-ES-CIERRE to true.
           move paquete-id to PAQ-ID.
           move cant-renglones to PAQ-RENGLONES.
           write PAQ-REG.
           close paq-file.
           move spaces to rep-linea.
           perform graba-linea thru graba-linea-exit.
           move cant-articulos to tot-articulos.
           move cant-bajas to tot-bajas.
           move cant-precios to tot-precios.
           move tot-linea to rep-linea.
           perform graba-linea thru graba-linea-exit.
       graba-cierre-exit.
           exit.
       graba-bitacora.
           open extend plg-file.
           if fs-plg not = "00"
              open output plg-file.
           move paquete-id to PLG-PAQ-ID.
           move ahora-fecha to PLG-FECHA.
           move ahora-hora to PLG-HORA.
           move modo to PLG-MODO.
           move destinos to PLG-DESTINOS.
           move cant-articulos to PLG-ARTICULOS.
           move cant-bajas to PLG-BAJAS.
           move cant-precios to PLG-PRECIOS.
           move paq-nombre to PLG-ARCHIVO.
           write PLG-REG.
           close plg-file.
       graba-bitacora-exit.
           exit.
       graba-ultima.
           if nov-tab-llena
              move 4 to rc-corrida
              display "PAQGEN: PAQGEN.ULT queda sin cambios, el "
                  "paquete no lleva todas las novedades"
              go to graba-ultima-exit.
           if cant-destinos not = zeros
              display "PAQGEN: paquete para algunas sucursales, "
                  "PAQGEN.ULT queda sin cambios"
              go to graba-ultima-exit.
           open output ult-file.
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
       terminar.
           close art-file rep-file.
           display "PAQGEN: paquete " paquete-id " en " paq-nombre
               ": " cant-articulos " articulo(s), " cant-bajas
               " baja(s), " cant-precios " ventana(s)".
           if cant-destinos = zeros
              display "PAQGEN: para todas las sucursales"
           end-if.
           move rc-corrida to return-code.
           stop run.
       terminar-exit.
           exit.
