      *     comprobantes con datos incompletos para el regimen (p.ej.
      *     Factura A sin CUIT valido) en lugar de emitir un renglon
      *     invalido en silencio.
      * El punto de venta y numero de comprobante emitidos son los
      * que EXPFACT.DAT trae en la cabecera (EXP-PTO-VTA/EXP-NRO-CBTE,
      * los del controlador o los del punto de venta electronico);
      * los comprobantes de EXPFACT anteriores, sin numero, salen
      * con punto de venta cero y un correlativo interno de este
      * export, que alcanza para aparear CITICBTE con CITIALIC.
      * Mapeo de tipos: T->083 tique, A->001, B->006; las notas de
      * credito/debito salen clase A (003/002) cuando traen CUIT y
      * clase B (008/007) cuando no.
      * para que CITIALIC cierre contra el total neto del renglon de
      * CITICBTE; un descuento mayor al bruto de las lineas va al
      * listado de rechazos.
      * La percepcion de Ingresos Brutos de una Factura A (renglon
      * "I" del export) sale en su propia columna de CITICBTE
      * (cl-perc-iibb); ya esta incluida en el importe total.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  cb-tdoc                    PIC X(01)  VALUE ZEROS.
       01  cb-nomb                    PIC X(10)  VALUE SPACES.
       01  cb-total                   PIC 9(09)V99 VALUE ZEROS.
       01  cb-perc-iibb               PIC 9(09)V99 VALUE ZEROS.
       01  cb-pv                      PIC 9(04)  VALUE ZEROS.
       01  cb-nro                     PIC 9(08)  VALUE ZEROS.
       01  cb-alic-tab.
           03  cb-alic-tot            PIC 9(02)  VALUE ZEROS.
           03  cb-alic-entrada        OCCURS 10 TIMES.
           03  cl-nrodoc              PIC X(20).
           03  cl-denom               PIC X(30).
           03  cl-imptotal            PIC 9(13)V99.
           03  cl-perc-iibb           PIC 9(13)V99.
       01  cl-tipo-num                PIC 9(03)  VALUE ZEROS.
      * Renglon CITI de alicuotas.
       01  alic-linea.
           open input par-file.
           if fs-par not = "00"
              display "CITIVEN: no se pudo abrir CITIVEN.PAR"
              move 8 to return-code
              stop run
           end-if.
           read par-file
               at end
                  display "CITIVEN: CITIVEN.PAR esta vacio"
                  move 8 to return-code
                  stop run
           end-read.
           close par-file.
           open input exp-file.
           if fs-exp not = "00"
              display "CITIVEN: no se pudo abrir EXPFACT.DAT"
              move 8 to return-code
              stop run
           end-if.
           open output cbte-file alic-file rech-file.
                        perform suma-alicuota thru suma-alicuota-exit
                     when EXP-ES-DR and cbte-abierto
                        perform suma-dr thru suma-dr-exit
                     when EXP-ES-PERCEPCION and cbte-abierto
                        add EXP-PERC-IMPORTE to cb-perc-iibb
                     when other
                        continue
                  end-evaluate
              move EXP-TOTAL  to cb-total
              move zeros to cb-alic-tot
              move zeros to cb-dr-total
              move zeros to cb-perc-iibb
              move zeros to cb-pv cb-nro
              if EXP-NRO-CBTE numeric and EXP-NRO-CBTE > zeros
                 and EXP-PTO-VTA numeric
                 move EXP-PTO-VTA  to cb-pv
                 move EXP-NRO-CBTE to cb-nro
              end-if
           end-if.
       abre-cbte-exit.
           exit.
           else
              add 1 to cant-emitidos
              add 1 to correlativo
              if cb-nro = zeros
                 move correlativo to cb-nro
              end-if
              perform emite-cbte thru emite-cbte-exit
              perform emite-alicuotas thru emite-alicuotas-exit
                  varying sub-alic from 1 by 1
           perform mapea-tipo thru mapea-tipo-exit.
           move cb-fecha to cl-fecha.
           move cl-tipo-num to cl-tipo.
           move cb-pv to cl-pv.
           move cb-nro to cl-nro.
           if cb-cuit-num not = zeros
              move 80 to cl-coddoc
              move zeros to cl-nrodoc
           end-if.
           move cb-nomb to cl-denom.
           compute cl-imptotal = cb-total.
           move cb-perc-iibb to cl-perc-iibb.
           move cbte-linea to cbte-salida.
           write cbte-salida.
       emite-cbte-exit.
       emite-alicuotas.
           perform mapea-alicuota thru mapea-alicuota-exit.
           move cl-tipo-num to al-tipo.
           move cb-pv to al-pv.
           move cb-nro to al-nro.
           move cb-alic-neto (sub-alic) to al-neto.
           move al-codigo-num to al-codigo.
           move cb-alic-iva (sub-alic) to al-iva.
