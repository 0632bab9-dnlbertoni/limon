      * paqreg.cpy
      * Renglon del paquete de novedades que casa central distribuye
      * a las sucursales (PAQaaaammddhhmm.DAT, lo arma paqgen.cbl y
      * lo aplica cada local con paqapl.cbl). Todos los renglones
      * llevan el numero de paquete (fecha y hora de armado,
      * aaaammddhhmm): un local no aplica un paquete igual o anterior
      * al ultimo que aplico. El paquete es:
      *   "H"  cabecera (una): fecha/hora de armado, modo (N novedades
      *        desde el paquete anterior, T maestro entero) y desde
      *        cuando se tomaron las novedades
      *   "S"  sucursal destino (cero o mas; sin renglones "S" el
      *        paquete es para todas)
      *   "A"  articulo nuevo o modificado: descripcion, precio y % IVA
      *        (mismos campos de texto que la lista de artimp.cbl)
      *   "B"  articulo dado de baja en casa central
      *   "P"  ventana de precio programado (prcreg.cpy)
      *   "T"  cierre (uno, el ultimo): cantidad de renglones "S",
      *        "A", "B" y "P", para detectar un archivo cortado
       01  PAQ-REG.
           03  PAQ-TIP                    PIC X.
               88  PAQ-ES-CABECERA            VALUE "H".
               88  PAQ-ES-SUCURSAL            VALUE "S".
               88  PAQ-ES-ARTICULO            VALUE "A".
               88  PAQ-ES-BAJA                VALUE "B".
               88  PAQ-ES-PRECIO              VALUE "P".
               88  PAQ-ES-CIERRE              VALUE "T".
           03  PAQ-ID                     PIC 9(12).
           03  PAQ-DATOS.
               05  PAQ-CABECERA.
                   07  PAQ-FECHA              PIC 9(8).
                   07  PAQ-HORA               PIC 9(8).
                   07  PAQ-MODO               PIC X.
                   07  PAQ-DESDE-FECHA        PIC 9(8).
                   07  PAQ-DESDE-HORA         PIC 9(8).
                   07  FILLER                 PIC X(57).
               05  PAQ-DESTINO REDEFINES PAQ-CABECERA.
                   07  PAQ-SUCURSAL           PIC X(3).
                   07  FILLER                 PIC X(87).
               05  PAQ-ARTICULO REDEFINES PAQ-CABECERA.
                   07  PAQ-ART-COD            PIC X(18).
                   07  PAQ-DESC               PIC X(30).
                   07  PAQ-PREC               PIC X(10).
                   07  PAQ-IVA-X              PIC X(4).
                   07  PAQ-IVA REDEFINES PAQ-IVA-X PIC 99V99.
                   07  FILLER                 PIC X(28).
               05  PAQ-VENTANA REDEFINES PAQ-CABECERA.
                   07  PAQ-PRC-ART            PIC X(18).
                   07  PAQ-PRC-PREC           PIC X(10).
                   07  PAQ-PRC-IVA-X          PIC X(4).
                   07  PAQ-PRC-IVA REDEFINES PAQ-PRC-IVA-X
                                              PIC 99V99.
                   07  PAQ-PRC-DESDE-FECHA    PIC 9(8).
                   07  PAQ-PRC-DESDE-HORA     PIC 9(8).
                   07  PAQ-PRC-HASTA-FECHA    PIC 9(8).
                   07  PAQ-PRC-HASTA-HORA     PIC 9(8).
                   07  FILLER                 PIC X(26).
               05  PAQ-CIERRE REDEFINES PAQ-CABECERA.
                   07  PAQ-RENGLONES          PIC 9(6).
                   07  FILLER                 PIC X(84).
