      * consol.cbl). Configuraciones viejas sin la columna quedan en
      * blanco.
           03  CFG-SUCURSAL               PIC X(3).
      * Meses de validez de los vales de regalo vendidos en el local
      * (ver vende-vale en wfis.cbl; el mismo en todos los renglones,
      * gana el ultimo no cero). Configuraciones viejas sin la
      * columna quedan en 12 meses.
           03  CFG-VALE-MESES             PIC 99.
      * Punto de venta AFIP del controlador de la boca (el que imprime
      * en sus comprobantes; se usa cuando la respuesta al cierre no
      * lo trae) y punto de venta habilitado para los comprobantes
      * electronicos del Modo Electronico (el mismo en todos los
      * renglones, gana el ultimo no cero). Configuraciones viejas sin
      * las columnas quedan en cero.
           03  CFG-PTO-VTA                PIC 9(4).
           03  CFG-PTO-VTA-FE             PIC 9(4).
