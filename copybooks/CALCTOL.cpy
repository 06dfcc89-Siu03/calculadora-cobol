      ******************************************************************
      * Tolerancia de carga de tipos de cambio (CALCTOL).
      * Archivo con llave por pareja de monedas: la variacion maxima,
      * en porcentaje contra la tasa vigente anterior, que CALCTCL
      * deja cargar sin que un supervisor la libere. El renglon con
      * la pareja en espacios es la tolerancia general para las
      * parejas sin renglon propio; sin archivo o sin renglon
      * general se usa la tolerancia por defecto del cargador. Se
      * mantiene con la pantalla CALCTCM y cada cambio queda en
      * CALCAUD.
      ******************************************************************
       01  CALCTOL-RECORD.
           05  CTOL-LLAVE.
               10  CTOL-MONEDA-DE  PIC X(03).
               10  CTOL-MONEDA-A   PIC X(03).
           05  CTOL-PORCENTAJE     PIC 9(03)V99.
