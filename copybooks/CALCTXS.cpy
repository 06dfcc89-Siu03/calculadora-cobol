      ******************************************************************
      * Resultado del lote por transaccion (CALCTXS).
      * CALCBAT deja un renglon por cada detalle que procesa de
      * CALCTXNA, en el mismo orden: "P" procesado y grabado en la
      * bitacora, "R" rechazado a excepciones, "H" retenido a
      * excepciones por pasar el limite del nivel (ver CALCNIV).
      * La secuencia es la del renglon de bitacora o de excepcion
      * que se grabo; resultado y moneda solo en los procesados.
      * El codigo de motivo es el estado de la operacion que lo
      * rechazo (ver WKCALC). En un reinicio se recorta al punto de
      * control igual que las excepciones.
      ******************************************************************
       01  CALCTXS-RECORD.
           05  CTXS-ESTADO         PIC X(01).
           05  CTXS-SECUENCIA      PIC 9(09).
           05  CTXS-RESULTADO      PIC S9(09)V9(04)
                           SIGN LEADING SEPARATE.
           05  CTXS-MONEDA         PIC X(03).
           05  CTXS-MOTIVO-COD     PIC X(02).
           05  CTXS-MOTIVO-DESC    PIC X(30).
