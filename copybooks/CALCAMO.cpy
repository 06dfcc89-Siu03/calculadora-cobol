      ******************************************************************
      * Tabla de amortizacion para el cliente (CALCAMO).
      * Un archivo por calculo, CALCAMO.<secuencia> con la secuencia
      * del renglon de bitacora de la operacion "AM" que lo genero.
      * Cabecera "AH" con los datos del prestamo y el pago nivelado
      * ya redondeado (el mismo que quedo en la bitacora); un
      * detalle "AD" por periodo con el pago, el interes, el abono
      * a capital y el saldo que queda, todos redondeados a los
      * decimales de la moneda (ver CALCPRM); y una cola "AT" con
      * los totales. El ultimo periodo absorbe lo que dejo el
      * redondeo, asi que su pago puede diferir del nivelado y el
      * saldo final siempre es cero.
      ******************************************************************
       01  CALCAMO-CABECERA.
           05  CAMO-CAB-TIPO       PIC X(02).
           05  CAMO-CAB-SECUENCIA  PIC 9(09).
           05  CAMO-CAB-FECHA      PIC 9(08).
           05  CAMO-CAB-OPERADOR   PIC X(08).
           05  CAMO-CAB-MONEDA     PIC X(03).
           05  CAMO-CAB-CAPITAL    PIC S9(09)V9(04)
                           SIGN LEADING SEPARATE.
           05  CAMO-CAB-TASA       PIC 9(06)V9(04).
           05  CAMO-CAB-PERIODOS   PIC 9(03).
           05  CAMO-CAB-PAGO       PIC S9(09)V9(04)
                           SIGN LEADING SEPARATE.
           05  CAMO-CAB-LOTE-ID    PIC X(08).
           05  FILLER              PIC X(21).

       01  CALCAMO-DETALLE.
           05  CAMO-DET-TIPO       PIC X(02).
           05  CAMO-DET-SECUENCIA  PIC 9(09).
           05  CAMO-DET-PERIODO    PIC 9(03).
           05  CAMO-DET-PAGO       PIC S9(09)V9(04)
                           SIGN LEADING SEPARATE.
           05  CAMO-DET-INTERES    PIC S9(09)V9(04)
                           SIGN LEADING SEPARATE.
           05  CAMO-DET-CAPITAL    PIC S9(09)V9(04)
                           SIGN LEADING SEPARATE.
           05  CAMO-DET-SALDO      PIC S9(09)V9(04)
                           SIGN LEADING SEPARATE.
           05  FILLER              PIC X(30).

       01  CALCAMO-COLA.
           05  CAMO-COLA-TIPO      PIC X(02).
           05  CAMO-COLA-SECUENCIA PIC 9(09).
           05  CAMO-COLA-PERIODOS  PIC 9(03).
           05  CAMO-COLA-TOT-PAGO  PIC S9(11)V9(04)
                           SIGN LEADING SEPARATE.
           05  CAMO-COLA-TOT-INTERES PIC S9(11)V9(04)
                           SIGN LEADING SEPARATE.
           05  CAMO-COLA-TOT-CAPITAL PIC S9(11)V9(04)
                           SIGN LEADING SEPARATE.
           05  FILLER              PIC X(38).
