      ******************************************************************
      * Envio diario de tipos de cambio de tesoreria (CALCTCF).
      * Llega enmarcado igual que el lote de transacciones (ver
      * CALCLTE): un registro cabecera "TH" al frente (area que lo
      * genero, ID de envio y fecha de creacion), un detalle "TD"
      * por tasa publicada (pareja de monedas, fecha de vigencia y
      * tasa) y un registro cola "TT" al final con el conteo de
      * detalles y el total de comprobacion, la suma de las tasas.
      * Los tres registros miden lo mismo para viajar por el mismo
      * archivo; CALCTCL los lee crudos y los acomoda aqui.
      ******************************************************************
       01  CALCTCF-CABECERA.
           05  CTCF-CAB-TIPO       PIC X(02).
           05  CTCF-CAB-AREA       PIC X(08).
           05  CTCF-CAB-ENVIO-ID   PIC X(08).
           05  CTCF-CAB-FECHA      PIC X(08).
           05  FILLER              PIC X(14).

       01  CALCTCF-DETALLE.
           05  CTCF-DET-TIPO       PIC X(02).
           05  CTCF-DET-MONEDA-DE  PIC X(03).
           05  CTCF-DET-MONEDA-A   PIC X(03).
           05  CTCF-DET-FECHA      PIC X(08).
           05  CTCF-DET-FECHA-N REDEFINES CTCF-DET-FECHA
                                   PIC 9(08).
           05  CTCF-DET-TASA       PIC 9(09)V9(04).
           05  FILLER              PIC X(11).

       01  CALCTCF-COLA.
           05  CTCF-COLA-TIPO      PIC X(02).
           05  CTCF-COLA-CONT      PIC 9(07).
           05  CTCF-COLA-HASH      PIC S9(13)V9(04)
                           SIGN LEADING SEPARATE.
           05  FILLER              PIC X(13).
