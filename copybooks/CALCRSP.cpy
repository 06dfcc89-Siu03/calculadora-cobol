      ******************************************************************
      * Archivo de respuesta al area usuaria (CALCRSP).
      * Uno por lote, dirigido al area de la cabecera del CALCTXN
      * que lo mando (ver CALCLTE), y enmarcado igual: cabecera "RH"
      * con area, ID y fecha del lote y fecha de la respuesta; un
      * detalle "RD" por cada detalle recibido, en el orden en que
      * llego, con su numero de renglon, los datos tal como se
      * recibieron y su estado; y una cola "RT" con el conteo por
      * estado y el total de comprobacion (la suma de los dos
      * operandos, con la misma regla que la cola del lote), mas el
      * conteo y el total que traia la cola recibida para que el
      * area cuadre lo que mando contra lo que se hizo.
      * Estados del detalle: "P" procesado (lleva secuencia de
      * bitacora, resultado redondeado y moneda), "E" rechazado en
      * la depuracion (motivo de CALCEDT), "R" rechazado por el lote,
      * "H" retenido por el lote por pasar el limite del nivel
      * (motivo de CALCBAT; la secuencia es la de la excepcion) y
      * "N" aceptado por la depuracion pero sin resultado del lote
      * (el lote no llego a procesarlo). La cola lleva el conteo de
      * cada estado; los "N" van al final del renglon, despues del
      * total de la cola recibida.
      ******************************************************************
       01  CALCRSP-CABECERA.
           05  CRSP-CAB-TIPO       PIC X(02).
           05  CRSP-CAB-AREA       PIC X(08).
           05  CRSP-CAB-LOTE-ID    PIC X(08).
           05  CRSP-CAB-FECHA-LOTE PIC 9(08).
           05  CRSP-CAB-FECHA-RESP PIC 9(08).
           05  FILLER              PIC X(66).

       01  CALCRSP-DETALLE.
           05  CRSP-DET-TIPO       PIC X(02).
           05  CRSP-DET-RENGLON    PIC 9(07).
           05  CRSP-DET-OPERACION  PIC X(02).
           05  CRSP-DET-NUM-1      PIC X(14).
           05  CRSP-DET-NUM-2      PIC X(14).
           05  CRSP-DET-ESTADO     PIC X(01).
           05  CRSP-DET-MOTIVO-COD PIC X(02).
           05  CRSP-DET-MOTIVO-DESC PIC X(30).
           05  CRSP-DET-SECUENCIA  PIC 9(09).
           05  CRSP-DET-RESULTADO  PIC S9(09)V9(04)
                           SIGN LEADING SEPARATE.
           05  CRSP-DET-MONEDA     PIC X(03).
           05  FILLER              PIC X(02).

       01  CALCRSP-COLA.
           05  CRSP-COLA-TIPO      PIC X(02).
           05  CRSP-COLA-CONT      PIC 9(07).
           05  CRSP-COLA-PROCESADAS PIC 9(07).
           05  CRSP-COLA-RECH-EDT  PIC 9(07).
           05  CRSP-COLA-RECH-LOTE PIC 9(07).
           05  CRSP-COLA-RETENIDAS PIC 9(07).
           05  CRSP-COLA-HASH      PIC S9(13)V9(04)
                           SIGN LEADING SEPARATE.
           05  CRSP-COLA-LOTE-CONT PIC 9(07).
           05  CRSP-COLA-LOTE-HASH PIC S9(13)V9(04)
                           SIGN LEADING SEPARATE.
           05  CRSP-COLA-SIN-RES   PIC 9(07).
           05  FILLER              PIC X(13).
