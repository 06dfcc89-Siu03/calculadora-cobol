      ******************************************************************
      * Manifiesto de una generacion de respaldo (CALCBKM.Gnnnn).
      * Cabecera "MH" con la generacion, la fecha de proceso que se
      * estaba cerrando y la fecha/hora del respaldo; un detalle
      * "MD" por cada archivo de la tabla (ver CALCBKT) con si
      * existia al respaldar, cuantos registros tenia y su total de
      * comprobacion; y una cola "MT" con el numero de archivos y la
      * suma de registros y de totales. El total de comprobacion de
      * un archivo es la suma, renglon por renglon, del valor de
      * cada caracter por su posicion en el registro, asi que
      * cualquier registro cambiado, perdido o movido lo descuadra.
      * CALCRST no restaura una generacion que no cuadre contra su
      * manifiesto.
      ******************************************************************
       01  CALCBKM-CABECERA.
           05  CBKM-CAB-TIPO           PIC X(02).
           05  CBKM-CAB-GENERACION     PIC 9(04).
           05  CBKM-CAB-FECHA-PROCESO  PIC 9(08).
           05  CBKM-CAB-FECHA          PIC 9(08).
           05  CBKM-CAB-HORA           PIC 9(08).
           05  CBKM-CAB-ORIGEN         PIC X(08).
           05  FILLER                  PIC X(22).

       01  CALCBKM-DETALLE.
           05  CBKM-DET-TIPO           PIC X(02).
           05  CBKM-DET-GENERACION     PIC 9(04).
           05  CBKM-DET-ARCHIVO        PIC 9(02).
           05  CBKM-DET-NOMBRE         PIC X(12).
      *        "S" = existia al respaldar, "N" = no existia.
           05  CBKM-DET-EXISTE         PIC X(01).
           05  CBKM-DET-REGISTROS      PIC 9(09).
           05  CBKM-DET-HASH           PIC 9(18).
           05  FILLER                  PIC X(12).

       01  CALCBKM-COLA.
           05  CBKM-COLA-TIPO          PIC X(02).
           05  CBKM-COLA-GENERACION    PIC 9(04).
           05  CBKM-COLA-ARCHIVOS      PIC 9(02).
           05  CBKM-COLA-REGISTROS     PIC 9(11).
           05  CBKM-COLA-HASH          PIC 9(18).
           05  FILLER                  PIC X(23).
