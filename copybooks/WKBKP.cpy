      ******************************************************************
      * Campos de trabajo del respaldo por generaciones (ver CALCBKT,
      * CALCBKC, CALCBKD y CALCBKM). La tabla de archivos la llena
      * ARMAR-TABLA-RESPALDO con el nombre y el largo de registro de
      * cada archivo del sistema; el resto de cada entrada lo llena
      * el que llama (lo respaldado en CALCBKP, lo que dice el
      * manifiesto en CALCRST). WKS-NOM-BKD y WKS-NOM-BKM son los
      * nombres de los archivos de la generacion WKS-GEN-TRABAJO,
      * armados por ARMAR-NOMBRES-GENERACION.
      ******************************************************************
       01  WKS-FS-BKC          PIC XX    VALUE "00".
       01  WKS-FS-BKD          PIC XX    VALUE "00".
       01  WKS-FS-BKM          PIC XX    VALUE "00".
       01  WKS-HAY-CONTROL-BKP PIC X(01) VALUE "N".
       01  WKS-BKP-CONSERVAR-OMISION PIC 9(02) VALUE 7.
       01  WKS-BKP-CONSERVAR-MAXIMO  PIC 9(02) VALUE 30.
       01  WKS-GEN-TRABAJO     PIC 9(04) VALUE ZERO.
       01  WKS-GEN-VIVAS       PIC 9(04) VALUE ZERO.
       01  WKS-GEN-ES-VIVA     PIC X(01) VALUE "N".
       01  WKS-NOM-BKD         PIC X(20) VALUE SPACES.
       01  WKS-NOM-BKM         PIC X(20) VALUE SPACES.

      * Estado de la ultima operacion sobre el archivo en turno.
       01  WKS-FS-ARCH.
           05  WKS-FS-ARCH-1   PIC X(01) VALUE "0".
           05  WKS-FS-ARCH-2   PIC X(01) VALUE "0".

       01  WKS-BKP-NUM-ARCHIVOS PIC 9(02) VALUE 27.
       01  WKS-BKP-SUB         PIC 9(02) VALUE ZERO.
       01  WKS-TABLA-RESPALDO.
           05  WKS-BKP-ENTRY OCCURS 27 TIMES.
               10  WKS-BKP-NOMBRE      PIC X(12).
               10  WKS-BKP-LARGO       PIC 9(03).
               10  WKS-BKP-EXISTE      PIC X(01).
               10  WKS-BKP-REGISTROS   PIC 9(09).
               10  WKS-BKP-HASH        PIC 9(18).

      * Registro en turno y total de comprobacion del renglon (ver
      * SUMAR-HASH-RENGLON): se suman los primeros WKS-HSH-LARGO
      * caracteres de WKS-BKP-DATOS.
       01  WKS-BKP-DATOS       PIC X(308) VALUE SPACES.
       01  WKS-BKP-BYTES REDEFINES WKS-BKP-DATOS.
           05  WKS-BKP-BYTE    PIC X(01) OCCURS 308 TIMES.
       01  WKS-HSH-LARGO       PIC 9(03) VALUE ZERO.
       01  WKS-HSH-POS         PIC 9(03) VALUE ZERO.
       01  WKS-HSH-RENGLON     PIC 9(18) VALUE ZERO.
