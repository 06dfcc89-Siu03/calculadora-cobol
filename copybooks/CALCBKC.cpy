      ******************************************************************
      * Control de generaciones de respaldo (CALCBKC).
      * Archivo de un solo renglon. CALCBKP toma cada respaldo en la
      * generacion que sigue a ULTIMA (de 0001 a 9999 y vuelve a
      * empezar) y las generaciones vivas van de PRIMERA a ULTIMA;
      * PRIMERA en cero quiere decir que todavia no hay ninguna.
      * CONSERVAR es cuantas generaciones se guardan: al terminar un
      * respaldo las que sobran, de la mas vieja en adelante, se
      * vacian. Lo cambia un supervisor en CALCRST y el cambio se
      * aplica en el siguiente respaldo. FECHA/HORA-CAMBIO y ORIGEN
      * dicen quien toco el control por ultima vez.
      ******************************************************************
       01  CALCBKC-RECORD.
           05  CBKC-ULTIMA         PIC 9(04).
           05  CBKC-PRIMERA        PIC 9(04).
           05  CBKC-CONSERVAR      PIC 9(02).
           05  CBKC-FECHA-CAMBIO   PIC 9(08).
           05  CBKC-HORA-CAMBIO    PIC 9(08).
           05  CBKC-ORIGEN         PIC X(08).
