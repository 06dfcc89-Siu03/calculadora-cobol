      ******************************************************************
      * Datos de una generacion de respaldo (CALCBKD.Gnnnn).
      * Un renglon por cada registro de cada archivo respaldado, en
      * el orden de la tabla de archivos (ver CALCBKT) y dentro de
      * cada archivo en el orden en que se leyo (por llave los
      * indexados), con el numero del archivo al frente y el
      * registro tal cual, rellenado con espacios hasta el largo del
      * renglon; el largo de cada registro esta en la tabla.
      ******************************************************************
       01  CALCBKD-RECORD.
           05  CBKD-ARCHIVO        PIC 9(02).
           05  CBKD-DATOS          PIC X(308).
