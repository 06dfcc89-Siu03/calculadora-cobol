      ******************************************************************
      * Disposicion de la depuracion (CALCDSP).
      * CALCEDT deja un renglon por cada registro del CALCTXN crudo
      * del area usuaria, en el orden en que llego: la cabecera "LH"
      * y la cola "LT" tal cual, y cada detalle con su estado -- "A"
      * aceptado y pasado al lote, "E" rechazado con su codigo y
      * descripcion de motivo (los mismos de CALCTXNR). Las
      * correcciones de CALCCOR y las generadas de CALCGEN no son
      * transmision del area y no aparecen aqui. CALCRSP lo cruza
      * con los resultados del lote (CALCTXS) para armar el archivo
      * de respuesta al area.
      ******************************************************************
       01  CALCDSP-RECORD.
           05  CDSP-REGISTRO       PIC X(54).
           05  CDSP-ESTADO         PIC X(01).
           05  CDSP-MOTIVO-COD     PIC X(02).
           05  CDSP-MOTIVO-DESC    PIC X(30).
