      ******************************************************************
      * Resumen diario de la bitacora (CALCRES), indexado por fecha,
      * moneda, operacion y tipo de renglon. Lo alimenta CALCRSM en
      * el cierre nocturno desde CALCLOG, o desde los historicos
      * CALCLOG.aaaammdd que deja CALCARC, y no se purga: es lo que
      * queda de los meses viejos para los comparativos de periodo
      * (CALCPER) sin volver a leer la bitacora.
      ******************************************************************
       01  CALCRES-RECORD.
           05  CRES-LLAVE.
               10  CRES-FECHA          PIC 9(08).
               10  CRES-MONEDA         PIC X(03).
               10  CRES-OPERACION      PIC X(02).
      *            "C" calculo, "V" reverso autorizado.
               10  CRES-TIPO           PIC X(01).
           05  CRES-CANTIDAD           PIC 9(07).
      *        Suma de CLOG-RESULTADO con su signo; en los reversos
      *        ya viene negativa.
           05  CRES-NETO               PIC S9(13)V9(04)
                           SIGN LEADING SEPARATE.
