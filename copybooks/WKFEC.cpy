      ******************************************************************
      * Campos de trabajo de la fecha de proceso (ver CALCLFP). El
      * que llama PERFORM LEER-FECHA-PROCESO y encuentra la fecha en
      * WKS-FECHA-PROCESO, con WKS-FEC-OK = "S" si vino de CALCFEC o
      * "N" si no hay renglon de control y se tomo la del reloj.
      ******************************************************************
       01  WKS-FS-FEC          PIC XX    VALUE "00".
       01  WKS-FEC-OK          PIC X(01) VALUE "N".
       01  WKS-FECHA-PROCESO   PIC 9(08) VALUE ZERO.
