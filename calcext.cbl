      * Date:
      * Purpose: Extracto delimitado de la bitacora para contabilidad.
      *          Lee CALCLOG y escribe un archivo de interfase con un
      *          renglon por transaccion de la fecha de proceso del
      *          cierre (CALCFEC) separado por punto y coma
      *          (fecha, hora, operador, operacion, operandos y
      *          resultado con punto decimal explicito, indicador y
      *          moneda), enmarcado por un registro cabecera con la
               RECORD KEY IS CTCA-LLAVE
               FILE STATUS IS WKS-FS-TCA.

           SELECT CALCFEC-FILE ASSIGN TO "CALCFEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-FEC.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCLOG-FILE.
       FD  CALCTCA-FILE.
           COPY CALCTCA.

       FD  CALCFEC-FILE.
           COPY CALCFEC.

       WORKING-STORAGE SECTION.
           COPY WKFEC.
           COPY WKTCA.

       01  WKS-FS-LOG          PIC XX    VALUE "00".
               DELIMITED BY SIZE INTO EXT-LINEA.
           WRITE EXT-LINEA.

      * Dentro del cierre la fecha es la de proceso (CALCFEC) y no
      * se pregunta; corrido suelto, sin renglon de control, se
      * pregunta como siempre.
       CAPTURAR-FECHA-EXTRACTO.
           PERFORM LEER-FECHA-PROCESO.
           IF WKS-FEC-OK = "S"
               MOVE WKS-FECHA-PROCESO TO WKS-FECHA-FILTRO
               MOVE "S" TO WKS-HAY-FILTRO
           ELSE
               DISPLAY "FECHA A EXTRAER (AAAAMMDD, VACIA=TODA):"
               ACCEPT WKS-FECHA-FILTRO-X
               IF WKS-FECHA-FILTRO-X IS NUMERIC
                   MOVE WKS-FECHA-FILTRO-X TO WKS-FECHA-FILTRO
                   MOVE "S" TO WKS-HAY-FILTRO
               END-IF
           END-IF.

      * Con fecha pedida se posiciona con START en el primer renglon
      * compartida con CALCULADORA y CALCBAT via CALCBTC.cpy.
           COPY CALCBTC.

      * Lectura de la fecha de proceso (LEER-FECHA-PROCESO),
      * compartida con los demas pasos del cierre via CALCLFP.cpy.
           COPY CALCLFP.

       END PROGRAM CALCEXT.
