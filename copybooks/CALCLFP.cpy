      ******************************************************************
      * Lectura de la fecha de proceso (ver CALCFEC y WKFEC). Se lee
      * el renglon de control y se cierra aqui mismo. Sin archivo o
      * sin renglon (un paso corrido suelto, fuera del conductor) se
      * toma la fecha del reloj, como se hacia antes, con
      * WKS-FEC-OK = "N" para que el que llama lo sepa.
      ******************************************************************
       LEER-FECHA-PROCESO.
           MOVE "N" TO WKS-FEC-OK.
           OPEN INPUT CALCFEC-FILE.
           IF WKS-FS-FEC = "00"
               READ CALCFEC-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CFEC-FECHA-PROCESO IS NUMERIC
                           AND CFEC-FECHA-PROCESO > ZERO
                           MOVE CFEC-FECHA-PROCESO
                               TO WKS-FECHA-PROCESO
                           MOVE "S" TO WKS-FEC-OK
                       END-IF
               END-READ
               CLOSE CALCFEC-FILE
           END-IF.
           IF WKS-FEC-OK NOT = "S"
               MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-HORA
               MOVE WKS-FH-FECHA TO WKS-FECHA-PROCESO
           END-IF.
