      *          para cada fecha y moneda imprime cantidad/suma por
      *          tipo de operacion mas un gran total al final del
      *          reporte, sin mezclar divisas en un mismo subtotal.
      *          Dentro del cierre reporta solo la fecha de proceso
      *          (CALCFEC); corrido suelto pregunta la fecha.
      *          Los reversos autorizados (TIPO "V") se listan en su
      *          propio renglon de REVERSOS dentro de cada quiebre y
      *          entran al subtotal con su signo, asi el corte neto
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
       01  WKS-CONT-CV         PIC 9(07) VALUE ZERO.
       01  WKS-TOT-CV          PIC S9(11)V9(04) SIGN LEADING SEPARATE
                                VALUE ZERO.
       01  WKS-CONT-IC         PIC 9(07) VALUE ZERO.
       01  WKS-TOT-IC          PIC S9(11)V9(04) SIGN LEADING SEPARATE
                                VALUE ZERO.
       01  WKS-CONT-PM         PIC 9(07) VALUE ZERO.
       01  WKS-TOT-PM          PIC S9(11)V9(04) SIGN LEADING SEPARATE
                                VALUE ZERO.
       01  WKS-CONT-AM         PIC 9(07) VALUE ZERO.
       01  WKS-TOT-AM          PIC S9(11)V9(04) SIGN LEADING SEPARATE
                                VALUE ZERO.
       01  WKS-CONT-RV         PIC 9(07) VALUE ZERO.
       01  WKS-TOT-RV          PIC S9(11)V9(04) SIGN LEADING SEPARATE
                                VALUE ZERO.
               MOVE "S" TO WKS-OPERADOR-OK
           END-IF.

      * Dentro del cierre la fecha es la de proceso (CALCFEC) y no
      * se pregunta; corrido suelto, sin renglon de control, se
      * pregunta como siempre.
       CAPTURAR-FECHA-REPORTE.
           PERFORM LEER-FECHA-PROCESO.
           IF WKS-FEC-OK = "S"
               MOVE WKS-FECHA-PROCESO TO WKS-FECHA-FILTRO
               MOVE "S" TO WKS-HAY-FILTRO
           ELSE
               DISPLAY "FECHA A REPORTAR (AAAAMMDD, VACIA=TODA):"
               ACCEPT WKS-FECHA-FILTRO-X
               IF WKS-FECHA-FILTRO-X IS NUMERIC
                   MOVE WKS-FECHA-FILTRO-X TO WKS-FECHA-FILTRO
                   MOVE "S" TO WKS-HAY-FILTRO
               END-IF
           END-IF.

      * Con fecha pedida se posiciona con START en el primer renglon
               WHEN "CV"
                   ADD 1 TO WKS-CONT-CV
                   ADD SRT-RESULTADO TO WKS-TOT-CV
               WHEN "IC"
                   ADD 1 TO WKS-CONT-IC
                   ADD SRT-RESULTADO TO WKS-TOT-IC
               WHEN "PM"
                   ADD 1 TO WKS-CONT-PM
                   ADD SRT-RESULTADO TO WKS-TOT-PM
               WHEN "AM"
                   ADD 1 TO WKS-CONT-AM
                   ADD SRT-RESULTADO TO WKS-TOT-AM
           END-EVALUATE.
           PERFORM ACUMULAR-OPERADOR.

                         WKS-CONT-RZ   WKS-TOT-RZ
                         WKS-CONT-PW   WKS-TOT-PW
                         WKS-CONT-CV   WKS-TOT-CV
                         WKS-CONT-IC   WKS-TOT-IC
                         WKS-CONT-PM   WKS-TOT-PM
                         WKS-CONT-AM   WKS-TOT-AM
                         WKS-CONT-RV   WKS-TOT-RV.

       ESCRIBIR-ENCABEZADO.
               " TOTAL: " WKS-TOT-OP-ED DELIMITED BY SIZE INTO
               RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE WKS-TOT-IC TO WKS-TOT-OP-ED.
           STRING "  INTERES COMP.   CANT: " WKS-CONT-IC
               " TOTAL: " WKS-TOT-OP-ED DELIMITED BY SIZE INTO
               RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE WKS-TOT-PM TO WKS-TOT-OP-ED.
           STRING "  PAGO PRESTAMO   CANT: " WKS-CONT-PM
               " TOTAL: " WKS-TOT-OP-ED DELIMITED BY SIZE INTO
               RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE WKS-TOT-AM TO WKS-TOT-OP-ED.
           STRING "  AMORTIZACION    CANT: " WKS-CONT-AM
               " TOTAL: " WKS-TOT-OP-ED DELIMITED BY SIZE INTO
               RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE WKS-TOT-RV TO WKS-TOT-OP-ED.
           STRING "  REVERSOS        CANT: " WKS-CONT-RV
               " TOTAL: " WKS-TOT-OP-ED DELIMITED BY SIZE INTO
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           IF WKS-HAY-BASE = "S"
               IF WKS-HAY-FILTRO = "S"
                   MOVE WKS-FECHA-FILTRO TO WKS-FECHA-CONSOL
               ELSE
                   MOVE WKS-FECHA-PROCESO TO WKS-FECHA-CONSOL
               END-IF
               MOVE SPACES TO RPT-LINEA
               STRING "GRAN TOTAL CONSOLIDADO EN MONEDA BASE "
      * compartida con CALCULADORA y CALCBAT via CALCBTC.cpy.
           COPY CALCBTC.

      * Lectura de la fecha de proceso (LEER-FECHA-PROCESO),
      * compartida con los demas pasos del cierre via CALCLFP.cpy.
           COPY CALCLFP.

       END PROGRAM CALCRPT.
