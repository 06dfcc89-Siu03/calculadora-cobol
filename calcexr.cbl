      * Author:
      * Date:
      * Purpose: Reporte de analisis de rechazos sobre CALCEXC,
      *          companero del reporte de control CALCRPT. Dentro del
      *          cierre reporta la fecha de proceso (CALCFEC); corrido
      *          suelto acepta una fecha a reportar (vacia = todo):
      *          con fecha, las
      *          excepciones se filtran a ese dia y el volumen
      *          aceptado se lee solo de ese dia de la bitacora
      *          (indexada por fecha y secuencia), para que las
               RECORD KEY IS COPE-ID
               FILE STATUS IS WKS-FS-OPE.

           SELECT CALCFEC-FILE ASSIGN TO "CALCFEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-FEC.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCEXC-FILE.
           05  SRT-OPERACION       PIC X(02).
           05  SRT-MOTIVO          PIC X(30).

       FD  CALCFEC-FILE.
           COPY CALCFEC.

       WORKING-STORAGE SECTION.
           COPY WKFEC.

       01  WKS-FS-EXC          PIC XX    VALUE "00".
       01  WKS-FS-LOG          PIC XX    VALUE "00".
       01  WKS-FS-RPT          PIC XX    VALUE "00".
       01  WKS-CONT-RZ         PIC 9(07) VALUE ZERO.
       01  WKS-CONT-PW         PIC 9(07) VALUE ZERO.
       01  WKS-CONT-CV         PIC 9(07) VALUE ZERO.
       01  WKS-CONT-IC         PIC 9(07) VALUE ZERO.
       01  WKS-CONT-PM         PIC 9(07) VALUE ZERO.
       01  WKS-CONT-AM         PIC 9(07) VALUE ZERO.
       01  WKS-CONT-OTRAS      PIC 9(07) VALUE ZERO.
       01  WKS-CONT-GRAN       PIC 9(07) VALUE ZERO.

       01  WKS-TASA-RECHAZO    PIC 9(03)V9(02) VALUE ZERO.
       01  WKS-TASA-ED         PIC ZZ9.99.

       01  WKS-FECHA-HORA.
           05  WKS-FH-FECHA    PIC 9(08).
           05  WKS-FH-HORA     PIC 9(08).
           05  WKS-FH-OFFSET   PIC X(05).

       PROCEDURE DIVISION.
       MAIN-CALCEXR.
           PERFORM CAPTURAR-OPERADOR.
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

      * El volumen aceptado por operador sale de la bitacora; con el
                   ADD 1 TO WKS-CONT-PW
               WHEN "CV"
                   ADD 1 TO WKS-CONT-CV
               WHEN "IC"
                   ADD 1 TO WKS-CONT-IC
               WHEN "PM"
                   ADD 1 TO WKS-CONT-PM
               WHEN "AM"
                   ADD 1 TO WKS-CONT-AM
               WHEN OTHER
                   ADD 1 TO WKS-CONT-OTRAS
           END-EVALUATE.
           MOVE ZERO TO WKS-CONT-FECHA
                         WKS-CONT-SU WKS-CONT-RE WKS-CONT-MU
                         WKS-CONT-DI WKS-CONT-PO WKS-CONT-RZ
                         WKS-CONT-PW WKS-CONT-CV WKS-CONT-IC
                         WKS-CONT-PM WKS-CONT-AM WKS-CONT-OTRAS.
           MOVE ZERO TO WKS-NUM-MOTIVOS.
           INITIALIZE WKS-TABLA-MOTIVOS.

           STRING "    CONVERSION      CANT: " WKS-CONT-CV
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           STRING "    INTERES COMP.   CANT: " WKS-CONT-IC
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           STRING "    PAGO PRESTAMO   CANT: " WKS-CONT-PM
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           STRING "    AMORTIZACION    CANT: " WKS-CONT-AM
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           STRING "    OTRAS           CANT: " WKS-CONT-OTRAS
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.

      * Lectura de la fecha de proceso (LEER-FECHA-PROCESO),
      * compartida con los demas pasos del cierre via CALCLFP.cpy.
           COPY CALCLFP.

       END PROGRAM CALCEXR.
