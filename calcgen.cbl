      *          dias, sin que nadie lo reteclee ni lo mal-teclee.
      *          El archivo de generadas se reescribe completo en
      *          cada corrida.
      *          La fecha de proceso se toma del renglon de control
      *          CALCFEC. Una semanal o de fin de mes cuya fecha cae
      *          en dia inhabil (fin de semana o feriado de CALCCAL)
      *          se corre segun su regla: el dia habil anterior
      *          ("A") o el siguiente ("S"). Por eso en cada fecha
      *          de proceso se revisan los dias inhabiles que la
      *          rodean: hacia atras hasta el dia habil anterior
      *          para las de regla "S", hacia adelante hasta el
      *          siguiente para las de regla "A". Cada plantilla se
      *          genera a lo mas una vez por fecha de proceso.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-GEN.

           SELECT CALCFEC-FILE ASSIGN TO "CALCFEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-FEC.

           SELECT CALCCAL-FILE ASSIGN TO "CALCCAL.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CCAL-FECHA
               FILE STATUS IS WKS-FS-CAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCPLA-FILE.
       FD  CALCGEN-FILE.
           COPY CALCTXN.

       FD  CALCFEC-FILE.
           COPY CALCFEC.

       FD  CALCCAL-FILE.
           COPY CALCCAL.

       WORKING-STORAGE SECTION.
           COPY WKFEC.
           COPY WKHAB.

       01  WKS-FS-PLA          PIC XX    VALUE "00".
       01  WKS-FS-GEN          PIC XX    VALUE "00".
       01  WKS-EOF-PLA         PIC X     VALUE "N".

      * Fecha que se revisa contra las plantillas: la de proceso o
      * uno de los dias inhabiles que la rodean.
       01  WKS-FECHA-PROC      PIC 9(08) VALUE ZERO.
       01  WKS-FECHA-PROC-D REDEFINES WKS-FECHA-PROC.
           05  FILLER          PIC 9(04).
           05  WKS-MES-PROC    PIC 9(02).
           05  FILLER          PIC 9(02).

      * Ventanas de fechas, en dias de INTEGER-OF-DATE: las de regla
      * "S" cubren del dia siguiente al habil anterior hasta la
      * fecha de proceso; las de regla "A", de la fecha de proceso
      * al dia previo al habil siguiente.
       01  WKS-JUL-PROCESO     PIC 9(08) VALUE ZERO.
       01  WKS-JUL-DESDE-S     PIC 9(08) VALUE ZERO.
       01  WKS-JUL-HASTA-A     PIC 9(08) VALUE ZERO.
       01  WKS-JUL-DESDE       PIC 9(08) VALUE ZERO.
       01  WKS-JUL-HASTA       PIC 9(08) VALUE ZERO.
       01  WKS-JUL-REVISA      PIC 9(08) VALUE ZERO.
       01  WKS-TOCA-PLANTILLA  PIC X(01) VALUE "N".

      * Dia de la semana (1 = lunes ... 7 = domingo) y prueba de fin
      * de mes de la fecha que se revisa.
       01  WKS-DIAS-JULIANOS   PIC 9(08) VALUE ZERO.
       01  WKS-DIA-SEMANA      PIC 9(01) VALUE ZERO.
       01  WKS-FECHA-SIG       PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-CALCGEN.
           PERFORM LEER-FECHA-PROCESO.
           PERFORM FIJAR-VENTANAS.
           OPEN OUTPUT CALCGEN-FILE.
           PERFORM GENERAR-PLANTILLAS.
           CLOSE CALCGEN-FILE.
           DISPLAY "FECHA DE PROCESO:     " WKS-FECHA-PROCESO.
           DISPLAY "PLANTILLAS LEIDAS:    " WKS-CONT-LEIDAS.
           DISPLAY "TRANSACCIONES GENERADAS: " WKS-CONT-GENERADAS.
           GOBACK.

      * Los dias habiles vecinos se buscan una sola vez. Si la
      * fecha de proceso misma es inhabil (fijada a mano) cae en las
      * dos ventanas, igual que cualquier otro dia inhabil.
       FIJAR-VENTANAS.
           COMPUTE WKS-JUL-PROCESO =
               FUNCTION INTEGER-OF-DATE(WKS-FECHA-PROCESO).
           MOVE WKS-FECHA-PROCESO TO WKS-HAB-FECHA.
           PERFORM ANTERIOR-DIA-HABIL.
           COMPUTE WKS-JUL-DESDE-S =
               FUNCTION INTEGER-OF-DATE(WKS-HAB-FECHA) + 1.
           MOVE WKS-FECHA-PROCESO TO WKS-HAB-FECHA.
           PERFORM SIGUIENTE-DIA-HABIL.
           COMPUTE WKS-JUL-HASTA-A =
               FUNCTION INTEGER-OF-DATE(WKS-HAB-FECHA) - 1.

      * El dia 1 del calendario de INTEGER-OF-DATE (1601-01-01) fue
      * lunes, de ahi el modulo 7; el fin de mes se detecta porque
      * el dia siguiente cae en otro mes.
       FIJAR-CALENDARIO.
           MOVE WKS-JUL-REVISA TO WKS-DIAS-JULIANOS.
           COMPUTE WKS-FECHA-PROC =
               FUNCTION DATE-OF-INTEGER(WKS-DIAS-JULIANOS).
           COMPUTE WKS-DIA-SEMANA =
               FUNCTION MOD(WKS-DIAS-JULIANOS - 1, 7) + 1.
           COMPUTE WKS-FECHA-SIG =
                   END-IF
           END-READ.

      * Las diarias tocan en cada fecha de proceso. Las demas se
      * revisan dia por dia en la ventana de su regla y se generan
      * en cuanto un dia coincide.
       REVISAR-PLANTILLA.
           IF CPLA-FRECUENCIA = "D"
               PERFORM GENERAR-TRANSACCION
           ELSE
               IF CPLA-REGLA-FERIADO = "A"
                   MOVE WKS-JUL-PROCESO TO WKS-JUL-DESDE
                   MOVE WKS-JUL-HASTA-A TO WKS-JUL-HASTA
               ELSE
                   MOVE WKS-JUL-DESDE-S TO WKS-JUL-DESDE
                   MOVE WKS-JUL-PROCESO TO WKS-JUL-HASTA
               END-IF
               MOVE "N" TO WKS-TOCA-PLANTILLA
               PERFORM REVISAR-FECHA-PLANTILLA
                   VARYING WKS-JUL-REVISA FROM WKS-JUL-DESDE BY 1
                   UNTIL WKS-JUL-REVISA > WKS-JUL-HASTA
                   OR WKS-TOCA-PLANTILLA = "S"
               IF WKS-TOCA-PLANTILLA = "S"
                   PERFORM GENERAR-TRANSACCION
               END-IF
           END-IF.

       REVISAR-FECHA-PLANTILLA.
           PERFORM FIJAR-CALENDARIO.
           EVALUATE CPLA-FRECUENCIA
               WHEN "S"
                   IF CPLA-DIA-SEMANA = WKS-DIA-SEMANA
                       MOVE "S" TO WKS-TOCA-PLANTILLA
                   END-IF
               WHEN "M"
                   IF WKS-ES-FIN-DE-MES = "S"
                       MOVE "S" TO WKS-TOCA-PLANTILLA
                   END-IF
           END-EVALUATE.

           MOVE SPACES             TO CTXN-APROBADOR.
           WRITE CALCTXN-RECORD.

      * Lectura de la fecha de proceso (LEER-FECHA-PROCESO) y dias
      * habiles (ANTERIOR-DIA-HABIL, SIGUIENTE-DIA-HABIL),
      * compartidos con el conductor via CALCLFP.cpy y CALCHAB.cpy.
           COPY CALCLFP.
           COPY CALCHAB.

       END PROGRAM CALCGEN.
