      * Purpose: Mantenimiento de plantillas de calculo recurrente
      *          (CALCPLA). Pantalla para dar de alta una plantilla
      *          (operacion, operandos, moneda, frecuencia diaria,
      *          semanal o de fin de mes, y si cae en dia inhabil se
      *          corre el dia habil anterior o el siguiente),
      *          suspenderla, reactivarla, cambiarla y consultarla,
      *          como CALCOPM maneja a los operadores. Solo un
      *          supervisor puede entrar y cada
      *          accion queda en el diario de auditoria (CALCAUD)
      *          con la imagen del registro antes y despues.
      * Tectonics: cobc -I copybooks
       01  WKS-MOR-TRABAJO     PIC X(03) VALUE SPACES.
       01  WKS-FREC-TRABAJO    PIC X(01) VALUE "D".
       01  WKS-DIA-TRABAJO     PIC 9(01) VALUE 1.
       01  WKS-REGLA-TRABAJO   PIC X(01) VALUE "S".

       01  WKS-NUM-1-ED        PIC +9(09).9(04).
       01  WKS-NUM-2-ED        PIC +9(09).9(04).
                                          LINE 18 COL 1
                   "NUMERO 1:"            LINE 19 COL 1.
           ACCEPT WKS-NUM-1-TRABAJO       LINE 19 COL 12.
           DISPLAY "NUMERO 2:"            LINE 20 COL 1
                   "IC/PM/AM: PLAZO(3)+TASA(6+4)" LINE 20 COL 30.
           ACCEPT WKS-NUM-2-TRABAJO       LINE 20 COL 12.
           DISPLAY "MONEDA:"              LINE 21 COL 1.
           ACCEPT WKS-MON-TRABAJO         LINE 21 COL 12.
                   MOVE 1 TO WKS-DIA-TRABAJO
               END-IF
           END-IF.
           MOVE "S" TO WKS-REGLA-TRABAJO.
           IF WKS-FREC-TRABAJO NOT = "D"
               DISPLAY "FERIADO (A-ANTES S-DESPUES):"
                                          LINE 23 COL 40
               ACCEPT WKS-REGLA-TRABAJO   LINE 23 COL 69
               IF WKS-REGLA-TRABAJO NOT = "A"
                   MOVE "S" TO WKS-REGLA-TRABAJO
               END-IF
           END-IF.
           MOVE WKS-ID-TRABAJO TO CPLA-ID.
           READ CALCPLA-FILE
               INVALID KEY
      * codigo malo guardado en una plantilla rebotaria en CALCEDT
      * todas las noches hasta que alguien lo rastreara.
       CAPTURAR-OPERACION-PLA.
           DISPLAY "OPERACION (SU/RE/MU/DI/PO/RZ/PW/CV/IC/PM/AM):"
                                          LINE 17 COL 1.
           ACCEPT WKS-OPER-TRABAJO        LINE 17 COL 48.
           MOVE FUNCTION UPPER-CASE(WKS-OPER-TRABAJO)
               TO WKS-OPER-TRABAJO.
           EVALUATE WKS-OPER-TRABAJO
               WHEN "RZ"
               WHEN "PW"
               WHEN "CV"
               WHEN "IC"
               WHEN "PM"
               WHEN "AM"
                   MOVE "S" TO WKS-OPER-VALIDA
               WHEN OTHER
                   DISPLAY "INVALIDA, INTENTE DE NUEVO"
                                          LINE 17 COL 52
           END-EVALUATE.

       ALTA-PLANTILLA-NUEVA.
           MOVE WKS-MOR-TRABAJO   TO CPLA-MONEDA-ORIGEN.
           MOVE WKS-FREC-TRABAJO  TO CPLA-FRECUENCIA.
           MOVE WKS-DIA-TRABAJO   TO CPLA-DIA-SEMANA.
           MOVE WKS-REGLA-TRABAJO TO CPLA-REGLA-FERIADO.

       SUSPENDER-PLANTILLA.
           PERFORM CAPTURAR-ID-TRABAJO.
                           CPLA-FRECUENCIA  LINE 21 COL 13
                           "DIA:"           LINE 21 COL 20
                           CPLA-DIA-SEMANA  LINE 21 COL 25
                           "FERIADO:"       LINE 21 COL 30
                           CPLA-REGLA-FERIADO LINE 21 COL 39
                           "ACTIVA:    "    LINE 22 COL 1
                           CPLA-ACTIVA      LINE 22 COL 13
           END-READ.
