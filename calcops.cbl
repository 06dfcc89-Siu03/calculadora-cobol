      * Purpose: Logica de calculo compartida entre CALCULADORA
      *          (modo interactivo) y CALCBAT (modo de lote), para
      *          que los dos corran exactamente la misma aritmetica.
      *          Las operaciones financieras (IC interes compuesto, PM
      *          pago nivelado de prestamo, AM tabla de amortizacion)
      *          reciben el capital en NUM-1 y el plazo y la tasa por
      *          periodo empacados en NUM-2 (ver CALCTXN); el
      *          resultado de AM es el pago nivelado y la tabla la
      *          arma CALCAMO con el mismo pago ya redondeado.
      * Tectonics: cobc -m
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCOPS.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Plazo y tasa desempacados de NUM-2: los tres digitos altos de
      * la parte entera son el numero de periodos y el resto es la
      * tasa en porciento por periodo.
       01  WKS-PERIODOS        PIC 9(03) VALUE ZERO.
       01  WKS-TASA-PCT        PIC 9(06)V9(04) VALUE ZERO.
       01  WKS-TASA-PERIODO    PIC 9(01)V9(12) VALUE ZERO.
       01  WKS-FACTOR-COMP     PIC 9(09)V9(12) VALUE ZERO.
       01  WKS-PLAZO-TASA-OK   PIC X(01) VALUE "N".
       LINKAGE SECTION.
       01  LNK-OPERACION   PIC X(02).
       01  LNK-NUM-1       PIC S9(09)V9(04) SIGN LEADING SEPARATE.
                   PERFORM OP-POT
               WHEN "CV"
                   PERFORM OP-CONV
               WHEN "IC"
                   PERFORM OP-INTERES-COMP
               WHEN "PM"
                   PERFORM OP-PAGO-PRESTAMO
               WHEN "AM"
                   PERFORM OP-PAGO-PRESTAMO
               WHEN OTHER
                   MOVE "09" TO LNK-STATUS
           END-EVALUATE.
                   MOVE "01" TO LNK-STATUS
           END-MULTIPLY.

      * Capital en NUM-1 (mayor que cero), plazo de 1 a 999 periodos
      * y tasa de 0 a 100 por ciento por periodo; fuera de eso el
      * calculo se rechaza con su propio estado.
       DESEMPACAR-PLAZO-TASA.
           MOVE "N" TO WKS-PLAZO-TASA-OK.
           IF LNK-NUM-1 > ZERO AND LNK-NUM-2 NOT < ZERO
               DIVIDE LNK-NUM-2 BY 1000000
                   GIVING WKS-PERIODOS REMAINDER WKS-TASA-PCT
               IF WKS-PERIODOS > ZERO AND WKS-TASA-PCT NOT > 100
                   COMPUTE WKS-TASA-PERIODO = WKS-TASA-PCT / 100
                   MOVE "S" TO WKS-PLAZO-TASA-OK
               END-IF
           END-IF.
           IF WKS-PLAZO-TASA-OK NOT = "S"
               MOVE "04" TO LNK-STATUS
           END-IF.

      * Interes compuesto: lo que genera el capital en el plazo,
      * capitalizando cada periodo: C * (1 + i) ** n - C.
       OP-INTERES-COMP.
           PERFORM DESEMPACAR-PLAZO-TASA.
           IF LNK-STATUS = "00"
               PERFORM CALCULAR-FACTOR-COMP
           END-IF.
           IF LNK-STATUS = "00"
               COMPUTE LNK-RESULTADO =
                   LNK-NUM-1 * WKS-FACTOR-COMP - LNK-NUM-1
                   ON SIZE ERROR
                       MOVE "01" TO LNK-STATUS
               END-COMPUTE
           END-IF.

      * Pago nivelado: C * i * (1 + i) ** n / ((1 + i) ** n - 1); sin
      * tasa el capital se reparte parejo entre los periodos.
       OP-PAGO-PRESTAMO.
           PERFORM DESEMPACAR-PLAZO-TASA.
           IF LNK-STATUS = "00"
               IF WKS-TASA-PERIODO = ZERO
                   COMPUTE LNK-RESULTADO = LNK-NUM-1 / WKS-PERIODOS
                       ON SIZE ERROR
                           MOVE "01" TO LNK-STATUS
                   END-COMPUTE
               ELSE
                   PERFORM CALCULAR-FACTOR-COMP
                   IF LNK-STATUS = "00"
                       PERFORM CALCULAR-PAGO-NIVELADO
                   END-IF
               END-IF
           END-IF.

       CALCULAR-FACTOR-COMP.
           COMPUTE WKS-FACTOR-COMP =
               (1 + WKS-TASA-PERIODO) ** WKS-PERIODOS
               ON SIZE ERROR
                   MOVE "01" TO LNK-STATUS
           END-COMPUTE.

      * El cociente (1 + i) ** n / ((1 + i) ** n - 1) se saca aparte
      * para que la expresion no crezca de mas en los intermedios.
       CALCULAR-PAGO-NIVELADO.
           COMPUTE WKS-FACTOR-COMP ROUNDED =
               WKS-FACTOR-COMP / (WKS-FACTOR-COMP - 1)
               ON SIZE ERROR
                   MOVE "01" TO LNK-STATUS
           END-COMPUTE.
           IF LNK-STATUS = "00"
               COMPUTE LNK-RESULTADO =
                   LNK-NUM-1 * WKS-TASA-PERIODO * WKS-FACTOR-COMP
                   ON SIZE ERROR
                       MOVE "01" TO LNK-STATUS
               END-COMPUTE
           END-IF.

       END PROGRAM CALCOPS.
