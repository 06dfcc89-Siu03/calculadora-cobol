      ******************************************************************
      * Author:
      * Date:
      * Purpose: Tabla de amortizacion de un prestamo de pago
      *          nivelado. La llaman CALCULADORA y CALCBAT despues de
      *          grabar en bitacora una operacion "AM", con la
      *          secuencia del renglon, el capital y el plazo y tasa
      *          empacados como llegaron a CALCOPS, y el pago
      *          nivelado ya redondeado a la moneda. Cada periodo se
      *          redondea con la misma regla de la moneda (ver
      *          CALCRND); el ultimo periodo liquida el saldo que
      *          quede, asi que absorbe lo que dejo el redondeo y la
      *          tabla siempre termina en cero. Deja el archivo para
      *          el cliente CALCAMO.<secuencia> (ver CALCAMO.cpy) y
      *          anexa la tabla impresa a CALCAMO.RPT. Regresa en
      *          LNK-STATUS "00", o el estado de CALCOPS si el plazo
      *          o la tasa no sirven o algun periodo se desborda.
      * Tectonics: cobc -m -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCAMO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * El nombre del archivo del cliente lleva la secuencia.
           SELECT CALCAMO-FILE ASSIGN USING WKS-NOM-ARC-AMO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-AMO.

           SELECT CALCRPT-FILE ASSIGN TO "CALCAMO.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCAMO-FILE.
       01  AMO-REGISTRO        PIC X(100).

       FD  CALCRPT-FILE.
       01  RPT-LINEA           PIC X(80).

       WORKING-STORAGE SECTION.
           COPY WKCALC.
           COPY CALCAMO.

       01  WKS-FS-AMO          PIC XX    VALUE "00".
       01  WKS-FS-RPT          PIC XX    VALUE "00".
       01  WKS-NOM-ARC-AMO     PIC X(30) VALUE SPACES.

      * Plazo y tasa desempacados de NUM-2 igual que en CALCOPS.
       01  WKS-PERIODOS        PIC 9(03) VALUE ZERO.
       01  WKS-TASA-PCT        PIC 9(06)V9(04) VALUE ZERO.
       01  WKS-TASA-PERIODO    PIC 9(01)V9(12) VALUE ZERO.

       01  WKS-PERIODO         PIC 9(04) VALUE ZERO.
       01  WKS-SALDO           PIC S9(09)V9(04) SIGN LEADING SEPARATE
                                VALUE ZERO.
       01  WKS-PAGO-PER        PIC S9(09)V9(04) SIGN LEADING SEPARATE
                                VALUE ZERO.
       01  WKS-INTERES-PER     PIC S9(09)V9(04) SIGN LEADING SEPARATE
                                VALUE ZERO.
       01  WKS-CAPITAL-PER     PIC S9(09)V9(04) SIGN LEADING SEPARATE
                                VALUE ZERO.
       01  WKS-TOT-PAGO        PIC S9(11)V9(04) SIGN LEADING SEPARATE
                                VALUE ZERO.
       01  WKS-TOT-INTERES     PIC S9(11)V9(04) SIGN LEADING SEPARATE
                                VALUE ZERO.
       01  WKS-TOT-CAPITAL     PIC S9(11)V9(04) SIGN LEADING SEPARATE
                                VALUE ZERO.

       01  WKS-NUM-ED          PIC +9(09).9(04).
       01  WKS-TOT-ED          PIC +9(11).9(04).
       01  WKS-TASA-ED         PIC 9(06).9(04).

       01  WKS-LINEA-AMO-TITULO.
           05  FILLER          PIC X(05) VALUE "PER".
           05  FILLER          PIC X(16) VALUE "PAGO".
           05  FILLER          PIC X(16) VALUE "INTERES".
           05  FILLER          PIC X(16) VALUE "CAPITAL".
           05  FILLER          PIC X(16) VALUE "SALDO".

       01  WKS-LINEA-AMO-DET.
           05  AMO-DET-PERIODO     PIC ZZ9.
           05  FILLER              PIC X(02) VALUE SPACES.
           05  AMO-DET-PAGO        PIC +9(09).9(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  AMO-DET-INTERES     PIC +9(09).9(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  AMO-DET-CAPITAL     PIC +9(09).9(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  AMO-DET-SALDO       PIC +9(09).9(04).

       LINKAGE SECTION.
       01  LNK-SECUENCIA       PIC 9(09).
       01  LNK-FECHA           PIC 9(08).
       01  LNK-OPERADOR        PIC X(08).
       01  LNK-MONEDA          PIC X(03).
       01  LNK-FACTOR          PIC 9(07).
       01  LNK-REDONDEO        PIC X(01).
       01  LNK-NUM-1           PIC S9(09)V9(04) SIGN LEADING SEPARATE.
       01  LNK-NUM-2           PIC S9(09)V9(04) SIGN LEADING SEPARATE.
       01  LNK-PAGO            PIC S9(09)V9(04) SIGN LEADING SEPARATE.
       01  LNK-LOTE-ID         PIC X(08).
       01  LNK-NOM-ARCHIVO     PIC X(30).
       01  LNK-STATUS          PIC X(02).

       PROCEDURE DIVISION USING LNK-SECUENCIA LNK-FECHA LNK-OPERADOR
               LNK-MONEDA LNK-FACTOR LNK-REDONDEO LNK-NUM-1 LNK-NUM-2
               LNK-PAGO LNK-LOTE-ID LNK-NOM-ARCHIVO LNK-STATUS.
       MAIN-CALCAMO.
           MOVE "00" TO LNK-STATUS.
           MOVE SPACES TO LNK-NOM-ARCHIVO.
           MOVE LNK-FACTOR   TO WKS-FACTOR.
           MOVE LNK-REDONDEO TO WKS-REDONDEO.
           PERFORM DESEMPACAR-PLAZO-TASA.
           IF LNK-STATUS = "00"
               PERFORM ARMAR-TABLA
           END-IF.
           GOBACK.

       DESEMPACAR-PLAZO-TASA.
           MOVE "04" TO LNK-STATUS.
           IF LNK-NUM-1 > ZERO AND LNK-NUM-2 NOT < ZERO
               DIVIDE LNK-NUM-2 BY 1000000
                   GIVING WKS-PERIODOS REMAINDER WKS-TASA-PCT
               IF WKS-PERIODOS > ZERO AND WKS-TASA-PCT NOT > 100
                   COMPUTE WKS-TASA-PERIODO = WKS-TASA-PCT / 100
                   MOVE "00" TO LNK-STATUS
               END-IF
           END-IF.

       ARMAR-TABLA.
           MOVE SPACES TO WKS-NOM-ARC-AMO.
           STRING "CALCAMO." DELIMITED BY SIZE
               LNK-SECUENCIA DELIMITED BY SIZE
               INTO WKS-NOM-ARC-AMO.
           MOVE WKS-NOM-ARC-AMO TO LNK-NOM-ARCHIVO.
           OPEN OUTPUT CALCAMO-FILE.
           OPEN EXTEND CALCRPT-FILE.
           IF WKS-FS-RPT NOT = "00"
               OPEN OUTPUT CALCRPT-FILE
           END-IF.
           MOVE LNK-NUM-1 TO WKS-SALDO.
           MOVE ZERO TO WKS-TOT-PAGO WKS-TOT-INTERES WKS-TOT-CAPITAL.
           PERFORM ESCRIBIR-CABECERA-AMO.
           PERFORM ESCRIBIR-TITULO-RPT.
           PERFORM CALCULAR-PERIODO
               VARYING WKS-PERIODO FROM 1 BY 1
               UNTIL WKS-PERIODO > WKS-PERIODOS
                  OR LNK-STATUS NOT = "00".
           IF LNK-STATUS = "00"
               PERFORM ESCRIBIR-COLA-AMO
               PERFORM ESCRIBIR-TOTALES-RPT
           ELSE
               MOVE SPACES TO RPT-LINEA
               MOVE "TABLA INCOMPLETA: DESBORDE EN UN PERIODO"
                   TO RPT-LINEA
               WRITE RPT-LINEA
           END-IF.
           CLOSE CALCAMO-FILE.
           CLOSE CALCRPT-FILE.

      * Interes del periodo sobre el saldo, redondeado a la moneda;
      * el abono a capital es lo que queda del pago. En el ultimo
      * periodo (o si el pago ya alcanza para liquidar) se abona el
      * saldo completo y el pago se ajusta a saldo mas interes.
       CALCULAR-PERIODO.
           MOVE "00" TO WKS-STATUS-OP.
           COMPUTE WKS-RESULTADO-RAW = WKS-SALDO * WKS-TASA-PERIODO
               ON SIZE ERROR
                   MOVE "01" TO WKS-STATUS-OP
           END-COMPUTE.
           IF WKS-STATUS-OP = "00"
               PERFORM REDONDEAR-RESULTADO
           END-IF.
           IF WKS-STATUS-OP = "00"
               MOVE WKS-RESULTADO TO WKS-INTERES-PER
               MOVE LNK-PAGO TO WKS-PAGO-PER
               COMPUTE WKS-CAPITAL-PER = WKS-PAGO-PER - WKS-INTERES-PER
               IF WKS-PERIODO = WKS-PERIODOS
                  OR WKS-CAPITAL-PER > WKS-SALDO
                   MOVE WKS-SALDO TO WKS-CAPITAL-PER
                   COMPUTE WKS-PAGO-PER =
                       WKS-CAPITAL-PER + WKS-INTERES-PER
                       ON SIZE ERROR
                           MOVE "01" TO WKS-STATUS-OP
                   END-COMPUTE
               END-IF
           END-IF.
           IF WKS-STATUS-OP = "00"
               SUBTRACT WKS-CAPITAL-PER FROM WKS-SALDO
               ADD WKS-PAGO-PER    TO WKS-TOT-PAGO
               ADD WKS-INTERES-PER TO WKS-TOT-INTERES
               ADD WKS-CAPITAL-PER TO WKS-TOT-CAPITAL
               PERFORM ESCRIBIR-DETALLE-AMO
               PERFORM ESCRIBIR-DETALLE-RPT
           ELSE
               MOVE WKS-STATUS-OP TO LNK-STATUS
           END-IF.

      * Redondeo a los decimales de la moneda (REDONDEAR-RESULTADO),
      * el mismo que aplican CALCULADORA y CALCBAT al resultado.
           COPY CALCRND.

       ESCRIBIR-CABECERA-AMO.
           MOVE SPACES            TO CALCAMO-CABECERA.
           MOVE "AH"              TO CAMO-CAB-TIPO.
           MOVE LNK-SECUENCIA     TO CAMO-CAB-SECUENCIA.
           MOVE LNK-FECHA         TO CAMO-CAB-FECHA.
           MOVE LNK-OPERADOR      TO CAMO-CAB-OPERADOR.
           MOVE LNK-MONEDA        TO CAMO-CAB-MONEDA.
           MOVE LNK-NUM-1         TO CAMO-CAB-CAPITAL.
           MOVE WKS-TASA-PCT      TO CAMO-CAB-TASA.
           MOVE WKS-PERIODOS      TO CAMO-CAB-PERIODOS.
           MOVE LNK-PAGO          TO CAMO-CAB-PAGO.
           MOVE LNK-LOTE-ID       TO CAMO-CAB-LOTE-ID.
           MOVE CALCAMO-CABECERA  TO AMO-REGISTRO.
           WRITE AMO-REGISTRO.

       ESCRIBIR-DETALLE-AMO.
           MOVE SPACES            TO CALCAMO-DETALLE.
           MOVE "AD"              TO CAMO-DET-TIPO.
           MOVE LNK-SECUENCIA     TO CAMO-DET-SECUENCIA.
           MOVE WKS-PERIODO       TO CAMO-DET-PERIODO.
           MOVE WKS-PAGO-PER      TO CAMO-DET-PAGO.
           MOVE WKS-INTERES-PER   TO CAMO-DET-INTERES.
           MOVE WKS-CAPITAL-PER   TO CAMO-DET-CAPITAL.
           MOVE WKS-SALDO         TO CAMO-DET-SALDO.
           MOVE CALCAMO-DETALLE   TO AMO-REGISTRO.
           WRITE AMO-REGISTRO.

       ESCRIBIR-COLA-AMO.
           MOVE SPACES            TO CALCAMO-COLA.
           MOVE "AT"              TO CAMO-COLA-TIPO.
           MOVE LNK-SECUENCIA     TO CAMO-COLA-SECUENCIA.
           MOVE WKS-PERIODOS      TO CAMO-COLA-PERIODOS.
           MOVE WKS-TOT-PAGO      TO CAMO-COLA-TOT-PAGO.
           MOVE WKS-TOT-INTERES   TO CAMO-COLA-TOT-INTERES.
           MOVE WKS-TOT-CAPITAL   TO CAMO-COLA-TOT-CAPITAL.
           MOVE CALCAMO-COLA      TO AMO-REGISTRO.
           WRITE AMO-REGISTRO.

       ESCRIBIR-TITULO-RPT.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE "TABLA DE AMORTIZACION - CALCAMO" TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "SECUENCIA: " LNK-SECUENCIA
               "  FECHA: " LNK-FECHA
               "  OPERADOR: " LNK-OPERADOR
               "  LOTE: " LNK-LOTE-ID
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE LNK-NUM-1 TO WKS-NUM-ED.
           MOVE WKS-TASA-PCT TO WKS-TASA-ED.
           MOVE SPACES TO RPT-LINEA.
           STRING "CAPITAL: " WKS-NUM-ED
               "  TASA %: " WKS-TASA-ED
               "  PERIODOS: " WKS-PERIODOS
               "  " LNK-MONEDA
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE LNK-PAGO TO WKS-NUM-ED.
           MOVE SPACES TO RPT-LINEA.
           STRING "PAGO NIVELADO: " WKS-NUM-ED
               "  ARCHIVO: " WKS-NOM-ARC-AMO
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE WKS-LINEA-AMO-TITULO TO RPT-LINEA.
           WRITE RPT-LINEA.

       ESCRIBIR-DETALLE-RPT.
           MOVE WKS-PERIODO     TO AMO-DET-PERIODO.
           MOVE WKS-PAGO-PER    TO AMO-DET-PAGO.
           MOVE WKS-INTERES-PER TO AMO-DET-INTERES.
           MOVE WKS-CAPITAL-PER TO AMO-DET-CAPITAL.
           MOVE WKS-SALDO       TO AMO-DET-SALDO.
           MOVE WKS-LINEA-AMO-DET TO RPT-LINEA.
           WRITE RPT-LINEA.

       ESCRIBIR-TOTALES-RPT.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE WKS-TOT-PAGO TO WKS-TOT-ED.
           STRING "TOTAL PAGADO:       " WKS-TOT-ED
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE WKS-TOT-INTERES TO WKS-TOT-ED.
           MOVE SPACES TO RPT-LINEA.
           STRING "TOTAL INTERES:      " WKS-TOT-ED
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE WKS-TOT-CAPITAL TO WKS-TOT-ED.
           MOVE SPACES TO RPT-LINEA.
           STRING "TOTAL CAPITAL:      " WKS-TOT-ED
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE WKS-SALDO TO WKS-NUM-ED.
           MOVE SPACES TO RPT-LINEA.
           STRING "SALDO FINAL:          " WKS-NUM-ED
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.

       END PROGRAM CALCAMO.
