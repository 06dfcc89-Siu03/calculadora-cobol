      ******************************************************************
      * Author:
      * Date:
      * Purpose: Comparativo de periodos sobre el resumen diario
      *          (CALCRES), sin releer la bitacora ni los historicos.
      *          Para la fecha pedida imprime, por moneda y por
      *          operacion, el neto del dia, del mes a la fecha y del
      *          anio a la fecha, el mismo periodo del anio anterior
      *          y la variacion en porcentaje. Al final consolida los
      *          totales de cada divisa en la moneda base (la marcada
      *          en CALCPRM) igual que CALCRPT: el periodo actual con
      *          la tasa vigente a la fecha pedida y el del anio
      *          anterior con la vigente a la misma fecha de ese
      *          anio. El 29 de febrero se compara contra el 28.
      *          Los netos ya traen los reversos con su signo.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCPER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCRES-FILE ASSIGN TO "CALCRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRES-LLAVE
               FILE STATUS IS WKS-FS-RES.

           SELECT CALCRPT-FILE ASSIGN TO "CALCPER.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-RPT.

           SELECT CALCOPE-FILE ASSIGN TO "CALCOPE.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS COPE-ID
               FILE STATUS IS WKS-FS-OPE.

           SELECT CALCPRM-FILE ASSIGN TO "CALCPRM.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CPRM-MONEDA
               FILE STATUS IS WKS-FS-PRM.

           SELECT CALCTCA-FILE ASSIGN TO "CALCTCA.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CTCA-LLAVE
               FILE STATUS IS WKS-FS-TCA.

           SELECT CALCFEC-FILE ASSIGN TO "CALCFEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-FEC.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCRES-FILE.
           COPY CALCRES.

       FD  CALCRPT-FILE.
       01  RPT-LINEA           PIC X(80).

       FD  CALCOPE-FILE.
           COPY CALCOPE.

       FD  CALCPRM-FILE.
           COPY CALCPRM.

       FD  CALCTCA-FILE.
           COPY CALCTCA.

       FD  CALCFEC-FILE.
           COPY CALCFEC.

       WORKING-STORAGE SECTION.
           COPY WKFEC.
           COPY WKTCA.

       01  WKS-FS-RES          PIC XX    VALUE "00".
       01  WKS-FS-RPT          PIC XX    VALUE "00".
       01  WKS-FS-OPE          PIC XX    VALUE "00".
       01  WKS-FS-PRM          PIC XX    VALUE "00".
       01  WKS-EOF-RES         PIC X(01) VALUE "N".
       01  WKS-OPERADOR-ID     PIC X(08) VALUE SPACES.
       01  WKS-OPERADOR-OK     PIC X(01) VALUE "N".

      * Fecha del reporte y la misma fecha del anio anterior, con su
      * inicio de mes y de anio para armar los tres periodos.
       01  WKS-FECHA-REPORTE-X PIC X(08) VALUE SPACES.
       01  WKS-FECHA-REPORTE   PIC 9(08) VALUE ZERO.
       01  WKS-FR-PARTES REDEFINES WKS-FECHA-REPORTE.
           05  WKS-FR-ANIO     PIC 9(04).
           05  WKS-FR-MES      PIC 9(02).
           05  WKS-FR-DIA      PIC 9(02).
       01  WKS-FECHA-ANTERIOR  PIC 9(08) VALUE ZERO.
       01  WKS-FA-PARTES REDEFINES WKS-FECHA-ANTERIOR.
           05  WKS-FA-ANIO     PIC 9(04).
           05  WKS-FA-MES      PIC 9(02).
           05  WKS-FA-DIA      PIC 9(02).
       01  WKS-INICIO-MES      PIC 9(08) VALUE ZERO.
       01  WKS-INICIO-ANIO     PIC 9(08) VALUE ZERO.
       01  WKS-INICIO-MES-ANT  PIC 9(08) VALUE ZERO.
       01  WKS-INICIO-ANIO-ANT PIC 9(08) VALUE ZERO.

      * Columnas de importe: 1 dia, 2 mes, 3 anio del periodo
      * actual; 4, 5 y 6 lo mismo del anio anterior.
       01  WKS-COL             PIC 9(01) VALUE ZERO.
       01  WKS-COL-ANT         PIC 9(01) VALUE ZERO.

      * Tabla de monedas con sus operaciones (mismo tope de 10
      * monedas que CALCRPT; 12 operaciones cubren las de CALCOPS).
       01  WKS-MAX-MONEDAS     PIC 9(02) VALUE 10.
       01  WKS-NUM-MONEDAS     PIC 9(02) VALUE ZERO.
       01  WKS-MON-SUB         PIC 9(02) VALUE ZERO.
       01  WKS-MON-POS         PIC 9(02) VALUE ZERO.
       01  WKS-MON-ENCONTRADA  PIC X(01) VALUE "N".
       01  WKS-MAX-OPS         PIC 9(02) VALUE 12.
       01  WKS-OPS-SUB         PIC 9(02) VALUE ZERO.
       01  WKS-OPS-POS         PIC 9(02) VALUE ZERO.
       01  WKS-OPS-ENCONTRADA  PIC X(01) VALUE "N".
       01  WKS-TABLA-MONEDAS.
           05  WKS-MON-ENTRY OCCURS 10 TIMES.
               10  WKS-MON-COD         PIC X(03).
               10  WKS-MON-NUM-OPS     PIC 9(02).
               10  WKS-MON-TOTAL       PIC S9(13)V9(04)
                               SIGN LEADING SEPARATE OCCURS 6 TIMES.
               10  WKS-OPS-ENTRY OCCURS 12 TIMES.
                   15  WKS-OPS-COD     PIC X(02).
                   15  WKS-OPS-IMPORTE PIC S9(13)V9(04)
                               SIGN LEADING SEPARATE OCCURS 6 TIMES.

      * Consolidado en moneda base por columna.
       01  WKS-MONEDA-BASE     PIC X(03) VALUE SPACES.
       01  WKS-HAY-BASE        PIC X(01) VALUE "N".
       01  WKS-EOF-PRM         PIC X(01) VALUE "N".
       01  WKS-CONSOL-INCOMP   PIC X(01) VALUE "N".
       01  WKS-IMPORTE-CONV    PIC S9(13)V9(04) SIGN LEADING SEPARATE
                                VALUE ZERO.
       01  WKS-TABLA-CONSOL.
           05  WKS-CONSOL-TOTAL PIC S9(13)V9(04) SIGN LEADING SEPARATE
                                OCCURS 6 TIMES.

      * Variacion porcentual de una columna contra la del anio
      * anterior; sin base de comparacion se imprime N/D.
       01  WKS-IMP-ACTUAL      PIC S9(13)V9(04) SIGN LEADING SEPARATE
                                VALUE ZERO.
       01  WKS-IMP-ANTERIOR    PIC S9(13)V9(04) SIGN LEADING SEPARATE
                                VALUE ZERO.
       01  WKS-IMP-BASE-PORC   PIC S9(13)V9(04) SIGN LEADING SEPARATE
                                VALUE ZERO.
       01  WKS-PORCENTAJE      PIC S9(07)V99 SIGN LEADING SEPARATE
                                VALUE ZERO.
       01  WKS-PORC-ED         PIC +9(07).99.
       01  WKS-IMPORTE-ED      PIC +9(13).9(04).
       01  WKS-TEXTO-COL       PIC X(19) VALUE SPACES.

       01  WKS-LINEA-TITULO.
           05  FILLER          PIC X(14) VALUE "CONCEPTO".
           05  FILLER          PIC X(20) VALUE "DIA".
           05  FILLER          PIC X(20) VALUE "MES A LA FECHA".
           05  FILLER          PIC X(19) VALUE "ANIO A LA FECHA".

       01  WKS-LINEA-DET.
           05  DET-CONCEPTO    PIC X(14).
           05  DET-COL-1       PIC X(19).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-COL-2       PIC X(19).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-COL-3       PIC X(19).

       01  WKS-FECHA-HORA.
           05  WKS-FH-FECHA    PIC 9(08).
           05  WKS-FH-HORA     PIC 9(08).
           05  WKS-FH-OFFSET   PIC X(05).

       PROCEDURE DIVISION.
       MAIN-CALCPER.
           PERFORM CAPTURAR-OPERADOR.
           PERFORM CAPTURAR-FECHA-REPORTE.
           PERFORM ARMAR-PERIODOS.
           PERFORM ACUMULAR-RESUMEN.
           OPEN OUTPUT CALCRPT-FILE.
           PERFORM ESCRIBIR-ENCABEZADO.
           PERFORM ESCRIBIR-MONEDA
               VARYING WKS-MON-SUB FROM 1 BY 1
               UNTIL WKS-MON-SUB > WKS-NUM-MONEDAS.
           PERFORM ESCRIBIR-CONSOLIDADO.
           CLOSE CALCRPT-FILE.
           GOBACK.

       CAPTURAR-OPERADOR.
           DISPLAY "ID DE OPERADOR QUE GENERA EL REPORTE:".
           ACCEPT WKS-OPERADOR-ID.
           PERFORM VALIDAR-OPERADOR.
           IF WKS-OPERADOR-OK NOT = "S"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * Generar el reporte exige un ID dado de alta, activo y con
      * nivel de supervisor en el maestro de operadores (CALCOPE);
      * sin maestro se trabaja como antes.
       VALIDAR-OPERADOR.
           OPEN INPUT CALCOPE-FILE.
           IF WKS-FS-OPE = "00"
               MOVE WKS-OPERADOR-ID TO COPE-ID
               READ CALCOPE-FILE
                   INVALID KEY
                       DISPLAY "OPERADOR NO DADO DE ALTA"
                   NOT INVALID KEY
                       IF COPE-ACTIVO NOT = "S"
                           DISPLAY "OPERADOR DADO DE BAJA"
                       ELSE
                           IF COPE-NIVEL NOT = "2"
                               DISPLAY "REQUIERE NIVEL SUPERVISOR"
                           ELSE
                               MOVE "S" TO WKS-OPERADOR-OK
                           END-IF
                       END-IF
               END-READ
               CLOSE CALCOPE-FILE
           ELSE
               MOVE "S" TO WKS-OPERADOR-OK
           END-IF.

      * Vacia toma la fecha de proceso del cierre (CALCFEC), o la
      * del dia si no hay renglon de control.
       CAPTURAR-FECHA-REPORTE.
           DISPLAY "FECHA DEL REPORTE (AAAAMMDD, VACIA=PROCESO):".
           ACCEPT WKS-FECHA-REPORTE-X.
           IF WKS-FECHA-REPORTE-X IS NUMERIC
               MOVE WKS-FECHA-REPORTE-X TO WKS-FECHA-REPORTE
           ELSE
               PERFORM LEER-FECHA-PROCESO
               MOVE WKS-FECHA-PROCESO TO WKS-FECHA-REPORTE
           END-IF.

       ARMAR-PERIODOS.
           MOVE WKS-FECHA-REPORTE TO WKS-FECHA-ANTERIOR.
           SUBTRACT 1 FROM WKS-FA-ANIO.
           IF WKS-FA-MES = 2 AND WKS-FA-DIA = 29
               MOVE 28 TO WKS-FA-DIA
           END-IF.
           COMPUTE WKS-INICIO-MES  = WKS-FR-ANIO * 10000
                                   + WKS-FR-MES * 100 + 1.
           COMPUTE WKS-INICIO-ANIO = WKS-FR-ANIO * 10000 + 0101.
           COMPUTE WKS-INICIO-MES-ANT  = WKS-FA-ANIO * 10000
                                       + WKS-FA-MES * 100 + 1.
           COMPUTE WKS-INICIO-ANIO-ANT = WKS-FA-ANIO * 10000 + 0101.

      * El resumen esta en orden de fecha: se arranca el primero de
      * enero del anio anterior y se deja de leer al pasar la fecha
      * del reporte.
       ACUMULAR-RESUMEN.
           MOVE "N" TO WKS-EOF-RES.
           OPEN INPUT CALCRES-FILE.
           IF WKS-FS-RES = "00"
               MOVE WKS-INICIO-ANIO-ANT TO CRES-FECHA
               MOVE LOW-VALUES TO CRES-MONEDA
               MOVE LOW-VALUES TO CRES-OPERACION
               MOVE LOW-VALUES TO CRES-TIPO
               START CALCRES-FILE KEY NOT LESS THAN CRES-LLAVE
                   INVALID KEY
                       MOVE "S" TO WKS-EOF-RES
                   NOT INVALID KEY
                       PERFORM LEER-RENGLON-RESUMEN
                           UNTIL WKS-EOF-RES = "S"
               END-START
               CLOSE CALCRES-FILE
           END-IF.

       LEER-RENGLON-RESUMEN.
           READ CALCRES-FILE NEXT
               AT END
                   MOVE "S" TO WKS-EOF-RES
               NOT AT END
                   IF CRES-FECHA > WKS-FECHA-REPORTE
                       MOVE "S" TO WKS-EOF-RES
                   ELSE
                       PERFORM CLASIFICAR-RENGLON
                   END-IF
           END-READ.

      * Un renglon puede caer en varias columnas a la vez (el dia
      * tambien es parte del mes y del anio).
       CLASIFICAR-RENGLON.
           PERFORM LOCALIZAR-MONEDA.
           IF WKS-MON-POS > ZERO
               PERFORM LOCALIZAR-OPERACION
           END-IF.
           IF WKS-MON-POS > ZERO AND WKS-OPS-POS > ZERO
               IF CRES-FECHA = WKS-FECHA-REPORTE
                   MOVE 1 TO WKS-COL
                   PERFORM SUMAR-COLUMNA
               END-IF
               IF CRES-FECHA NOT < WKS-INICIO-MES
                   MOVE 2 TO WKS-COL
                   PERFORM SUMAR-COLUMNA
               END-IF
               IF CRES-FECHA NOT < WKS-INICIO-ANIO
                   MOVE 3 TO WKS-COL
                   PERFORM SUMAR-COLUMNA
               END-IF
               IF CRES-FECHA = WKS-FECHA-ANTERIOR
                   MOVE 4 TO WKS-COL
                   PERFORM SUMAR-COLUMNA
               END-IF
               IF CRES-FECHA NOT < WKS-INICIO-MES-ANT
                   AND CRES-FECHA NOT > WKS-FECHA-ANTERIOR
                   MOVE 5 TO WKS-COL
                   PERFORM SUMAR-COLUMNA
               END-IF
               IF CRES-FECHA NOT > WKS-FECHA-ANTERIOR
                   MOVE 6 TO WKS-COL
                   PERFORM SUMAR-COLUMNA
               END-IF
           END-IF.

       SUMAR-COLUMNA.
           ADD CRES-NETO TO WKS-OPS-IMPORTE(WKS-MON-POS, WKS-OPS-POS,
                                            WKS-COL).
           ADD CRES-NETO TO WKS-MON-TOTAL(WKS-MON-POS, WKS-COL).

       LOCALIZAR-MONEDA.
           MOVE "N" TO WKS-MON-ENCONTRADA.
           MOVE ZERO TO WKS-MON-POS.
           PERFORM BUSCAR-MONEDA VARYING WKS-MON-SUB FROM 1 BY 1
               UNTIL WKS-MON-SUB > WKS-NUM-MONEDAS.
           IF WKS-MON-ENCONTRADA = "N"
               AND WKS-NUM-MONEDAS < WKS-MAX-MONEDAS
                   ADD 1 TO WKS-NUM-MONEDAS
                   MOVE WKS-NUM-MONEDAS TO WKS-MON-POS
                   INITIALIZE WKS-MON-ENTRY(WKS-MON-POS)
                   MOVE CRES-MONEDA TO WKS-MON-COD(WKS-MON-POS)
           END-IF.

       BUSCAR-MONEDA.
           IF WKS-MON-COD(WKS-MON-SUB) = CRES-MONEDA
               MOVE "S" TO WKS-MON-ENCONTRADA
               MOVE WKS-MON-SUB TO WKS-MON-POS
           END-IF.

       LOCALIZAR-OPERACION.
           MOVE "N" TO WKS-OPS-ENCONTRADA.
           MOVE ZERO TO WKS-OPS-POS.
           PERFORM BUSCAR-OPERACION VARYING WKS-OPS-SUB FROM 1 BY 1
               UNTIL WKS-OPS-SUB > WKS-MON-NUM-OPS(WKS-MON-POS).
           IF WKS-OPS-ENCONTRADA = "N"
               AND WKS-MON-NUM-OPS(WKS-MON-POS) < WKS-MAX-OPS
                   ADD 1 TO WKS-MON-NUM-OPS(WKS-MON-POS)
                   MOVE WKS-MON-NUM-OPS(WKS-MON-POS) TO WKS-OPS-POS
                   MOVE CRES-OPERACION
                       TO WKS-OPS-COD(WKS-MON-POS, WKS-OPS-POS)
           END-IF.

       BUSCAR-OPERACION.
           IF WKS-OPS-COD(WKS-MON-POS, WKS-OPS-SUB) = CRES-OPERACION
               MOVE "S" TO WKS-OPS-ENCONTRADA
               MOVE WKS-OPS-SUB TO WKS-OPS-POS
           END-IF.

       ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE "COMPARATIVO DE PERIODOS - CALCPER" TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "FECHA DEL REPORTE: " WKS-FECHA-REPORTE
               "  ANIO ANTERIOR: " WKS-FECHA-ANTERIOR
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "GENERADO POR: " WKS-OPERADOR-ID
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.

      * Por moneda: tres renglones por operacion (actual, anio
      * anterior y variacion) y los mismos tres para el total.
       ESCRIBIR-MONEDA.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           STRING "MONEDA " WKS-MON-COD(WKS-MON-SUB)
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE WKS-LINEA-TITULO TO RPT-LINEA.
           WRITE RPT-LINEA.
           PERFORM ESCRIBIR-OPERACION
               VARYING WKS-OPS-SUB FROM 1 BY 1
               UNTIL WKS-OPS-SUB > WKS-MON-NUM-OPS(WKS-MON-SUB).
           MOVE "TOTAL ACTUAL" TO DET-CONCEPTO.
           MOVE WKS-MON-TOTAL(WKS-MON-SUB, 1) TO WKS-IMPORTE-ED.
           MOVE WKS-IMPORTE-ED TO DET-COL-1.
           MOVE WKS-MON-TOTAL(WKS-MON-SUB, 2) TO WKS-IMPORTE-ED.
           MOVE WKS-IMPORTE-ED TO DET-COL-2.
           MOVE WKS-MON-TOTAL(WKS-MON-SUB, 3) TO WKS-IMPORTE-ED.
           MOVE WKS-IMPORTE-ED TO DET-COL-3.
           MOVE WKS-LINEA-DET TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE "TOTAL ANO ANT" TO DET-CONCEPTO.
           MOVE WKS-MON-TOTAL(WKS-MON-SUB, 4) TO WKS-IMPORTE-ED.
           MOVE WKS-IMPORTE-ED TO DET-COL-1.
           MOVE WKS-MON-TOTAL(WKS-MON-SUB, 5) TO WKS-IMPORTE-ED.
           MOVE WKS-IMPORTE-ED TO DET-COL-2.
           MOVE WKS-MON-TOTAL(WKS-MON-SUB, 6) TO WKS-IMPORTE-ED.
           MOVE WKS-IMPORTE-ED TO DET-COL-3.
           MOVE WKS-LINEA-DET TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE "TOTAL % VAR" TO DET-CONCEPTO.
           PERFORM VARIACION-TOTAL-MONEDA
               VARYING WKS-COL FROM 1 BY 1 UNTIL WKS-COL > 3.
           MOVE WKS-LINEA-DET TO RPT-LINEA.
           WRITE RPT-LINEA.

       VARIACION-TOTAL-MONEDA.
           COMPUTE WKS-COL-ANT = WKS-COL + 3.
           MOVE WKS-MON-TOTAL(WKS-MON-SUB, WKS-COL) TO WKS-IMP-ACTUAL.
           MOVE WKS-MON-TOTAL(WKS-MON-SUB, WKS-COL-ANT)
               TO WKS-IMP-ANTERIOR.
           PERFORM CALCULAR-VARIACION.
           PERFORM COLOCAR-VARIACION.

       ESCRIBIR-OPERACION.
           MOVE SPACES TO DET-CONCEPTO.
           STRING WKS-OPS-COD(WKS-MON-SUB, WKS-OPS-SUB) " ACTUAL"
               DELIMITED BY SIZE INTO DET-CONCEPTO.
           MOVE WKS-OPS-IMPORTE(WKS-MON-SUB, WKS-OPS-SUB, 1)
               TO WKS-IMPORTE-ED.
           MOVE WKS-IMPORTE-ED TO DET-COL-1.
           MOVE WKS-OPS-IMPORTE(WKS-MON-SUB, WKS-OPS-SUB, 2)
               TO WKS-IMPORTE-ED.
           MOVE WKS-IMPORTE-ED TO DET-COL-2.
           MOVE WKS-OPS-IMPORTE(WKS-MON-SUB, WKS-OPS-SUB, 3)
               TO WKS-IMPORTE-ED.
           MOVE WKS-IMPORTE-ED TO DET-COL-3.
           MOVE WKS-LINEA-DET TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO DET-CONCEPTO.
           STRING WKS-OPS-COD(WKS-MON-SUB, WKS-OPS-SUB) " ANO ANT"
               DELIMITED BY SIZE INTO DET-CONCEPTO.
           MOVE WKS-OPS-IMPORTE(WKS-MON-SUB, WKS-OPS-SUB, 4)
               TO WKS-IMPORTE-ED.
           MOVE WKS-IMPORTE-ED TO DET-COL-1.
           MOVE WKS-OPS-IMPORTE(WKS-MON-SUB, WKS-OPS-SUB, 5)
               TO WKS-IMPORTE-ED.
           MOVE WKS-IMPORTE-ED TO DET-COL-2.
           MOVE WKS-OPS-IMPORTE(WKS-MON-SUB, WKS-OPS-SUB, 6)
               TO WKS-IMPORTE-ED.
           MOVE WKS-IMPORTE-ED TO DET-COL-3.
           MOVE WKS-LINEA-DET TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO DET-CONCEPTO.
           STRING WKS-OPS-COD(WKS-MON-SUB, WKS-OPS-SUB) " % VAR"
               DELIMITED BY SIZE INTO DET-CONCEPTO.
           PERFORM VARIACION-OPERACION
               VARYING WKS-COL FROM 1 BY 1 UNTIL WKS-COL > 3.
           MOVE WKS-LINEA-DET TO RPT-LINEA.
           WRITE RPT-LINEA.

       VARIACION-OPERACION.
           COMPUTE WKS-COL-ANT = WKS-COL + 3.
           MOVE WKS-OPS-IMPORTE(WKS-MON-SUB, WKS-OPS-SUB, WKS-COL)
               TO WKS-IMP-ACTUAL.
           MOVE WKS-OPS-IMPORTE(WKS-MON-SUB, WKS-OPS-SUB, WKS-COL-ANT)
               TO WKS-IMP-ANTERIOR.
           PERFORM CALCULAR-VARIACION.
           PERFORM COLOCAR-VARIACION.

      * La variacion se toma sobre el valor absoluto del anio
      * anterior para que un neto negativo que mejora salga positivo.
       CALCULAR-VARIACION.
           MOVE "N/D" TO WKS-TEXTO-COL.
           IF WKS-IMP-ANTERIOR NOT = ZERO
               IF WKS-IMP-ANTERIOR < ZERO
                   COMPUTE WKS-IMP-BASE-PORC = ZERO - WKS-IMP-ANTERIOR
               ELSE
                   MOVE WKS-IMP-ANTERIOR TO WKS-IMP-BASE-PORC
               END-IF
               COMPUTE WKS-PORCENTAJE ROUNDED =
                   (WKS-IMP-ACTUAL - WKS-IMP-ANTERIOR) * 100
                   / WKS-IMP-BASE-PORC
                   ON SIZE ERROR
                       MOVE "N/D" TO WKS-TEXTO-COL
                   NOT ON SIZE ERROR
                       MOVE WKS-PORCENTAJE TO WKS-PORC-ED
                       MOVE SPACES TO WKS-TEXTO-COL
                       STRING WKS-PORC-ED "%"
                           DELIMITED BY SIZE INTO WKS-TEXTO-COL
               END-COMPUTE
           END-IF.

       COLOCAR-VARIACION.
           EVALUATE WKS-COL
               WHEN 1
                   MOVE WKS-TEXTO-COL TO DET-COL-1
               WHEN 2
                   MOVE WKS-TEXTO-COL TO DET-COL-2
               WHEN 3
                   MOVE WKS-TEXTO-COL TO DET-COL-3
           END-EVALUATE.

      * Consolidado en moneda base: cada columna del periodo actual
      * se convierte con la tasa vigente a la fecha del reporte y
      * cada columna del anio anterior con la vigente a esa fecha.
      * Sin moneda base marcada en CALCPRM no hay consolidado.
       ESCRIBIR-CONSOLIDADO.
           PERFORM BUSCAR-MONEDA-BASE.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           IF WKS-HAY-BASE = "S"
               INITIALIZE WKS-TABLA-CONSOL
               MOVE SPACES TO RPT-LINEA
               STRING "CONSOLIDADO EN MONEDA BASE " WKS-MONEDA-BASE
                   DELIMITED BY SIZE INTO RPT-LINEA
               WRITE RPT-LINEA
               MOVE WKS-LINEA-TITULO TO RPT-LINEA
               WRITE RPT-LINEA
               PERFORM CONSOLIDAR-MONEDA
                   VARYING WKS-MON-SUB FROM 1 BY 1
                   UNTIL WKS-MON-SUB > WKS-NUM-MONEDAS
               PERFORM ESCRIBIR-TOTAL-CONSOLIDADO
               IF WKS-CONSOL-INCOMP = "S"
                   MOVE "  CONSOLIDADO INCOMPLETO: FALTAN TASAS"
                       TO RPT-LINEA
                   WRITE RPT-LINEA
               END-IF
           ELSE
               MOVE "SIN MONEDA BASE EN CALCPRM: NO HAY CONSOLIDADO"
                   TO RPT-LINEA
               WRITE RPT-LINEA
           END-IF.

      * La moneda base es la divisa marcada con CPRM-BASE = "S"; se
      * recorre el archivo de parametros completo porque la marca no
      * es parte de la llave.
       BUSCAR-MONEDA-BASE.
           MOVE "N" TO WKS-HAY-BASE.
           MOVE "N" TO WKS-EOF-PRM.
           OPEN INPUT CALCPRM-FILE.
           IF WKS-FS-PRM = "00"
               PERFORM LEER-SIGUIENTE-MONEDA
                   UNTIL WKS-EOF-PRM = "S"
               CLOSE CALCPRM-FILE
           END-IF.

       LEER-SIGUIENTE-MONEDA.
           READ CALCPRM-FILE NEXT
               AT END
                   MOVE "S" TO WKS-EOF-PRM
               NOT AT END
                   IF CPRM-BASE = "S"
                       MOVE CPRM-MONEDA TO WKS-MONEDA-BASE
                       MOVE "S" TO WKS-HAY-BASE
                       MOVE "S" TO WKS-EOF-PRM
                   END-IF
           END-READ.

       CONSOLIDAR-MONEDA.
           PERFORM CONSOLIDAR-COLUMNA
               VARYING WKS-COL FROM 1 BY 1 UNTIL WKS-COL > 6.

       CONSOLIDAR-COLUMNA.
           IF WKS-MON-COD(WKS-MON-SUB) = WKS-MONEDA-BASE
               ADD WKS-MON-TOTAL(WKS-MON-SUB, WKS-COL)
                   TO WKS-CONSOL-TOTAL(WKS-COL)
           ELSE
               MOVE WKS-MON-COD(WKS-MON-SUB) TO WKS-TCA-DE
               MOVE WKS-MONEDA-BASE          TO WKS-TCA-A
               IF WKS-COL > 3
                   MOVE WKS-FECHA-ANTERIOR TO WKS-TCA-FECHA
               ELSE
                   MOVE WKS-FECHA-REPORTE  TO WKS-TCA-FECHA
               END-IF
               PERFORM BUSCAR-TIPO-CAMBIO
               IF WKS-TCA-OK = "S"
                   COMPUTE WKS-IMPORTE-CONV ROUNDED =
                           WKS-MON-TOTAL(WKS-MON-SUB, WKS-COL)
                           * WKS-TCA-TASA
                       ON SIZE ERROR
                           MOVE "S" TO WKS-CONSOL-INCOMP
                           MOVE ZERO TO WKS-IMPORTE-CONV
                   END-COMPUTE
                   ADD WKS-IMPORTE-CONV TO WKS-CONSOL-TOTAL(WKS-COL)
               ELSE
                   IF WKS-MON-TOTAL(WKS-MON-SUB, WKS-COL) NOT = ZERO
                       MOVE "S" TO WKS-CONSOL-INCOMP
                       MOVE SPACES TO RPT-LINEA
                       STRING "  MONEDA " WKS-MON-COD(WKS-MON-SUB)
                           "  SIN TASA VIGENTE A MONEDA BASE AL "
                           WKS-TCA-FECHA
                           DELIMITED BY SIZE INTO RPT-LINEA
                       WRITE RPT-LINEA
                   END-IF
               END-IF
           END-IF.

       ESCRIBIR-TOTAL-CONSOLIDADO.
           MOVE "TOTAL ACTUAL" TO DET-CONCEPTO.
           MOVE WKS-CONSOL-TOTAL(1) TO WKS-IMPORTE-ED.
           MOVE WKS-IMPORTE-ED TO DET-COL-1.
           MOVE WKS-CONSOL-TOTAL(2) TO WKS-IMPORTE-ED.
           MOVE WKS-IMPORTE-ED TO DET-COL-2.
           MOVE WKS-CONSOL-TOTAL(3) TO WKS-IMPORTE-ED.
           MOVE WKS-IMPORTE-ED TO DET-COL-3.
           MOVE WKS-LINEA-DET TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE "TOTAL ANO ANT" TO DET-CONCEPTO.
           MOVE WKS-CONSOL-TOTAL(4) TO WKS-IMPORTE-ED.
           MOVE WKS-IMPORTE-ED TO DET-COL-1.
           MOVE WKS-CONSOL-TOTAL(5) TO WKS-IMPORTE-ED.
           MOVE WKS-IMPORTE-ED TO DET-COL-2.
           MOVE WKS-CONSOL-TOTAL(6) TO WKS-IMPORTE-ED.
           MOVE WKS-IMPORTE-ED TO DET-COL-3.
           MOVE WKS-LINEA-DET TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE "TOTAL % VAR" TO DET-CONCEPTO.
           PERFORM VARIACION-CONSOLIDADO
               VARYING WKS-COL FROM 1 BY 1 UNTIL WKS-COL > 3.
           MOVE WKS-LINEA-DET TO RPT-LINEA.
           WRITE RPT-LINEA.

       VARIACION-CONSOLIDADO.
           COMPUTE WKS-COL-ANT = WKS-COL + 3.
           MOVE WKS-CONSOL-TOTAL(WKS-COL)     TO WKS-IMP-ACTUAL.
           MOVE WKS-CONSOL-TOTAL(WKS-COL-ANT) TO WKS-IMP-ANTERIOR.
           PERFORM CALCULAR-VARIACION.
           PERFORM COLOCAR-VARIACION.

      * Busqueda del tipo de cambio vigente (BUSCAR-TIPO-CAMBIO),
      * compartida con CALCULADORA y CALCBAT via CALCBTC.cpy.
           COPY CALCBTC.

      * Lectura de la fecha de proceso (LEER-FECHA-PROCESO),
      * compartida con los demas pasos del cierre via CALCLFP.cpy.
           COPY CALCLFP.

       END PROGRAM CALCPER.
