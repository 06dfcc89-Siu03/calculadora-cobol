      *          antes del corte o borrar las cintas (opcion 09 de
      *          CALCULADORA) en el mismo corte; si no, el total de
      *          cinta trae vida acumulada que la bitacora ya no.
      *          Ademas revisa el cierre de turno (CALCTUR) de cada
      *          operador que grabo en pantalla en la fecha de
      *          proceso (CALCFEC): un turno
      *          sin cerrar o reabierto y no vuelto a cerrar se lista
      *          como excepcion y suma al RETURN-CODE igual que un
      *          descuadre, porque sin el conteo declarado no hay
      *          forma de distinguirlo de un dia limpio.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS CTAP-OPERADOR
               FILE STATUS IS WKS-FS-TAP.

           SELECT CALCTUR-FILE ASSIGN TO "CALCTUR.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CTUR-LLAVE
               FILE STATUS IS WKS-FS-TUR.

           SELECT CALCRPT-FILE ASSIGN TO "CALCCON.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-RPT.

           SELECT CALCFEC-FILE ASSIGN TO "CALCFEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-FEC.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCLOG-FILE.
       FD  CALCTAP-FILE.
           COPY CALCTAP.

       FD  CALCTUR-FILE.
           COPY CALCTUR.

       FD  CALCRPT-FILE.
       01  RPT-LINEA           PIC X(80).

       FD  CALCFEC-FILE.
           COPY CALCFEC.

       WORKING-STORAGE SECTION.
           COPY WKFEC.

       01  WKS-FS-LOG          PIC XX    VALUE "00".
       01  WKS-FS-TAP          PIC XX    VALUE "00".
       01  WKS-FS-RPT          PIC XX    VALUE "00".
       01  WKS-FS-TUR          PIC XX    VALUE "00".
       01  WKS-EOF-LOG         PIC X     VALUE "N".
       01  WKS-EOF-TAP         PIC X     VALUE "N".


       01  WKS-CONT-SOLO-LOG   PIC 9(02) VALUE ZERO.

      * Turnos del dia: operadores con renglones grabados en pantalla
      * (sin ID de lote) en la fecha del cierre que no tienen su
      * turno cerrado en CALCTUR.
       01  WKS-CONT-ABIERTOS   PIC 9(02) VALUE ZERO.
       01  WKS-FECHA-CIERRE    PIC 9(08) VALUE ZERO.
       01  WKS-ESTADO-TURNO    PIC X(10) VALUE SPACES.

       01  WKS-FECHA-HORA.
           05  WKS-FH-FECHA    PIC 9(08).
           05  WKS-FH-HORA     PIC 9(08).
           05  WKS-FH-OFFSET   PIC X(05).

      * Tabla de operadores: total calculado desde la bitacora, total
      * guardado en la cinta y una marca de si el operador tiene
      * renglon en la cinta (solo esos entran a la prueba de cuadre).
               10  WKS-OPER-GUARDADO  PIC S9(11)V9(04)
                                   SIGN LEADING SEPARATE VALUE ZERO.
               10  WKS-OPER-EN-CINTA  PIC X(01) VALUE "N".
               10  WKS-OPER-EN-PANTALLA PIC X(01) VALUE "N".

       01  WKS-DIFERENCIA      PIC S9(11)V9(04) SIGN LEADING SEPARATE
                                VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-CALCCON.
           PERFORM LEER-FECHA-PROCESO.
           MOVE WKS-FECHA-PROCESO TO WKS-FECHA-CIERRE.
           OPEN OUTPUT CALCRPT-FILE.
           PERFORM ESCRIBIR-ENCABEZADO.
           PERFORM LEER-CINTA.
           PERFORM ACUMULAR-BITACORA.
           PERFORM ESCRIBIR-PRUEBA-CUADRE.
           PERFORM ESCRIBIR-TURNOS-ABIERTOS.
           PERFORM ESCRIBIR-RESUMEN.
           CLOSE CALCRPT-FILE.
           COMPUTE RETURN-CODE =
               WKS-CONT-DESCUADRE + WKS-CONT-ABIERTOS.
           GOBACK.

       ACUMULAR-BITACORA.
           IF WKS-OPER-POS > ZERO
               ADD CLOG-RESULTADO
                   TO WKS-OPER-CALCULADO(WKS-OPER-POS)
               IF CLOG-FECHA = WKS-FECHA-CIERRE
                   AND CLOG-LOTE-ID = SPACES
                   AND CLOG-TIPO NOT = "V"
                   MOVE "S" TO WKS-OPER-EN-PANTALLA(WKS-OPER-POS)
               END-IF
           END-IF.

       LEER-CINTA.
           MOVE WKS-LINEA-DET TO RPT-LINEA.
           WRITE RPT-LINEA.

      * Sin archivo de cierres ningun turno esta cerrado: todos los
      * operadores que grabaron en pantalla en el dia son excepcion.
       ESCRIBIR-TURNOS-ABIERTOS.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           STRING "TURNOS SIN CERRAR DEL DIA " WKS-FECHA-CIERRE
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           OPEN INPUT CALCTUR-FILE.
           PERFORM REVISAR-TURNO-OPERADOR
               VARYING WKS-OPER-SUB FROM 1 BY 1
               UNTIL WKS-OPER-SUB > WKS-NUM-OPERADORES.
           IF WKS-FS-TUR = "00"
               CLOSE CALCTUR-FILE
           END-IF.
           IF WKS-CONT-ABIERTOS = ZERO
               MOVE "  (NINGUNO)" TO RPT-LINEA
               WRITE RPT-LINEA
           END-IF.

       REVISAR-TURNO-OPERADOR.
           IF WKS-OPER-EN-PANTALLA(WKS-OPER-SUB) = "S"
               MOVE "SIN CIERRE" TO WKS-ESTADO-TURNO
               IF WKS-FS-TUR = "00"
                   MOVE WKS-FECHA-CIERRE TO CTUR-FECHA
                   MOVE WKS-OPER-ID(WKS-OPER-SUB) TO CTUR-OPERADOR
                   MOVE SPACES TO CTUR-MONEDA
                   READ CALCTUR-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CTUR-ESTADO = "C"
                               MOVE SPACES TO WKS-ESTADO-TURNO
                           ELSE
                               MOVE "REABIERTO" TO WKS-ESTADO-TURNO
                           END-IF
                   END-READ
               END-IF
               IF WKS-ESTADO-TURNO NOT = SPACES
                   ADD 1 TO WKS-CONT-ABIERTOS
                   MOVE SPACES TO RPT-LINEA
                   STRING "  " WKS-OPER-ID(WKS-OPER-SUB)
                       "  " WKS-ESTADO-TURNO
                       DELIMITED BY SIZE INTO RPT-LINEA
                   WRITE RPT-LINEA
               END-IF
           END-IF.

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           STRING "SOLO EN BITACORA (INF.): " WKS-CONT-SOLO-LOG
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "TURNOS SIN CERRAR:       " WKS-CONT-ABIERTOS
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.

      * Lectura de la fecha de proceso (LEER-FECHA-PROCESO),
      * compartida con los demas pasos del cierre via CALCLFP.cpy.
           COPY CALCLFP.

       END PROGRAM CALCCON.
