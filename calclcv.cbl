      ******************************************************************
      * Author:
      * Date:
      * Purpose: Conversion unica de las plantillas recurrentes al
      *          formato con regla de dia inhabil. El CALCPLA.DAT
      *          anterior (47 bytes por renglon, sin
      *          CPLA-REGLA-FERIADO) se renombra a CALCPLA.SEC y este
      *          programa lo vuelca renglon por renglon al CALCPLA.DAT
      *          nuevo (48 bytes), con la regla en "S" (dia habil
      *          siguiente): despues de cuadrar los conteos, el
      *          supervisor cambia a "A" las que deban adelantarse en
      *          la pantalla CALCPLM (cambio que queda en el diario
      *          CALCAUD). Sin esta conversion CALCGEN tomaria el
      *          archivo viejo por inexistente y no generaria nada.
      *          Se corre una sola vez; el CALCPLA.SEC se archiva con
      *          los historicos.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCLCV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECPLA-FILE ASSIGN TO "CALCPLA.SEC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-ID
               FILE STATUS IS WKS-FS-SEC.

           SELECT CALCPLA-FILE ASSIGN TO "CALCPLA.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CPLA-ID
               FILE STATUS IS WKS-FS-PLA.

       DATA DIVISION.
       FILE SECTION.
      * Formato anterior: la plantilla sin la regla de dia inhabil.
       FD  SECPLA-FILE.
       01  SEC-REGISTRO.
           05  SEC-ID              PIC X(08).
           05  SEC-OPERACION       PIC X(02).
           05  SEC-NUM-1           PIC S9(09)V9(04)
                           SIGN LEADING SEPARATE.
           05  SEC-NUM-2           PIC S9(09)V9(04)
                           SIGN LEADING SEPARATE.
           05  SEC-MONEDA          PIC X(03).
           05  SEC-MONEDA-ORIGEN   PIC X(03).
           05  SEC-FRECUENCIA      PIC X(01).
           05  SEC-DIA-SEMANA      PIC 9(01).
           05  SEC-ACTIVA          PIC X(01).

       FD  CALCPLA-FILE.
           COPY CALCPLA.

       WORKING-STORAGE SECTION.
       01  WKS-FS-SEC          PIC XX    VALUE "00".
       01  WKS-FS-PLA          PIC XX    VALUE "00".
       01  WKS-EOF-SEC         PIC X     VALUE "N".
       01  WKS-CONT-LEIDOS     PIC 9(07) VALUE ZERO.
       01  WKS-CONT-CARGADOS   PIC 9(07) VALUE ZERO.
       01  WKS-CONT-DUPLICADOS PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-CALCLCV.
           OPEN INPUT SECPLA-FILE.
           IF WKS-FS-SEC NOT = "00"
               DISPLAY "NO HAY CALCPLA.SEC QUE CONVERTIR"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O CALCPLA-FILE.
           IF WKS-FS-PLA NOT = "00"
               CLOSE CALCPLA-FILE
               OPEN OUTPUT CALCPLA-FILE
               CLOSE CALCPLA-FILE
               OPEN I-O CALCPLA-FILE
           END-IF.
           PERFORM CONVERTIR-RENGLON UNTIL WKS-EOF-SEC = "S".
           CLOSE SECPLA-FILE.
           CLOSE CALCPLA-FILE.
           DISPLAY "LEIDOS:     " WKS-CONT-LEIDOS.
           DISPLAY "CARGADOS:   " WKS-CONT-CARGADOS.
           DISPLAY "DUPLICADOS: " WKS-CONT-DUPLICADOS.
           STOP RUN.

       CONVERTIR-RENGLON.
           READ SECPLA-FILE NEXT
               AT END
                   MOVE "S" TO WKS-EOF-SEC
               NOT AT END
                   ADD 1 TO WKS-CONT-LEIDOS
                   MOVE SEC-ID            TO CPLA-ID
                   MOVE SEC-OPERACION     TO CPLA-OPERACION
                   MOVE SEC-NUM-1         TO CPLA-NUM-1
                   MOVE SEC-NUM-2         TO CPLA-NUM-2
                   MOVE SEC-MONEDA        TO CPLA-MONEDA
                   MOVE SEC-MONEDA-ORIGEN TO CPLA-MONEDA-ORIGEN
                   MOVE SEC-FRECUENCIA    TO CPLA-FRECUENCIA
                   MOVE SEC-DIA-SEMANA    TO CPLA-DIA-SEMANA
                   MOVE SEC-ACTIVA        TO CPLA-ACTIVA
                   MOVE "S"               TO CPLA-REGLA-FERIADO
                   WRITE CALCPLA-RECORD
                       INVALID KEY
                           ADD 1 TO WKS-CONT-DUPLICADOS
                           DISPLAY "LLAVE DUPLICADA: " CPLA-ID
                       NOT INVALID KEY
                           ADD 1 TO WKS-CONT-CARGADOS
                   END-WRITE
           END-READ.

       END PROGRAM CALCLCV.
