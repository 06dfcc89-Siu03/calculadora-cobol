      ******************************************************************
      * Author:
      * Date:
      * Purpose: Alimentacion del resumen diario (CALCRES). Recorre la
      *          bitacora en orden de llave y, por cada fecha, junta
      *          cantidad y neto de CLOG-RESULTADO por moneda,
      *          operacion y tipo de renglon (calculo o reverso "V").
      *          Al cambiar la fecha borra lo que hubiera en el
      *          resumen para ese dia y graba lo recien contado, asi
      *          que volver a correr el paso (o reprocesar un dia) da
      *          el mismo resumen y no lo duplica.
      *          En el cierre nocturno se contesta en blanco y se lee
      *          la bitacora viva completa. Para recuperar los meses
      *          que CALCARC ya archivo se corre a mano con la fecha
      *          de corte del historico (CALCLOG.aaaammdd) y se carga
      *          ese archivo; el resumen no se purga nunca, asi que
      *          sobrevive a los cortes. Termina con RETURN-CODE 8 si
      *          el historico pedido no existe.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRSM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCLOG-FILE ASSIGN TO "CALCLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLOG-LLAVE
               FILE STATUS IS WKS-FS-LOG.

      * El historico lleva la fecha de corte en el nombre, igual que
      * lo arma CALCARC.
           SELECT ARCLOG-FILE ASSIGN USING WKS-NOM-ARC-LOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-ARL.

           SELECT CALCRES-FILE ASSIGN TO "CALCRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRES-LLAVE
               FILE STATUS IS WKS-FS-RES.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCLOG-FILE.
           COPY CALCLOG.

       FD  ARCLOG-FILE.
       01  ARL-REGISTRO        PIC X(107).

       FD  CALCRES-FILE.
           COPY CALCRES.

       WORKING-STORAGE SECTION.
       01  WKS-FS-LOG          PIC XX    VALUE "00".
       01  WKS-FS-ARL          PIC XX    VALUE "00".
       01  WKS-FS-RES          PIC XX    VALUE "00".
       01  WKS-EOF-LOG         PIC X(01) VALUE "N".
       01  WKS-EOF-RES         PIC X(01) VALUE "N".

       01  WKS-FECHA-ARC-X     PIC X(08) VALUE SPACES.
       01  WKS-NOM-ARC-LOG     PIC X(16) VALUE SPACES.
       01  WKS-DESDE-HISTORICO PIC X(01) VALUE "N".

       01  WKS-FECHA-ACTUAL    PIC 9(08) VALUE ZERO.
       01  WKS-TIPO-RENGLON    PIC X(01) VALUE SPACES.

       01  WKS-CONT-LEIDOS     PIC 9(07) VALUE ZERO.
       01  WKS-CONT-FECHAS     PIC 9(07) VALUE ZERO.
       01  WKS-CONT-GRABADOS   PIC 9(07) VALUE ZERO.
       01  WKS-CONT-BORRADOS   PIC 9(07) VALUE ZERO.
       01  WKS-CONT-SIN-LUGAR  PIC 9(07) VALUE ZERO.

      * Acumulado del dia en curso: un renglon por moneda, operacion
      * y tipo (10 monedas por las operaciones de CALCOPS por dos
      * tipos caben con holgura).
       01  WKS-MAX-RESUMEN     PIC 9(03) VALUE 300.
       01  WKS-NUM-RESUMEN     PIC 9(03) VALUE ZERO.
       01  WKS-RES-SUB         PIC 9(03) VALUE ZERO.
       01  WKS-RES-POS         PIC 9(03) VALUE ZERO.
       01  WKS-RES-ENCONTRADO  PIC X(01) VALUE "N".
       01  WKS-TABLA-RESUMEN.
           05  WKS-RES-ENTRY OCCURS 300 TIMES.
               10  WKS-RES-MONEDA      PIC X(03).
               10  WKS-RES-OPERACION   PIC X(02).
               10  WKS-RES-TIPO        PIC X(01).
               10  WKS-RES-CANTIDAD    PIC 9(07).
               10  WKS-RES-NETO        PIC S9(13)V9(04)
                                   SIGN LEADING SEPARATE.

       PROCEDURE DIVISION.
       MAIN-CALCRSM.
           PERFORM CAPTURAR-ORIGEN.
           PERFORM ABRIR-RESUMEN.
           IF WKS-DESDE-HISTORICO = "S"
               PERFORM RESUMIR-HISTORICO
           ELSE
               PERFORM RESUMIR-BITACORA
           END-IF.
           IF WKS-NUM-RESUMEN > ZERO
               PERFORM GRABAR-RESUMEN-FECHA
           END-IF.
           CLOSE CALCRES-FILE.
           DISPLAY "RENGLONES LEIDOS:   " WKS-CONT-LEIDOS.
           DISPLAY "FECHAS RESUMIDAS:   " WKS-CONT-FECHAS.
           DISPLAY "RESUMENES BORRADOS: " WKS-CONT-BORRADOS.
           DISPLAY "RESUMENES GRABADOS: " WKS-CONT-GRABADOS.
           IF WKS-CONT-SIN-LUGAR > ZERO
               DISPLAY "RENGLONES SIN LUGAR EN LA TABLA: "
                       WKS-CONT-SIN-LUGAR
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.

       CAPTURAR-ORIGEN.
           DISPLAY "HISTORICO A CARGAR (AAAAMMDD, VACIO=BITACORA):".
           ACCEPT WKS-FECHA-ARC-X.
           IF WKS-FECHA-ARC-X IS NUMERIC
               MOVE "S" TO WKS-DESDE-HISTORICO
               STRING "CALCLOG." WKS-FECHA-ARC-X
                   DELIMITED BY SIZE INTO WKS-NOM-ARC-LOG
           END-IF.

       ABRIR-RESUMEN.
           OPEN I-O CALCRES-FILE.
           IF WKS-FS-RES NOT = "00"
               CLOSE CALCRES-FILE
               OPEN OUTPUT CALCRES-FILE
               CLOSE CALCRES-FILE
               OPEN I-O CALCRES-FILE
           END-IF.

      * Sin bitacora no hay nada que resumir y el paso termina
      * limpio.
       RESUMIR-BITACORA.
           MOVE "N" TO WKS-EOF-LOG.
           OPEN INPUT CALCLOG-FILE.
           IF WKS-FS-LOG = "00"
               PERFORM LEER-RENGLON-BITACORA UNTIL WKS-EOF-LOG = "S"
               CLOSE CALCLOG-FILE
           END-IF.

       LEER-RENGLON-BITACORA.
           READ CALCLOG-FILE NEXT
               AT END
                   MOVE "S" TO WKS-EOF-LOG
               NOT AT END
                   PERFORM ACUMULAR-RENGLON
           END-READ.

      * El historico sale de CALCARC en orden de llave, asi que las
      * fechas vienen juntas igual que en la bitacora viva.
       RESUMIR-HISTORICO.
           MOVE "N" TO WKS-EOF-LOG.
           OPEN INPUT ARCLOG-FILE.
           IF WKS-FS-ARL = "00"
               PERFORM LEER-RENGLON-HISTORICO UNTIL WKS-EOF-LOG = "S"
               CLOSE ARCLOG-FILE
           ELSE
               DISPLAY "NO EXISTE EL HISTORICO " WKS-NOM-ARC-LOG
               MOVE 8 TO RETURN-CODE
               CLOSE CALCRES-FILE
               GOBACK
           END-IF.

       LEER-RENGLON-HISTORICO.
           READ ARCLOG-FILE
               AT END
                   MOVE "S" TO WKS-EOF-LOG
               NOT AT END
                   MOVE ARL-REGISTRO TO CALCLOG-RECORD
                   PERFORM ACUMULAR-RENGLON
           END-READ.

       ACUMULAR-RENGLON.
           ADD 1 TO WKS-CONT-LEIDOS.
           IF CLOG-FECHA NOT = WKS-FECHA-ACTUAL
               IF WKS-NUM-RESUMEN > ZERO
                   PERFORM GRABAR-RESUMEN-FECHA
               END-IF
               MOVE CLOG-FECHA TO WKS-FECHA-ACTUAL
           END-IF.
           IF CLOG-TIPO = "V"
               MOVE "V" TO WKS-TIPO-RENGLON
           ELSE
               MOVE "C" TO WKS-TIPO-RENGLON
           END-IF.
           PERFORM LOCALIZAR-RESUMEN.
           IF WKS-RES-POS > ZERO
               ADD 1 TO WKS-RES-CANTIDAD(WKS-RES-POS)
               ADD CLOG-RESULTADO TO WKS-RES-NETO(WKS-RES-POS)
           ELSE
               ADD 1 TO WKS-CONT-SIN-LUGAR
           END-IF.

       LOCALIZAR-RESUMEN.
           MOVE "N" TO WKS-RES-ENCONTRADO.
           MOVE ZERO TO WKS-RES-POS.
           PERFORM BUSCAR-RESUMEN VARYING WKS-RES-SUB FROM 1 BY 1
               UNTIL WKS-RES-SUB > WKS-NUM-RESUMEN.
           IF WKS-RES-ENCONTRADO = "N"
               AND WKS-NUM-RESUMEN < WKS-MAX-RESUMEN
                   ADD 1 TO WKS-NUM-RESUMEN
                   MOVE WKS-NUM-RESUMEN TO WKS-RES-POS
                   MOVE CLOG-MONEDA    TO WKS-RES-MONEDA(WKS-RES-POS)
                   MOVE CLOG-OPERACION TO WKS-RES-OPERACION(WKS-RES-POS)
                   MOVE WKS-TIPO-RENGLON TO WKS-RES-TIPO(WKS-RES-POS)
                   MOVE ZERO TO WKS-RES-CANTIDAD(WKS-RES-POS)
                   MOVE ZERO TO WKS-RES-NETO(WKS-RES-POS)
           END-IF.

       BUSCAR-RESUMEN.
           IF WKS-RES-MONEDA(WKS-RES-SUB) = CLOG-MONEDA
               AND WKS-RES-OPERACION(WKS-RES-SUB) = CLOG-OPERACION
               AND WKS-RES-TIPO(WKS-RES-SUB) = WKS-TIPO-RENGLON
               MOVE "S" TO WKS-RES-ENCONTRADO
               MOVE WKS-RES-SUB TO WKS-RES-POS
           END-IF.

      * Lo que habia del dia se borra antes de grabar lo recien
      * contado: una llave que ya no aparezca no debe quedar viva.
       GRABAR-RESUMEN-FECHA.
           ADD 1 TO WKS-CONT-FECHAS.
           PERFORM BORRAR-RESUMEN-FECHA.
           PERFORM GRABAR-RENGLON-RESUMEN
               VARYING WKS-RES-SUB FROM 1 BY 1
               UNTIL WKS-RES-SUB > WKS-NUM-RESUMEN.
           MOVE ZERO TO WKS-NUM-RESUMEN.

       BORRAR-RESUMEN-FECHA.
           MOVE "N" TO WKS-EOF-RES.
           MOVE WKS-FECHA-ACTUAL TO CRES-FECHA.
           MOVE LOW-VALUES       TO CRES-MONEDA.
           MOVE LOW-VALUES       TO CRES-OPERACION.
           MOVE LOW-VALUES       TO CRES-TIPO.
           START CALCRES-FILE KEY NOT LESS THAN CRES-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-EOF-RES
               NOT INVALID KEY
                   PERFORM BORRAR-RENGLON-RESUMEN
                       UNTIL WKS-EOF-RES = "S"
           END-START.

       BORRAR-RENGLON-RESUMEN.
           READ CALCRES-FILE NEXT
               AT END
                   MOVE "S" TO WKS-EOF-RES
               NOT AT END
                   IF CRES-FECHA NOT = WKS-FECHA-ACTUAL
                       MOVE "S" TO WKS-EOF-RES
                   ELSE
                       DELETE CALCRES-FILE
                       ADD 1 TO WKS-CONT-BORRADOS
                   END-IF
           END-READ.

       GRABAR-RENGLON-RESUMEN.
           MOVE WKS-FECHA-ACTUAL               TO CRES-FECHA.
           MOVE WKS-RES-MONEDA(WKS-RES-SUB)    TO CRES-MONEDA.
           MOVE WKS-RES-OPERACION(WKS-RES-SUB) TO CRES-OPERACION.
           MOVE WKS-RES-TIPO(WKS-RES-SUB)      TO CRES-TIPO.
           MOVE WKS-RES-CANTIDAD(WKS-RES-SUB)  TO CRES-CANTIDAD.
           MOVE WKS-RES-NETO(WKS-RES-SUB)      TO CRES-NETO.
           WRITE CALCRES-RECORD
               INVALID KEY
                   REWRITE CALCRES-RECORD
           END-WRITE.
           ADD 1 TO WKS-CONT-GRABADOS.

       END PROGRAM CALCRSM.
