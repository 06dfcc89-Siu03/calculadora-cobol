      ******************************************************************
      * Author:
      * Date:
      * Purpose: Respuesta al area usuaria, paso del cierre en CALCDRV
      *          despues de CALCBAT. Arma un archivo por lote,
      *          CALCRSP.<area>.<lote> con el area y el ID de lote de
      *          la cabecera del CALCTXN que lo mando (ver CALCLTE),
      *          con un renglon por cada detalle recibido en el mismo
      *          orden en que llego: procesado con su secuencia de
      *          bitacora, resultado redondeado y moneda; rechazado
      *          en la depuracion con el motivo de CALCEDT; o
      *          rechazado o retenido por limite en el lote con el
      *          motivo de CALCBAT (ver CALCRSP.cpy). Cruza la
      *          disposicion que deja CALCEDT (CALCTXND, ver CALCDSP)
      *          con el resultado que deja CALCBAT (CALCTXNS, ver
      *          CALCTXS): los detalles aceptados son los primeros
      *          del archivo de aceptadas, antes de correcciones y
      *          generadas, asi que el n-esimo aceptado es el
      *          n-esimo resultado. La cola lleva el conteo por
      *          estado y el total de comprobacion recalculado con
      *          la regla de la cola del lote, junto al conteo y al
      *          total que trajo la cola recibida, para que el area
      *          cuadre lo que mando contra lo que se hizo. Sin lote
      *          del area en la corrida no hay respuesta que armar.
      *          Si al lote le faltan resultados (no termino) la
      *          respuesta se arma con esos detalles como no
      *          procesados y el paso termina con RETURN-CODE 8.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRSP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCDSP-FILE ASSIGN TO "CALCTXND.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-DSP.

           SELECT CALCTXS-FILE ASSIGN TO "CALCTXNS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-TXS.

      * El nombre del archivo de respuesta lleva el area y el lote.
           SELECT CALCRSP-FILE ASSIGN USING WKS-NOM-ARC-RSP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-RSP.

           SELECT CALCRPT-FILE ASSIGN TO "CALCRSP.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-RPT.

           SELECT CALCFEC-FILE ASSIGN TO "CALCFEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-FEC.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCDSP-FILE.
           COPY CALCDSP.

       FD  CALCTXS-FILE.
           COPY CALCTXS.

       FD  CALCRSP-FILE.
       01  RSP-REGISTRO        PIC X(100).

       FD  CALCRPT-FILE.
       01  RPT-LINEA           PIC X(80).

       FD  CALCFEC-FILE.
           COPY CALCFEC.

       WORKING-STORAGE SECTION.
           COPY WKFEC.
           COPY CALCLTE.
           COPY CALCRSP.

       01  WKS-FS-DSP          PIC XX    VALUE "00".
       01  WKS-FS-TXS          PIC XX    VALUE "00".
       01  WKS-FS-RSP          PIC XX    VALUE "00".
       01  WKS-FS-RPT          PIC XX    VALUE "00".
       01  WKS-EOF-DSP         PIC X(01) VALUE "N".
       01  WKS-EOF-TXS         PIC X(01) VALUE "N".
       01  WKS-HAY-LOTE        PIC X(01) VALUE "N".
       01  WKS-HAY-COLA        PIC X(01) VALUE "N".
       01  WKS-NOM-ARC-RSP     PIC X(30) VALUE SPACES.

       01  WKS-FECHA-HORA.
           05  WKS-FH-FECHA    PIC 9(08).
           05  WKS-FH-HORA     PIC 9(08).
           05  WKS-FH-OFFSET   PIC X(05).

      * Vista por campos del detalle recibido, igual que en CALCEDT.
       01  WKS-AREA-TXN.
           05  WKS-TXN-OPERACION   PIC X(02).
           05  WKS-TXN-NUM-1.
               10  WKS-TXN-N1-SIGNO    PIC X(01).
               10  WKS-TXN-N1-DIGITOS  PIC X(13).
           05  WKS-TXN-NUM-2.
               10  WKS-TXN-N2-SIGNO    PIC X(01).
               10  WKS-TXN-N2-DIGITOS  PIC X(13).
           05  FILLER                  PIC X(24).

      * Vista numerica de un operando crudo para sumarlo al total de
      * comprobacion una vez revisados su signo y sus digitos.
       01  WKS-NUM-CRUDO.
           05  WKS-NUM-CRUDO-SLS   PIC S9(09)V9(04)
                           SIGN LEADING SEPARATE.

       01  WKS-CONT-DET        PIC 9(07) VALUE ZERO.
       01  WKS-CONT-PROC       PIC 9(07) VALUE ZERO.
       01  WKS-CONT-RECH-EDT   PIC 9(07) VALUE ZERO.
       01  WKS-CONT-RECH-LOTE  PIC 9(07) VALUE ZERO.
       01  WKS-CONT-RETENIDAS  PIC 9(07) VALUE ZERO.
       01  WKS-CONT-SIN-RES    PIC 9(07) VALUE ZERO.
       01  WKS-HASH            PIC S9(13)V9(04) SIGN LEADING SEPARATE
                                VALUE ZERO.
       01  WKS-HASH-ED         PIC +9(13).9(04).

       PROCEDURE DIVISION.
       MAIN-CALCRSP.
           OPEN OUTPUT CALCRPT-FILE.
           PERFORM ESCRIBIR-TITULO.
           OPEN INPUT CALCDSP-FILE.
           IF WKS-FS-DSP = "00"
               PERFORM LEER-DISPOSICION
               IF WKS-EOF-DSP NOT = "S"
                   AND CDSP-REGISTRO(1:2) = "LH"
                   MOVE "S" TO WKS-HAY-LOTE
               END-IF
           END-IF.
           IF WKS-HAY-LOTE = "S"
               PERFORM ARMAR-RESPUESTA
           ELSE
               MOVE "SIN LOTE DEL AREA EN LA CORRIDA: NO HAY RESPUESTA"
                   TO RPT-LINEA
               WRITE RPT-LINEA
           END-IF.
           IF WKS-FS-DSP = "00"
               CLOSE CALCDSP-FILE
           END-IF.
           CLOSE CALCRPT-FILE.
           IF WKS-CONT-SIN-RES > ZERO
               DISPLAY "RESPUESTA CON DETALLES SIN RESULTADO DEL LOTE"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

       ARMAR-RESPUESTA.
           MOVE CDSP-REGISTRO TO CALCLTE-CABECERA.
           MOVE SPACES TO WKS-NOM-ARC-RSP.
           STRING "CALCRSP." DELIMITED BY SIZE
               CLTE-CAB-AREA DELIMITED BY SPACE
               "." DELIMITED BY SIZE
               CLTE-CAB-LOTE-ID DELIMITED BY SPACE
               INTO WKS-NOM-ARC-RSP.
           OPEN OUTPUT CALCRSP-FILE.
           OPEN INPUT CALCTXS-FILE.
           IF WKS-FS-TXS NOT = "00"
               MOVE "S" TO WKS-EOF-TXS
           END-IF.
           PERFORM ESCRIBIR-CABECERA-RSP.
           PERFORM LEER-DISPOSICION.
           PERFORM PROCESAR-DISPOSICION UNTIL WKS-EOF-DSP = "S".
           PERFORM ESCRIBIR-COLA-RSP.
           CLOSE CALCRSP-FILE.
           IF WKS-FS-TXS = "00" OR WKS-FS-TXS = "10"
               CLOSE CALCTXS-FILE
           END-IF.
           PERFORM ESCRIBIR-TOTALES.

       LEER-DISPOSICION.
           READ CALCDSP-FILE
               AT END
                   MOVE "S" TO WKS-EOF-DSP
           END-READ.

       PROCESAR-DISPOSICION.
           IF CDSP-REGISTRO(1:2) = "LT"
               MOVE CDSP-REGISTRO TO CALCLTE-COLA
               MOVE "S" TO WKS-HAY-COLA
           ELSE
               PERFORM RESPONDER-DETALLE
           END-IF.
           PERFORM LEER-DISPOSICION.

      * La fecha de respuesta es la fecha de proceso del cierre que
      * posteo el lote, no la del reloj.
       ESCRIBIR-CABECERA-RSP.
           PERFORM LEER-FECHA-PROCESO.
           MOVE SPACES            TO CALCRSP-CABECERA.
           MOVE "RH"              TO CRSP-CAB-TIPO.
           MOVE CLTE-CAB-AREA     TO CRSP-CAB-AREA.
           MOVE CLTE-CAB-LOTE-ID  TO CRSP-CAB-LOTE-ID.
           MOVE CLTE-CAB-FECHA    TO CRSP-CAB-FECHA-LOTE.
           MOVE WKS-FECHA-PROCESO TO CRSP-CAB-FECHA-RESP.
           MOVE CALCRSP-CABECERA  TO RSP-REGISTRO.
           WRITE RSP-REGISTRO.

      * Un detalle rechazado en la depuracion no llego al lote; uno
      * aceptado toma el siguiente resultado del lote.
       RESPONDER-DETALLE.
           ADD 1 TO WKS-CONT-DET.
           MOVE CDSP-REGISTRO TO WKS-AREA-TXN.
           PERFORM SUMAR-HASH.
           MOVE SPACES            TO CALCRSP-DETALLE.
           MOVE "RD"              TO CRSP-DET-TIPO.
           MOVE WKS-CONT-DET      TO CRSP-DET-RENGLON.
           MOVE WKS-TXN-OPERACION TO CRSP-DET-OPERACION.
           MOVE WKS-TXN-NUM-1     TO CRSP-DET-NUM-1.
           MOVE WKS-TXN-NUM-2     TO CRSP-DET-NUM-2.
           MOVE ZERO              TO CRSP-DET-SECUENCIA.
           MOVE ZERO              TO CRSP-DET-RESULTADO.
           IF CDSP-ESTADO = "E"
               ADD 1 TO WKS-CONT-RECH-EDT
               MOVE "E"              TO CRSP-DET-ESTADO
               MOVE CDSP-MOTIVO-COD  TO CRSP-DET-MOTIVO-COD
               MOVE CDSP-MOTIVO-DESC TO CRSP-DET-MOTIVO-DESC
           ELSE
               PERFORM TOMAR-RESULTADO
           END-IF.
           MOVE CALCRSP-DETALLE TO RSP-REGISTRO.
           WRITE RSP-REGISTRO.

       TOMAR-RESULTADO.
           IF WKS-EOF-TXS NOT = "S"
               READ CALCTXS-FILE
                   AT END
                       MOVE "S" TO WKS-EOF-TXS
               END-READ
           END-IF.
           IF WKS-EOF-TXS = "S"
               ADD 1 TO WKS-CONT-SIN-RES
               MOVE "N" TO CRSP-DET-ESTADO
               MOVE "SIN RESULTADO DEL LOTE" TO CRSP-DET-MOTIVO-DESC
           ELSE
               MOVE CTXS-ESTADO      TO CRSP-DET-ESTADO
               MOVE CTXS-SECUENCIA   TO CRSP-DET-SECUENCIA
               MOVE CTXS-MOTIVO-COD  TO CRSP-DET-MOTIVO-COD
               MOVE CTXS-MOTIVO-DESC TO CRSP-DET-MOTIVO-DESC
               EVALUATE CTXS-ESTADO
                   WHEN "P"
                       ADD 1 TO WKS-CONT-PROC
                       MOVE CTXS-RESULTADO TO CRSP-DET-RESULTADO
                       MOVE CTXS-MONEDA    TO CRSP-DET-MONEDA
                   WHEN "H"
                       ADD 1 TO WKS-CONT-RETENIDAS
                   WHEN OTHER
                       ADD 1 TO WKS-CONT-RECH-LOTE
               END-EVALUATE
           END-IF.

      * Misma regla que la cola del lote en CALCEDT: solo los
      * operandos bien formados entran al total.
       SUMAR-HASH.
           IF (WKS-TXN-N1-SIGNO = "+" OR WKS-TXN-N1-SIGNO = "-")
               AND WKS-TXN-N1-DIGITOS IS NUMERIC
               MOVE WKS-TXN-NUM-1 TO WKS-NUM-CRUDO
               ADD WKS-NUM-CRUDO-SLS TO WKS-HASH
           END-IF.
           IF (WKS-TXN-N2-SIGNO = "+" OR WKS-TXN-N2-SIGNO = "-")
               AND WKS-TXN-N2-DIGITOS IS NUMERIC
               MOVE WKS-TXN-NUM-2 TO WKS-NUM-CRUDO
               ADD WKS-NUM-CRUDO-SLS TO WKS-HASH
           END-IF.

       ESCRIBIR-COLA-RSP.
           MOVE SPACES             TO CALCRSP-COLA.
           MOVE "RT"               TO CRSP-COLA-TIPO.
           MOVE WKS-CONT-DET       TO CRSP-COLA-CONT.
           MOVE WKS-CONT-PROC      TO CRSP-COLA-PROCESADAS.
           MOVE WKS-CONT-RECH-EDT  TO CRSP-COLA-RECH-EDT.
           MOVE WKS-CONT-RECH-LOTE TO CRSP-COLA-RECH-LOTE.
           MOVE WKS-CONT-RETENIDAS TO CRSP-COLA-RETENIDAS.
           MOVE WKS-HASH           TO CRSP-COLA-HASH.
           MOVE WKS-CONT-SIN-RES   TO CRSP-COLA-SIN-RES.
           IF WKS-HAY-COLA = "S"
               MOVE CLTE-COLA-CONT TO CRSP-COLA-LOTE-CONT
               MOVE CLTE-COLA-HASH TO CRSP-COLA-LOTE-HASH
           ELSE
               MOVE ZERO           TO CRSP-COLA-LOTE-CONT
               MOVE ZERO           TO CRSP-COLA-LOTE-HASH
           END-IF.
           MOVE CALCRSP-COLA TO RSP-REGISTRO.
           WRITE RSP-REGISTRO.

       ESCRIBIR-TITULO.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE "RESPUESTA AL AREA USUARIA - CALCRSP" TO RPT-LINEA.
           WRITE RPT-LINEA.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO RPT-LINEA.
           STRING "LOTE: " CLTE-CAB-LOTE-ID
               "  AREA: " CLTE-CAB-AREA
               "  FECHA: " CLTE-CAB-FECHA
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "ARCHIVO DE RESPUESTA: " WKS-NOM-ARC-RSP
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           STRING "DETALLES RECIBIDOS:       " WKS-CONT-DET
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "PROCESADOS:               " WKS-CONT-PROC
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "RECHAZADOS EN DEPURACION: " WKS-CONT-RECH-EDT
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "RECHAZADOS EN EL LOTE:    " WKS-CONT-RECH-LOTE
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "RETENIDOS POR LIMITE:     " WKS-CONT-RETENIDAS
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "SIN RESULTADO DEL LOTE:   " WKS-CONT-SIN-RES
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE WKS-HASH TO WKS-HASH-ED.
           MOVE SPACES TO RPT-LINEA.
           STRING "TOTAL DE COMPROBACION:    " WKS-HASH-ED
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           IF WKS-HAY-COLA = "S"
               AND CLTE-COLA-CONT = WKS-CONT-DET
               AND CLTE-COLA-HASH = WKS-HASH
               MOVE "CUADRA CON LA COLA RECIBIDA" TO RPT-LINEA
           ELSE
               MOVE "NO CUADRA CON LA COLA RECIBIDA" TO RPT-LINEA
           END-IF.
           WRITE RPT-LINEA.

      * Lectura de la fecha de proceso (LEER-FECHA-PROCESO),
      * compartida con los demas pasos del cierre via CALCLFP.cpy.
           COPY CALCLFP.

       END PROGRAM CALCRSP.
