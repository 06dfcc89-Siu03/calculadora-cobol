      *          envoltura que deja pasar CALCEDT (ver CALCLTE) trae
      *          el ID del lote, que se estampa en cada renglon de
      *          bitacora para poder rastrear un mal dia hasta la
      *          transmision que lo causo. Deja ademas el resultado
      *          de cada detalle (CALCTXNS, ver CALCTXS) para la
      *          respuesta al area que arma CALCRSP. Por cada tabla
      *          de amortizacion ("AM") aceptada llama a CALCAMO con
      *          la secuencia del renglon de bitacora y el ID del
      *          lote para dejar el archivo del cliente.
      *          Los renglones de bitacora y de excepciones se fechan
      *          con la fecha de proceso del cierre (CALCFEC), que es
      *          tambien la fecha de las tasas de conversion.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS CNIV-NIVEL
               FILE STATUS IS WKS-FS-NIV.

      * Resultado de cada detalle procesado, en el orden del archivo
      * de aceptadas (ver CALCTXS).
           SELECT CALCTXS-FILE ASSIGN TO "CALCTXNS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-TXS.

      * Archivo de trabajo para recortar los resultados al punto de
      * control tras una caida, igual que las excepciones.
           SELECT CTMPS-FILE ASSIGN TO "CALCTXNS.TMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-TMS.

      * Archivo de trabajo para recortar las excepciones al punto de
      * control tras una caida (la bitacora, indexada, se recorta
      * borrando por llave, sin archivo de trabajo).
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-TME.

           SELECT CALCFEC-FILE ASSIGN TO "CALCFEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-FEC.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCTXN-FILE.
       FD  CTMPE-FILE.
       01  TMPE-REGISTRO       PIC X(97).

       FD  CALCTXS-FILE.
           COPY CALCTXS.

       FD  CTMPS-FILE.
       01  TMPS-REGISTRO       PIC X(59).

       FD  CALCFEC-FILE.
           COPY CALCFEC.

       WORKING-STORAGE SECTION.
           COPY WKCALC.
           COPY WKTCA.
           COPY WKSEC.
           COPY WKFEC.

      * Envoltura del lote (ver CALCLTE): de la cabecera solo se
      * toma el ID del lote; la cola pasa de largo.
       01  WKS-FS-OPE          PIC XX    VALUE "00".
       01  WKS-OPERADOR-OK     PIC X(01) VALUE "N".
       01  WKS-FS-TME          PIC XX    VALUE "00".
       01  WKS-FS-TXS          PIC XX    VALUE "00".
       01  WKS-FS-TMS          PIC XX    VALUE "00".
       01  WKS-EOF-TXN         PIC X     VALUE "N".
       01  WKS-EOF-AUX         PIC X     VALUE "N".
       01  WKS-MOTIVO          PIC X(30).
       01  WKS-CONT-CV         PIC 9(07) VALUE ZERO.
       01  WKS-TOT-CV          PIC S9(11)V9(04) SIGN LEADING SEPARATE
                                VALUE ZERO.
       01  WKS-CONT-IC         PIC 9(07) VALUE ZERO.
       01  WKS-TOT-IC          PIC S9(11)V9(04) SIGN LEADING SEPARATE
                                VALUE ZERO.
       01  WKS-CONT-PM         PIC 9(07) VALUE ZERO.
       01  WKS-TOT-PM          PIC S9(11)V9(04) SIGN LEADING SEPARATE
                                VALUE ZERO.
       01  WKS-CONT-AM         PIC 9(07) VALUE ZERO.
       01  WKS-TOT-AM          PIC S9(11)V9(04) SIGN LEADING SEPARATE
                                VALUE ZERO.

      * Tabla de amortizacion (ver CALCAMO): archivo que dejo y
      * estado con que regreso.
       01  WKS-AMO-NOM-ARC     PIC X(30) VALUE SPACES.
       01  WKS-AMO-STATUS      PIC X(02) VALUE "00".

       01  WKS-LINEA-DET.
           05  DET-OPERACION   PIC X(02).
       PROCEDURE DIVISION.
       MAIN-CALCBAT.
           PERFORM CAPTURAR-OPERADOR.
           PERFORM LEER-FECHA-PROCESO.
           PERFORM CARGAR-LIMITE-NIVEL.
           PERFORM REVISAR-CHECKPOINT.
           PERFORM CONTAR-BITACORAS.
           MOVE CCHK-TOT-PW       TO WKS-TOT-PW.
           MOVE CCHK-CONT-CV      TO WKS-CONT-CV.
           MOVE CCHK-TOT-CV       TO WKS-TOT-CV.
           MOVE CCHK-CONT-IC      TO WKS-CONT-IC.
           MOVE CCHK-TOT-IC       TO WKS-TOT-IC.
           MOVE CCHK-CONT-PM      TO WKS-CONT-PM.
           MOVE CCHK-TOT-PM       TO WKS-TOT-PM.
           MOVE CCHK-CONT-AM      TO WKS-CONT-AM.
           MOVE CCHK-TOT-AM       TO WKS-TOT-AM.
           MOVE CCHK-ULT-SEC      TO WKS-CHK-ULT-SEC.
           MOVE CCHK-REG-EXC      TO WKS-CHK-REG-EXC.

      * duplique ningun renglon.
       RECORTAR-BITACORAS.
           PERFORM RECORTAR-LOG.
           PERFORM RECORTAR-RESULTADOS.
           IF WKS-REG-EXC-INI > WKS-CHK-REG-EXC
               PERFORM RECORTAR-EXC
               MOVE WKS-CHK-REG-EXC TO WKS-REG-EXC-INI
           CLOSE CTMPE-FILE.
           CLOSE CALCEXC-FILE.

      * Los resultados llevan un renglon por detalle procesado, asi
      * que se recortan al conteo de transacciones del punto de
      * control; sin archivo no hay nada que recortar.
       RECORTAR-RESULTADOS.
           MOVE "N" TO WKS-EOF-AUX.
           MOVE ZERO TO WKS-COPIADAS.
           OPEN INPUT CALCTXS-FILE.
           IF WKS-FS-TXS = "00"
               OPEN OUTPUT CTMPS-FILE
               PERFORM COPIAR-RESULTADO-TMP
                   UNTIL WKS-EOF-AUX = "S"
                   OR WKS-COPIADAS = WKS-CHK-CONT-TXN
               CLOSE CALCTXS-FILE
               CLOSE CTMPS-FILE
               MOVE "N" TO WKS-EOF-AUX
               OPEN INPUT CTMPS-FILE
               OPEN OUTPUT CALCTXS-FILE
               PERFORM REGRESAR-RESULTADO-TMP UNTIL WKS-EOF-AUX = "S"
               CLOSE CTMPS-FILE
               CLOSE CALCTXS-FILE
           END-IF.

       COPIAR-RESULTADO-TMP.
           READ CALCTXS-FILE
               AT END
                   MOVE "S" TO WKS-EOF-AUX
               NOT AT END
                   ADD 1 TO WKS-COPIADAS
                   MOVE CALCTXS-RECORD TO TMPS-REGISTRO
                   WRITE TMPS-REGISTRO
           END-READ.

       REGRESAR-RESULTADO-TMP.
           READ CTMPS-FILE
               AT END
                   MOVE "S" TO WKS-EOF-AUX
               NOT AT END
                   MOVE TMPS-REGISTRO TO CALCTXS-RECORD
                   WRITE CALCTXS-RECORD
           END-READ.

      * El salto de reinicio cuenta solo detalles, igual que el punto
      * de control; los registros de envoltura se brincan de paso (y
      * la cabecera deja su ID de lote al pasar).
           MOVE WKS-TOT-PW        TO CCHK-TOT-PW.
           MOVE WKS-CONT-CV       TO CCHK-CONT-CV.
           MOVE WKS-TOT-CV        TO CCHK-TOT-CV.
           MOVE WKS-CONT-IC       TO CCHK-CONT-IC.
           MOVE WKS-TOT-IC        TO CCHK-TOT-IC.
           MOVE WKS-CONT-PM       TO CCHK-CONT-PM.
           MOVE WKS-TOT-PM        TO CCHK-TOT-PM.
           MOVE WKS-CONT-AM       TO CCHK-CONT-AM.
           MOVE WKS-TOT-AM        TO CCHK-TOT-AM.
           PERFORM LEER-ULTIMA-SECUENCIA.
           MOVE WKS-ULT-SEC TO CCHK-ULT-SEC.
           COMPUTE CCHK-REG-EXC = WKS-REG-EXC-INI + WKS-REG-EXC-ACT.
           IF WKS-FS-EXC NOT = "00"
               OPEN OUTPUT CALCEXC-FILE
           END-IF.
      * Una corrida nueva arranca los resultados desde cero; la
      * reanudada sigue despues de lo recortado al punto de control.
           IF WKS-REINICIO = "S"
               OPEN EXTEND CALCTXS-FILE
               IF WKS-FS-TXS NOT = "00"
                   OPEN OUTPUT CALCTXS-FILE
               END-IF
           ELSE
               OPEN OUTPUT CALCTXS-FILE
           END-IF.

       CERRAR-ARCHIVOS.
           CLOSE CALCTXN-FILE.
           CLOSE CALCRPT-FILE.
           CLOSE CALCLOG-FILE.
           CLOSE CALCEXC-FILE.
           CLOSE CALCTXS-FILE.

      * Los registros de envoltura no son transacciones: la cabecera
      * deja su ID de lote y la cola se brinca, y el que llama solo
               PERFORM ACUMULAR-CONTROL
               PERFORM ESCRIBIR-DETALLE-OK
               PERFORM GRABAR-LOG-LOTE
               IF WKS-OPERACION-COD = "AM"
                   PERFORM GENERAR-AMORTIZACION
               END-IF
           ELSE
               ADD 1 TO WKS-CONT-RECHAZO
               PERFORM ESCRIBIR-DETALLE-RECHAZO
               PERFORM FIJAR-MOTIVO-RECHAZO
               PERFORM GRABAR-EXCEPCION-LOTE
           END-IF.
           PERFORM GRABAR-RESULTADO-TXN.
           ADD 1 TO WKS-DESDE-CHK.
           IF WKS-DESDE-CHK = WKS-FREC-CHK
               MOVE ZERO TO WKS-DESDE-CHK
           OPEN I-O CALCLOG-FILE.
           CLOSE CALCEXC-FILE.
           OPEN EXTEND CALCEXC-FILE.
           CLOSE CALCTXS-FILE.
           OPEN EXTEND CALCTXS-FILE.

       ACUMULAR-CONTROL.
           ADD WKS-RESULTADO TO WKS-TOTAL-LOTE.
               WHEN "CV"
                   ADD 1 TO WKS-CONT-CV
                   ADD WKS-RESULTADO TO WKS-TOT-CV
               WHEN "IC"
                   ADD 1 TO WKS-CONT-IC
                   ADD WKS-RESULTADO TO WKS-TOT-IC
               WHEN "PM"
                   ADD 1 TO WKS-CONT-PM
                   ADD WKS-RESULTADO TO WKS-TOT-PM
               WHEN "AM"
                   ADD 1 TO WKS-CONT-AM
                   ADD WKS-RESULTADO TO WKS-TOT-AM
           END-EVALUATE.

       ESCRIBIR-ENCABEZADO.
               " TOTAL: " WKS-TOT-OP-ED DELIMITED BY SIZE INTO
               RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE WKS-TOT-IC TO WKS-TOT-OP-ED.
           STRING "INTERES COMP.   CANT: " WKS-CONT-IC
               " TOTAL: " WKS-TOT-OP-ED DELIMITED BY SIZE INTO
               RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE WKS-TOT-PM TO WKS-TOT-OP-ED.
           STRING "PAGO PRESTAMO   CANT: " WKS-CONT-PM
               " TOTAL: " WKS-TOT-OP-ED DELIMITED BY SIZE INTO
               RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE WKS-TOT-AM TO WKS-TOT-OP-ED.
           STRING "AMORTIZACION    CANT: " WKS-CONT-AM
               " TOTAL: " WKS-TOT-OP-ED DELIMITED BY SIZE INTO
               RPT-LINEA.
           WRITE RPT-LINEA.

       GRABAR-LOG-LOTE.
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-HORA.
               MOVE SPACES         TO CLOG-SUPERVISOR
           END-IF.
           MOVE WKS-LOTE-ID        TO CLOG-LOTE-ID.
           MOVE WKS-FECHA-PROCESO  TO CLOG-FECHA.
           MOVE WKS-FH-HORA        TO CLOG-HORA.
           MOVE WKS-OPERADOR-ID    TO CLOG-OPERADOR.
           MOVE WKS-OPERACION-COD  TO CLOG-OPERACION.
           MOVE WKS-MONEDA         TO CLOG-MONEDA.
           WRITE CALCLOG-RECORD.

      * La tabla queda ligada al renglon de bitacora recien grabado;
      * si no se pudo armar, el renglon del lote lo avisa.
       GENERAR-AMORTIZACION.
           CALL "CALCAMO" USING WKS-SEC-ASIGNADA WKS-FECHA-PROCESO
               WKS-OPERADOR-ID WKS-MONEDA WKS-FACTOR WKS-REDONDEO
               WKS-NUM-1 WKS-NUM-2 WKS-RESULTADO WKS-LOTE-ID
               WKS-AMO-NOM-ARC WKS-AMO-STATUS.
           MOVE SPACES TO RPT-LINEA.
           IF WKS-AMO-STATUS = "00"
               STRING "    TABLA DE AMORTIZACION: " WKS-AMO-NOM-ARC
                   DELIMITED BY SIZE INTO RPT-LINEA
           ELSE
               STRING "    TABLA DE AMORTIZACION NO GENERADA, ESTADO "
                   WKS-AMO-STATUS DELIMITED BY SIZE INTO RPT-LINEA
           END-IF.
           WRITE RPT-LINEA.

      * La conversion toma la tasa vigente a la fecha de proceso
      * (la transaccion de lote no trae fecha propia) y la deja como
      * segundo operando, igual que en el modo interactivo; sin tasa
      * publicada la transaccion se rechaza.
       CARGAR-TASA-CV.
           MOVE CTXN-MONEDA-ORIGEN TO WKS-TCA-DE.
           MOVE CTXN-MONEDA        TO WKS-TCA-A.
           MOVE WKS-FECHA-PROCESO  TO WKS-TCA-FECHA.
           PERFORM BUSCAR-TIPO-CAMBIO.
           IF WKS-TCA-OK = "S"
               MOVE WKS-TCA-TASA TO WKS-NUM-2
                   MOVE "DIVISOR CERO" TO WKS-MOTIVO
               WHEN "03"
                   MOVE "NUMERO NEGATIVO" TO WKS-MOTIVO
               WHEN "04"
                   MOVE "PLAZO O TASA INVALIDA" TO WKS-MOTIVO
               WHEN "06"
                   MOVE "EXCEDE LIMITE DE NIVEL" TO WKS-MOTIVO
               WHEN "07"
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-HORA.
           PERFORM ASIGNAR-SECUENCIA.
           MOVE WKS-SEC-ASIGNADA   TO CEXC-SECUENCIA.
           MOVE WKS-FECHA-PROCESO  TO CEXC-FECHA.
           MOVE WKS-FH-HORA        TO CEXC-HORA.
           MOVE WKS-OPERADOR-ID    TO CEXC-OPERADOR.
           MOVE WKS-OPERACION-COD  TO CEXC-OPERACION.
           WRITE CALCEXC-RECORD.
           ADD 1 TO WKS-REG-EXC-ACT.

      * La secuencia es la que se acaba de asignar al renglon de
      * bitacora o de excepcion; el limite de nivel ("06") es una
      * retencion, no un rechazo: el supervisor puede reenviarla.
       GRABAR-RESULTADO-TXN.
           MOVE WKS-SEC-ASIGNADA TO CTXS-SECUENCIA.
           IF WKS-STATUS-OP = "00"
               MOVE "P"           TO CTXS-ESTADO
               MOVE WKS-RESULTADO TO CTXS-RESULTADO
               MOVE WKS-MONEDA    TO CTXS-MONEDA
               MOVE SPACES        TO CTXS-MOTIVO-COD CTXS-MOTIVO-DESC
           ELSE
               IF WKS-STATUS-OP = "06"
                   MOVE "H" TO CTXS-ESTADO
               ELSE
                   MOVE "R" TO CTXS-ESTADO
               END-IF
               MOVE ZERO          TO CTXS-RESULTADO
               MOVE SPACES        TO CTXS-MONEDA
               MOVE WKS-STATUS-OP TO CTXS-MOTIVO-COD
               MOVE WKS-MOTIVO    TO CTXS-MOTIVO-DESC
           END-IF.
           WRITE CALCTXS-RECORD.

      * Escalado/redondeo del resultado (REDONDEAR-RESULTADO) e
      * indicador credito/debito (FIJAR-INDICADOR), compartidos con
      * CALCULADORA via copybooks/CALCRND.cpy.
      * compartida con CALCULADORA via CALCASG.cpy.
           COPY CALCASG.

      * Lectura de la fecha de proceso (LEER-FECHA-PROCESO),
      * compartida con los demas pasos del cierre via CALCLFP.cpy.
           COPY CALCLFP.

       END PROGRAM CALCBAT.
