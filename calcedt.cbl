      *          envoltura, no son transmision del area usuaria), y
      *          deja ambos archivos vacios para no reenviarlas.
      *          Imprime un reporte con los conteos para cuadrar la
      *          entrada antes de arrancar el lote. Deja ademas la
      *          disposicion de cada registro del area (CALCTXND,
      *          ver CALCDSP) para la respuesta que arma CALCRSP.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-REJ.

      * Disposicion de cada registro del area, en orden de llegada,
      * para el archivo de respuesta (ver CALCDSP y CALCRSP).
           SELECT CALCDSP-FILE ASSIGN TO "CALCTXND.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-DSP.

           SELECT CALCRPT-FILE ASSIGN TO "CALCEDT.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-RPT.
           05  REJ-MOTIVO-COD  PIC X(02).
           05  REJ-MOTIVO-DESC PIC X(30).

       FD  CALCDSP-FILE.
           COPY CALCDSP.

       FD  CALCRPT-FILE.
       01  RPT-LINEA           PIC X(80).

       01  WKS-FS-ACE          PIC XX    VALUE "00".
       01  WKS-FS-REJ          PIC XX    VALUE "00".
       01  WKS-FS-RPT          PIC XX    VALUE "00".
       01  WKS-FS-DSP          PIC XX    VALUE "00".
       01  WKS-FS-PRM          PIC XX    VALUE "00".
       01  WKS-EOF-TXN         PIC X     VALUE "N".
       01  WKS-EOF-COR         PIC X     VALUE "N".
           END-IF.
           OPEN OUTPUT CALCACE-FILE.
           OPEN OUTPUT CALCREJ-FILE.
           OPEN OUTPUT CALCDSP-FILE.
           OPEN OUTPUT CALCRPT-FILE.
           OPEN INPUT CALCPRM-FILE.
           IF WKS-FS-PRM NOT = "00"
           END-IF.
           CLOSE CALCACE-FILE.
           CLOSE CALCREJ-FILE.
           CLOSE CALCDSP-FILE.
           CLOSE CALCRPT-FILE.
           IF WKS-PRM-DISPONIBLE = "S"
               CLOSE CALCPRM-FILE
      * transaccion.
       DEPURAR-TRANSACCION.
           MOVE TXN-REGISTRO-CRUDO TO WKS-AREA-TXN.
           MOVE SPACES TO WKS-MOTIVO-COD WKS-MOTIVO-DESC.
           IF WKS-TXN-OPERACION = "LH"
               MOVE TXN-REGISTRO-CRUDO TO CALCTXN-RECORD
               WRITE CALCTXN-RECORD
               PERFORM GRABAR-DISPOSICION
           ELSE
               IF WKS-TXN-OPERACION = "LT"
                   MOVE TXN-REGISTRO-CRUDO TO WKS-COLA-GUARDADA
                   PERFORM GRABAR-DISPOSICION
               ELSE
                   PERFORM DEPURAR-DETALLE
               END-IF
               PERFORM GRABAR-RECHAZO
               PERFORM ESCRIBIR-DETALLE-RECHAZO
           END-IF.
           PERFORM GRABAR-DISPOSICION.

       VALIDAR-TRANSACCION.
      * El estado "04" del READ avisa que el registro no mide lo que
               WHEN "RZ"
               WHEN "PW"
               WHEN "CV"
               WHEN "IC"
               WHEN "PM"
               WHEN "AM"
                   CONTINUE
               WHEN OTHER
                   MOVE "01" TO WKS-MOTIVO-COD
           MOVE WKS-MOTIVO-DESC    TO REJ-MOTIVO-DESC.
           WRITE CALCREJ-RECORD.

      * Solo los registros del area pasan por aqui; el detalle
      * aceptado va con estado "A" y el rechazado con "E" y su
      * motivo. La cabecera y la cola llevan el motivo en espacios
      * y se marcan igual que un aceptado.
       GRABAR-DISPOSICION.
           MOVE TXN-REGISTRO-CRUDO TO CDSP-REGISTRO.
           MOVE WKS-MOTIVO-COD     TO CDSP-MOTIVO-COD.
           MOVE WKS-MOTIVO-DESC    TO CDSP-MOTIVO-DESC.
           IF WKS-MOTIVO-COD = SPACES
               MOVE "A" TO CDSP-ESTADO
           ELSE
               MOVE "E" TO CDSP-ESTADO
           END-IF.
           WRITE CALCDSP-RECORD.

       ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
