      ******************************************************************
      * Author:
      * Date:
      * Purpose: Respaldo por generaciones de los archivos del
      *          sistema, como primer paso del cierre, antes de que
      *          cualquier otro paso los toque. Copia cada archivo de
      *          la tabla (ver CALCBKT) en el archivo de datos de una
      *          generacion nueva, CALCBKD.Gnnnn, y escribe su
      *          manifiesto CALCBKM.Gnnnn con cuantos registros y que
      *          total de comprobacion tenia cada uno; un archivo que
      *          no existe queda anotado asi en el manifiesto. La
      *          generacion solo se registra en el control CALCBKC
      *          cuando los dos archivos quedaron completos; despues
      *          se vacian las generaciones mas viejas que pasen de
      *          las que el control dice que se conservan. Un
      *          respaldo que falla no se registra: la siguiente
      *          corrida vuelve a tomar la misma generacion.
      *          Deja el detalle en CALCBKP.RPT. Termina con
      *          RETURN-CODE 8 si no pudo leer algun archivo o
      *          escribir la generacion, para que CALCDRV no arranque
      *          el cierre sin respaldo; si no, en cero. La
      *          restauracion la hace un supervisor en CALCRST.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCBKP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCLOG-FILE ASSIGN TO "CALCLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLOG-LLAVE
               FILE STATUS IS WKS-FS-LOG.

           SELECT CALCEXC-FILE ASSIGN TO "CALCEXC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-EXC.

           SELECT CALCSEC-FILE ASSIGN TO "CALCSEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-SEC.

           SELECT CALCTAP-FILE ASSIGN TO "CALCTAP.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CTAP-OPERADOR
               FILE STATUS IS WKS-FS-TAP.

           SELECT CALCCHK-FILE ASSIGN TO "CALCCHK.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-CHK.

           SELECT CALCRUN-FILE ASSIGN TO "CALCRUN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-RUN.

           SELECT CALCTXN-FILE ASSIGN TO "CALCTXN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-TXN.

           SELECT CALCGEN-FILE ASSIGN TO "CALCGEN.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-GEN.

           SELECT CALCCOR-FILE ASSIGN TO "CALCCOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-COR.

           SELECT CALCACE-FILE ASSIGN TO "CALCTXNA.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-ACE.

           SELECT CALCREJ-FILE ASSIGN TO "CALCTXNR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-REJ.

           SELECT CALCDSP-FILE ASSIGN TO "CALCTXND.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-DSP.

           SELECT CALCTXS-FILE ASSIGN TO "CALCTXNS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-TXS.

           SELECT CALCOPE-FILE ASSIGN TO "CALCOPE.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS COPE-ID
               FILE STATUS IS WKS-FS-OPE.

           SELECT CALCPRM-FILE ASSIGN TO "CALCPRM.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CPRM-MONEDA
               FILE STATUS IS WKS-FS-PRM.

           SELECT CALCNIV-FILE ASSIGN TO "CALCNIV.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CNIV-NIVEL
               FILE STATUS IS WKS-FS-NIV.

           SELECT CALCPLA-FILE ASSIGN TO "CALCPLA.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CPLA-ID
               FILE STATUS IS WKS-FS-PLA.

           SELECT CALCTCA-FILE ASSIGN TO "CALCTCA.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CTCA-LLAVE
               FILE STATUS IS WKS-FS-TCA.

           SELECT CALCTOL-FILE ASSIGN TO "CALCTOL.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CTOL-LLAVE
               FILE STATUS IS WKS-FS-TOL.

           SELECT CALCTCR-FILE ASSIGN TO "CALCTCR.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CTCR-LLAVE
               FILE STATUS IS WKS-FS-TCR.

           SELECT CALCTCF-FILE ASSIGN TO "CALCTCF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-TCF.

           SELECT CALCTUR-FILE ASSIGN TO "CALCTUR.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CTUR-LLAVE
               FILE STATUS IS WKS-FS-TUR.

           SELECT CALCRES-FILE ASSIGN TO "CALCRES.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CRES-LLAVE
               FILE STATUS IS WKS-FS-RES.

           SELECT CALCHIS-FILE ASSIGN TO "CALCHIS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-HIS.

           SELECT CALCCAL-FILE ASSIGN TO "CALCCAL.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CCAL-FECHA
               FILE STATUS IS WKS-FS-CAL.

           SELECT CALCFEC-FILE ASSIGN TO "CALCFEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-FEC.

           SELECT CALCAUD-FILE ASSIGN TO "CALCAUD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-AUD.

           SELECT CALCBKC-FILE ASSIGN TO "CALCBKC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-BKC.

           SELECT CALCBKD-FILE ASSIGN USING WKS-NOM-BKD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-BKD.

           SELECT CALCBKM-FILE ASSIGN USING WKS-NOM-BKM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-BKM.

           SELECT CALCRPT-FILE ASSIGN TO "CALCBKP.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
      * Los archivos secuenciales se copian tal cual y basta con su
      * largo; los indexados llevan su registro para tener la llave.
       FD  CALCLOG-FILE.
           COPY CALCLOG.

       FD  CALCEXC-FILE.
       01  CALCEXC-RECORD      PIC X(97).

       FD  CALCSEC-FILE.
       01  CALCSEC-RECORD      PIC X(09).

       FD  CALCTAP-FILE.
           COPY CALCTAP.

       FD  CALCCHK-FILE.
       01  CALCCHK-RECORD      PIC X(308).

       FD  CALCRUN-FILE.
       01  CALCRUN-RECORD      PIC X(47).

       FD  CALCTXN-FILE.
       01  CALCTXN-RECORD      PIC X(54).

       FD  CALCGEN-FILE.
       01  CALCGEN-RECORD      PIC X(54).

       FD  CALCCOR-FILE.
       01  CALCCOR-RECORD      PIC X(54).

       FD  CALCACE-FILE.
       01  CALCACE-RECORD      PIC X(54).

       FD  CALCREJ-FILE.
       01  CALCREJ-RECORD      PIC X(86).

       FD  CALCDSP-FILE.
       01  CALCDSP-RECORD      PIC X(87).

       FD  CALCTXS-FILE.
       01  CALCTXS-RECORD      PIC X(59).

       FD  CALCOPE-FILE.
           COPY CALCOPE.

       FD  CALCPRM-FILE.
           COPY CALCPRM.

       FD  CALCNIV-FILE.
           COPY CALCNIV.

       FD  CALCPLA-FILE.
           COPY CALCPLA.

       FD  CALCTCA-FILE.
           COPY CALCTCA.

       FD  CALCTOL-FILE.
           COPY CALCTOL.

       FD  CALCTCR-FILE.
           COPY CALCTCR.

       FD  CALCTCF-FILE.
       01  CALCTCF-RECORD      PIC X(40).

       FD  CALCTUR-FILE.
           COPY CALCTUR.

       FD  CALCRES-FILE.
           COPY CALCRES.

       FD  CALCHIS-FILE.
       01  CALCHIS-RECORD      PIC X(30).

       FD  CALCCAL-FILE.
           COPY CALCCAL.

       FD  CALCFEC-FILE.
           COPY CALCFEC.

       FD  CALCAUD-FILE.
           COPY CALCAUD.

       FD  CALCBKC-FILE.
           COPY CALCBKC.

       FD  CALCBKD-FILE.
           COPY CALCBKD.

       FD  CALCBKM-FILE.
           COPY CALCBKM.

       FD  CALCRPT-FILE.
       01  RPT-LINEA           PIC X(80).

       WORKING-STORAGE SECTION.
           COPY WKFEC.
           COPY WKBKP.

       01  WKS-FS-LOG          PIC XX    VALUE "00".
       01  WKS-FS-EXC          PIC XX    VALUE "00".
       01  WKS-FS-SEC          PIC XX    VALUE "00".
       01  WKS-FS-TAP          PIC XX    VALUE "00".
       01  WKS-FS-CHK          PIC XX    VALUE "00".
       01  WKS-FS-RUN          PIC XX    VALUE "00".
       01  WKS-FS-TXN          PIC XX    VALUE "00".
       01  WKS-FS-GEN          PIC XX    VALUE "00".
       01  WKS-FS-COR          PIC XX    VALUE "00".
       01  WKS-FS-ACE          PIC XX    VALUE "00".
       01  WKS-FS-REJ          PIC XX    VALUE "00".
       01  WKS-FS-DSP          PIC XX    VALUE "00".
       01  WKS-FS-TXS          PIC XX    VALUE "00".
       01  WKS-FS-OPE          PIC XX    VALUE "00".
       01  WKS-FS-PRM          PIC XX    VALUE "00".
       01  WKS-FS-NIV          PIC XX    VALUE "00".
       01  WKS-FS-PLA          PIC XX    VALUE "00".
       01  WKS-FS-TCA          PIC XX    VALUE "00".
       01  WKS-FS-TOL          PIC XX    VALUE "00".
       01  WKS-FS-TCR          PIC XX    VALUE "00".
       01  WKS-FS-TCF          PIC XX    VALUE "00".
       01  WKS-FS-TUR          PIC XX    VALUE "00".
       01  WKS-FS-RES          PIC XX    VALUE "00".
       01  WKS-FS-HIS          PIC XX    VALUE "00".
       01  WKS-FS-CAL          PIC XX    VALUE "00".
       01  WKS-FS-AUD          PIC XX    VALUE "00".
       01  WKS-FS-RPT          PIC XX    VALUE "00".
       01  WKS-EOF-ARCH        PIC X(01) VALUE "N".
       01  WKS-HAY-ERROR       PIC X(01) VALUE "N".
       01  WKS-ERR-ESTADO      PIC XX    VALUE "00".
       01  WKS-ERR-ARCHIVO     PIC X(20) VALUE SPACES.

       01  WKS-FECHA-HORA.
           05  WKS-FH-FECHA    PIC 9(08).
           05  WKS-FH-HORA     PIC 9(08).
           05  WKS-FH-OFFSET   PIC X(05).

       01  WKS-GEN-NUEVA       PIC 9(04) VALUE ZERO.
       01  WKS-CONT-VENCIDAS   PIC 9(04) VALUE ZERO.
       01  WKS-CONT-EXISTEN    PIC 9(02) VALUE ZERO.
       01  WKS-TOT-REGISTROS   PIC 9(11) VALUE ZERO.
       01  WKS-TOT-HASH        PIC 9(18) VALUE ZERO.
       01  WKS-ED-CONSERVAR    PIC Z9.

       01  WKS-LINEA-TITULO.
           05  FILLER          PIC X(04) VALUE "NUM".
           05  FILLER          PIC X(14) VALUE "ARCHIVO".
           05  FILLER          PIC X(08) VALUE "EXISTE".
           05  FILLER          PIC X(16) VALUE "     REGISTROS".
           05  FILLER          PIC X(26)
                               VALUE "  TOTAL DE COMPROBACION".

       01  WKS-LINEA-ARCHIVO.
           05  LIN-NUMERO      PIC 99.
           05  FILLER          PIC X(02).
           05  LIN-NOMBRE      PIC X(12).
           05  FILLER          PIC X(04).
           05  LIN-EXISTE      PIC X(01).
           05  FILLER          PIC X(03).
           05  LIN-REGISTROS   PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(02).
           05  LIN-HASH        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-CALCBKP.
           PERFORM LEER-FECHA-PROCESO.
           PERFORM ARMAR-TABLA-RESPALDO.
           PERFORM LEER-CONTROL-RESPALDO.
           MOVE CBKC-ULTIMA TO WKS-GEN-TRABAJO.
           PERFORM SIGUIENTE-GENERACION.
           MOVE WKS-GEN-TRABAJO TO WKS-GEN-NUEVA.
           PERFORM ARMAR-NOMBRES-GENERACION.
           MOVE SPACES TO WKS-LINEA-ARCHIVO.
           OPEN OUTPUT CALCRPT-FILE.
           PERFORM ESCRIBIR-ENCABEZADO.
           OPEN OUTPUT CALCBKD-FILE.
           IF WKS-FS-BKD NOT = "00"
               MOVE WKS-FS-BKD  TO WKS-ERR-ESTADO
               MOVE WKS-NOM-BKD TO WKS-ERR-ARCHIVO
               MOVE "S" TO WKS-HAY-ERROR
           ELSE
               PERFORM RESPALDAR-ARCHIVO
                   VARYING WKS-BKP-SUB FROM 1 BY 1
                   UNTIL WKS-BKP-SUB > WKS-BKP-NUM-ARCHIVOS
                      OR WKS-HAY-ERROR = "S"
               CLOSE CALCBKD-FILE
           END-IF.
           IF WKS-HAY-ERROR = "N"
               PERFORM GRABAR-MANIFIESTO
           END-IF.
           IF WKS-HAY-ERROR = "N"
               PERFORM REGISTRAR-GENERACION
               PERFORM DEPURAR-GENERACIONES
               PERFORM GRABAR-CONTROL-RESPALDO
           END-IF.
           PERFORM ESCRIBIR-RESUMEN.
           CLOSE CALCRPT-FILE.
           IF WKS-HAY-ERROR = "S"
               DISPLAY "CALCBKP: RESPALDO FALLIDO, ESTADO "
                       WKS-ERR-ESTADO " EN " WKS-ERR-ARCHIVO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

       ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE "RESPALDO DE ARCHIVOS DEL SISTEMA - CALCBKP"
               TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "FECHA DE PROCESO: " WKS-FECHA-PROCESO
                  "   GENERACION: " WKS-GEN-NUEVA
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE WKS-LINEA-TITULO TO RPT-LINEA.
           WRITE RPT-LINEA.

      ******************************************************************
      * Copia de un archivo de la tabla a la generacion. Un archivo
      * que no existe (estado 35) se anota como tal y no es error;
      * cualquier otro estado fuera de la serie "0" detiene el
      * respaldo.
      ******************************************************************
       RESPALDAR-ARCHIVO.
           PERFORM ABRIR-ARCHIVO-RESPALDO.
           IF WKS-FS-ARCH = "35"
               MOVE "N" TO WKS-BKP-EXISTE(WKS-BKP-SUB)
           ELSE
               IF WKS-FS-ARCH-1 NOT = "0"
                   PERFORM ANOTAR-ERROR-ARCHIVO
               ELSE
                   MOVE "S" TO WKS-BKP-EXISTE(WKS-BKP-SUB)
                   ADD 1 TO WKS-CONT-EXISTEN
                   MOVE "N" TO WKS-EOF-ARCH
                   PERFORM COPIAR-RENGLON UNTIL WKS-EOF-ARCH = "S"
                   PERFORM CERRAR-ARCHIVO-RESPALDO
               END-IF
           END-IF.
           IF WKS-HAY-ERROR = "N"
               PERFORM ESCRIBIR-LINEA-ARCHIVO
           END-IF.

       COPIAR-RENGLON.
           MOVE SPACES TO WKS-BKP-DATOS.
           PERFORM LEER-ARCHIVO-RESPALDO.
           IF WKS-FS-ARCH = "10"
               MOVE "S" TO WKS-EOF-ARCH
           ELSE
               IF WKS-FS-ARCH-1 NOT = "0"
                   PERFORM ANOTAR-ERROR-ARCHIVO
                   MOVE "S" TO WKS-EOF-ARCH
               ELSE
                   PERFORM GRABAR-RENGLON-GENERACION
               END-IF
           END-IF.

       GRABAR-RENGLON-GENERACION.
           MOVE WKS-BKP-LARGO(WKS-BKP-SUB) TO WKS-HSH-LARGO.
           PERFORM SUMAR-HASH-RENGLON.
           ADD WKS-HSH-RENGLON TO WKS-BKP-HASH(WKS-BKP-SUB).
           ADD 1 TO WKS-BKP-REGISTROS(WKS-BKP-SUB).
           MOVE WKS-BKP-SUB   TO CBKD-ARCHIVO.
           MOVE WKS-BKP-DATOS TO CBKD-DATOS.
           WRITE CALCBKD-RECORD.
           IF WKS-FS-BKD NOT = "00"
               MOVE WKS-FS-BKD  TO WKS-ERR-ESTADO
               MOVE WKS-NOM-BKD TO WKS-ERR-ARCHIVO
               MOVE "S" TO WKS-HAY-ERROR
               MOVE "S" TO WKS-EOF-ARCH
           END-IF.

       ANOTAR-ERROR-ARCHIVO.
           MOVE WKS-FS-ARCH TO WKS-ERR-ESTADO.
           MOVE WKS-BKP-NOMBRE(WKS-BKP-SUB) TO WKS-ERR-ARCHIVO.
           MOVE "S" TO WKS-HAY-ERROR.

       ESCRIBIR-LINEA-ARCHIVO.
           MOVE WKS-BKP-SUB                  TO LIN-NUMERO.
           MOVE WKS-BKP-NOMBRE(WKS-BKP-SUB)  TO LIN-NOMBRE.
           MOVE WKS-BKP-EXISTE(WKS-BKP-SUB)  TO LIN-EXISTE.
           MOVE WKS-BKP-REGISTROS(WKS-BKP-SUB) TO LIN-REGISTROS.
           MOVE WKS-BKP-HASH(WKS-BKP-SUB)    TO LIN-HASH.
           MOVE WKS-LINEA-ARCHIVO TO RPT-LINEA.
           WRITE RPT-LINEA.
           ADD WKS-BKP-REGISTROS(WKS-BKP-SUB) TO WKS-TOT-REGISTROS.
           ADD WKS-BKP-HASH(WKS-BKP-SUB)      TO WKS-TOT-HASH.

      ******************************************************************
      * Apertura, lectura y cierre del archivo en turno de la tabla.
      * Cada rama deja el estado en WKS-FS-ARCH y la lectura deja el
      * registro en WKS-BKP-DATOS.
      ******************************************************************
       ABRIR-ARCHIVO-RESPALDO.
           EVALUATE WKS-BKP-SUB
               WHEN 1
                   OPEN INPUT CALCLOG-FILE
                   MOVE WKS-FS-LOG TO WKS-FS-ARCH
               WHEN 2
                   OPEN INPUT CALCEXC-FILE
                   MOVE WKS-FS-EXC TO WKS-FS-ARCH
               WHEN 3
                   OPEN INPUT CALCSEC-FILE
                   MOVE WKS-FS-SEC TO WKS-FS-ARCH
               WHEN 4
                   OPEN INPUT CALCTAP-FILE
                   MOVE WKS-FS-TAP TO WKS-FS-ARCH
               WHEN 5
                   OPEN INPUT CALCCHK-FILE
                   MOVE WKS-FS-CHK TO WKS-FS-ARCH
               WHEN 6
                   OPEN INPUT CALCRUN-FILE
                   MOVE WKS-FS-RUN TO WKS-FS-ARCH
               WHEN 7
                   OPEN INPUT CALCTXN-FILE
                   MOVE WKS-FS-TXN TO WKS-FS-ARCH
               WHEN 8
                   OPEN INPUT CALCGEN-FILE
                   MOVE WKS-FS-GEN TO WKS-FS-ARCH
               WHEN 9
                   OPEN INPUT CALCCOR-FILE
                   MOVE WKS-FS-COR TO WKS-FS-ARCH
               WHEN 10
                   OPEN INPUT CALCACE-FILE
                   MOVE WKS-FS-ACE TO WKS-FS-ARCH
               WHEN 11
                   OPEN INPUT CALCREJ-FILE
                   MOVE WKS-FS-REJ TO WKS-FS-ARCH
               WHEN 12
                   OPEN INPUT CALCDSP-FILE
                   MOVE WKS-FS-DSP TO WKS-FS-ARCH
               WHEN 13
                   OPEN INPUT CALCTXS-FILE
                   MOVE WKS-FS-TXS TO WKS-FS-ARCH
               WHEN 14
                   OPEN INPUT CALCOPE-FILE
                   MOVE WKS-FS-OPE TO WKS-FS-ARCH
               WHEN 15
                   OPEN INPUT CALCPRM-FILE
                   MOVE WKS-FS-PRM TO WKS-FS-ARCH
               WHEN 16
                   OPEN INPUT CALCNIV-FILE
                   MOVE WKS-FS-NIV TO WKS-FS-ARCH
               WHEN 17
                   OPEN INPUT CALCPLA-FILE
                   MOVE WKS-FS-PLA TO WKS-FS-ARCH
               WHEN 18
                   OPEN INPUT CALCTCA-FILE
                   MOVE WKS-FS-TCA TO WKS-FS-ARCH
               WHEN 19
                   OPEN INPUT CALCTOL-FILE
                   MOVE WKS-FS-TOL TO WKS-FS-ARCH
               WHEN 20
                   OPEN INPUT CALCTCR-FILE
                   MOVE WKS-FS-TCR TO WKS-FS-ARCH
               WHEN 21
                   OPEN INPUT CALCTCF-FILE
                   MOVE WKS-FS-TCF TO WKS-FS-ARCH
               WHEN 22
                   OPEN INPUT CALCTUR-FILE
                   MOVE WKS-FS-TUR TO WKS-FS-ARCH
               WHEN 23
                   OPEN INPUT CALCRES-FILE
                   MOVE WKS-FS-RES TO WKS-FS-ARCH
               WHEN 24
                   OPEN INPUT CALCHIS-FILE
                   MOVE WKS-FS-HIS TO WKS-FS-ARCH
               WHEN 25
                   OPEN INPUT CALCCAL-FILE
                   MOVE WKS-FS-CAL TO WKS-FS-ARCH
               WHEN 26
                   OPEN INPUT CALCFEC-FILE
                   MOVE WKS-FS-FEC TO WKS-FS-ARCH
               WHEN 27
                   OPEN INPUT CALCAUD-FILE
                   MOVE WKS-FS-AUD TO WKS-FS-ARCH
           END-EVALUATE.

       LEER-ARCHIVO-RESPALDO.
           EVALUATE WKS-BKP-SUB
               WHEN 1
                   READ CALCLOG-FILE NEXT
                   MOVE WKS-FS-LOG TO WKS-FS-ARCH
                   MOVE CALCLOG-RECORD TO WKS-BKP-DATOS
               WHEN 2
                   READ CALCEXC-FILE
                   MOVE WKS-FS-EXC TO WKS-FS-ARCH
                   MOVE CALCEXC-RECORD TO WKS-BKP-DATOS
               WHEN 3
                   READ CALCSEC-FILE
                   MOVE WKS-FS-SEC TO WKS-FS-ARCH
                   MOVE CALCSEC-RECORD TO WKS-BKP-DATOS
               WHEN 4
                   READ CALCTAP-FILE NEXT
                   MOVE WKS-FS-TAP TO WKS-FS-ARCH
                   MOVE CALCTAP-RECORD TO WKS-BKP-DATOS
               WHEN 5
                   READ CALCCHK-FILE
                   MOVE WKS-FS-CHK TO WKS-FS-ARCH
                   MOVE CALCCHK-RECORD TO WKS-BKP-DATOS
               WHEN 6
                   READ CALCRUN-FILE
                   MOVE WKS-FS-RUN TO WKS-FS-ARCH
                   MOVE CALCRUN-RECORD TO WKS-BKP-DATOS
               WHEN 7
                   READ CALCTXN-FILE
                   MOVE WKS-FS-TXN TO WKS-FS-ARCH
                   MOVE CALCTXN-RECORD TO WKS-BKP-DATOS
               WHEN 8
                   READ CALCGEN-FILE
                   MOVE WKS-FS-GEN TO WKS-FS-ARCH
                   MOVE CALCGEN-RECORD TO WKS-BKP-DATOS
               WHEN 9
                   READ CALCCOR-FILE
                   MOVE WKS-FS-COR TO WKS-FS-ARCH
                   MOVE CALCCOR-RECORD TO WKS-BKP-DATOS
               WHEN 10
                   READ CALCACE-FILE
                   MOVE WKS-FS-ACE TO WKS-FS-ARCH
                   MOVE CALCACE-RECORD TO WKS-BKP-DATOS
               WHEN 11
                   READ CALCREJ-FILE
                   MOVE WKS-FS-REJ TO WKS-FS-ARCH
                   MOVE CALCREJ-RECORD TO WKS-BKP-DATOS
               WHEN 12
                   READ CALCDSP-FILE
                   MOVE WKS-FS-DSP TO WKS-FS-ARCH
                   MOVE CALCDSP-RECORD TO WKS-BKP-DATOS
               WHEN 13
                   READ CALCTXS-FILE
                   MOVE WKS-FS-TXS TO WKS-FS-ARCH
                   MOVE CALCTXS-RECORD TO WKS-BKP-DATOS
               WHEN 14
                   READ CALCOPE-FILE NEXT
                   MOVE WKS-FS-OPE TO WKS-FS-ARCH
                   MOVE CALCOPE-RECORD TO WKS-BKP-DATOS
               WHEN 15
                   READ CALCPRM-FILE NEXT
                   MOVE WKS-FS-PRM TO WKS-FS-ARCH
                   MOVE CALCPRM-RECORD TO WKS-BKP-DATOS
               WHEN 16
                   READ CALCNIV-FILE NEXT
                   MOVE WKS-FS-NIV TO WKS-FS-ARCH
                   MOVE CALCNIV-RECORD TO WKS-BKP-DATOS
               WHEN 17
                   READ CALCPLA-FILE NEXT
                   MOVE WKS-FS-PLA TO WKS-FS-ARCH
                   MOVE CALCPLA-RECORD TO WKS-BKP-DATOS
               WHEN 18
                   READ CALCTCA-FILE NEXT
                   MOVE WKS-FS-TCA TO WKS-FS-ARCH
                   MOVE CALCTCA-RECORD TO WKS-BKP-DATOS
               WHEN 19
                   READ CALCTOL-FILE NEXT
                   MOVE WKS-FS-TOL TO WKS-FS-ARCH
                   MOVE CALCTOL-RECORD TO WKS-BKP-DATOS
               WHEN 20
                   READ CALCTCR-FILE NEXT
                   MOVE WKS-FS-TCR TO WKS-FS-ARCH
                   MOVE CALCTCR-RECORD TO WKS-BKP-DATOS
               WHEN 21
                   READ CALCTCF-FILE
                   MOVE WKS-FS-TCF TO WKS-FS-ARCH
                   MOVE CALCTCF-RECORD TO WKS-BKP-DATOS
               WHEN 22
                   READ CALCTUR-FILE NEXT
                   MOVE WKS-FS-TUR TO WKS-FS-ARCH
                   MOVE CALCTUR-RECORD TO WKS-BKP-DATOS
               WHEN 23
                   READ CALCRES-FILE NEXT
                   MOVE WKS-FS-RES TO WKS-FS-ARCH
                   MOVE CALCRES-RECORD TO WKS-BKP-DATOS
               WHEN 24
                   READ CALCHIS-FILE
                   MOVE WKS-FS-HIS TO WKS-FS-ARCH
                   MOVE CALCHIS-RECORD TO WKS-BKP-DATOS
               WHEN 25
                   READ CALCCAL-FILE NEXT
                   MOVE WKS-FS-CAL TO WKS-FS-ARCH
                   MOVE CALCCAL-RECORD TO WKS-BKP-DATOS
               WHEN 26
                   READ CALCFEC-FILE
                   MOVE WKS-FS-FEC TO WKS-FS-ARCH
                   MOVE CALCFEC-RECORD TO WKS-BKP-DATOS
               WHEN 27
                   READ CALCAUD-FILE
                   MOVE WKS-FS-AUD TO WKS-FS-ARCH
                   MOVE CALCAUD-RECORD TO WKS-BKP-DATOS
           END-EVALUATE.

       CERRAR-ARCHIVO-RESPALDO.
           EVALUATE WKS-BKP-SUB
               WHEN 1
                   CLOSE CALCLOG-FILE
               WHEN 2
                   CLOSE CALCEXC-FILE
               WHEN 3
                   CLOSE CALCSEC-FILE
               WHEN 4
                   CLOSE CALCTAP-FILE
               WHEN 5
                   CLOSE CALCCHK-FILE
               WHEN 6
                   CLOSE CALCRUN-FILE
               WHEN 7
                   CLOSE CALCTXN-FILE
               WHEN 8
                   CLOSE CALCGEN-FILE
               WHEN 9
                   CLOSE CALCCOR-FILE
               WHEN 10
                   CLOSE CALCACE-FILE
               WHEN 11
                   CLOSE CALCREJ-FILE
               WHEN 12
                   CLOSE CALCDSP-FILE
               WHEN 13
                   CLOSE CALCTXS-FILE
               WHEN 14
                   CLOSE CALCOPE-FILE
               WHEN 15
                   CLOSE CALCPRM-FILE
               WHEN 16
                   CLOSE CALCNIV-FILE
               WHEN 17
                   CLOSE CALCPLA-FILE
               WHEN 18
                   CLOSE CALCTCA-FILE
               WHEN 19
                   CLOSE CALCTOL-FILE
               WHEN 20
                   CLOSE CALCTCR-FILE
               WHEN 21
                   CLOSE CALCTCF-FILE
               WHEN 22
                   CLOSE CALCTUR-FILE
               WHEN 23
                   CLOSE CALCRES-FILE
               WHEN 24
                   CLOSE CALCHIS-FILE
               WHEN 25
                   CLOSE CALCCAL-FILE
               WHEN 26
                   CLOSE CALCFEC-FILE
               WHEN 27
                   CLOSE CALCAUD-FILE
           END-EVALUATE.

      ******************************************************************
      * Manifiesto: cabecera, un detalle por archivo de la tabla en
      * el mismo orden y la cola con los totales.
      ******************************************************************
       GRABAR-MANIFIESTO.
           OPEN OUTPUT CALCBKM-FILE.
           IF WKS-FS-BKM NOT = "00"
               PERFORM ANOTAR-ERROR-MANIFIESTO
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-HORA
               MOVE SPACES            TO CALCBKM-CABECERA
               MOVE "MH"              TO CBKM-CAB-TIPO
               MOVE WKS-GEN-NUEVA     TO CBKM-CAB-GENERACION
               MOVE WKS-FECHA-PROCESO TO CBKM-CAB-FECHA-PROCESO
               MOVE WKS-FH-FECHA      TO CBKM-CAB-FECHA
               MOVE WKS-FH-HORA       TO CBKM-CAB-HORA
               MOVE "CALCBKP"         TO CBKM-CAB-ORIGEN
               WRITE CALCBKM-CABECERA
               PERFORM REVISAR-GRABADO-MANIFIESTO
               PERFORM GRABAR-DETALLE-MANIFIESTO
                   VARYING WKS-BKP-SUB FROM 1 BY 1
                   UNTIL WKS-BKP-SUB > WKS-BKP-NUM-ARCHIVOS
               MOVE SPACES            TO CALCBKM-COLA
               MOVE "MT"              TO CBKM-COLA-TIPO
               MOVE WKS-GEN-NUEVA     TO CBKM-COLA-GENERACION
               MOVE WKS-BKP-NUM-ARCHIVOS TO CBKM-COLA-ARCHIVOS
               MOVE WKS-TOT-REGISTROS TO CBKM-COLA-REGISTROS
               MOVE WKS-TOT-HASH      TO CBKM-COLA-HASH
               WRITE CALCBKM-COLA
               PERFORM REVISAR-GRABADO-MANIFIESTO
               CLOSE CALCBKM-FILE
           END-IF.

       GRABAR-DETALLE-MANIFIESTO.
           MOVE SPACES        TO CALCBKM-DETALLE.
           MOVE "MD"          TO CBKM-DET-TIPO.
           MOVE WKS-GEN-NUEVA TO CBKM-DET-GENERACION.
           MOVE WKS-BKP-SUB   TO CBKM-DET-ARCHIVO.
           MOVE WKS-BKP-NOMBRE(WKS-BKP-SUB)    TO CBKM-DET-NOMBRE.
           MOVE WKS-BKP-EXISTE(WKS-BKP-SUB)    TO CBKM-DET-EXISTE.
           MOVE WKS-BKP-REGISTROS(WKS-BKP-SUB) TO CBKM-DET-REGISTROS.
           MOVE WKS-BKP-HASH(WKS-BKP-SUB)      TO CBKM-DET-HASH.
           WRITE CALCBKM-DETALLE.
           PERFORM REVISAR-GRABADO-MANIFIESTO.

       REVISAR-GRABADO-MANIFIESTO.
           IF WKS-FS-BKM NOT = "00" AND WKS-HAY-ERROR = "N"
               PERFORM ANOTAR-ERROR-MANIFIESTO
           END-IF.

       ANOTAR-ERROR-MANIFIESTO.
           MOVE WKS-FS-BKM  TO WKS-ERR-ESTADO.
           MOVE WKS-NOM-BKM TO WKS-ERR-ARCHIVO.
           MOVE "S" TO WKS-HAY-ERROR.

      ******************************************************************
      * Registro de la generacion nueva y depuracion de las que
      * sobran, de la mas vieja en adelante. Una generacion vencida
      * se vacia (sus dos archivos quedan sin renglones) y sale del
      * rango de generaciones vivas.
      ******************************************************************
       REGISTRAR-GENERACION.
           MOVE WKS-GEN-NUEVA TO CBKC-ULTIMA.
           IF CBKC-PRIMERA = ZERO
               MOVE WKS-GEN-NUEVA TO CBKC-PRIMERA
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-HORA.
           MOVE WKS-FH-FECHA TO CBKC-FECHA-CAMBIO.
           MOVE WKS-FH-HORA  TO CBKC-HORA-CAMBIO.
           MOVE "CALCBKP"    TO CBKC-ORIGEN.

       DEPURAR-GENERACIONES.
           PERFORM CONTAR-GENERACIONES-VIVAS.
           PERFORM VENCER-GENERACION
               UNTIL WKS-GEN-VIVAS NOT > CBKC-CONSERVAR.

       VENCER-GENERACION.
           IF WKS-CONT-VENCIDAS = ZERO
               MOVE SPACES TO RPT-LINEA
               WRITE RPT-LINEA
           END-IF.
           MOVE CBKC-PRIMERA TO WKS-GEN-TRABAJO.
           PERFORM ARMAR-NOMBRES-GENERACION.
           OPEN OUTPUT CALCBKD-FILE.
           IF WKS-FS-BKD = "00"
               CLOSE CALCBKD-FILE
           END-IF.
           OPEN OUTPUT CALCBKM-FILE.
           IF WKS-FS-BKM = "00"
               CLOSE CALCBKM-FILE
           END-IF.
           MOVE CBKC-CONSERVAR TO WKS-ED-CONSERVAR.
           MOVE SPACES TO RPT-LINEA.
           STRING "GENERACION " WKS-GEN-TRABAJO
                  " VENCIDA Y VACIADA (SE CONSERVAN "
                  WKS-ED-CONSERVAR ")"
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           ADD 1 TO WKS-CONT-VENCIDAS.
           PERFORM SIGUIENTE-GENERACION.
           MOVE WKS-GEN-TRABAJO TO CBKC-PRIMERA.
           PERFORM CONTAR-GENERACIONES-VIVAS.

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           IF WKS-HAY-ERROR = "S"
               MOVE SPACES TO RPT-LINEA
               STRING "RESPALDO FALLIDO: ESTADO " WKS-ERR-ESTADO
                      " EN " WKS-ERR-ARCHIVO
                   DELIMITED BY SIZE INTO RPT-LINEA
               WRITE RPT-LINEA
               MOVE SPACES TO RPT-LINEA
               STRING "LA GENERACION " WKS-GEN-NUEVA
                      " NO SE REGISTRO; EL CIERRE NO DEBE SEGUIR."
                   DELIMITED BY SIZE INTO RPT-LINEA
               WRITE RPT-LINEA
           ELSE
               MOVE SPACES TO WKS-LINEA-ARCHIVO
               MOVE "TOTAL"           TO LIN-NOMBRE
               MOVE WKS-TOT-REGISTROS TO LIN-REGISTROS
               MOVE WKS-TOT-HASH      TO LIN-HASH
               MOVE WKS-LINEA-ARCHIVO TO RPT-LINEA
               WRITE RPT-LINEA
               MOVE SPACES TO RPT-LINEA
               STRING "ARCHIVOS EXISTENTES: " WKS-CONT-EXISTEN
                      " DE " WKS-BKP-NUM-ARCHIVOS
                   DELIMITED BY SIZE INTO RPT-LINEA
               WRITE RPT-LINEA
               MOVE SPACES TO RPT-LINEA
               STRING "RESPALDO COMPLETO EN LA GENERACION "
                      WKS-GEN-NUEVA
                      "; GENERACIONES VIVAS: " CBKC-PRIMERA
                      " A " CBKC-ULTIMA
                   DELIMITED BY SIZE INTO RPT-LINEA
               WRITE RPT-LINEA
           END-IF.

      * Lectura de la fecha de proceso (LEER-FECHA-PROCESO),
      * compartida con los demas pasos del cierre via CALCLFP.cpy.
           COPY CALCLFP.

      * Tabla de archivos, total de comprobacion y control de
      * generaciones, compartidos con CALCRST via CALCBKT.cpy.
           COPY CALCBKT.

       END PROGRAM CALCBKP.
