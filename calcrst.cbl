      ******************************************************************
      * Author:
      * Date:
      * Purpose: Restauracion de los archivos del sistema desde una
      *          generacion de respaldo de CALCBKP. Pantalla para
      *          listar las generaciones vivas, verificar una contra
      *          su manifiesto, restaurarla y fijar cuantas
      *          generaciones se conservan. Solo un supervisor puede
      *          entrar. Una generacion se restaura completa o no se
      *          restaura: antes de tocar cualquier archivo se
      *          revisa que el manifiesto este entero y cuadre con
      *          su cola y que los datos cuadren, archivo por
      *          archivo, en registros y total de comprobacion; con
      *          cualquier descuadre la restauracion se rechaza.
      *          Se reponen todos los archivos de la tabla menos el
      *          diario CALCAUD, que solo crece; un archivo que no
      *          existia al respaldar se elimina, para que el
      *          sistema vuelva a trabajar como sin ese archivo (sin
      *          maestro de operadores, sin parametros de moneda,
      *          etc.). Cada intento de
      *          restauracion, completo, rechazado, cancelado o
      *          cortado por un error de escritura, queda en el
      *          diario de auditoria, igual que cada cambio del
      *          numero de generaciones a conservar. El detalle de
      *          la ultima verificacion o restauracion queda en
      *          CALCRST.RPT.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRST.
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

           SELECT CALCRPT-FILE ASSIGN TO "CALCRST.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
      * Los archivos secuenciales se reponen tal cual y basta con su
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
           COPY WKAUD.
           COPY WKFEC.
           COPY WKBKP.

       01  GUIONES             PIC X(80) VALUE ALL "-".
       01  OPCION              PIC 99.
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
       01  WKS-FS-RPT          PIC XX    VALUE "00".
       01  WKS-TERMINADO       PIC X(01) VALUE "N".
       01  WKS-SUPERVISOR-ID   PIC X(08) VALUE SPACES.
       01  WKS-SUPERVISOR-OK   PIC X(01) VALUE "N".
       01  WKS-EOF-BKD         PIC X(01) VALUE "N".
       01  WKS-EOF-BKM         PIC X(01) VALUE "N".
       01  WKS-CONFIRMA        PIC X(01) VALUE "N".

       01  WKS-GEN-CAPTURA-X   PIC X(04) VALUE SPACES.
       01  WKS-GEN-CAPTURA     PIC 9(04) VALUE ZERO.
       01  WKS-GEN-CAPTURA-OK  PIC X(01) VALUE "N".
       01  WKS-CONSERVAR-X     PIC X(02) VALUE SPACES.
       01  WKS-CONSERVAR       PIC 9(02) VALUE ZERO.

      * Lo que dice el manifiesto de la generacion en turno. Los
      * detalles quedan en la tabla de WKBKP.
       01  WKS-MAN-HAY-CABECERA PIC X(01) VALUE "N".
       01  WKS-MAN-HAY-COLA    PIC X(01) VALUE "N".
       01  WKS-MAN-ESPERADO    PIC 9(02) VALUE ZERO.
       01  WKS-MAN-FECHA-PROC  PIC 9(08) VALUE ZERO.
       01  WKS-MAN-FECHA       PIC 9(08) VALUE ZERO.
       01  WKS-MAN-HORA        PIC 9(08) VALUE ZERO.
       01  WKS-MAN-COLA-ARCH   PIC 9(02) VALUE ZERO.
       01  WKS-MAN-COLA-REG    PIC 9(11) VALUE ZERO.
       01  WKS-MAN-COLA-HASH   PIC 9(18) VALUE ZERO.
       01  WKS-MAN-SUMA-REG    PIC 9(11) VALUE ZERO.
       01  WKS-MAN-SUMA-HASH   PIC 9(18) VALUE ZERO.

      * Lo que se encontro en el archivo de datos de la generacion.
       01  WKS-TABLA-LEIDO.
           05  WKS-LEI-ENTRY OCCURS 27 TIMES.
               10  WKS-LEI-REGISTROS   PIC 9(09).
               10  WKS-LEI-HASH        PIC 9(18).
       01  WKS-LEI-ANTERIOR    PIC 9(02) VALUE ZERO.

      * Resultado de la verificacion: WKS-GEN-OK = "S" si la
      * generacion se puede restaurar; si no, el primer motivo.
       01  WKS-GEN-OK          PIC X(01) VALUE "N".
       01  WKS-TITULO-RPT      PIC X(40) VALUE SPACES.
       01  WKS-MOTIVO          PIC X(40) VALUE SPACES.
       01  WKS-CONT-DESCUADRES PIC 9(02) VALUE ZERO.
       01  WKS-CONT-NO-EXISTIAN PIC 9(02) VALUE ZERO.

      * Restauracion en curso.
       01  WKS-HAY-ERROR       PIC X(01) VALUE "N".
       01  WKS-ERR-ESTADO      PIC XX    VALUE "00".
       01  WKS-ERR-ARCHIVO     PIC X(20) VALUE SPACES.
       01  WKS-DEL-INFO        PIC X(16) VALUE SPACES.
      * Se reponen los archivos 1 a 26 de la tabla; el 27 es el
      * diario CALCAUD, que no se restaura.
       01  WKS-NUM-REPONER     PIC 9(02) VALUE 26.
       01  WKS-ESC-REGISTROS   PIC 9(09) VALUE ZERO.
       01  WKS-ESC-TOTAL       PIC 9(11) VALUE ZERO.
       01  WKS-ULTIMA-ANTES    PIC 9(04) VALUE ZERO.

       01  WKS-RENGLON-PANT    PIC 9(02) VALUE ZERO.
       01  WKS-LISTA-LINEA     PIC 9(02) VALUE ZERO.
       01  WKS-MAX-RENGLONES   PIC 9(02) VALUE 15.

       01  WKS-ED-REGISTROS    PIC ZZ,ZZZ,ZZZ,ZZ9.

       01  WKS-LINEA-TITULO.
           05  FILLER          PIC X(04) VALUE "NUM".
           05  FILLER          PIC X(14) VALUE "ARCHIVO".
           05  FILLER          PIC X(08) VALUE "EXISTIA".
           05  FILLER          PIC X(16) VALUE " REG.MANIFIESTO".
           05  FILLER          PIC X(16) VALUE "    REG. DATOS".
           05  FILLER          PIC X(10) VALUE "RESULTADO".

       01  WKS-LINEA-ARCHIVO.
           05  LIN-NUMERO      PIC 99.
           05  FILLER          PIC X(02).
           05  LIN-NOMBRE      PIC X(12).
           05  FILLER          PIC X(04).
           05  LIN-EXISTE      PIC X(01).
           05  FILLER          PIC X(03).
           05  LIN-REG-MAN     PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(02).
           05  LIN-REG-LEI     PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER          PIC X(02).
           05  LIN-RESULTADO   PIC X(10).

       PROCEDURE DIVISION.
       MAIN-CALCRST.
           PERFORM CAPTURAR-SUPERVISOR.
           PERFORM ATENDER-MENU UNTIL WKS-TERMINADO = "S".
           STOP RUN.

       CAPTURAR-SUPERVISOR.
           MOVE "N" TO WKS-SUPERVISOR-OK.
           PERFORM CAPTURAR-SUPERVISOR-CICLO
               UNTIL WKS-SUPERVISOR-OK = "S".

       CAPTURAR-SUPERVISOR-CICLO.
           DISPLAY " "                       LINE 1 COL 1 ERASE EOS
                   "RESPALDOS Y RESTAURACION" LINE 3 COL 28
                   GUIONES                   LINE 4 COL 1
                   "ID DE SUPERVISOR:"       LINE 6 COL 1.
           ACCEPT WKS-SUPERVISOR-ID          LINE 7 COL 1.
           PERFORM VALIDAR-SUPERVISOR.

      * Restaurar exige un ID dado de alta, activo y con nivel de
      * supervisor en el maestro de operadores (CALCOPE); sin
      * maestro se trabaja como antes.
       VALIDAR-SUPERVISOR.
           OPEN INPUT CALCOPE-FILE.
           IF WKS-FS-OPE = "00"
               MOVE WKS-SUPERVISOR-ID TO COPE-ID
               READ CALCOPE-FILE
                   INVALID KEY
                       DISPLAY "OPERADOR NO DADO DE ALTA"
                               LINE 9 COL 1
                   NOT INVALID KEY
                       IF COPE-ACTIVO NOT = "S"
                           DISPLAY "OPERADOR DADO DE BAJA"
                                   LINE 9 COL 1
                       ELSE
                           IF COPE-NIVEL NOT = "2"
                               DISPLAY "REQUIERE NIVEL SUPERVISOR"
                                       LINE 9 COL 1
                           ELSE
                               MOVE "S" TO WKS-SUPERVISOR-OK
                           END-IF
                       END-IF
               END-READ
               CLOSE CALCOPE-FILE
           ELSE
               MOVE "S" TO WKS-SUPERVISOR-OK
           END-IF.

       ATENDER-MENU.
           DISPLAY " "                        LINE 1  COL 1 ERASE EOS
                   "RESPALDOS Y RESTAURACION" LINE 3  COL 28
                   GUIONES                    LINE 4  COL 1
                   "01. Generaciones de respaldo" LINE 6 COL 10
                   "02. Verificar generacion" LINE 7  COL 10
                   "03. Restaurar generacion" LINE 8  COL 10
                   "04. Generaciones a conservar" LINE 9 COL 10
                   "OPCION [    ]"            LINE 12 COL 10
                   GUIONES                    LINE 13 COL 1
                   "[77-CERRAR]"              LINE 14 COL 1.
           ACCEPT OPCION                      LINE 12 COL 19.
           EVALUATE OPCION
               WHEN 1
                   PERFORM LISTAR-GENERACIONES
               WHEN 2
                   PERFORM VERIFICAR-OPCION
               WHEN 3
                   PERFORM RESTAURAR-OPCION
               WHEN 4
                   PERFORM FIJAR-CONSERVAR
               WHEN 77
                   MOVE "S" TO WKS-TERMINADO
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA INTENTE DE NUEVO"
                           LINE 14 COL 1
                   PERFORM ESPERAR-REGRESO
           END-EVALUATE.

      ******************************************************************
      * Listado de las generaciones vivas, de la mas nueva a la mas
      * vieja, con lo que dicen la cabecera y la cola de cada
      * manifiesto.
      ******************************************************************
       LISTAR-GENERACIONES.
           PERFORM LEER-CONTROL-RESPALDO.
           PERFORM CONTAR-GENERACIONES-VIVAS.
           IF WKS-GEN-VIVAS = ZERO
               DISPLAY "NO HAY GENERACIONES DE RESPALDO" LINE 15 COL 1
           ELSE
               PERFORM ENCABEZAR-LISTA
               MOVE CBKC-ULTIMA TO WKS-GEN-TRABAJO
               PERFORM MOSTRAR-GENERACION WKS-GEN-VIVAS TIMES
               DISPLAY "VIVAS: "             LINE 22 COL 1
                       WKS-GEN-VIVAS         LINE 22 COL 8
                       "SE CONSERVAN: "      LINE 22 COL 15
                       CBKC-CONSERVAR        LINE 22 COL 29
           END-IF.
           PERFORM ESPERAR-REGRESO.

       ENCABEZAR-LISTA.
           DISPLAY " "                       LINE 1 COL 1 ERASE EOS
                   "GENERACIONES DE RESPALDO" LINE 3 COL 28
                   GUIONES                   LINE 4 COL 1
                   "GEN."                    LINE 5 COL 1
                   "FEC.PROC."               LINE 5 COL 7
                   "RESPALDADA"              LINE 5 COL 17
                   "ARCH."                   LINE 5 COL 36
                   "REGISTROS"               LINE 5 COL 47.
           MOVE ZERO TO WKS-RENGLON-PANT.
           MOVE 5 TO WKS-LISTA-LINEA.

       MOSTRAR-GENERACION.
           IF WKS-RENGLON-PANT NOT < WKS-MAX-RENGLONES
               PERFORM ESPERAR-REGRESO
               PERFORM ENCABEZAR-LISTA
           END-IF.
           ADD 1 TO WKS-RENGLON-PANT.
           ADD 1 TO WKS-LISTA-LINEA.
           PERFORM LEER-RESUMEN-MANIFIESTO.
           IF WKS-MAN-HAY-CABECERA = "S" AND WKS-MAN-HAY-COLA = "S"
               MOVE WKS-MAN-COLA-REG TO WKS-ED-REGISTROS
               DISPLAY WKS-GEN-TRABAJO    LINE WKS-LISTA-LINEA COL 1
                       WKS-MAN-FECHA-PROC LINE WKS-LISTA-LINEA COL 7
                       WKS-MAN-FECHA      LINE WKS-LISTA-LINEA COL 17
                       WKS-MAN-HORA       LINE WKS-LISTA-LINEA COL 26
                       WKS-MAN-COLA-ARCH  LINE WKS-LISTA-LINEA COL 37
                       WKS-ED-REGISTROS   LINE WKS-LISTA-LINEA COL 42
           ELSE
               DISPLAY WKS-GEN-TRABAJO    LINE WKS-LISTA-LINEA COL 1
                       "MANIFIESTO INCOMPLETO O ILEGIBLE"
                                          LINE WKS-LISTA-LINEA COL 7
           END-IF.
           PERFORM ANTERIOR-GENERACION.

      * Solo la cabecera y la cola, para el listado; la revision
      * completa la hace LEER-MANIFIESTO.
       LEER-RESUMEN-MANIFIESTO.
           MOVE "N" TO WKS-MAN-HAY-CABECERA.
           MOVE "N" TO WKS-MAN-HAY-COLA.
           PERFORM ARMAR-NOMBRES-GENERACION.
           OPEN INPUT CALCBKM-FILE.
           IF WKS-FS-BKM = "00"
               MOVE "N" TO WKS-EOF-BKM
               PERFORM LEER-RESUMEN-RENGLON UNTIL WKS-EOF-BKM = "S"
               CLOSE CALCBKM-FILE
           END-IF.

       LEER-RESUMEN-RENGLON.
           READ CALCBKM-FILE
               AT END
                   MOVE "S" TO WKS-EOF-BKM
               NOT AT END
                   IF CBKM-CAB-TIPO = "MH"
                       MOVE "S" TO WKS-MAN-HAY-CABECERA
                       MOVE CBKM-CAB-FECHA-PROCESO
                           TO WKS-MAN-FECHA-PROC
                       MOVE CBKM-CAB-FECHA TO WKS-MAN-FECHA
                       MOVE CBKM-CAB-HORA  TO WKS-MAN-HORA
                   END-IF
                   IF CBKM-COLA-TIPO = "MT"
                       MOVE "S" TO WKS-MAN-HAY-COLA
                       MOVE CBKM-COLA-ARCHIVOS  TO WKS-MAN-COLA-ARCH
                       MOVE CBKM-COLA-REGISTROS TO WKS-MAN-COLA-REG
                   END-IF
           END-READ.

      ******************************************************************
      * Captura del numero de generacion; debe estar entre las vivas
      * del control.
      ******************************************************************
       CAPTURAR-GENERACION.
           MOVE "N" TO WKS-GEN-CAPTURA-OK.
           PERFORM LEER-CONTROL-RESPALDO.
           DISPLAY "GENERACION (NNNN):"   LINE 15 COL 1.
           ACCEPT WKS-GEN-CAPTURA-X       LINE 16 COL 1.
           IF WKS-GEN-CAPTURA-X IS NUMERIC
               MOVE WKS-GEN-CAPTURA-X TO WKS-GEN-CAPTURA
               MOVE WKS-GEN-CAPTURA   TO WKS-GEN-TRABAJO
               PERFORM REVISAR-GENERACION-VIVA
               IF WKS-GEN-ES-VIVA = "S"
                   MOVE "S" TO WKS-GEN-CAPTURA-OK
               ELSE
                   DISPLAY "GENERACION NO VIGENTE" LINE 16 COL 20
               END-IF
           ELSE
               DISPLAY "GENERACION INVALIDA"  LINE 16 COL 20
           END-IF.

       VERIFICAR-OPCION.
           PERFORM CAPTURAR-GENERACION.
           IF WKS-GEN-CAPTURA-OK = "S"
               OPEN OUTPUT CALCRPT-FILE
               MOVE "VERIFICACION DE LA GENERACION" TO WKS-TITULO-RPT
               PERFORM ESCRIBIR-ENCABEZADO
               PERFORM VERIFICAR-GENERACION
               CLOSE CALCRPT-FILE
               IF WKS-GEN-OK = "S"
                   DISPLAY "LA GENERACION CUADRA CON SU MANIFIESTO"
                           LINE 18 COL 1
               ELSE
                   DISPLAY "LA GENERACION NO SE PUEDE RESTAURAR:"
                           LINE 18 COL 1
                           WKS-MOTIVO LINE 19 COL 1
               END-IF
               DISPLAY "DETALLE EN CALCRST.RPT" LINE 20 COL 1
           END-IF.
           PERFORM ESPERAR-REGRESO.

       ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING WKS-TITULO-RPT DELIMITED BY "  "
                  " " WKS-GEN-TRABAJO " - CALCRST"
                  DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-HORA.
           MOVE SPACES TO RPT-LINEA.
           STRING "SUPERVISOR: " WKS-SUPERVISOR-ID
                  "   FECHA: " WKS-FH-FECHA
                  "   HORA: " WKS-FH-HORA
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.

      ******************************************************************
      * Verificacion de la generacion WKS-GEN-TRABAJO: primero el
      * manifiesto por si solo (cabecera de la misma generacion, un
      * detalle por archivo de la tabla en orden y una cola que
      * cuadre con los detalles) y despues los datos contra el
      * manifiesto (renglones en el orden de la tabla, solo de
      * archivos que existian, y registros y total de comprobacion
      * iguales archivo por archivo). Deja WKS-GEN-OK y, si no
      * cuadra, el primer motivo en WKS-MOTIVO.
      ******************************************************************
       VERIFICAR-GENERACION.
           MOVE "S" TO WKS-GEN-OK.
           MOVE SPACES TO WKS-MOTIVO.
           MOVE ZERO TO WKS-CONT-DESCUADRES.
           MOVE ZERO TO WKS-CONT-NO-EXISTIAN.
           PERFORM ARMAR-TABLA-RESPALDO.
           PERFORM ARMAR-NOMBRES-GENERACION.
           PERFORM LIMPIAR-LEIDO
               VARYING WKS-BKP-SUB FROM 1 BY 1
               UNTIL WKS-BKP-SUB > WKS-BKP-NUM-ARCHIVOS.
           PERFORM LEER-MANIFIESTO.
           IF WKS-GEN-OK = "S"
               PERFORM LEER-DATOS-GENERACION
           END-IF.
           IF WKS-GEN-OK = "S"
               MOVE WKS-LINEA-TITULO TO RPT-LINEA
               WRITE RPT-LINEA
               MOVE SPACES TO WKS-LINEA-ARCHIVO
               PERFORM COMPARAR-ARCHIVO
                   VARYING WKS-BKP-SUB FROM 1 BY 1
                   UNTIL WKS-BKP-SUB > WKS-BKP-NUM-ARCHIVOS
           END-IF.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           IF WKS-GEN-OK = "S"
               MOVE SPACES TO RPT-LINEA
               STRING "GENERACION CUADRADA: FECHA DE PROCESO "
                      WKS-MAN-FECHA-PROC
                      ", RESPALDADA EL " WKS-MAN-FECHA
                   DELIMITED BY SIZE INTO RPT-LINEA
               WRITE RPT-LINEA
           ELSE
               MOVE SPACES TO RPT-LINEA
               STRING "GENERACION RECHAZADA: " WKS-MOTIVO
                   DELIMITED BY SIZE INTO RPT-LINEA
               WRITE RPT-LINEA
           END-IF.

       LIMPIAR-LEIDO.
           MOVE ZERO TO WKS-LEI-REGISTROS(WKS-BKP-SUB).
           MOVE ZERO TO WKS-LEI-HASH(WKS-BKP-SUB).

       ANOTAR-RECHAZO.
           IF WKS-GEN-OK = "S"
               MOVE "N" TO WKS-GEN-OK
           END-IF.

       LEER-MANIFIESTO.
           MOVE "N" TO WKS-MAN-HAY-CABECERA.
           MOVE "N" TO WKS-MAN-HAY-COLA.
           MOVE 1 TO WKS-MAN-ESPERADO.
           MOVE ZERO TO WKS-MAN-SUMA-REG.
           MOVE ZERO TO WKS-MAN-SUMA-HASH.
           OPEN INPUT CALCBKM-FILE.
           IF WKS-FS-BKM NOT = "00"
               MOVE "NO SE PUEDE ABRIR EL MANIFIESTO" TO WKS-MOTIVO
               PERFORM ANOTAR-RECHAZO
           ELSE
               MOVE "N" TO WKS-EOF-BKM
               PERFORM LEER-CABECERA-MANIFIESTO
               PERFORM LEER-RENGLON-MANIFIESTO
                   UNTIL WKS-EOF-BKM = "S" OR WKS-GEN-OK = "N"
               CLOSE CALCBKM-FILE
               PERFORM REVISAR-COLA-MANIFIESTO
           END-IF.

       LEER-CABECERA-MANIFIESTO.
           READ CALCBKM-FILE
               AT END
                   MOVE "S" TO WKS-EOF-BKM
                   MOVE "MANIFIESTO VACIO" TO WKS-MOTIVO
                   PERFORM ANOTAR-RECHAZO
               NOT AT END
                   IF CBKM-CAB-TIPO NOT = "MH"
                       OR CBKM-CAB-GENERACION NOT = WKS-GEN-TRABAJO
                       MOVE "CABECERA DEL MANIFIESTO NO CORRESPONDE"
                           TO WKS-MOTIVO
                       PERFORM ANOTAR-RECHAZO
                   ELSE
                       MOVE "S" TO WKS-MAN-HAY-CABECERA
                       MOVE CBKM-CAB-FECHA-PROCESO
                           TO WKS-MAN-FECHA-PROC
                       MOVE CBKM-CAB-FECHA TO WKS-MAN-FECHA
                       MOVE CBKM-CAB-HORA  TO WKS-MAN-HORA
                   END-IF
           END-READ.

       LEER-RENGLON-MANIFIESTO.
           READ CALCBKM-FILE
               AT END
                   MOVE "S" TO WKS-EOF-BKM
               NOT AT END
                   IF WKS-MAN-HAY-COLA = "S"
                       MOVE "RENGLONES DESPUES DE LA COLA" TO WKS-MOTIVO
                       PERFORM ANOTAR-RECHAZO
                   ELSE
                       IF CBKM-DET-TIPO = "MD"
                           PERFORM REVISAR-DETALLE-MANIFIESTO
                       ELSE
                           IF CBKM-COLA-TIPO = "MT"
                               PERFORM GUARDAR-COLA-MANIFIESTO
                           ELSE
                               MOVE "RENGLON DESCONOCIDO"
                                   TO WKS-MOTIVO
                               PERFORM ANOTAR-RECHAZO
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       REVISAR-DETALLE-MANIFIESTO.
           IF WKS-MAN-ESPERADO > WKS-BKP-NUM-ARCHIVOS
               OR CBKM-DET-GENERACION NOT = WKS-GEN-TRABAJO
               OR CBKM-DET-ARCHIVO IS NOT NUMERIC
               OR CBKM-DET-ARCHIVO NOT = WKS-MAN-ESPERADO
               OR CBKM-DET-REGISTROS IS NOT NUMERIC
               OR CBKM-DET-HASH IS NOT NUMERIC
               MOVE "DETALLE DEL MANIFIESTO FUERA DE ORDEN"
                   TO WKS-MOTIVO
               PERFORM ANOTAR-RECHAZO
           ELSE
               MOVE WKS-MAN-ESPERADO TO WKS-BKP-SUB
               IF CBKM-DET-NOMBRE NOT = WKS-BKP-NOMBRE(WKS-BKP-SUB)
                   OR (CBKM-DET-EXISTE NOT = "S"
                       AND CBKM-DET-EXISTE NOT = "N")
                   OR (CBKM-DET-EXISTE = "N"
                       AND CBKM-DET-REGISTROS > ZERO)
                   MOVE "DETALLE DEL MANIFIESTO NO CORRESPONDE"
                       TO WKS-MOTIVO
                   PERFORM ANOTAR-RECHAZO
               ELSE
                   MOVE CBKM-DET-EXISTE
                       TO WKS-BKP-EXISTE(WKS-BKP-SUB)
                   MOVE CBKM-DET-REGISTROS
                       TO WKS-BKP-REGISTROS(WKS-BKP-SUB)
                   MOVE CBKM-DET-HASH
                       TO WKS-BKP-HASH(WKS-BKP-SUB)
                   ADD CBKM-DET-REGISTROS TO WKS-MAN-SUMA-REG
                   ADD CBKM-DET-HASH      TO WKS-MAN-SUMA-HASH
                   IF CBKM-DET-EXISTE = "N"
                       ADD 1 TO WKS-CONT-NO-EXISTIAN
                   END-IF
                   ADD 1 TO WKS-MAN-ESPERADO
               END-IF
           END-IF.

       GUARDAR-COLA-MANIFIESTO.
           MOVE "S" TO WKS-MAN-HAY-COLA.
           MOVE CBKM-COLA-ARCHIVOS  TO WKS-MAN-COLA-ARCH.
           MOVE CBKM-COLA-REGISTROS TO WKS-MAN-COLA-REG.
           MOVE CBKM-COLA-HASH      TO WKS-MAN-COLA-HASH.
           IF CBKM-COLA-GENERACION NOT = WKS-GEN-TRABAJO
               OR CBKM-COLA-ARCHIVOS IS NOT NUMERIC
               OR CBKM-COLA-REGISTROS IS NOT NUMERIC
               OR CBKM-COLA-HASH IS NOT NUMERIC
               MOVE "COLA DEL MANIFIESTO NO CORRESPONDE" TO WKS-MOTIVO
               PERFORM ANOTAR-RECHAZO
           END-IF.

       REVISAR-COLA-MANIFIESTO.
           IF WKS-GEN-OK = "S"
               IF WKS-MAN-HAY-COLA NOT = "S"
                   MOVE "MANIFIESTO SIN COLA" TO WKS-MOTIVO
                   PERFORM ANOTAR-RECHAZO
               ELSE
                   IF WKS-MAN-ESPERADO NOT = WKS-BKP-NUM-ARCHIVOS + 1
                       OR WKS-MAN-COLA-ARCH NOT = WKS-BKP-NUM-ARCHIVOS
                       MOVE "MANIFIESTO INCOMPLETO" TO WKS-MOTIVO
                       PERFORM ANOTAR-RECHAZO
                   ELSE
                       IF WKS-MAN-COLA-REG NOT = WKS-MAN-SUMA-REG
                           OR WKS-MAN-COLA-HASH NOT = WKS-MAN-SUMA-HASH
                           MOVE "COLA DEL MANIFIESTO NO CUADRA"
                               TO WKS-MOTIVO
                           PERFORM ANOTAR-RECHAZO
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LEER-DATOS-GENERACION.
           MOVE ZERO TO WKS-LEI-ANTERIOR.
           OPEN INPUT CALCBKD-FILE.
           IF WKS-FS-BKD NOT = "00"
               MOVE "NO SE PUEDEN ABRIR LOS DATOS" TO WKS-MOTIVO
               PERFORM ANOTAR-RECHAZO
           ELSE
               MOVE "N" TO WKS-EOF-BKD
               PERFORM LEER-RENGLON-DATOS
                   UNTIL WKS-EOF-BKD = "S" OR WKS-GEN-OK = "N"
               CLOSE CALCBKD-FILE
           END-IF.

       LEER-RENGLON-DATOS.
           READ CALCBKD-FILE
               AT END
                   MOVE "S" TO WKS-EOF-BKD
               NOT AT END
                   PERFORM SUMAR-RENGLON-DATOS
           END-READ.
           IF WKS-EOF-BKD NOT = "S" AND WKS-FS-BKD NOT = "00"
               MOVE "ERROR DE LECTURA EN LOS DATOS" TO WKS-MOTIVO
               PERFORM ANOTAR-RECHAZO
           END-IF.

       SUMAR-RENGLON-DATOS.
           IF CBKD-ARCHIVO IS NOT NUMERIC
               OR CBKD-ARCHIVO = ZERO
               OR CBKD-ARCHIVO > WKS-BKP-NUM-ARCHIVOS
               OR CBKD-ARCHIVO < WKS-LEI-ANTERIOR
               MOVE "RENGLON DE DATOS FUERA DE ORDEN" TO WKS-MOTIVO
               PERFORM ANOTAR-RECHAZO
           ELSE
               MOVE CBKD-ARCHIVO TO WKS-BKP-SUB
               MOVE CBKD-ARCHIVO TO WKS-LEI-ANTERIOR
               IF WKS-BKP-EXISTE(WKS-BKP-SUB) NOT = "S"
                   MOVE "DATOS DE UN ARCHIVO QUE NO EXISTIA"
                       TO WKS-MOTIVO
                   PERFORM ANOTAR-RECHAZO
               ELSE
                   MOVE SPACES TO WKS-BKP-DATOS
                   MOVE CBKD-DATOS TO WKS-BKP-DATOS
                   MOVE WKS-BKP-LARGO(WKS-BKP-SUB) TO WKS-HSH-LARGO
                   PERFORM SUMAR-HASH-RENGLON
                   ADD 1 TO WKS-LEI-REGISTROS(WKS-BKP-SUB)
                   ADD WKS-HSH-RENGLON TO WKS-LEI-HASH(WKS-BKP-SUB)
               END-IF
           END-IF.

       COMPARAR-ARCHIVO.
           MOVE WKS-BKP-SUB                    TO LIN-NUMERO.
           MOVE WKS-BKP-NOMBRE(WKS-BKP-SUB)    TO LIN-NOMBRE.
           MOVE WKS-BKP-EXISTE(WKS-BKP-SUB)    TO LIN-EXISTE.
           MOVE WKS-BKP-REGISTROS(WKS-BKP-SUB) TO LIN-REG-MAN.
           MOVE WKS-LEI-REGISTROS(WKS-BKP-SUB) TO LIN-REG-LEI.
           IF WKS-LEI-REGISTROS(WKS-BKP-SUB)
                   = WKS-BKP-REGISTROS(WKS-BKP-SUB)
               AND WKS-LEI-HASH(WKS-BKP-SUB)
                   = WKS-BKP-HASH(WKS-BKP-SUB)
               MOVE "CUADRA" TO LIN-RESULTADO
           ELSE
               MOVE "DESCUADRE" TO LIN-RESULTADO
               ADD 1 TO WKS-CONT-DESCUADRES
               IF WKS-GEN-OK = "S"
                   MOVE SPACES TO WKS-MOTIVO
                   STRING "DATOS NO CUADRAN EN "
                          WKS-BKP-NOMBRE(WKS-BKP-SUB)
                       DELIMITED BY SIZE INTO WKS-MOTIVO
                   PERFORM ANOTAR-RECHAZO
               END-IF
           END-IF.
           MOVE WKS-LINEA-ARCHIVO TO RPT-LINEA.
           WRITE RPT-LINEA.

      ******************************************************************
      * Restauracion. Se verifica la generacion completa antes de
      * tocar cualquier archivo y se pide confirmacion; despues se
      * reponen, en el orden de la tabla, todos los archivos menos
      * el ultimo (el diario CALCAUD). Si una apertura o escritura
      * falla a medio camino el juego queda incompleto y asi se
      * anota: hay que volver a restaurar la misma generacion.
      ******************************************************************
       RESTAURAR-OPCION.
           PERFORM CAPTURAR-GENERACION.
           IF WKS-GEN-CAPTURA-X IS NUMERIC
               MOVE CBKC-ULTIMA TO WKS-ULTIMA-ANTES
               PERFORM LEER-FECHA-PROCESO
           END-IF.
           IF WKS-GEN-CAPTURA-OK = "S"
               OPEN OUTPUT CALCRPT-FILE
               MOVE "RESTAURACION DE LA GENERACION" TO WKS-TITULO-RPT
               PERFORM ESCRIBIR-ENCABEZADO
               PERFORM VERIFICAR-GENERACION
               IF WKS-GEN-OK = "S"
                   PERFORM CONFIRMAR-RESTAURACION
               ELSE
                   DISPLAY "LA GENERACION NO SE PUEDE RESTAURAR:"
                           LINE 18 COL 1
                           WKS-MOTIVO LINE 19 COL 1
                   MOVE SPACES TO WKS-AUD-DESPUES
                   STRING "RECHAZADA: " WKS-MOTIVO
                       DELIMITED BY SIZE INTO WKS-AUD-DESPUES
                   PERFORM ANOTAR-AUDITORIA-RST
               END-IF
               CLOSE CALCRPT-FILE
           ELSE
               IF WKS-GEN-CAPTURA-X IS NUMERIC
                   MOVE "RECHAZADA: GENERACION NO VIGENTE"
                       TO WKS-AUD-DESPUES
                   PERFORM ANOTAR-AUDITORIA-RST
               END-IF
           END-IF.
           PERFORM ESPERAR-REGRESO.

       CONFIRMAR-RESTAURACION.
           MOVE WKS-MAN-COLA-REG TO WKS-ED-REGISTROS.
           DISPLAY " "                       LINE 1 COL 1 ERASE EOS
                   "RESTAURAR GENERACION"    LINE 3 COL 28
                   WKS-GEN-TRABAJO           LINE 3 COL 49
                   GUIONES                   LINE 4 COL 1
                   "FECHA DE PROCESO RESPALDADA:" LINE 6 COL 1
                   WKS-MAN-FECHA-PROC        LINE 6 COL 31
                   "RESPALDADA EL:"          LINE 7 COL 1
                   WKS-MAN-FECHA             LINE 7 COL 31
                   WKS-MAN-HORA              LINE 7 COL 41
                   "REGISTROS:"              LINE 8 COL 1
                   WKS-ED-REGISTROS          LINE 8 COL 31
                   "ARCHIVOS QUE SE ELIMINAN:" LINE 9 COL 1
                   WKS-CONT-NO-EXISTIAN      LINE 9 COL 31
                   "FECHA DE PROCESO ACTUAL:" LINE 10 COL 1
                   WKS-FECHA-PROCESO         LINE 10 COL 31
                   "SE REEMPLAZAN TODOS LOS ARCHIVOS DEL SISTEMA"
                                             LINE 12 COL 1
                   "MENOS EL DIARIO DE AUDITORIA CALCAUD."
                                             LINE 13 COL 1
                   "LO GRABADO DESPUES DEL RESPALDO SE PIERDE."
                                             LINE 14 COL 1
                   "CONFIRMA LA RESTAURACION (S/N):" LINE 16 COL 1.
           ACCEPT WKS-CONFIRMA               LINE 16 COL 33.
           MOVE FUNCTION UPPER-CASE(WKS-CONFIRMA)
               TO WKS-CONFIRMA.
           IF WKS-CONFIRMA = "S"
               PERFORM REPONER-ARCHIVOS
           ELSE
               DISPLAY "RESTAURACION CANCELADA" LINE 18 COL 1
               MOVE SPACES TO RPT-LINEA
               MOVE "RESTAURACION CANCELADA POR EL SUPERVISOR"
                   TO RPT-LINEA
               WRITE RPT-LINEA
               MOVE "CANCELADA POR EL SUPERVISOR" TO WKS-AUD-DESPUES
               PERFORM ANOTAR-AUDITORIA-RST
           END-IF.

       REPONER-ARCHIVOS.
           MOVE "N" TO WKS-HAY-ERROR.
           MOVE ZERO TO WKS-ESC-TOTAL.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           OPEN INPUT CALCBKD-FILE.
           IF WKS-FS-BKD NOT = "00"
               MOVE WKS-FS-BKD  TO WKS-ERR-ESTADO
               MOVE WKS-NOM-BKD TO WKS-ERR-ARCHIVO
               MOVE "S" TO WKS-HAY-ERROR
           ELSE
               MOVE "N" TO WKS-EOF-BKD
               PERFORM LEER-DATO-RESTAURAR
               PERFORM REPONER-ARCHIVO
                   VARYING WKS-BKP-SUB FROM 1 BY 1
                   UNTIL WKS-BKP-SUB > WKS-NUM-REPONER
                      OR WKS-HAY-ERROR = "S"
               CLOSE CALCBKD-FILE
           END-IF.
           MOVE SPACES TO RPT-LINEA.
           MOVE SPACES TO WKS-AUD-DESPUES.
           IF WKS-HAY-ERROR = "S"
               STRING "RESTAURACION INCOMPLETA: ESTADO " WKS-ERR-ESTADO
                      " EN " WKS-ERR-ARCHIVO
                   DELIMITED BY SIZE INTO RPT-LINEA
               STRING "INCOMPLETA: ESTADO " WKS-ERR-ESTADO
                      " EN " WKS-ERR-ARCHIVO
                   DELIMITED BY SIZE INTO WKS-AUD-DESPUES
               DISPLAY "RESTAURACION INCOMPLETA, ESTADO "
                                             LINE 18 COL 1
                       WKS-ERR-ESTADO        LINE 18 COL 33
                       " EN "                LINE 18 COL 35
                       WKS-ERR-ARCHIVO       LINE 18 COL 39
                       "VUELVA A RESTAURAR LA MISMA GENERACION"
                                             LINE 19 COL 1
           ELSE
               MOVE WKS-ESC-TOTAL TO WKS-ED-REGISTROS
               STRING "RESTAURACION COMPLETA: " WKS-ED-REGISTROS
                      " REGISTROS REPUESTOS"
                   DELIMITED BY SIZE INTO RPT-LINEA
               STRING "COMPLETA: " WKS-ESC-TOTAL
                      " REG. FEC.PROC " WKS-MAN-FECHA-PROC
                   DELIMITED BY SIZE INTO WKS-AUD-DESPUES
               DISPLAY "RESTAURACION COMPLETA"  LINE 18 COL 1
                       "FECHA DE PROCESO:"      LINE 19 COL 1
                       WKS-MAN-FECHA-PROC       LINE 19 COL 19
           END-IF.
           WRITE RPT-LINEA.
           DISPLAY "DETALLE EN CALCRST.RPT" LINE 20 COL 1.
           PERFORM ANOTAR-AUDITORIA-RST.

       LEER-DATO-RESTAURAR.
           READ CALCBKD-FILE
               AT END
                   MOVE "S" TO WKS-EOF-BKD
           END-READ.
           IF WKS-EOF-BKD NOT = "S" AND WKS-FS-BKD NOT = "00"
               MOVE WKS-FS-BKD  TO WKS-ERR-ESTADO
               MOVE WKS-NOM-BKD TO WKS-ERR-ARCHIVO
               MOVE "S" TO WKS-HAY-ERROR
               MOVE "S" TO WKS-EOF-BKD
           END-IF.

       REPONER-ARCHIVO.
           MOVE ZERO TO WKS-ESC-REGISTROS.
           IF WKS-BKP-EXISTE(WKS-BKP-SUB) = "N"
               PERFORM ELIMINAR-ARCHIVO-REPONER
           ELSE
               PERFORM ABRIR-ARCHIVO-REPONER
               IF WKS-FS-ARCH-1 NOT = "0"
                   PERFORM ANOTAR-ERROR-REPONER
               ELSE
                   PERFORM GRABAR-RENGLON-REPONER
                       UNTIL WKS-EOF-BKD = "S"
                          OR CBKD-ARCHIVO NOT = WKS-BKP-SUB
                          OR WKS-HAY-ERROR = "S"
                   PERFORM CERRAR-ARCHIVO-REPONER
                   MOVE WKS-ESC-REGISTROS TO WKS-ED-REGISTROS
                   MOVE SPACES TO RPT-LINEA
                   STRING "REPUESTO " WKS-BKP-NOMBRE(WKS-BKP-SUB)
                          " " WKS-ED-REGISTROS " REGISTROS"
                       DELIMITED BY SIZE INTO RPT-LINEA
                   WRITE RPT-LINEA
               END-IF
           END-IF.

      * Un archivo que no existia al respaldar no se crea vacio: se
      * borra, porque varios programas trabajan distinto sin el
      * archivo que con el archivo vacio. Si el borrado falla porque
      * el archivo ya no estaba, el resultado es el mismo; solo es
      * error si el archivo sigue ahi.
       ELIMINAR-ARCHIVO-REPONER.
           CALL "CBL_DELETE_FILE" USING WKS-BKP-NOMBRE(WKS-BKP-SUB).
           IF RETURN-CODE NOT = ZERO
               CALL "CBL_CHECK_FILE_EXIST"
                   USING WKS-BKP-NOMBRE(WKS-BKP-SUB) WKS-DEL-INFO
               IF RETURN-CODE = ZERO
                   MOVE "30" TO WKS-FS-ARCH
                   PERFORM ANOTAR-ERROR-REPONER
               END-IF
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           IF WKS-HAY-ERROR NOT = "S"
               MOVE SPACES TO RPT-LINEA
               STRING "ELIMINADO " WKS-BKP-NOMBRE(WKS-BKP-SUB)
                      " (NO EXISTIA AL RESPALDAR)"
                   DELIMITED BY SIZE INTO RPT-LINEA
               WRITE RPT-LINEA
           END-IF.

       GRABAR-RENGLON-REPONER.
           PERFORM GRABAR-ARCHIVO-REPONER.
           IF WKS-FS-ARCH-1 NOT = "0"
               PERFORM ANOTAR-ERROR-REPONER
           ELSE
               ADD 1 TO WKS-ESC-REGISTROS
               ADD 1 TO WKS-ESC-TOTAL
               PERFORM LEER-DATO-RESTAURAR
           END-IF.

       ANOTAR-ERROR-REPONER.
           MOVE WKS-FS-ARCH TO WKS-ERR-ESTADO.
           MOVE WKS-BKP-NOMBRE(WKS-BKP-SUB) TO WKS-ERR-ARCHIVO.
           MOVE "S" TO WKS-HAY-ERROR.

      ******************************************************************
      * Apertura, grabado y cierre del archivo en turno de la tabla.
      * Cada rama deja el estado en WKS-FS-ARCH; el grabado toma el
      * registro del renglon de datos leido.
      ******************************************************************
       ABRIR-ARCHIVO-REPONER.
           EVALUATE WKS-BKP-SUB
               WHEN 1
                   OPEN OUTPUT CALCLOG-FILE
                   MOVE WKS-FS-LOG TO WKS-FS-ARCH
               WHEN 2
                   OPEN OUTPUT CALCEXC-FILE
                   MOVE WKS-FS-EXC TO WKS-FS-ARCH
               WHEN 3
                   OPEN OUTPUT CALCSEC-FILE
                   MOVE WKS-FS-SEC TO WKS-FS-ARCH
               WHEN 4
                   OPEN OUTPUT CALCTAP-FILE
                   MOVE WKS-FS-TAP TO WKS-FS-ARCH
               WHEN 5
                   OPEN OUTPUT CALCCHK-FILE
                   MOVE WKS-FS-CHK TO WKS-FS-ARCH
               WHEN 6
                   OPEN OUTPUT CALCRUN-FILE
                   MOVE WKS-FS-RUN TO WKS-FS-ARCH
               WHEN 7
                   OPEN OUTPUT CALCTXN-FILE
                   MOVE WKS-FS-TXN TO WKS-FS-ARCH
               WHEN 8
                   OPEN OUTPUT CALCGEN-FILE
                   MOVE WKS-FS-GEN TO WKS-FS-ARCH
               WHEN 9
                   OPEN OUTPUT CALCCOR-FILE
                   MOVE WKS-FS-COR TO WKS-FS-ARCH
               WHEN 10
                   OPEN OUTPUT CALCACE-FILE
                   MOVE WKS-FS-ACE TO WKS-FS-ARCH
               WHEN 11
                   OPEN OUTPUT CALCREJ-FILE
                   MOVE WKS-FS-REJ TO WKS-FS-ARCH
               WHEN 12
                   OPEN OUTPUT CALCDSP-FILE
                   MOVE WKS-FS-DSP TO WKS-FS-ARCH
               WHEN 13
                   OPEN OUTPUT CALCTXS-FILE
                   MOVE WKS-FS-TXS TO WKS-FS-ARCH
               WHEN 14
                   OPEN OUTPUT CALCOPE-FILE
                   MOVE WKS-FS-OPE TO WKS-FS-ARCH
               WHEN 15
                   OPEN OUTPUT CALCPRM-FILE
                   MOVE WKS-FS-PRM TO WKS-FS-ARCH
               WHEN 16
                   OPEN OUTPUT CALCNIV-FILE
                   MOVE WKS-FS-NIV TO WKS-FS-ARCH
               WHEN 17
                   OPEN OUTPUT CALCPLA-FILE
                   MOVE WKS-FS-PLA TO WKS-FS-ARCH
               WHEN 18
                   OPEN OUTPUT CALCTCA-FILE
                   MOVE WKS-FS-TCA TO WKS-FS-ARCH
               WHEN 19
                   OPEN OUTPUT CALCTOL-FILE
                   MOVE WKS-FS-TOL TO WKS-FS-ARCH
               WHEN 20
                   OPEN OUTPUT CALCTCR-FILE
                   MOVE WKS-FS-TCR TO WKS-FS-ARCH
               WHEN 21
                   OPEN OUTPUT CALCTCF-FILE
                   MOVE WKS-FS-TCF TO WKS-FS-ARCH
               WHEN 22
                   OPEN OUTPUT CALCTUR-FILE
                   MOVE WKS-FS-TUR TO WKS-FS-ARCH
               WHEN 23
                   OPEN OUTPUT CALCRES-FILE
                   MOVE WKS-FS-RES TO WKS-FS-ARCH
               WHEN 24
                   OPEN OUTPUT CALCHIS-FILE
                   MOVE WKS-FS-HIS TO WKS-FS-ARCH
               WHEN 25
                   OPEN OUTPUT CALCCAL-FILE
                   MOVE WKS-FS-CAL TO WKS-FS-ARCH
               WHEN 26
                   OPEN OUTPUT CALCFEC-FILE
                   MOVE WKS-FS-FEC TO WKS-FS-ARCH
           END-EVALUATE.

       GRABAR-ARCHIVO-REPONER.
           EVALUATE WKS-BKP-SUB
               WHEN 1
                   MOVE CBKD-DATOS TO CALCLOG-RECORD
                   WRITE CALCLOG-RECORD
                   MOVE WKS-FS-LOG TO WKS-FS-ARCH
               WHEN 2
                   MOVE CBKD-DATOS TO CALCEXC-RECORD
                   WRITE CALCEXC-RECORD
                   MOVE WKS-FS-EXC TO WKS-FS-ARCH
               WHEN 3
                   MOVE CBKD-DATOS TO CALCSEC-RECORD
                   WRITE CALCSEC-RECORD
                   MOVE WKS-FS-SEC TO WKS-FS-ARCH
               WHEN 4
                   MOVE CBKD-DATOS TO CALCTAP-RECORD
                   WRITE CALCTAP-RECORD
                   MOVE WKS-FS-TAP TO WKS-FS-ARCH
               WHEN 5
                   MOVE CBKD-DATOS TO CALCCHK-RECORD
                   WRITE CALCCHK-RECORD
                   MOVE WKS-FS-CHK TO WKS-FS-ARCH
               WHEN 6
                   MOVE CBKD-DATOS TO CALCRUN-RECORD
                   WRITE CALCRUN-RECORD
                   MOVE WKS-FS-RUN TO WKS-FS-ARCH
               WHEN 7
                   MOVE CBKD-DATOS TO CALCTXN-RECORD
                   WRITE CALCTXN-RECORD
                   MOVE WKS-FS-TXN TO WKS-FS-ARCH
               WHEN 8
                   MOVE CBKD-DATOS TO CALCGEN-RECORD
                   WRITE CALCGEN-RECORD
                   MOVE WKS-FS-GEN TO WKS-FS-ARCH
               WHEN 9
                   MOVE CBKD-DATOS TO CALCCOR-RECORD
                   WRITE CALCCOR-RECORD
                   MOVE WKS-FS-COR TO WKS-FS-ARCH
               WHEN 10
                   MOVE CBKD-DATOS TO CALCACE-RECORD
                   WRITE CALCACE-RECORD
                   MOVE WKS-FS-ACE TO WKS-FS-ARCH
               WHEN 11
                   MOVE CBKD-DATOS TO CALCREJ-RECORD
                   WRITE CALCREJ-RECORD
                   MOVE WKS-FS-REJ TO WKS-FS-ARCH
               WHEN 12
                   MOVE CBKD-DATOS TO CALCDSP-RECORD
                   WRITE CALCDSP-RECORD
                   MOVE WKS-FS-DSP TO WKS-FS-ARCH
               WHEN 13
                   MOVE CBKD-DATOS TO CALCTXS-RECORD
                   WRITE CALCTXS-RECORD
                   MOVE WKS-FS-TXS TO WKS-FS-ARCH
               WHEN 14
                   MOVE CBKD-DATOS TO CALCOPE-RECORD
                   WRITE CALCOPE-RECORD
                   MOVE WKS-FS-OPE TO WKS-FS-ARCH
               WHEN 15
                   MOVE CBKD-DATOS TO CALCPRM-RECORD
                   WRITE CALCPRM-RECORD
                   MOVE WKS-FS-PRM TO WKS-FS-ARCH
               WHEN 16
                   MOVE CBKD-DATOS TO CALCNIV-RECORD
                   WRITE CALCNIV-RECORD
                   MOVE WKS-FS-NIV TO WKS-FS-ARCH
               WHEN 17
                   MOVE CBKD-DATOS TO CALCPLA-RECORD
                   WRITE CALCPLA-RECORD
                   MOVE WKS-FS-PLA TO WKS-FS-ARCH
               WHEN 18
                   MOVE CBKD-DATOS TO CALCTCA-RECORD
                   WRITE CALCTCA-RECORD
                   MOVE WKS-FS-TCA TO WKS-FS-ARCH
               WHEN 19
                   MOVE CBKD-DATOS TO CALCTOL-RECORD
                   WRITE CALCTOL-RECORD
                   MOVE WKS-FS-TOL TO WKS-FS-ARCH
               WHEN 20
                   MOVE CBKD-DATOS TO CALCTCR-RECORD
                   WRITE CALCTCR-RECORD
                   MOVE WKS-FS-TCR TO WKS-FS-ARCH
               WHEN 21
                   MOVE CBKD-DATOS TO CALCTCF-RECORD
                   WRITE CALCTCF-RECORD
                   MOVE WKS-FS-TCF TO WKS-FS-ARCH
               WHEN 22
                   MOVE CBKD-DATOS TO CALCTUR-RECORD
                   WRITE CALCTUR-RECORD
                   MOVE WKS-FS-TUR TO WKS-FS-ARCH
               WHEN 23
                   MOVE CBKD-DATOS TO CALCRES-RECORD
                   WRITE CALCRES-RECORD
                   MOVE WKS-FS-RES TO WKS-FS-ARCH
               WHEN 24
                   MOVE CBKD-DATOS TO CALCHIS-RECORD
                   WRITE CALCHIS-RECORD
                   MOVE WKS-FS-HIS TO WKS-FS-ARCH
               WHEN 25
                   MOVE CBKD-DATOS TO CALCCAL-RECORD
                   WRITE CALCCAL-RECORD
                   MOVE WKS-FS-CAL TO WKS-FS-ARCH
               WHEN 26
                   MOVE CBKD-DATOS TO CALCFEC-RECORD
                   WRITE CALCFEC-RECORD
                   MOVE WKS-FS-FEC TO WKS-FS-ARCH
           END-EVALUATE.

       CERRAR-ARCHIVO-REPONER.
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
           END-EVALUATE.

      * Cada intento de restauracion: la llave es la generacion y
      * la imagen de antes la fecha de proceso y la ultima
      * generacion que habia al intentarlo.
       ANOTAR-AUDITORIA-RST.
           MOVE "CALCBKD"  TO WKS-AUD-ARCHIVO.
           MOVE "RESTAURA" TO WKS-AUD-ACCION.
           MOVE SPACES TO WKS-AUD-LLAVE.
           STRING "G" WKS-GEN-TRABAJO
               DELIMITED BY SIZE INTO WKS-AUD-LLAVE.
           MOVE SPACES TO WKS-AUD-ANTES.
           STRING "FEC.PROC " WKS-FECHA-PROCESO
                  " ULTIMA GEN. " WKS-ULTIMA-ANTES
               DELIMITED BY SIZE INTO WKS-AUD-ANTES.
           PERFORM GRABAR-AUDITORIA.

      ******************************************************************
      * Numero de generaciones que se conservan. Se aplica en el
      * siguiente respaldo, que es el que vacia las que sobran.
      ******************************************************************
       FIJAR-CONSERVAR.
           PERFORM LEER-CONTROL-RESPALDO.
           DISPLAY "SE CONSERVAN HOY:"    LINE 15 COL 1
                   CBKC-CONSERVAR         LINE 15 COL 19
                   "GENERACIONES A CONSERVAR (01-30):" LINE 16 COL 1.
           ACCEPT WKS-CONSERVAR-X         LINE 17 COL 1.
           IF WKS-CONSERVAR-X IS NUMERIC
               MOVE WKS-CONSERVAR-X TO WKS-CONSERVAR
           ELSE
               MOVE ZERO TO WKS-CONSERVAR
           END-IF.
           IF WKS-CONSERVAR = ZERO
               OR WKS-CONSERVAR > WKS-BKP-CONSERVAR-MAXIMO
               DISPLAY "VALOR INVALIDO"   LINE 17 COL 20
           ELSE
               PERFORM GRABAR-CONSERVAR
           END-IF.
           PERFORM ESPERAR-REGRESO.

       GRABAR-CONSERVAR.
           IF WKS-HAY-CONTROL-BKP = "S"
               MOVE CALCBKC-RECORD TO WKS-AUD-ANTES
               MOVE "CAMBIO" TO WKS-AUD-ACCION
           ELSE
               MOVE SPACES TO WKS-AUD-ANTES
               MOVE "ALTA" TO WKS-AUD-ACCION
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-HORA.
           MOVE WKS-CONSERVAR     TO CBKC-CONSERVAR.
           MOVE WKS-FH-FECHA      TO CBKC-FECHA-CAMBIO.
           MOVE WKS-FH-HORA       TO CBKC-HORA-CAMBIO.
           MOVE WKS-SUPERVISOR-ID TO CBKC-ORIGEN.
           PERFORM GRABAR-CONTROL-RESPALDO.
           DISPLAY "SE APLICA EN EL SIGUIENTE RESPALDO" LINE 19 COL 1.
           MOVE CALCBKC-RECORD TO WKS-AUD-DESPUES.
           MOVE "CALCBKC"   TO WKS-AUD-ARCHIVO.
           MOVE "CONSERVAR" TO WKS-AUD-LLAVE.
           PERFORM GRABAR-AUDITORIA.

       ESPERAR-REGRESO.
           DISPLAY "[88-REGRESAR]"        LINE 23 COL 1.
           ACCEPT OPCION                  LINE 23 COL 15.

      * Lectura de la fecha de proceso (LEER-FECHA-PROCESO),
      * compartida con los pasos del cierre via CALCLFP.cpy.
           COPY CALCLFP.

      * Tabla de archivos, total de comprobacion y control de
      * generaciones, compartidos con CALCBKP via CALCBKT.cpy.
           COPY CALCBKT.

      * Grabado del diario de auditoria (GRABAR-AUDITORIA),
      * compartido con CALCCAM y las demas pantallas via CALCJRN.cpy.
           COPY CALCJRN.

       END PROGRAM CALCRST.
