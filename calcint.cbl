      ******************************************************************
      * Author:
      * Date:
      * Purpose: Auditoria de integridad de la numeracion y de los
      *          enlaces entre archivos, como paso del cierre antes
      *          de CALCEXT. Ordena por secuencia todos los renglones
      *          de CALCLOG y CALCEXC junto con las referencias que
      *          apuntan a ellos (el SEC-ORIGEN de los reversos y de
      *          los reprocesos, y el de las correcciones que siguen
      *          en CALCCOR.DAT o rebotaron en CALCTXNR.DAT) y
      *          reporta:
      *          - secuencias duplicadas y huecos en la numeracion;
      *          - el folio CALCSEC contra la mayor secuencia vista;
      *          - reversos cuyo renglon original no existe o es un
      *            rechazo;
      *          - reprocesos cuyo rechazo origen no existe, no es
      *            rechazo o no esta marcado "R";
      *          - rechazos marcados "R" sin renglon de reproceso;
      *          y ademas los operadores de CALCLOG y CALCTAP que no
      *          estan en CALCOPE y las monedas de CALCLOG y CALCEXC
      *          que ya no estan en CALCPRM.
      *          Cada hallazgo lleva su severidad: ALTA (la
      *          numeracion o un enlace estan rotos y el extracto no
      *          debe salir), MEDIA (hay que revisarlo, pero tiene
      *          causas legitimas, p.ej. el recorte de reinicio de
      *          CALCBAT deja huecos) o BAJA (informativo, p.ej. una
      *          referencia a un renglon ya archivado por CALCARC,
      *          que por ser la numeracion creciente queda debajo de
      *          la menor secuencia viva). Los renglones de secuencia
      *          cero son anteriores al folio y no se revisan.
      *          Termina con RETURN-CODE 8 si hubo algun hallazgo de
      *          severidad ALTA, para que CALCDRV detenga el cierre
      *          antes de transmitir el extracto; si no, en cero.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCINT.
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

           SELECT CALCTAP-FILE ASSIGN TO "CALCTAP.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CTAP-OPERADOR
               FILE STATUS IS WKS-FS-TAP.

           SELECT CALCSEC-FILE ASSIGN TO "CALCSEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-SEC.

      * Correcciones que CALCCOR dejo y CALCEDT todavia no consume.
           SELECT CALCCOR-FILE ASSIGN TO "CALCCOR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-COR.

      * Rechazos de la ultima depuracion de CALCEDT.
           SELECT CALCREJ-FILE ASSIGN TO "CALCTXNR.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-REJ.

           SELECT CALCOPE-FILE ASSIGN TO "CALCOPE.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS COPE-ID
               FILE STATUS IS WKS-FS-OPE.

           SELECT CALCPRM-FILE ASSIGN TO "CALCPRM.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CPRM-MONEDA
               FILE STATUS IS WKS-FS-PRM.

           SELECT CALCFEC-FILE ASSIGN TO "CALCFEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-FEC.

           SELECT CALCRPT-FILE ASSIGN TO "CALCINT.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-RPT.

           SELECT SORT-WORK-FILE ASSIGN TO "CALCSRI.DAT".

           SELECT CODIGO-WORK-FILE ASSIGN TO "CALCSRC.DAT".

       DATA DIVISION.
       FILE SECTION.
       FD  CALCLOG-FILE.
           COPY CALCLOG.

       FD  CALCEXC-FILE.
           COPY CALCEXC.

       FD  CALCTAP-FILE.
           COPY CALCTAP.

       FD  CALCSEC-FILE.
           COPY CALCSEC.

       FD  CALCCOR-FILE.
           COPY CALCTXN.

      * Mismo registro que graba CALCEDT: la transaccion cruda con el
      * codigo y la descripcion del motivo; la secuencia origen se
      * lee en su posicion dentro del registro crudo.
       FD  CALCREJ-FILE.
       01  CALCREJ-RECORD.
           05  REJ-REGISTRO    PIC X(54).
           05  REJ-TXN REDEFINES REJ-REGISTRO.
               10  REJ-OPERACION   PIC X(02).
               10  FILLER          PIC X(34).
               10  REJ-SEC-ORIGEN  PIC X(09).
               10  REJ-APROBADA    PIC X(01).
               10  REJ-APROBADOR   PIC X(08).
           05  REJ-MOTIVO-COD  PIC X(02).
           05  REJ-MOTIVO-DESC PIC X(30).

       FD  CALCOPE-FILE.
           COPY CALCOPE.

       FD  CALCPRM-FILE.
           COPY CALCPRM.

       FD  CALCFEC-FILE.
           COPY CALCFEC.

       FD  CALCRPT-FILE.
       01  RPT-LINEA           PIC X(80).

      * Orden por secuencia. CLASE dice de donde viene el renglon:
      * "1" renglon de bitacora, "2" renglon de excepciones, "3"
      * reverso que apunta a la secuencia, "4" reproceso que apunta
      * a la secuencia, "5" correccion pendiente o rebotada que
      * apunta a la secuencia. REF es la secuencia del renglon que
      * hace la referencia (clases 3 y 4).
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-SECUENCIA       PIC 9(09).
           05  SRT-CLASE           PIC X(01).
           05  SRT-REF             PIC 9(09).
           05  SRT-ESTADO          PIC X(01).

      * Orden por codigo. TIPO "O" operador o "M" moneda; FUENTE
      * "L" bitacora, "T" cinta o "E" excepciones.
       SD  CODIGO-WORK-FILE.
       01  CODIGO-RECORD.
           05  SRC-TIPO            PIC X(01).
           05  SRC-CODIGO          PIC X(08).
           05  SRC-FUENTE          PIC X(01).

       WORKING-STORAGE SECTION.
           COPY WKFEC.

       01  WKS-FS-LOG          PIC XX    VALUE "00".
       01  WKS-FS-EXC          PIC XX    VALUE "00".
       01  WKS-FS-TAP          PIC XX    VALUE "00".
       01  WKS-FS-SEC          PIC XX    VALUE "00".
       01  WKS-FS-COR          PIC XX    VALUE "00".
       01  WKS-FS-REJ          PIC XX    VALUE "00".
       01  WKS-FS-OPE          PIC XX    VALUE "00".
       01  WKS-FS-PRM          PIC XX    VALUE "00".
       01  WKS-FS-RPT          PIC XX    VALUE "00".
       01  WKS-EOF-ARCH        PIC X(01) VALUE "N".
       01  WKS-EOF-ORD         PIC X(01) VALUE "N".
       01  WKS-HAY-OPE         PIC X(01) VALUE "N".
       01  WKS-HAY-PRM         PIC X(01) VALUE "N".

       01  WKS-FECHA-HORA.
           05  WKS-FH-FECHA    PIC 9(08).
           05  WKS-FH-HORA     PIC 9(08).
           05  WKS-FH-OFFSET   PIC X(05).

      * Renglones leidos por archivo, para el resumen.
       01  WKS-LEIDOS-LOG      PIC 9(07) VALUE ZERO.
       01  WKS-LEIDOS-EXC      PIC 9(07) VALUE ZERO.
       01  WKS-LEIDOS-TAP      PIC 9(07) VALUE ZERO.
       01  WKS-LEIDOS-PEND     PIC 9(07) VALUE ZERO.
       01  WKS-CONT-SIN-FOLIO  PIC 9(07) VALUE ZERO.

      * Secuencia en curso del orden y lo que se junto de ella.
       01  WKS-HAY-GRUPO       PIC X(01) VALUE "N".
       01  WKS-G-SECUENCIA     PIC 9(09) VALUE ZERO.
       01  WKS-G-NUM-LOG       PIC 9(04) VALUE ZERO.
       01  WKS-G-NUM-EXC       PIC 9(04) VALUE ZERO.
       01  WKS-G-ESTADO-EXC    PIC X(01) VALUE SPACE.
       01  WKS-G-NUM-REV       PIC 9(04) VALUE ZERO.
       01  WKS-G-REF-REV       PIC 9(09) VALUE ZERO.
       01  WKS-G-NUM-COR       PIC 9(04) VALUE ZERO.
       01  WKS-G-REF-COR       PIC 9(09) VALUE ZERO.
       01  WKS-G-NUM-PEND      PIC 9(04) VALUE ZERO.
       01  WKS-G-NUM-RENGLONES PIC 9(04) VALUE ZERO.

      * Limites de la numeracion viva: la menor y la mayor secuencia
      * con renglon y la ultima vista, para medir los huecos.
       01  WKS-SEC-MINIMA      PIC 9(09) VALUE ZERO.
       01  WKS-SEC-MAXIMA      PIC 9(09) VALUE ZERO.
       01  WKS-SEC-ANTERIOR    PIC 9(09) VALUE ZERO.
       01  WKS-SEC-DESDE       PIC 9(09) VALUE ZERO.
       01  WKS-SEC-HASTA       PIC 9(09) VALUE ZERO.
       01  WKS-SEC-FALTAN      PIC 9(09) VALUE ZERO.
       01  WKS-HAY-FOLIO       PIC X(01) VALUE "N".
       01  WKS-FOLIO-PROXIMA   PIC 9(09) VALUE ZERO.

      * Codigo en curso del orden por codigo.
       01  WKS-HAY-CODIGO      PIC X(01) VALUE "N".
       01  WKS-C-TIPO          PIC X(01) VALUE SPACE.
       01  WKS-C-CODIGO        PIC X(08) VALUE SPACES.
       01  WKS-C-EN-LOG        PIC X(01) VALUE "N".
       01  WKS-C-EN-TAP        PIC X(01) VALUE "N".
       01  WKS-C-EN-EXC        PIC X(01) VALUE "N".
       01  WKS-C-EXISTE        PIC X(01) VALUE "S".

      * Hallazgo por escribir: el que llama llena severidad ("A",
      * "M" o "B"), revision, llave y descripcion.
       01  WKS-HAL-NIVEL       PIC X(01) VALUE SPACE.
       01  WKS-CONT-ALTA       PIC 9(07) VALUE ZERO.
       01  WKS-CONT-MEDIA      PIC 9(07) VALUE ZERO.
       01  WKS-CONT-BAJA       PIC 9(07) VALUE ZERO.
       01  WKS-CONT-SECCION    PIC 9(07) VALUE ZERO.
       01  WKS-ED-REF          PIC 9(09) VALUE ZERO.
       01  WKS-ED-CONT         PIC ZZZ9.
       01  WKS-ED-CONT-2       PIC ZZZ9.
       01  WKS-TITULO-SECCION  PIC X(60) VALUE SPACES.

       01  WKS-LINEA-TITULO.
           05  FILLER          PIC X(06) VALUE "SEV.".
           05  FILLER          PIC X(11) VALUE "REVISION".
           05  FILLER          PIC X(20) VALUE "SECUENCIA / CODIGO".
           05  FILLER          PIC X(43) VALUE "DESCRIPCION".

       01  WKS-LINEA-HALLAZGO.
           05  HAL-SEVERIDAD   PIC X(05).
           05  FILLER          PIC X(01).
           05  HAL-REVISION    PIC X(10).
           05  FILLER          PIC X(01).
           05  HAL-LLAVE       PIC X(19).
           05  FILLER          PIC X(01).
           05  HAL-DESCRIPCION PIC X(43).

       PROCEDURE DIVISION.
       MAIN-CALCINT.
           PERFORM LEER-FECHA-PROCESO.
           MOVE SPACES TO WKS-LINEA-HALLAZGO.
           OPEN OUTPUT CALCRPT-FILE.
           PERFORM ESCRIBIR-ENCABEZADO.
           MOVE "NUMERACION Y ENLACES POR SECUENCIA"
               TO WKS-TITULO-SECCION.
           PERFORM ABRIR-SECCION.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-SECUENCIA SRT-CLASE
               INPUT PROCEDURE IS CARGAR-SECUENCIAS
               OUTPUT PROCEDURE IS PROCESAR-SECUENCIAS.
           PERFORM REVISAR-FOLIO.
           PERFORM CERRAR-SECCION.
           MOVE "OPERADORES Y MONEDAS CONTRA SUS MAESTROS"
               TO WKS-TITULO-SECCION.
           PERFORM ABRIR-SECCION.
           PERFORM ABRIR-MAESTROS.
           SORT CODIGO-WORK-FILE
               ON ASCENDING KEY SRC-TIPO SRC-CODIGO SRC-FUENTE
               INPUT PROCEDURE IS CARGAR-CODIGOS
               OUTPUT PROCEDURE IS PROCESAR-CODIGOS.
           PERFORM CERRAR-MAESTROS.
           PERFORM CERRAR-SECCION.
           PERFORM ESCRIBIR-RESUMEN.
           CLOSE CALCRPT-FILE.
           IF WKS-CONT-ALTA > ZERO
               DISPLAY "CALCINT: " WKS-CONT-ALTA
                       " HALLAZGOS DE SEVERIDAD ALTA"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

       ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE "AUDITORIA DE INTEGRIDAD DE SECUENCIAS - CALCINT"
               TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "FECHA DE PROCESO: " WKS-FECHA-PROCESO
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.

       ABRIR-SECCION.
           MOVE ZERO TO WKS-CONT-SECCION.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE WKS-TITULO-SECCION TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE WKS-LINEA-TITULO TO RPT-LINEA.
           WRITE RPT-LINEA.

       CERRAR-SECCION.
           IF WKS-CONT-SECCION = ZERO
               MOVE "  (SIN HALLAZGOS)" TO RPT-LINEA
               WRITE RPT-LINEA
           END-IF.

      ******************************************************************
      * Carga del orden por secuencia: cada renglon vivo de la
      * bitacora y de las excepciones, mas una referencia por cada
      * SEC-ORIGEN que apunte a otro renglon.
      ******************************************************************
       CARGAR-SECUENCIAS.
           PERFORM CARGAR-SEC-BITACORA.
           PERFORM CARGAR-SEC-EXCEPCIONES.
           PERFORM CARGAR-SEC-CORRECCIONES.
           PERFORM CARGAR-SEC-REBOTADAS.

       CARGAR-SEC-BITACORA.
           MOVE "N" TO WKS-EOF-ARCH.
           OPEN INPUT CALCLOG-FILE.
           IF WKS-FS-LOG = "00"
               PERFORM LEER-SEC-BITACORA UNTIL WKS-EOF-ARCH = "S"
               CLOSE CALCLOG-FILE
           END-IF.

       LEER-SEC-BITACORA.
           READ CALCLOG-FILE NEXT
               AT END
                   MOVE "S" TO WKS-EOF-ARCH
               NOT AT END
                   PERFORM SOLTAR-RENGLON-BITACORA
           END-READ.

      * Un reverso apunta al renglon que reversa; un renglon normal
      * con SEC-ORIGEN es el reproceso de un rechazo corregido.
       SOLTAR-RENGLON-BITACORA.
           ADD 1 TO WKS-LEIDOS-LOG.
           MOVE CLOG-SECUENCIA TO SRT-SECUENCIA.
           MOVE "1"            TO SRT-CLASE.
           MOVE ZERO           TO SRT-REF.
           MOVE CLOG-TIPO      TO SRT-ESTADO.
           RELEASE SORT-RECORD.
           IF CLOG-SEC-ORIGEN > ZERO
               MOVE CLOG-SEC-ORIGEN TO SRT-SECUENCIA
               MOVE CLOG-SECUENCIA  TO SRT-REF
               MOVE SPACE           TO SRT-ESTADO
               IF CLOG-TIPO = "V"
                   MOVE "3" TO SRT-CLASE
               ELSE
                   MOVE "4" TO SRT-CLASE
               END-IF
               RELEASE SORT-RECORD
           END-IF.

       CARGAR-SEC-EXCEPCIONES.
           MOVE "N" TO WKS-EOF-ARCH.
           OPEN INPUT CALCEXC-FILE.
           IF WKS-FS-EXC = "00"
               PERFORM LEER-SEC-EXCEPCION UNTIL WKS-EOF-ARCH = "S"
               CLOSE CALCEXC-FILE
           END-IF.

       LEER-SEC-EXCEPCION.
           READ CALCEXC-FILE
               AT END
                   MOVE "S" TO WKS-EOF-ARCH
               NOT AT END
                   ADD 1 TO WKS-LEIDOS-EXC
                   MOVE CEXC-SECUENCIA TO SRT-SECUENCIA
                   MOVE "2"            TO SRT-CLASE
                   MOVE ZERO           TO SRT-REF
                   MOVE CEXC-ESTADO    TO SRT-ESTADO
                   RELEASE SORT-RECORD
           END-READ.

       CARGAR-SEC-CORRECCIONES.
           MOVE "N" TO WKS-EOF-ARCH.
           OPEN INPUT CALCCOR-FILE.
           IF WKS-FS-COR = "00"
               PERFORM LEER-SEC-CORRECCION UNTIL WKS-EOF-ARCH = "S"
               CLOSE CALCCOR-FILE
           END-IF.

       LEER-SEC-CORRECCION.
           READ CALCCOR-FILE
               AT END
                   MOVE "S" TO WKS-EOF-ARCH
               NOT AT END
                   IF CTXN-SEC-ORIGEN IS NUMERIC
                       AND CTXN-SEC-ORIGEN > ZERO
                       MOVE CTXN-SEC-ORIGEN TO SRT-SECUENCIA
                       PERFORM SOLTAR-PENDIENTE
                   END-IF
           END-READ.

       CARGAR-SEC-REBOTADAS.
           MOVE "N" TO WKS-EOF-ARCH.
           OPEN INPUT CALCREJ-FILE.
           IF WKS-FS-REJ = "00"
               PERFORM LEER-SEC-REBOTADA UNTIL WKS-EOF-ARCH = "S"
               CLOSE CALCREJ-FILE
           END-IF.

       LEER-SEC-REBOTADA.
           READ CALCREJ-FILE
               AT END
                   MOVE "S" TO WKS-EOF-ARCH
               NOT AT END
                   IF REJ-SEC-ORIGEN IS NUMERIC
                       AND REJ-SEC-ORIGEN > ZEROS
                       MOVE REJ-SEC-ORIGEN TO SRT-SECUENCIA
                       PERFORM SOLTAR-PENDIENTE
                   END-IF
           END-READ.

       SOLTAR-PENDIENTE.
           ADD 1 TO WKS-LEIDOS-PEND.
           MOVE "5"   TO SRT-CLASE.
           MOVE ZERO  TO SRT-REF.
           MOVE SPACE TO SRT-ESTADO.
           RELEASE SORT-RECORD.

      ******************************************************************
      * Recorrido del orden por secuencia: se juntan los renglones y
      * referencias de cada numero y al cambiar de numero se revisa.
      ******************************************************************
       PROCESAR-SECUENCIAS.
           MOVE "N" TO WKS-EOF-ORD.
           PERFORM LEER-ORDEN-SECUENCIA UNTIL WKS-EOF-ORD = "S".
           IF WKS-HAY-GRUPO = "S"
               PERFORM EVALUAR-SECUENCIA
           END-IF.

       LEER-ORDEN-SECUENCIA.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE "S" TO WKS-EOF-ORD
               NOT AT END
                   PERFORM ACUMULAR-SECUENCIA
           END-RETURN.

       ACUMULAR-SECUENCIA.
           IF WKS-HAY-GRUPO = "S"
               AND SRT-SECUENCIA NOT = WKS-G-SECUENCIA
               PERFORM EVALUAR-SECUENCIA
               MOVE "N" TO WKS-HAY-GRUPO
           END-IF.
           IF WKS-HAY-GRUPO = "N"
               PERFORM LIMPIAR-GRUPO
           END-IF.
           EVALUATE SRT-CLASE
               WHEN "1"
                   ADD 1 TO WKS-G-NUM-LOG
               WHEN "2"
                   ADD 1 TO WKS-G-NUM-EXC
                   MOVE SRT-ESTADO TO WKS-G-ESTADO-EXC
               WHEN "3"
                   ADD 1 TO WKS-G-NUM-REV
                   IF WKS-G-NUM-REV = 1
                       MOVE SRT-REF TO WKS-G-REF-REV
                   END-IF
               WHEN "4"
                   ADD 1 TO WKS-G-NUM-COR
                   IF WKS-G-NUM-COR = 1
                       MOVE SRT-REF TO WKS-G-REF-COR
                   END-IF
               WHEN "5"
                   ADD 1 TO WKS-G-NUM-PEND
           END-EVALUATE.

       LIMPIAR-GRUPO.
           MOVE "S"           TO WKS-HAY-GRUPO.
           MOVE SRT-SECUENCIA TO WKS-G-SECUENCIA.
           MOVE ZERO          TO WKS-G-NUM-LOG.
           MOVE ZERO          TO WKS-G-NUM-EXC.
           MOVE SPACE         TO WKS-G-ESTADO-EXC.
           MOVE ZERO          TO WKS-G-NUM-REV.
           MOVE ZERO          TO WKS-G-REF-REV.
           MOVE ZERO          TO WKS-G-NUM-COR.
           MOVE ZERO          TO WKS-G-REF-COR.
           MOVE ZERO          TO WKS-G-NUM-PEND.

      * La secuencia cero es de renglones anteriores al folio: solo
      * se cuentan.
       EVALUAR-SECUENCIA.
           COMPUTE WKS-G-NUM-RENGLONES =
               WKS-G-NUM-LOG + WKS-G-NUM-EXC.
           IF WKS-G-SECUENCIA = ZERO
               ADD WKS-G-NUM-RENGLONES TO WKS-CONT-SIN-FOLIO
           ELSE
               PERFORM REVISAR-EXISTENCIA
               IF WKS-G-NUM-REV > ZERO
                   PERFORM REVISAR-REVERSO
               END-IF
               IF WKS-G-NUM-COR > ZERO
                   PERFORM REVISAR-CORRECCION
               END-IF
               IF WKS-G-NUM-EXC > ZERO
                   AND WKS-G-ESTADO-EXC = "R"
                   AND WKS-G-NUM-COR = ZERO
                   PERFORM REVISAR-REPROCESO
               END-IF
           END-IF.

      * Un numero es de un solo renglon, en la bitacora o en las
      * excepciones. Entre dos numeros vivos consecutivos del orden
      * no debe quedar ninguno sin renglon.
       REVISAR-EXISTENCIA.
           IF WKS-G-NUM-RENGLONES > ZERO
               IF WKS-SEC-MINIMA = ZERO
                   MOVE WKS-G-SECUENCIA TO WKS-SEC-MINIMA
               END-IF
               IF WKS-SEC-ANTERIOR > ZERO
                   AND WKS-G-SECUENCIA > WKS-SEC-ANTERIOR + 1
                   COMPUTE WKS-SEC-DESDE = WKS-SEC-ANTERIOR + 1
                   COMPUTE WKS-SEC-HASTA = WKS-G-SECUENCIA - 1
                   PERFORM ANOTAR-HUECO
               END-IF
               MOVE WKS-G-SECUENCIA TO WKS-SEC-ANTERIOR
               MOVE WKS-G-SECUENCIA TO WKS-SEC-MAXIMA
               IF WKS-G-NUM-RENGLONES > 1
                   PERFORM ANOTAR-DUPLICADO
               END-IF
           END-IF.

      * Los huecos tienen causas legitimas (el recorte de reinicio
      * del lote borra renglones pero el folio no regresa), por eso
      * son de severidad media.
       ANOTAR-HUECO.
           COMPUTE WKS-SEC-FALTAN = WKS-SEC-HASTA - WKS-SEC-DESDE + 1.
           MOVE "M"     TO WKS-HAL-NIVEL.
           MOVE "HUECO" TO HAL-REVISION.
           STRING WKS-SEC-DESDE "-" WKS-SEC-HASTA
               DELIMITED BY SIZE INTO HAL-LLAVE.
           STRING WKS-SEC-FALTAN " NUMEROS SIN RENGLON"
               DELIMITED BY SIZE INTO HAL-DESCRIPCION.
           PERFORM ESCRIBIR-HALLAZGO.

       ANOTAR-DUPLICADO.
           MOVE "A"         TO WKS-HAL-NIVEL.
           MOVE "DUPLICADO" TO HAL-REVISION.
           MOVE WKS-G-SECUENCIA TO HAL-LLAVE.
           MOVE WKS-G-NUM-LOG TO WKS-ED-CONT.
           MOVE WKS-G-NUM-EXC TO WKS-ED-CONT-2.
           STRING WKS-ED-CONT " EN BITACORA," WKS-ED-CONT-2
               " EN EXCEPCIONES"
               DELIMITED BY SIZE INTO HAL-DESCRIPCION.
           PERFORM ESCRIBIR-HALLAZGO.

      * El reverso debe apuntar a un renglon de bitacora.
       REVISAR-REVERSO.
           MOVE "REVERSO"       TO HAL-REVISION.
           MOVE WKS-G-SECUENCIA TO HAL-LLAVE.
           MOVE WKS-G-REF-REV   TO WKS-ED-REF.
           IF WKS-G-NUM-LOG = ZERO
               IF WKS-G-NUM-EXC > ZERO
                   MOVE "A" TO WKS-HAL-NIVEL
                   STRING "REVERSO " WKS-ED-REF
                       " APUNTA A UN RECHAZO"
                       DELIMITED BY SIZE INTO HAL-DESCRIPCION
               ELSE
                   PERFORM FIJAR-NIVEL-FALTANTE
                   STRING "REVERSO " WKS-ED-REF
                       " SIN RENGLON ORIGINAL"
                       DELIMITED BY SIZE INTO HAL-DESCRIPCION
               END-IF
               PERFORM ESCRIBIR-HALLAZGO
           ELSE
               IF WKS-G-NUM-REV > 1
                   MOVE "M" TO WKS-HAL-NIVEL
                   MOVE WKS-G-NUM-REV TO WKS-ED-CONT
                   STRING "RENGLON REVERSADO " WKS-ED-CONT " VECES"
                       DELIMITED BY SIZE INTO HAL-DESCRIPCION
                   PERFORM ESCRIBIR-HALLAZGO
               END-IF
           END-IF.

      * El reproceso debe apuntar a un rechazo marcado "R", y un
      * rechazo se reprocesa una sola vez.
       REVISAR-CORRECCION.
           MOVE "REPROCESO"     TO HAL-REVISION.
           MOVE WKS-G-SECUENCIA TO HAL-LLAVE.
           MOVE WKS-G-REF-COR   TO WKS-ED-REF.
           IF WKS-G-NUM-EXC = ZERO
               IF WKS-G-NUM-LOG > ZERO
                   MOVE "A" TO WKS-HAL-NIVEL
                   STRING "REPROCESO " WKS-ED-REF
                       " ORIGEN NO ES RECHAZO"
                       DELIMITED BY SIZE INTO HAL-DESCRIPCION
               ELSE
                   PERFORM FIJAR-NIVEL-FALTANTE
                   STRING "REPROCESO " WKS-ED-REF
                       " SIN RECHAZO ORIGEN"
                       DELIMITED BY SIZE INTO HAL-DESCRIPCION
               END-IF
               PERFORM ESCRIBIR-HALLAZGO
           ELSE
               IF WKS-G-ESTADO-EXC NOT = "R"
                   MOVE "A" TO WKS-HAL-NIVEL
                   STRING "REPROCESO " WKS-ED-REF
                       " RECHAZO SIN MARCA R"
                       DELIMITED BY SIZE INTO HAL-DESCRIPCION
                   PERFORM ESCRIBIR-HALLAZGO
               END-IF
           END-IF.
           IF WKS-G-NUM-COR > 1
               MOVE "REPROCESO"     TO HAL-REVISION
               MOVE WKS-G-SECUENCIA TO HAL-LLAVE
               MOVE "A" TO WKS-HAL-NIVEL
               MOVE WKS-G-NUM-COR TO WKS-ED-CONT
               STRING "RECHAZO REPROCESADO " WKS-ED-CONT " VECES"
                   DELIMITED BY SIZE INTO HAL-DESCRIPCION
               PERFORM ESCRIBIR-HALLAZGO
           END-IF.

      * Rechazo marcado "R" sin renglon de reproceso: si la
      * correccion sigue en CALCCOR.DAT o reboto en CALCEDT todavia
      * no ha llegado al lote y solo se informa.
       REVISAR-REPROCESO.
           MOVE "CORREGIDO"     TO HAL-REVISION.
           MOVE WKS-G-SECUENCIA TO HAL-LLAVE.
           IF WKS-G-NUM-PEND > ZERO
               MOVE "B" TO WKS-HAL-NIVEL
               MOVE "MARCA R; CORRECCION PENDIENTE O REBOTADA"
                   TO HAL-DESCRIPCION
           ELSE
               MOVE "M" TO WKS-HAL-NIVEL
               MOVE "MARCA R SIN RENGLON DE REPROCESO"
                   TO HAL-DESCRIPCION
           END-IF.
           PERFORM ESCRIBIR-HALLAZGO.

      * Un numero sin renglon debajo de la menor secuencia viva ya
      * fue archivado por el corte de fin de mes (la numeracion es
      * creciente); arriba de ella el renglon se perdio.
       FIJAR-NIVEL-FALTANTE.
           IF WKS-SEC-MINIMA = ZERO
               MOVE "B" TO WKS-HAL-NIVEL
           ELSE
               MOVE "A" TO WKS-HAL-NIVEL
           END-IF.

      * El siguiente numero del folio debe quedar arriba de la mayor
      * secuencia viva; si no, se volverian a repartir numeros. Sin
      * folio la numeracion arrancaria otra vez en 1.
       REVISAR-FOLIO.
           MOVE "N" TO WKS-HAY-FOLIO.
           OPEN INPUT CALCSEC-FILE.
           IF WKS-FS-SEC = "00"
               READ CALCSEC-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "S" TO WKS-HAY-FOLIO
                       MOVE CSEC-PROXIMA TO WKS-FOLIO-PROXIMA
               END-READ
               CLOSE CALCSEC-FILE
           END-IF.
           MOVE "FOLIO" TO HAL-REVISION.
           IF WKS-HAY-FOLIO = "N"
               IF WKS-SEC-MAXIMA > ZERO
                   MOVE "A" TO WKS-HAL-NIVEL
                   MOVE "CALCSEC" TO HAL-LLAVE
                   MOVE "SIN FOLIO; LA NUMERACION VOLVERIA A 1"
                       TO HAL-DESCRIPCION
                   PERFORM ESCRIBIR-HALLAZGO
               END-IF
           ELSE
               PERFORM COMPARAR-FOLIO
           END-IF.
           IF WKS-CONT-SIN-FOLIO > ZERO
               MOVE "B" TO WKS-HAL-NIVEL
               MOVE "SIN FOLIO" TO HAL-REVISION
               MOVE "000000000" TO HAL-LLAVE
               STRING WKS-CONT-SIN-FOLIO
                   " RENGLONES ANTERIORES AL FOLIO"
                   DELIMITED BY SIZE INTO HAL-DESCRIPCION
               PERFORM ESCRIBIR-HALLAZGO
           END-IF.

       COMPARAR-FOLIO.
           IF WKS-FOLIO-PROXIMA NOT > WKS-SEC-MAXIMA
               MOVE "A" TO WKS-HAL-NIVEL
               MOVE WKS-FOLIO-PROXIMA TO HAL-LLAVE
               STRING "FOLIO NO PASA LA MAYOR SECUENCIA "
                   WKS-SEC-MAXIMA
                   DELIMITED BY SIZE INTO HAL-DESCRIPCION
               PERFORM ESCRIBIR-HALLAZGO
           ELSE
               IF WKS-SEC-MAXIMA > ZERO
                   AND WKS-FOLIO-PROXIMA > WKS-SEC-MAXIMA + 1
                   COMPUTE WKS-SEC-DESDE = WKS-SEC-MAXIMA + 1
                   COMPUTE WKS-SEC-HASTA = WKS-FOLIO-PROXIMA - 1
                   PERFORM ANOTAR-HUECO
               END-IF
           END-IF.

      ******************************************************************
      * Operadores y monedas en uso contra sus maestros. Sin maestro
      * la revision de ese tipo no se puede hacer y solo se informa.
      ******************************************************************
       ABRIR-MAESTROS.
           OPEN INPUT CALCOPE-FILE.
           IF WKS-FS-OPE = "00"
               MOVE "S" TO WKS-HAY-OPE
           ELSE
               MOVE "B"        TO WKS-HAL-NIVEL
               MOVE "OPERADOR" TO HAL-REVISION
               MOVE "CALCOPE"  TO HAL-LLAVE
               MOVE "SIN MAESTRO DE OPERADORES; NO SE REVISA"
                   TO HAL-DESCRIPCION
               PERFORM ESCRIBIR-HALLAZGO
           END-IF.
           OPEN INPUT CALCPRM-FILE.
           IF WKS-FS-PRM = "00"
               MOVE "S" TO WKS-HAY-PRM
           ELSE
               MOVE "B"       TO WKS-HAL-NIVEL
               MOVE "MONEDA"  TO HAL-REVISION
               MOVE "CALCPRM" TO HAL-LLAVE
               MOVE "SIN MAESTRO DE MONEDAS; NO SE REVISA"
                   TO HAL-DESCRIPCION
               PERFORM ESCRIBIR-HALLAZGO
           END-IF.

       CERRAR-MAESTROS.
           IF WKS-HAY-OPE = "S"
               CLOSE CALCOPE-FILE
           END-IF.
           IF WKS-HAY-PRM = "S"
               CLOSE CALCPRM-FILE
           END-IF.

       CARGAR-CODIGOS.
           MOVE "N" TO WKS-EOF-ARCH.
           OPEN INPUT CALCLOG-FILE.
           IF WKS-FS-LOG = "00"
               PERFORM LEER-COD-BITACORA UNTIL WKS-EOF-ARCH = "S"
               CLOSE CALCLOG-FILE
           END-IF.
           MOVE "N" TO WKS-EOF-ARCH.
           OPEN INPUT CALCTAP-FILE.
           IF WKS-FS-TAP = "00"
               PERFORM LEER-COD-CINTA UNTIL WKS-EOF-ARCH = "S"
               CLOSE CALCTAP-FILE
           END-IF.
           MOVE "N" TO WKS-EOF-ARCH.
           OPEN INPUT CALCEXC-FILE.
           IF WKS-FS-EXC = "00"
               PERFORM LEER-COD-EXCEPCION UNTIL WKS-EOF-ARCH = "S"
               CLOSE CALCEXC-FILE
           END-IF.

       LEER-COD-BITACORA.
           READ CALCLOG-FILE NEXT
               AT END
                   MOVE "S" TO WKS-EOF-ARCH
               NOT AT END
                   MOVE "L"           TO SRC-FUENTE
                   MOVE "O"           TO SRC-TIPO
                   MOVE CLOG-OPERADOR TO SRC-CODIGO
                   RELEASE CODIGO-RECORD
                   MOVE "M"           TO SRC-TIPO
                   MOVE CLOG-MONEDA   TO SRC-CODIGO
                   RELEASE CODIGO-RECORD
           END-READ.

       LEER-COD-CINTA.
           READ CALCTAP-FILE NEXT
               AT END
                   MOVE "S" TO WKS-EOF-ARCH
               NOT AT END
                   ADD 1 TO WKS-LEIDOS-TAP
                   MOVE "T"           TO SRC-FUENTE
                   MOVE "O"           TO SRC-TIPO
                   MOVE CTAP-OPERADOR TO SRC-CODIGO
                   RELEASE CODIGO-RECORD
           END-READ.

       LEER-COD-EXCEPCION.
           READ CALCEXC-FILE
               AT END
                   MOVE "S" TO WKS-EOF-ARCH
               NOT AT END
                   MOVE "E"         TO SRC-FUENTE
                   MOVE "M"         TO SRC-TIPO
                   MOVE CEXC-MONEDA TO SRC-CODIGO
                   RELEASE CODIGO-RECORD
           END-READ.

       PROCESAR-CODIGOS.
           MOVE "N" TO WKS-EOF-ORD.
           PERFORM LEER-ORDEN-CODIGO UNTIL WKS-EOF-ORD = "S".
           IF WKS-HAY-CODIGO = "S"
               PERFORM EVALUAR-CODIGO
           END-IF.

       LEER-ORDEN-CODIGO.
           RETURN CODIGO-WORK-FILE
               AT END
                   MOVE "S" TO WKS-EOF-ORD
               NOT AT END
                   PERFORM ACUMULAR-CODIGO
           END-RETURN.

       ACUMULAR-CODIGO.
           IF WKS-HAY-CODIGO = "S"
               AND (SRC-TIPO NOT = WKS-C-TIPO
                    OR SRC-CODIGO NOT = WKS-C-CODIGO)
               PERFORM EVALUAR-CODIGO
               MOVE "N" TO WKS-HAY-CODIGO
           END-IF.
           IF WKS-HAY-CODIGO = "N"
               MOVE "S"        TO WKS-HAY-CODIGO
               MOVE SRC-TIPO   TO WKS-C-TIPO
               MOVE SRC-CODIGO TO WKS-C-CODIGO
               MOVE "N"        TO WKS-C-EN-LOG
               MOVE "N"        TO WKS-C-EN-TAP
               MOVE "N"        TO WKS-C-EN-EXC
           END-IF.
           EVALUATE SRC-FUENTE
               WHEN "L"
                   MOVE "S" TO WKS-C-EN-LOG
               WHEN "T"
                   MOVE "S" TO WKS-C-EN-TAP
               WHEN "E"
                   MOVE "S" TO WKS-C-EN-EXC
           END-EVALUATE.

       EVALUAR-CODIGO.
           IF WKS-C-TIPO = "O"
               IF WKS-HAY-OPE = "S"
                   PERFORM REVISAR-OPERADOR
               END-IF
           ELSE
               IF WKS-HAY-PRM = "S"
                   PERFORM REVISAR-MONEDA
               END-IF
           END-IF.

      * Los operadores no se borran del maestro, solo se dan de
      * baja: uno que grabo en la bitacora y no esta es un enlace
      * roto; si solo queda su cinta es de severidad media.
       REVISAR-OPERADOR.
           MOVE "S" TO WKS-C-EXISTE.
           MOVE WKS-C-CODIGO TO COPE-ID.
           READ CALCOPE-FILE
               INVALID KEY
                   MOVE "N" TO WKS-C-EXISTE
           END-READ.
           IF WKS-C-EXISTE = "N"
               MOVE "OPERADOR"   TO HAL-REVISION
               MOVE WKS-C-CODIGO TO HAL-LLAVE
               IF WKS-C-EN-LOG = "S"
                   MOVE "A" TO WKS-HAL-NIVEL
                   MOVE "NO ESTA EN CALCOPE; TIENE BITACORA"
                       TO HAL-DESCRIPCION
               ELSE
                   MOVE "M" TO WKS-HAL-NIVEL
                   MOVE "NO ESTA EN CALCOPE; SOLO TIENE CINTA"
                       TO HAL-DESCRIPCION
               END-IF
               PERFORM ESCRIBIR-HALLAZGO
           END-IF.

      * Una moneda de la bitacora que ya no esta en CALCPRM deja sin
      * decimales ni consolidacion a los reportes y al extracto; si
      * solo la usan rechazos es de severidad media.
       REVISAR-MONEDA.
           MOVE "S" TO WKS-C-EXISTE.
           MOVE WKS-C-CODIGO TO CPRM-MONEDA.
           READ CALCPRM-FILE
               INVALID KEY
                   MOVE "N" TO WKS-C-EXISTE
           END-READ.
           IF WKS-C-EXISTE = "N"
               MOVE "MONEDA"     TO HAL-REVISION
               MOVE WKS-C-CODIGO TO HAL-LLAVE
               IF WKS-C-EN-LOG = "S"
                   MOVE "A" TO WKS-HAL-NIVEL
                   MOVE "NO ESTA EN CALCPRM; TIENE BITACORA"
                       TO HAL-DESCRIPCION
               ELSE
                   MOVE "M" TO WKS-HAL-NIVEL
                   MOVE "NO ESTA EN CALCPRM; SOLO EN EXCEPCIONES"
                       TO HAL-DESCRIPCION
               END-IF
               PERFORM ESCRIBIR-HALLAZGO
           END-IF.

      ******************************************************************
      * Escritura de un hallazgo y conteo por severidad.
      ******************************************************************
       ESCRIBIR-HALLAZGO.
           EVALUATE WKS-HAL-NIVEL
               WHEN "A"
                   ADD 1 TO WKS-CONT-ALTA
                   MOVE "ALTA"  TO HAL-SEVERIDAD
               WHEN "M"
                   ADD 1 TO WKS-CONT-MEDIA
                   MOVE "MEDIA" TO HAL-SEVERIDAD
               WHEN OTHER
                   ADD 1 TO WKS-CONT-BAJA
                   MOVE "BAJA"  TO HAL-SEVERIDAD
           END-EVALUATE.
           ADD 1 TO WKS-CONT-SECCION.
           MOVE WKS-LINEA-HALLAZGO TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO WKS-LINEA-HALLAZGO.

       ESCRIBIR-RESUMEN.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           STRING "RENGLONES EN BITACORA:       " WKS-LEIDOS-LOG
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "RENGLONES EN EXCEPCIONES:    " WKS-LEIDOS-EXC
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "CORRECCIONES SIN PROCESAR:   " WKS-LEIDOS-PEND
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "CINTAS DE OPERADOR:          " WKS-LEIDOS-TAP
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "MENOR / MAYOR SECUENCIA:     " WKS-SEC-MINIMA
               " / " WKS-SEC-MAXIMA
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           IF WKS-HAY-FOLIO = "S"
               STRING "SIGUIENTE NUMERO DEL FOLIO:  " WKS-FOLIO-PROXIMA
                   DELIMITED BY SIZE INTO RPT-LINEA
           ELSE
               MOVE "SIGUIENTE NUMERO DEL FOLIO:  (SIN FOLIO)"
                   TO RPT-LINEA
           END-IF.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           STRING "HALLAZGOS ALTA:              " WKS-CONT-ALTA
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "HALLAZGOS MEDIA:             " WKS-CONT-MEDIA
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "HALLAZGOS BAJA:              " WKS-CONT-BAJA
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           IF WKS-CONT-ALTA > ZERO
               MOVE "RESULTADO: CIERRE DETENIDO ANTES DEL EXTRACTO"
                   TO RPT-LINEA
           ELSE
               MOVE "RESULTADO: SIN HALLAZGOS QUE DETENGAN EL CIERRE"
                   TO RPT-LINEA
           END-IF.
           WRITE RPT-LINEA.

      * Lectura de la fecha de proceso (LEER-FECHA-PROCESO),
      * compartida con los demas pasos del cierre via CALCLFP.cpy.
           COPY CALCLFP.

       END PROGRAM CALCINT.
