      ******************************************************************
      * Author:
      * Date:
      * Purpose: Consulta de trazabilidad por numero de secuencia,
      *          solo para supervisores. Con cualquier secuencia de
      *          la cadena (el rechazo, el renglon reprocesado o su
      *          reverso) arma la vida completa de la captura: el
      *          rechazo en CALCEXC con su motivo, la correccion de
      *          CALCCOR (pendiente de lote en CALCCOR.DAT, rebotada
      *          por CALCEDT en CALCTXNR.DAT, o ya aplicada) con el
      *          supervisor que la aprobo, el renglon de CALCLOG que
      *          la reproceso con su ID de lote y cualquier reverso
      *          "V" con el supervisor que lo autorizo. Busca en los
      *          archivos vivos y en todos los historicos que dejo
      *          CALCARC (CALCLOG.aaaammdd y CALCEXC.aaaammdd, ver el
      *          catalogo CALCHIS). Lo consultado se puede mandar al
      *          reporte impreso CALCTRZ.RPT.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCTRZ.
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

      * Los historicos llevan la fecha de corte en el nombre, igual
      * que los arma CALCARC.
           SELECT ARCLOG-FILE ASSIGN USING WKS-NOM-ARC-LOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-ARL.

           SELECT ARCEXC-FILE ASSIGN USING WKS-NOM-ARC-EXC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-ARE.

           SELECT CALCHIS-FILE ASSIGN TO "CALCHIS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-HIS.

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

           SELECT CALCRPT-FILE ASSIGN TO "CALCTRZ.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCLOG-FILE.
           COPY CALCLOG.

       FD  CALCEXC-FILE.
           COPY CALCEXC.

       FD  ARCLOG-FILE.
       01  ARL-REGISTRO        PIC X(107).

       FD  ARCEXC-FILE.
       01  ARE-REGISTRO        PIC X(97).

       FD  CALCHIS-FILE.
           COPY CALCHIS.

       FD  CALCCOR-FILE.
           COPY CALCTXN.

      * Mismo registro que graba CALCEDT: la transaccion cruda con el
      * codigo y la descripcion del motivo; la secuencia origen y el
      * aprobador se leen en su posicion dentro del registro crudo.
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

       FD  CALCRPT-FILE.
       01  RPT-LINEA           PIC X(80).

       WORKING-STORAGE SECTION.
       01  GUIONES             PIC X(80) VALUE ALL "-".
       01  WKS-FS-LOG          PIC XX    VALUE "00".
       01  WKS-FS-EXC          PIC XX    VALUE "00".
       01  WKS-FS-ARL          PIC XX    VALUE "00".
       01  WKS-FS-ARE          PIC XX    VALUE "00".
       01  WKS-FS-HIS          PIC XX    VALUE "00".
       01  WKS-FS-COR          PIC XX    VALUE "00".
       01  WKS-FS-REJ          PIC XX    VALUE "00".
       01  WKS-FS-OPE          PIC XX    VALUE "00".
       01  WKS-FS-RPT          PIC XX    VALUE "00".
       01  WKS-EOF-ARCH        PIC X(01) VALUE "N".
       01  WKS-SUPERVISOR-ID   PIC X(08) VALUE SPACES.
       01  WKS-SUPERVISOR-OK   PIC X(01) VALUE "N".
       01  WKS-ACCION          PIC X(01) VALUE SPACE.
       01  WKS-TERMINAR        PIC X(01) VALUE "N".
       01  WKS-CONT-CONSULTAS  PIC 9(05) VALUE ZERO.
       01  WKS-CONT-IMPRESAS   PIC 9(05) VALUE ZERO.

      * Secuencia tecleada y las dos secuencias que amarran la
      * cadena: la del rechazo original (cero si la captura nunca
      * fue rechazada) y la del renglon de bitacora que la grabo.
       01  WKS-SEC-BUSCADA     PIC 9(09) VALUE ZERO.
       01  WKS-SEC-RECHAZO     PIC 9(09) VALUE ZERO.
       01  WKS-SEC-RECHAZO-X   PIC X(09) VALUE SPACES.
       01  WKS-SEC-CALCULO     PIC 9(09) VALUE ZERO.
       01  WKS-SEC-OBJETIVO    PIC 9(09) VALUE ZERO.

      * Modo del recorrido de bitacora o excepciones: "A" buscar el
      * renglon de la secuencia (ancla), "R" buscar el reproceso de
      * un rechazo, "C" juntar los eventos de la cadena.
       01  WKS-MODO            PIC X(01) VALUE SPACE.
       01  WKS-DETENER         PIC X(01) VALUE "N".
       01  WKS-ENCONTRADO      PIC X(01) VALUE "N".
       01  WKS-ANCLA-TIPO      PIC X(01) VALUE SPACE.
       01  WKS-ANCLA-ORIGEN    PIC 9(09) VALUE ZERO.
       01  WKS-EXC-ESTADO      PIC X(01) VALUE SPACE.
       01  WKS-HAY-RECHAZO     PIC X(01) VALUE "N".
       01  WKS-HAY-CORRECCION  PIC X(01) VALUE "N".
       01  WKS-HAY-CALCULO     PIC X(01) VALUE "N".
       01  WKS-NOTA            PIC X(60) VALUE SPACES.

      * Historicos del catalogo de CALCARC (una fecha de corte por
      * renglon, sin repetir); 120 cortes son diez anios de cortes
      * mensuales.
       01  WKS-MAX-HISTORICOS  PIC 9(03) VALUE 120.
       01  WKS-NUM-HISTORICOS  PIC 9(03) VALUE ZERO.
       01  WKS-HIS-SUB         PIC 9(03) VALUE ZERO.
       01  WKS-HIS-SUB-2       PIC 9(03) VALUE ZERO.
       01  WKS-HIS-REPETIDO    PIC X(01) VALUE "N".
       01  WKS-TABLA-HISTORICOS.
           05  WKS-HIS-FECHA   PIC 9(08) OCCURS 120 TIMES.
       01  WKS-NOM-ARC-LOG     PIC X(16) VALUE SPACES.
       01  WKS-NOM-ARC-EXC     PIC X(16) VALUE SPACES.
       01  WKS-FUENTE          PIC X(16) VALUE SPACES.

      * Eventos de la cadena en orden de ocurrencia. En pantalla
      * caben seis; el impreso lleva todos.
       01  WKS-MAX-EVENTOS     PIC 9(02) VALUE 20.
       01  WKS-MAX-PANTALLA    PIC 9(02) VALUE 6.
       01  WKS-NUM-EVENTOS     PIC 9(02) VALUE ZERO.
       01  WKS-EVT-SUB         PIC 9(02) VALUE ZERO.
       01  WKS-EVT-LINEA       PIC 9(02) VALUE ZERO.
       01  WKS-EVT-SIN-LUGAR   PIC 9(02) VALUE ZERO.
       01  WKS-TABLA-EVENTOS.
           05  WKS-EVT-ENTRY OCCURS 20 TIMES.
               10  WKS-EVT-TIPO        PIC X(11).
               10  WKS-EVT-FECHA       PIC X(08).
               10  WKS-EVT-SECUENCIA   PIC X(09).
               10  WKS-EVT-OPERADOR    PIC X(08).
               10  WKS-EVT-OPERACION   PIC X(02).
               10  WKS-EVT-MONEDA      PIC X(03).
               10  WKS-EVT-IMPORTE     PIC S9(09)V9(04)
                               SIGN LEADING SEPARATE.
               10  WKS-EVT-SUPERVISOR  PIC X(08).
               10  WKS-EVT-DETALLE     PIC X(60).
               10  WKS-EVT-FUENTE      PIC X(16).

       01  WKS-EVT-NUEVO.
           05  WKS-NVO-TIPO        PIC X(11).
           05  WKS-NVO-FECHA       PIC X(08).
           05  WKS-NVO-SECUENCIA   PIC X(09).
           05  WKS-NVO-OPERADOR    PIC X(08).
           05  WKS-NVO-OPERACION   PIC X(02).
           05  WKS-NVO-MONEDA      PIC X(03).
           05  WKS-NVO-IMPORTE     PIC S9(09)V9(04)
                               SIGN LEADING SEPARATE.
           05  WKS-NVO-SUPERVISOR  PIC X(08).
           05  WKS-NVO-DETALLE     PIC X(60).
           05  WKS-NVO-FUENTE      PIC X(16).

       01  WKS-LOTE-ED         PIC X(08) VALUE SPACES.
       01  WKS-NUM-2-ED        PIC +9(09).9(04).

       01  WKS-LINEA-TITULO.
           05  FILLER          PIC X(30) VALUE
               "EVENTO     FECHA    SECUENCIA ".
           05  FILLER          PIC X(16) VALUE "OPERADOR OP MON ".
           05  FILLER          PIC X(16) VALUE "        IMPORTE ".
           05  FILLER          PIC X(08) VALUE "SUPERV.".

       01  WKS-LINEA-EVT-1.
           05  LE1-TIPO        PIC X(11).
           05  LE1-FECHA       PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  LE1-SECUENCIA   PIC X(09).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  LE1-OPERADOR    PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  LE1-OPERACION   PIC X(02).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  LE1-MONEDA      PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  LE1-IMPORTE     PIC +9(09).9(04).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  LE1-SUPERVISOR  PIC X(08).

       01  WKS-LINEA-EVT-2.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  LE2-DETALLE     PIC X(60).
           05  LE2-FUENTE      PIC X(16).

       01  WKS-LINEA-CADENA.
           05  FILLER          PIC X(11) VALUE "SECUENCIA: ".
           05  LCA-BUSCADA     PIC 9(09).
           05  FILLER          PIC X(11) VALUE "  RECHAZO: ".
           05  LCA-RECHAZO     PIC 9(09).
           05  FILLER          PIC X(11) VALUE "  CALCULO: ".
           05  LCA-CALCULO     PIC 9(09).

       PROCEDURE DIVISION.
       MAIN-CALCTRZ.
           PERFORM CAPTURAR-SUPERVISOR.
           PERFORM CARGAR-CATALOGO.
           OPEN OUTPUT CALCRPT-FILE.
           PERFORM ESCRIBIR-ENCABEZADO.
           PERFORM ATENDER-CONSULTA UNTIL WKS-TERMINAR = "S".
           CLOSE CALCRPT-FILE.
           PERFORM MOSTRAR-RESUMEN.
           STOP RUN.

       CAPTURAR-SUPERVISOR.
           MOVE "N" TO WKS-SUPERVISOR-OK.
           PERFORM CAPTURAR-SUPERVISOR-CICLO
               UNTIL WKS-SUPERVISOR-OK = "S".

       CAPTURAR-SUPERVISOR-CICLO.
           DISPLAY " "                       LINE 1 COL 1 ERASE EOS
                   "CALCULADORA | TRAZABILIDAD POR SECUENCIA"
                                             LINE 3 COL 20
                   GUIONES                   LINE 4 COL 1
                   "ID DE SUPERVISOR:"       LINE 6 COL 1.
           ACCEPT WKS-SUPERVISOR-ID          LINE 7 COL 1.
           PERFORM VALIDAR-SUPERVISOR.

      * La consulta exige un ID dado de alta, activo y con nivel de
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

      * Sin catalogo solo se buscan los archivos vivos.
       CARGAR-CATALOGO.
           MOVE ZERO TO WKS-NUM-HISTORICOS.
           MOVE "N" TO WKS-EOF-ARCH.
           OPEN INPUT CALCHIS-FILE.
           IF WKS-FS-HIS = "00"
               PERFORM LEER-CATALOGO UNTIL WKS-EOF-ARCH = "S"
               CLOSE CALCHIS-FILE
           END-IF.

       LEER-CATALOGO.
           READ CALCHIS-FILE
               AT END
                   MOVE "S" TO WKS-EOF-ARCH
               NOT AT END
                   PERFORM ANOTAR-HISTORICO
           END-READ.

       ANOTAR-HISTORICO.
           MOVE "N" TO WKS-HIS-REPETIDO.
           PERFORM REVISAR-HISTORICO-REPETIDO
               VARYING WKS-HIS-SUB-2 FROM 1 BY 1
               UNTIL WKS-HIS-SUB-2 > WKS-NUM-HISTORICOS.
           IF WKS-HIS-REPETIDO = "N"
               AND WKS-NUM-HISTORICOS < WKS-MAX-HISTORICOS
                   ADD 1 TO WKS-NUM-HISTORICOS
                   MOVE CHIS-FECHA-CORTE
                       TO WKS-HIS-FECHA(WKS-NUM-HISTORICOS)
           END-IF.

       REVISAR-HISTORICO-REPETIDO.
           IF WKS-HIS-FECHA(WKS-HIS-SUB-2) = CHIS-FECHA-CORTE
               MOVE "S" TO WKS-HIS-REPETIDO
           END-IF.

       ATENDER-CONSULTA.
           DISPLAY " "                       LINE 1 COL 1 ERASE EOS
                   "CALCULADORA | TRAZABILIDAD POR SECUENCIA"
                                             LINE 3 COL 20
                   GUIONES                   LINE 4 COL 1
                   "SECUENCIA (0=TERMINAR):" LINE 6 COL 1.
           MOVE ZERO TO WKS-SEC-BUSCADA.
           ACCEPT WKS-SEC-BUSCADA            LINE 6 COL 25.
           IF WKS-SEC-BUSCADA = ZERO
               MOVE "S" TO WKS-TERMINAR
           ELSE
               ADD 1 TO WKS-CONT-CONSULTAS
               PERFORM RESOLVER-SECUENCIA
               PERFORM ARMAR-CADENA
               PERFORM MOSTRAR-CADENA
               PERFORM PEDIR-ACCION
           END-IF.

      * Se ubica la secuencia tecleada. Si es un renglon de bitacora
      * se toma de ahi el rechazo origen (y si es un reverso, el
      * renglon reversado); si no, se busca como rechazo en las
      * excepciones y su reproceso en la bitacora.
       RESOLVER-SECUENCIA.
           MOVE ZERO TO WKS-SEC-RECHAZO.
           MOVE ZERO TO WKS-SEC-CALCULO.
           MOVE "A" TO WKS-MODO.
           MOVE WKS-SEC-BUSCADA TO WKS-SEC-OBJETIVO.
           PERFORM RECORRER-BITACORAS.
           IF WKS-ENCONTRADO = "S"
               IF WKS-ANCLA-TIPO = "V"
                   MOVE WKS-ANCLA-ORIGEN TO WKS-SEC-CALCULO
                   MOVE WKS-SEC-CALCULO TO WKS-SEC-OBJETIVO
                   PERFORM RECORRER-BITACORAS
                   IF WKS-ENCONTRADO = "S"
                       AND WKS-ANCLA-TIPO NOT = "V"
                       MOVE WKS-ANCLA-ORIGEN TO WKS-SEC-RECHAZO
                   END-IF
               ELSE
                   MOVE WKS-SEC-BUSCADA  TO WKS-SEC-CALCULO
                   MOVE WKS-ANCLA-ORIGEN TO WKS-SEC-RECHAZO
               END-IF
           ELSE
               PERFORM RECORRER-EXCEPCIONES
               IF WKS-ENCONTRADO = "S"
                   MOVE WKS-SEC-BUSCADA TO WKS-SEC-RECHAZO
                   MOVE "R" TO WKS-MODO
                   PERFORM RECORRER-BITACORAS
               END-IF
           END-IF.

       ARMAR-CADENA.
           MOVE ZERO TO WKS-NUM-EVENTOS.
           MOVE ZERO TO WKS-EVT-SIN-LUGAR.
           MOVE "N" TO WKS-HAY-RECHAZO.
           MOVE "N" TO WKS-HAY-CORRECCION.
           MOVE "N" TO WKS-HAY-CALCULO.
           MOVE SPACE TO WKS-EXC-ESTADO.
           MOVE SPACES TO WKS-NOTA.
           MOVE "C" TO WKS-MODO.
           IF WKS-SEC-RECHAZO > ZERO
               MOVE WKS-SEC-RECHAZO TO WKS-SEC-OBJETIVO
               MOVE WKS-SEC-RECHAZO TO WKS-SEC-RECHAZO-X
               PERFORM RECORRER-EXCEPCIONES
               PERFORM BUSCAR-CORRECCION-PENDIENTE
               PERFORM BUSCAR-CORRECCION-REBOTADA
           END-IF.
           IF WKS-SEC-CALCULO > ZERO
               PERFORM RECORRER-BITACORAS
           END-IF.
           PERFORM ARMAR-NOTA.

      * Lo que falta en la cadena se explica en una nota al pie.
       ARMAR-NOTA.
           EVALUATE TRUE
               WHEN WKS-NUM-EVENTOS = ZERO
                   MOVE "SECUENCIA NO ENCONTRADA NI EN HISTORICOS"
                       TO WKS-NOTA
               WHEN WKS-HAY-RECHAZO = "S" AND WKS-HAY-CALCULO = "N"
                   AND WKS-HAY-CORRECCION = "N"
                   IF WKS-EXC-ESTADO = "R"
                       MOVE "RECHAZO CORREGIDO SIN REPROCESO GRABADO"
                           TO WKS-NOTA
                   ELSE
                       MOVE "RECHAZO PENDIENTE DE CORREGIR"
                           TO WKS-NOTA
                   END-IF
               WHEN WKS-SEC-RECHAZO > ZERO AND WKS-HAY-RECHAZO = "N"
                   MOVE "EL RECHAZO ORIGEN YA NO ESTA EN LOS ARCHIVOS"
                       TO WKS-NOTA
           END-EVALUATE.

      * Se recorren primero los historicos (mas viejos) y al final la
      * bitacora viva, para que los eventos queden en el orden en que
      * ocurrieron. En los modos "A" y "R" el recorrido se detiene
      * en cuanto encuentra lo que busca.
       RECORRER-BITACORAS.
           MOVE "N" TO WKS-DETENER.
           MOVE "N" TO WKS-ENCONTRADO.
           PERFORM RECORRER-HISTORICO-LOG
               VARYING WKS-HIS-SUB FROM 1 BY 1
               UNTIL WKS-HIS-SUB > WKS-NUM-HISTORICOS
               OR WKS-DETENER = "S".
           IF WKS-DETENER = "N"
               PERFORM RECORRER-BITACORA-VIVA
           END-IF.

       RECORRER-HISTORICO-LOG.
           MOVE SPACES TO WKS-NOM-ARC-LOG.
           STRING "CALCLOG." WKS-HIS-FECHA(WKS-HIS-SUB)
               DELIMITED BY SIZE INTO WKS-NOM-ARC-LOG.
           MOVE WKS-NOM-ARC-LOG TO WKS-FUENTE.
           MOVE "N" TO WKS-EOF-ARCH.
           OPEN INPUT ARCLOG-FILE.
           IF WKS-FS-ARL = "00"
               PERFORM LEER-HISTORICO-LOG
                   UNTIL WKS-EOF-ARCH = "S" OR WKS-DETENER = "S"
               CLOSE ARCLOG-FILE
           END-IF.

       LEER-HISTORICO-LOG.
           READ ARCLOG-FILE
               AT END
                   MOVE "S" TO WKS-EOF-ARCH
               NOT AT END
                   MOVE ARL-REGISTRO TO CALCLOG-RECORD
                   PERFORM EXAMINAR-RENGLON-LOG
           END-READ.

       RECORRER-BITACORA-VIVA.
           MOVE "BITACORA" TO WKS-FUENTE.
           MOVE "N" TO WKS-EOF-ARCH.
           OPEN INPUT CALCLOG-FILE.
           IF WKS-FS-LOG = "00"
               PERFORM LEER-BITACORA-VIVA
                   UNTIL WKS-EOF-ARCH = "S" OR WKS-DETENER = "S"
               CLOSE CALCLOG-FILE
           END-IF.

       LEER-BITACORA-VIVA.
           READ CALCLOG-FILE NEXT
               AT END
                   MOVE "S" TO WKS-EOF-ARCH
               NOT AT END
                   PERFORM EXAMINAR-RENGLON-LOG
           END-READ.

       EXAMINAR-RENGLON-LOG.
           EVALUATE WKS-MODO
               WHEN "A"
                   IF CLOG-SECUENCIA = WKS-SEC-OBJETIVO
                       MOVE CLOG-TIPO       TO WKS-ANCLA-TIPO
                       MOVE CLOG-SEC-ORIGEN TO WKS-ANCLA-ORIGEN
                       MOVE "S" TO WKS-ENCONTRADO
                       MOVE "S" TO WKS-DETENER
                   END-IF
               WHEN "R"
                   IF CLOG-TIPO NOT = "V"
                       AND CLOG-SEC-ORIGEN = WKS-SEC-RECHAZO
                       MOVE CLOG-SECUENCIA TO WKS-SEC-CALCULO
                       MOVE "S" TO WKS-ENCONTRADO
                       MOVE "S" TO WKS-DETENER
                   END-IF
               WHEN "C"
                   IF CLOG-SECUENCIA = WKS-SEC-CALCULO
                       PERFORM AGREGAR-EVENTO-CALCULO
                   END-IF
                   IF CLOG-TIPO = "V"
                       AND CLOG-SEC-ORIGEN = WKS-SEC-CALCULO
                       PERFORM AGREGAR-EVENTO-REVERSO
                   END-IF
           END-EVALUATE.

       RECORRER-EXCEPCIONES.
           MOVE "N" TO WKS-DETENER.
           MOVE "N" TO WKS-ENCONTRADO.
           PERFORM RECORRER-HISTORICO-EXC
               VARYING WKS-HIS-SUB FROM 1 BY 1
               UNTIL WKS-HIS-SUB > WKS-NUM-HISTORICOS
               OR WKS-DETENER = "S".
           IF WKS-DETENER = "N"
               PERFORM RECORRER-EXCEPCIONES-VIVAS
           END-IF.

       RECORRER-HISTORICO-EXC.
           MOVE SPACES TO WKS-NOM-ARC-EXC.
           STRING "CALCEXC." WKS-HIS-FECHA(WKS-HIS-SUB)
               DELIMITED BY SIZE INTO WKS-NOM-ARC-EXC.
           MOVE WKS-NOM-ARC-EXC TO WKS-FUENTE.
           MOVE "N" TO WKS-EOF-ARCH.
           OPEN INPUT ARCEXC-FILE.
           IF WKS-FS-ARE = "00"
               PERFORM LEER-HISTORICO-EXC
                   UNTIL WKS-EOF-ARCH = "S" OR WKS-DETENER = "S"
               CLOSE ARCEXC-FILE
           END-IF.

       LEER-HISTORICO-EXC.
           READ ARCEXC-FILE
               AT END
                   MOVE "S" TO WKS-EOF-ARCH
               NOT AT END
                   MOVE ARE-REGISTRO TO CALCEXC-RECORD
                   PERFORM EXAMINAR-RENGLON-EXC
           END-READ.

       RECORRER-EXCEPCIONES-VIVAS.
           MOVE "EXCEPCIONES" TO WKS-FUENTE.
           MOVE "N" TO WKS-EOF-ARCH.
           OPEN INPUT CALCEXC-FILE.
           IF WKS-FS-EXC = "00"
               PERFORM LEER-EXCEPCION-VIVA
                   UNTIL WKS-EOF-ARCH = "S" OR WKS-DETENER = "S"
               CLOSE CALCEXC-FILE
           END-IF.

       LEER-EXCEPCION-VIVA.
           READ CALCEXC-FILE
               AT END
                   MOVE "S" TO WKS-EOF-ARCH
               NOT AT END
                   PERFORM EXAMINAR-RENGLON-EXC
           END-READ.

       EXAMINAR-RENGLON-EXC.
           IF CEXC-SECUENCIA = WKS-SEC-OBJETIVO
               IF WKS-MODO = "A"
                   MOVE "S" TO WKS-ENCONTRADO
                   MOVE "S" TO WKS-DETENER
               ELSE
                   PERFORM AGREGAR-EVENTO-RECHAZO
               END-IF
           END-IF.

       BUSCAR-CORRECCION-PENDIENTE.
           MOVE "CALCCOR.DAT" TO WKS-FUENTE.
           MOVE "N" TO WKS-EOF-ARCH.
           OPEN INPUT CALCCOR-FILE.
           IF WKS-FS-COR = "00"
               PERFORM LEER-CORRECCION UNTIL WKS-EOF-ARCH = "S"
               CLOSE CALCCOR-FILE
           END-IF.

       LEER-CORRECCION.
           READ CALCCOR-FILE
               AT END
                   MOVE "S" TO WKS-EOF-ARCH
               NOT AT END
                   IF CTXN-SEC-ORIGEN = WKS-SEC-RECHAZO
                       PERFORM AGREGAR-EVENTO-CORRECCION
                   END-IF
           END-READ.

       BUSCAR-CORRECCION-REBOTADA.
           MOVE "CALCTXNR.DAT" TO WKS-FUENTE.
           MOVE "N" TO WKS-EOF-ARCH.
           OPEN INPUT CALCREJ-FILE.
           IF WKS-FS-REJ = "00"
               PERFORM LEER-REBOTADA UNTIL WKS-EOF-ARCH = "S"
               CLOSE CALCREJ-FILE
           END-IF.

       LEER-REBOTADA.
           READ CALCREJ-FILE
               AT END
                   MOVE "S" TO WKS-EOF-ARCH
               NOT AT END
                   IF REJ-SEC-ORIGEN = WKS-SEC-RECHAZO-X
                       PERFORM AGREGAR-EVENTO-REBOTADA
                   END-IF
           END-READ.

       AGREGAR-EVENTO-RECHAZO.
           MOVE "S" TO WKS-HAY-RECHAZO.
           MOVE CEXC-ESTADO TO WKS-EXC-ESTADO.
           INITIALIZE WKS-EVT-NUEVO.
           MOVE "RECHAZO"       TO WKS-NVO-TIPO.
           MOVE CEXC-FECHA      TO WKS-NVO-FECHA.
           MOVE CEXC-SECUENCIA  TO WKS-NVO-SECUENCIA.
           MOVE CEXC-OPERADOR   TO WKS-NVO-OPERADOR.
           MOVE CEXC-OPERACION  TO WKS-NVO-OPERACION.
           MOVE CEXC-MONEDA     TO WKS-NVO-MONEDA.
           MOVE CEXC-NUM-1      TO WKS-NVO-IMPORTE.
           IF CEXC-ESTADO = "R"
               STRING CEXC-MOTIVO "  HORA " CEXC-HORA "  CORREGIDO"
                   DELIMITED BY SIZE INTO WKS-NVO-DETALLE
           ELSE
               STRING CEXC-MOTIVO "  HORA " CEXC-HORA "  PENDIENTE"
                   DELIMITED BY SIZE INTO WKS-NVO-DETALLE
           END-IF.
           PERFORM AGREGAR-EVENTO.

       AGREGAR-EVENTO-CORRECCION.
           MOVE "S" TO WKS-HAY-CORRECCION.
           INITIALIZE WKS-EVT-NUEVO.
           MOVE "CORRECCION"    TO WKS-NVO-TIPO.
           MOVE CTXN-OPERACION  TO WKS-NVO-OPERACION.
           MOVE CTXN-MONEDA     TO WKS-NVO-MONEDA.
           MOVE CTXN-NUM-1      TO WKS-NVO-IMPORTE.
           MOVE CTXN-APROBADOR  TO WKS-NVO-SUPERVISOR.
           MOVE CTXN-NUM-2      TO WKS-NUM-2-ED.
           STRING "PENDIENTE DE LOTE  NUMERO 2 " WKS-NUM-2-ED
               DELIMITED BY SIZE INTO WKS-NVO-DETALLE.
           PERFORM AGREGAR-EVENTO.

       AGREGAR-EVENTO-REBOTADA.
           MOVE "S" TO WKS-HAY-CORRECCION.
           INITIALIZE WKS-EVT-NUEVO.
           MOVE "CORR RECHAZ"   TO WKS-NVO-TIPO.
           MOVE REJ-OPERACION   TO WKS-NVO-OPERACION.
           MOVE REJ-APROBADOR   TO WKS-NVO-SUPERVISOR.
           STRING "DEPURACION: " REJ-MOTIVO-COD " " REJ-MOTIVO-DESC
               DELIMITED BY SIZE INTO WKS-NVO-DETALLE.
           PERFORM AGREGAR-EVENTO.

      * El renglon grabado: si viene de una correccion es el
      * reproceso y su supervisor es quien aprobo la correccion; si
      * no, es la captura original y el supervisor (si lo hay) es
      * quien autorizo el rebase del limite.
       AGREGAR-EVENTO-CALCULO.
           MOVE "S" TO WKS-HAY-CALCULO.
           INITIALIZE WKS-EVT-NUEVO.
           IF CLOG-SEC-ORIGEN > ZERO
               MOVE "REPROCESO" TO WKS-NVO-TIPO
           ELSE
               MOVE "CALCULO"   TO WKS-NVO-TIPO
           END-IF.
           PERFORM MOVER-RENGLON-LOG.
           STRING "HORA " CLOG-HORA "  LOTE " WKS-LOTE-ED
               "  IND " CLOG-INDICADOR
               DELIMITED BY SIZE INTO WKS-NVO-DETALLE.
           PERFORM AGREGAR-EVENTO.

       AGREGAR-EVENTO-REVERSO.
           INITIALIZE WKS-EVT-NUEVO.
           MOVE "REVERSO"       TO WKS-NVO-TIPO.
           PERFORM MOVER-RENGLON-LOG.
           STRING "HORA " CLOG-HORA "  REVERSA " CLOG-SEC-ORIGEN
               DELIMITED BY SIZE INTO WKS-NVO-DETALLE.
           PERFORM AGREGAR-EVENTO.

       MOVER-RENGLON-LOG.
           MOVE CLOG-FECHA      TO WKS-NVO-FECHA.
           MOVE CLOG-SECUENCIA  TO WKS-NVO-SECUENCIA.
           MOVE CLOG-OPERADOR   TO WKS-NVO-OPERADOR.
           MOVE CLOG-OPERACION  TO WKS-NVO-OPERACION.
           MOVE CLOG-MONEDA     TO WKS-NVO-MONEDA.
           MOVE CLOG-RESULTADO  TO WKS-NVO-IMPORTE.
           MOVE CLOG-SUPERVISOR TO WKS-NVO-SUPERVISOR.
           IF CLOG-LOTE-ID = SPACES
               MOVE "PANTALLA"  TO WKS-LOTE-ED
           ELSE
               MOVE CLOG-LOTE-ID TO WKS-LOTE-ED
           END-IF.

       AGREGAR-EVENTO.
           MOVE WKS-FUENTE TO WKS-NVO-FUENTE.
           IF WKS-NUM-EVENTOS < WKS-MAX-EVENTOS
               ADD 1 TO WKS-NUM-EVENTOS
               MOVE WKS-EVT-NUEVO TO WKS-EVT-ENTRY(WKS-NUM-EVENTOS)
           ELSE
               ADD 1 TO WKS-EVT-SIN-LUGAR
           END-IF.

       MOSTRAR-CADENA.
           MOVE WKS-SEC-BUSCADA TO LCA-BUSCADA.
           MOVE WKS-SEC-RECHAZO TO LCA-RECHAZO.
           MOVE WKS-SEC-CALCULO TO LCA-CALCULO.
           DISPLAY WKS-LINEA-CADENA          LINE 7 COL 1
                   WKS-LINEA-TITULO          LINE 8 COL 1.
           MOVE 9 TO WKS-EVT-LINEA.
           PERFORM MOSTRAR-EVENTO
               VARYING WKS-EVT-SUB FROM 1 BY 1
               UNTIL WKS-EVT-SUB > WKS-NUM-EVENTOS
               OR WKS-EVT-SUB > WKS-MAX-PANTALLA.
           IF WKS-NUM-EVENTOS > WKS-MAX-PANTALLA
               OR WKS-EVT-SIN-LUGAR > ZERO
               DISPLAY "HAY MAS EVENTOS: VER EL IMPRESO"
                                             LINE 21 COL 1
           ELSE
               DISPLAY WKS-NOTA              LINE 21 COL 1
           END-IF.

       MOSTRAR-EVENTO.
           PERFORM ARMAR-LINEAS-EVENTO.
           DISPLAY WKS-LINEA-EVT-1           LINE WKS-EVT-LINEA COL 1.
           ADD 1 TO WKS-EVT-LINEA.
           DISPLAY WKS-LINEA-EVT-2           LINE WKS-EVT-LINEA COL 1.
           ADD 1 TO WKS-EVT-LINEA.

       ARMAR-LINEAS-EVENTO.
           MOVE WKS-EVT-TIPO(WKS-EVT-SUB)       TO LE1-TIPO.
           MOVE WKS-EVT-FECHA(WKS-EVT-SUB)      TO LE1-FECHA.
           MOVE WKS-EVT-SECUENCIA(WKS-EVT-SUB)  TO LE1-SECUENCIA.
           MOVE WKS-EVT-OPERADOR(WKS-EVT-SUB)   TO LE1-OPERADOR.
           MOVE WKS-EVT-OPERACION(WKS-EVT-SUB)  TO LE1-OPERACION.
           MOVE WKS-EVT-MONEDA(WKS-EVT-SUB)     TO LE1-MONEDA.
           MOVE WKS-EVT-IMPORTE(WKS-EVT-SUB)    TO LE1-IMPORTE.
           MOVE WKS-EVT-SUPERVISOR(WKS-EVT-SUB) TO LE1-SUPERVISOR.
           MOVE WKS-EVT-DETALLE(WKS-EVT-SUB)    TO LE2-DETALLE.
           MOVE WKS-EVT-FUENTE(WKS-EVT-SUB)     TO LE2-FUENTE.

       PEDIR-ACCION.
           DISPLAY GUIONES                   LINE 22 COL 1
                   "[I-IMPRIMIR] [C-OTRA CONSULTA] [T-TERMINAR]"
                                             LINE 23 COL 1
                   "ACCION [ ]"              LINE 24 COL 1.
           ACCEPT WKS-ACCION                 LINE 24 COL 9.
           EVALUATE WKS-ACCION
               WHEN "I"
               WHEN "i"
                   PERFORM IMPRIMIR-CADENA
               WHEN "T"
               WHEN "t"
                   MOVE "S" TO WKS-TERMINAR
           END-EVALUATE.

       ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE "TRAZABILIDAD POR SECUENCIA - CALCTRZ" TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "CONSULTADO POR: " WKS-SUPERVISOR-ID
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.

       IMPRIMIR-CADENA.
           ADD 1 TO WKS-CONT-IMPRESAS.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE WKS-LINEA-CADENA TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE WKS-LINEA-TITULO TO RPT-LINEA.
           WRITE RPT-LINEA.
           PERFORM IMPRIMIR-EVENTO
               VARYING WKS-EVT-SUB FROM 1 BY 1
               UNTIL WKS-EVT-SUB > WKS-NUM-EVENTOS.
           IF WKS-EVT-SIN-LUGAR > ZERO
               MOVE SPACES TO RPT-LINEA
               STRING "EVENTOS SIN LUGAR EN LA TABLA: "
                   WKS-EVT-SIN-LUGAR
                   DELIMITED BY SIZE INTO RPT-LINEA
               WRITE RPT-LINEA
           END-IF.
           IF WKS-NOTA NOT = SPACES
               MOVE WKS-NOTA TO RPT-LINEA
               WRITE RPT-LINEA
           END-IF.

       IMPRIMIR-EVENTO.
           PERFORM ARMAR-LINEAS-EVENTO.
           MOVE WKS-LINEA-EVT-1 TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE WKS-LINEA-EVT-2 TO RPT-LINEA.
           WRITE RPT-LINEA.

       MOSTRAR-RESUMEN.
           DISPLAY " "                       LINE 1 COL 1 ERASE EOS
                   "CALCULADORA | TRAZABILIDAD POR SECUENCIA"
                                             LINE 3 COL 20
                   GUIONES                   LINE 4 COL 1
                   "CONSULTAS:             " LINE 6 COL 1
                   WKS-CONT-CONSULTAS        LINE 6 COL 25
                   "IMPRESAS EN CALCTRZ.RPT:" LINE 7 COL 1
                   WKS-CONT-IMPRESAS         LINE 7 COL 26
                   GUIONES                   LINE 9 COL 1.

       END PROGRAM CALCTRZ.
