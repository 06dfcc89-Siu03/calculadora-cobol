      ******************************************************************
      * Author:
      * Date:
      * Purpose: Reporte de control de acciones de supervisor sobre
      *          CALCLOG, para la firma semanal del gerente de
      *          sucursal. Pide un rango de fechas y lista cada
      *          aprobacion de importe sobre el limite (renglon con
      *          SUPERVISOR estampado) y cada reverso "V" del rango,
      *          con el renglon original, el operador, el supervisor
      *          y el tiempo transcurrido entre el original y la
      *          accion. La aprobacion en pantalla se da en el
      *          momento y su original es el mismo renglon; la del
      *          corrector tiene como original el rechazo en CALCEXC
      *          (SEC-ORIGEN) y el reverso el renglon reversado. Los
      *          originales se buscan en los archivos vivos y en los
      *          historicos del catalogo CALCHIS, como en CALCTRZ.
      *          Marca lo que revisa auditoria interna: supervisor
      *          que aprueba o reversa lo suyo, reverso en un dia
      *          posterior al original, importe cerca o encima del
      *          limite CALCNIV del nivel del operador y supervisor
      *          con muchas mas aprobaciones que sus pares. Cierra
      *          con los totales por supervisor y el renglon de
      *          firma. Reporte impreso CALCSUP.RPT.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSUP.
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

           SELECT CALCOPE-FILE ASSIGN TO "CALCOPE.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS COPE-ID
               FILE STATUS IS WKS-FS-OPE.

           SELECT CALCNIV-FILE ASSIGN TO "CALCNIV.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CNIV-NIVEL
               FILE STATUS IS WKS-FS-NIV.

           SELECT CALCRPT-FILE ASSIGN TO "CALCSUP.RPT"
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

       FD  CALCOPE-FILE.
           COPY CALCOPE.

       FD  CALCNIV-FILE.
           COPY CALCNIV.

       FD  CALCRPT-FILE.
       01  RPT-LINEA           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WKS-FS-LOG          PIC XX    VALUE "00".
       01  WKS-FS-EXC          PIC XX    VALUE "00".
       01  WKS-FS-ARL          PIC XX    VALUE "00".
       01  WKS-FS-ARE          PIC XX    VALUE "00".
       01  WKS-FS-HIS          PIC XX    VALUE "00".
       01  WKS-FS-OPE          PIC XX    VALUE "00".
       01  WKS-FS-NIV          PIC XX    VALUE "00".
       01  WKS-FS-RPT          PIC XX    VALUE "00".
       01  WKS-OPERADOR-OK     PIC X(01) VALUE "N".
       01  WKS-OPERADOR-ID     PIC X(08) VALUE SPACES.
       01  WKS-EOF-ARCH        PIC X(01) VALUE "N".
       01  WKS-HAY-OPE         PIC X(01) VALUE "N".
       01  WKS-HAY-NIV         PIC X(01) VALUE "N".

       01  WKS-FECHA-DESDE-X   PIC X(08) VALUE SPACES.
       01  WKS-FECHA-HASTA-X   PIC X(08) VALUE SPACES.
       01  WKS-FECHA-DESDE     PIC 9(08) VALUE ZERO.
       01  WKS-FECHA-HASTA     PIC 9(08) VALUE 99999999.

      * Umbrales de las banderas: importe desde este porcentaje del
      * limite del nivel cuenta como cerca del limite, y un
      * supervisor con mas de este multiplo del promedio de
      * aprobaciones de sus pares (y al menos el minimo) es atipico.
       01  WKS-PCT-CERCA       PIC 9(03) VALUE 90.
       01  WKS-FACTOR-ATIPICO  PIC 9(02) VALUE 2.
       01  WKS-MINIMO-ATIPICO  PIC 9(03) VALUE 3.

      * Historicos del catalogo de CALCARC (una fecha de corte por
      * renglon, sin repetir), con el mismo tope que CALCTRZ.
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

      * Modo del recorrido de bitacora: "J" juntar las acciones del
      * rango, "O" buscar los originales de los reversos.
       01  WKS-MODO            PIC X(01) VALUE SPACE.

      * Acciones del rango en orden de llegada. CLASE "A" es una
      * aprobacion sobre el limite y "V" un reverso; el original se
      * llena en la segunda pasada (ORI-ESTADO "S" encontrado, "N"
      * no encontrado). Lo que no cabe se cuenta y se avisa.
       01  WKS-MAX-ACCIONES    PIC 9(04) VALUE 500.
       01  WKS-NUM-ACCIONES    PIC 9(04) VALUE ZERO.
       01  WKS-ACC-SUB         PIC 9(04) VALUE ZERO.
       01  WKS-ACC-SIN-LUGAR   PIC 9(07) VALUE ZERO.
       01  WKS-PEND-LOG        PIC 9(04) VALUE ZERO.
       01  WKS-PEND-EXC        PIC 9(04) VALUE ZERO.
       01  WKS-TABLA-ACCIONES.
           05  WKS-ACC-ENTRY OCCURS 500 TIMES.
               10  WKS-ACC-CLASE       PIC X(01).
               10  WKS-ACC-FECHA       PIC 9(08).
               10  WKS-ACC-HORA        PIC 9(08).
               10  WKS-ACC-SECUENCIA   PIC 9(09).
               10  WKS-ACC-OPERADOR    PIC X(08).
               10  WKS-ACC-SUPERVISOR  PIC X(08).
               10  WKS-ACC-OPERACION   PIC X(02).
               10  WKS-ACC-MONEDA      PIC X(03).
               10  WKS-ACC-IMPORTE     PIC S9(09)V9(04)
                               SIGN LEADING SEPARATE.
               10  WKS-ACC-SEC-ORIGEN  PIC 9(09).
               10  WKS-ACC-ORI-ESTADO  PIC X(01).
               10  WKS-ACC-ORI-FUENTE  PIC X(16).
               10  WKS-ACC-ORI-FECHA   PIC 9(08).
               10  WKS-ACC-ORI-HORA    PIC 9(08).
               10  WKS-ACC-ORI-OPERADOR PIC X(08).
               10  WKS-ACC-ORI-OPERACION PIC X(02).
               10  WKS-ACC-ORI-DETALLE PIC X(30).
               10  WKS-ACC-BAN-PROPIA  PIC X(01).
               10  WKS-ACC-BAN-DIA     PIC X(01).
               10  WKS-ACC-BAN-LIMITE  PIC X(01).

      * Totales por supervisor para la firma (mismo tope de 50 que
      * los desgloses por operador de CALCRPT y CALCEXR).
       01  WKS-MAX-SUPERVISORES PIC 9(02) VALUE 50.
       01  WKS-NUM-SUPERVISORES PIC 9(02) VALUE ZERO.
       01  WKS-SUP-SUB         PIC 9(02) VALUE ZERO.
       01  WKS-SUP-POS         PIC 9(02) VALUE ZERO.
       01  WKS-SUP-ENCONTRADO  PIC X(01) VALUE "N".
       01  WKS-SUP-BUSCADO     PIC X(08) VALUE SPACES.
       01  WKS-TABLA-SUPERVISORES.
           05  WKS-SUP-ENTRY OCCURS 50 TIMES.
               10  WKS-SUP-ID          PIC X(08) VALUE SPACES.
               10  WKS-SUP-APROBACIONES PIC 9(05) VALUE ZERO.
               10  WKS-SUP-REVERSOS    PIC 9(05) VALUE ZERO.
               10  WKS-SUP-PROPIAS     PIC 9(05) VALUE ZERO.
               10  WKS-SUP-DIA-POST    PIC 9(05) VALUE ZERO.
               10  WKS-SUP-LIMITE      PIC 9(05) VALUE ZERO.
               10  WKS-SUP-ATIPICO     PIC X(01) VALUE "N".

       01  WKS-TOT-APROBACIONES PIC 9(07) VALUE ZERO.
       01  WKS-TOT-REVERSOS    PIC 9(07) VALUE ZERO.
       01  WKS-TOT-PROPIAS     PIC 9(07) VALUE ZERO.
       01  WKS-TOT-DIA-POST    PIC 9(07) VALUE ZERO.
       01  WKS-TOT-LIMITE      PIC 9(07) VALUE ZERO.
       01  WKS-TOT-ATIPICOS    PIC 9(05) VALUE ZERO.
       01  WKS-TOT-SIN-ORIGINAL PIC 9(07) VALUE ZERO.
       01  WKS-PROMEDIO-PARES  PIC 9(05)V9(02) VALUE ZERO.
       01  WKS-TOPE-ATIPICO    PIC 9(07)V9(02) VALUE ZERO.

      * Evaluacion del limite de la accion en curso.
       01  WKS-OPER-EVALUADO   PIC X(08) VALUE SPACES.
       01  WKS-IMPORTE-ABS     PIC 9(09)V9(04) VALUE ZERO.
       01  WKS-LIMITE-NIVEL    PIC 9(11)V9(04) VALUE ZERO.
       01  WKS-LIMITE-CERCA    PIC 9(11)V9(04) VALUE ZERO.
       01  WKS-HAY-LIMITE      PIC X(01) VALUE "N".

      * Tiempo transcurrido entre el original y la accion. Las horas
      * de bitacora y excepciones vienen como HHMMSScc.
       01  WKS-HORA-TRABAJO    PIC 9(08) VALUE ZERO.
       01  WKS-HORA-PARTES REDEFINES WKS-HORA-TRABAJO.
           05  WKS-HT-HH       PIC 9(02).
           05  WKS-HT-MM       PIC 9(02).
           05  WKS-HT-SS       PIC 9(02).
           05  WKS-HT-CC       PIC 9(02).
       01  WKS-SEG-ORIGINAL    PIC 9(05) VALUE ZERO.
       01  WKS-SEG-ACCION      PIC 9(05) VALUE ZERO.
       01  WKS-DIAS-ORIGINAL   PIC 9(07) VALUE ZERO.
       01  WKS-DIAS-ACCION     PIC 9(07) VALUE ZERO.
       01  WKS-SEG-TRANSCURRIDO PIC S9(11) VALUE ZERO.
       01  WKS-TRA-DIAS        PIC 9(05) VALUE ZERO.
       01  WKS-TRA-HORAS       PIC 9(02) VALUE ZERO.
       01  WKS-TRA-MINUTOS     PIC 9(02) VALUE ZERO.
       01  WKS-TRA-SEGUNDOS    PIC 9(02) VALUE ZERO.
       01  WKS-TRA-RESTO       PIC 9(05) VALUE ZERO.
       01  WKS-TRANSCURRIDO    PIC X(15) VALUE SPACES.
       01  WKS-BANDERAS        PIC X(14) VALUE SPACES.
       01  WKS-BAN-ATIPICO     PIC X(01) VALUE SPACE.

       01  WKS-PCT-ED          PIC ZZ9.
       01  WKS-FACTOR-ED       PIC Z9.
       01  WKS-PROMEDIO-ED     PIC ZZZZ9.99.

       01  WKS-LINEA-TITULO.
           05  FILLER          PIC X(09) VALUE "ACCION".
           05  FILLER          PIC X(09) VALUE "FECHA".
           05  FILLER          PIC X(09) VALUE "HORA".
           05  FILLER          PIC X(10) VALUE "SECUENCIA".
           05  FILLER          PIC X(09) VALUE "OPERADOR".
           05  FILLER          PIC X(09) VALUE "SUPERV.".
           05  FILLER          PIC X(03) VALUE "OP".
           05  FILLER          PIC X(04) VALUE "MON".
           05  FILLER          PIC X(15) VALUE "        IMPORTE".

       01  WKS-LINEA-TITULO-SUP.
           05  FILLER          PIC X(13) VALUE "  SUPERV.".
           05  FILLER          PIC X(08) VALUE "APROB.".
           05  FILLER          PIC X(08) VALUE "REVERSOS".
           05  FILLER          PIC X(09) VALUE "PROPIAS".
           05  FILLER          PIC X(08) VALUE "DIA POST".
           05  FILLER          PIC X(08) VALUE "LIMITE".
           05  FILLER          PIC X(07) VALUE "ATIPICO".

       01  WKS-LINEA-DET.
           05  DET-CLASE       PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-FECHA       PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-HORA        PIC 9(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-SECUENCIA   PIC 9(09).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-OPERADOR    PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-SUPERVISOR  PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-OPERACION   PIC X(02).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-MONEDA      PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-IMPORTE     PIC +9(09).9(04).

       01  WKS-LINEA-SUP.
           05  FILLER          PIC X(02) VALUE SPACES.
           05  SUP-ID          PIC X(08).
           05  FILLER          PIC X(03) VALUE SPACES.
           05  SUP-APROBACIONES PIC ZZZZ9.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  SUP-REVERSOS    PIC ZZZZ9.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  SUP-PROPIAS     PIC ZZZZ9.
           05  FILLER          PIC X(04) VALUE SPACES.
           05  SUP-DIA-POST    PIC ZZZZ9.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  SUP-LIMITE      PIC ZZZZ9.
           05  FILLER          PIC X(03) VALUE SPACES.
           05  SUP-ATIPICO     PIC X(07).

       PROCEDURE DIVISION.
       MAIN-CALCSUP.
           PERFORM CAPTURAR-OPERADOR.
           PERFORM CAPTURAR-FILTROS.
           PERFORM CARGAR-CATALOGO.
           PERFORM JUNTAR-ACCIONES.
           PERFORM BUSCAR-ORIGINALES.
           PERFORM EVALUAR-ACCIONES.
           PERFORM MARCAR-ATIPICOS.
           OPEN OUTPUT CALCRPT-FILE.
           PERFORM ESCRIBIR-ENCABEZADO.
           PERFORM ESCRIBIR-ACCION
               VARYING WKS-ACC-SUB FROM 1 BY 1
               UNTIL WKS-ACC-SUB > WKS-NUM-ACCIONES.
           PERFORM ESCRIBIR-TOTALES-SUPERVISOR.
           PERFORM ESCRIBIR-FIRMA.
           CLOSE CALCRPT-FILE.
           DISPLAY "ACCIONES DE SUPERVISOR LISTADAS: " WKS-NUM-ACCIONES.
           GOBACK.

       CAPTURAR-OPERADOR.
           DISPLAY "ID DE OPERADOR QUE GENERA EL REPORTE:".
           ACCEPT WKS-OPERADOR-ID.
           PERFORM VALIDAR-OPERADOR.
           IF WKS-OPERADOR-OK NOT = "S"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      * Generar el reporte exige un ID dado de alta, activo y con
      * nivel de supervisor en el maestro de operadores (CALCOPE);
      * sin maestro se trabaja como antes.
       VALIDAR-OPERADOR.
           OPEN INPUT CALCOPE-FILE.
           IF WKS-FS-OPE = "00"
               MOVE WKS-OPERADOR-ID TO COPE-ID
               READ CALCOPE-FILE
                   INVALID KEY
                       DISPLAY "OPERADOR NO DADO DE ALTA"
                   NOT INVALID KEY
                       IF COPE-ACTIVO NOT = "S"
                           DISPLAY "OPERADOR DADO DE BAJA"
                       ELSE
                           IF COPE-NIVEL NOT = "2"
                               DISPLAY "REQUIERE NIVEL SUPERVISOR"
                           ELSE
                               MOVE "S" TO WKS-OPERADOR-OK
                           END-IF
                       END-IF
               END-READ
               CLOSE CALCOPE-FILE
           ELSE
               MOVE "S" TO WKS-OPERADOR-OK
           END-IF.

      * Fechas vacias abren el rango (desde siempre, hasta siempre).
       CAPTURAR-FILTROS.
           DISPLAY "FECHA DESDE (AAAAMMDD, VACIA=TODAS):".
           ACCEPT WKS-FECHA-DESDE-X.
           IF WKS-FECHA-DESDE-X IS NUMERIC
               MOVE WKS-FECHA-DESDE-X TO WKS-FECHA-DESDE
           END-IF.
           DISPLAY "FECHA HASTA (AAAAMMDD, VACIA=TODAS):".
           ACCEPT WKS-FECHA-HASTA-X.
           IF WKS-FECHA-HASTA-X IS NUMERIC
               MOVE WKS-FECHA-HASTA-X TO WKS-FECHA-HASTA
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

      * Primera pasada: las acciones del rango. Un corte reciente de
      * CALCARC pudo llevarse parte del rango a un historico, asi
      * que se recorren primero los historicos y luego la bitacora
      * viva, posicionada con START en la fecha desde.
       JUNTAR-ACCIONES.
           MOVE "J" TO WKS-MODO.
           PERFORM RECORRER-HISTORICO-LOG
               VARYING WKS-HIS-SUB FROM 1 BY 1
               UNTIL WKS-HIS-SUB > WKS-NUM-HISTORICOS.
           MOVE "N" TO WKS-EOF-ARCH.
           OPEN INPUT CALCLOG-FILE.
           IF WKS-FS-LOG = "00"
               MOVE WKS-FECHA-DESDE TO CLOG-FECHA
               MOVE ZERO            TO CLOG-SECUENCIA
               START CALCLOG-FILE KEY NOT LESS THAN CLOG-LLAVE
                   INVALID KEY
                       MOVE "S" TO WKS-EOF-ARCH
               END-START
               PERFORM LEER-BITACORA-VIVA UNTIL WKS-EOF-ARCH = "S"
               CLOSE CALCLOG-FILE
           END-IF.

      * Segunda pasada: los originales. Los reversos apuntan a un
      * renglon de bitacora y las aprobaciones del corrector a un
      * rechazo de CALCEXC; ninguno guarda la fecha del original,
      * asi que se busca por secuencia en todos los archivos. Se
      * omite el recorrido que no tiene nada pendiente.
       BUSCAR-ORIGINALES.
           IF WKS-PEND-LOG > ZERO
               MOVE "O" TO WKS-MODO
               PERFORM RECORRER-HISTORICO-LOG
                   VARYING WKS-HIS-SUB FROM 1 BY 1
                   UNTIL WKS-HIS-SUB > WKS-NUM-HISTORICOS
                   OR WKS-PEND-LOG = ZERO
               IF WKS-PEND-LOG > ZERO
                   MOVE "BITACORA" TO WKS-FUENTE
                   MOVE "N" TO WKS-EOF-ARCH
                   OPEN INPUT CALCLOG-FILE
                   IF WKS-FS-LOG = "00"
                       PERFORM LEER-BITACORA-VIVA
                           UNTIL WKS-EOF-ARCH = "S"
                           OR WKS-PEND-LOG = ZERO
                       CLOSE CALCLOG-FILE
                   END-IF
               END-IF
           END-IF.
           IF WKS-PEND-EXC > ZERO
               PERFORM RECORRER-HISTORICO-EXC
                   VARYING WKS-HIS-SUB FROM 1 BY 1
                   UNTIL WKS-HIS-SUB > WKS-NUM-HISTORICOS
                   OR WKS-PEND-EXC = ZERO
               IF WKS-PEND-EXC > ZERO
                   MOVE "EXCEPCIONES" TO WKS-FUENTE
                   MOVE "N" TO WKS-EOF-ARCH
                   OPEN INPUT CALCEXC-FILE
                   IF WKS-FS-EXC = "00"
                       PERFORM LEER-EXCEPCION-VIVA
                           UNTIL WKS-EOF-ARCH = "S"
                           OR WKS-PEND-EXC = ZERO
                       CLOSE CALCEXC-FILE
                   END-IF
               END-IF
           END-IF.

       RECORRER-HISTORICO-LOG.
           MOVE SPACES TO WKS-NOM-ARC-LOG.
           STRING "CALCLOG." WKS-HIS-FECHA(WKS-HIS-SUB)
               DELIMITED BY SIZE INTO WKS-NOM-ARC-LOG.
           MOVE WKS-NOM-ARC-LOG TO WKS-FUENTE.
           MOVE "N" TO WKS-EOF-ARCH.
           OPEN INPUT ARCLOG-FILE.
           IF WKS-FS-ARL = "00"
               PERFORM LEER-HISTORICO-LOG UNTIL WKS-EOF-ARCH = "S"
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

       LEER-BITACORA-VIVA.
           READ CALCLOG-FILE NEXT
               AT END
                   MOVE "S" TO WKS-EOF-ARCH
               NOT AT END
                   IF WKS-MODO = "J"
                       AND CLOG-FECHA > WKS-FECHA-HASTA
                       MOVE "S" TO WKS-EOF-ARCH
                   ELSE
                       PERFORM EXAMINAR-RENGLON-LOG
                   END-IF
           END-READ.

       EXAMINAR-RENGLON-LOG.
           IF WKS-MODO = "J"
               IF CLOG-FECHA NOT < WKS-FECHA-DESDE
                   AND CLOG-FECHA NOT > WKS-FECHA-HASTA
                   IF CLOG-TIPO = "V"
                       OR CLOG-SUPERVISOR NOT = SPACES
                       PERFORM AGREGAR-ACCION
                   END-IF
               END-IF
           ELSE
               IF CLOG-TIPO NOT = "V"
                   PERFORM CASAR-ORIGINAL-LOG
                       VARYING WKS-ACC-SUB FROM 1 BY 1
                       UNTIL WKS-ACC-SUB > WKS-NUM-ACCIONES
               END-IF
           END-IF.

      * La aprobacion en pantalla no tiene mas original que el mismo
      * renglon: se aprobo en el momento de la captura.
       AGREGAR-ACCION.
           IF WKS-NUM-ACCIONES NOT < WKS-MAX-ACCIONES
               ADD 1 TO WKS-ACC-SIN-LUGAR
           ELSE
               ADD 1 TO WKS-NUM-ACCIONES
               MOVE WKS-NUM-ACCIONES TO WKS-ACC-SUB
               MOVE CLOG-FECHA      TO WKS-ACC-FECHA(WKS-ACC-SUB)
               MOVE CLOG-HORA       TO WKS-ACC-HORA(WKS-ACC-SUB)
               MOVE CLOG-SECUENCIA  TO WKS-ACC-SECUENCIA(WKS-ACC-SUB)
               MOVE CLOG-OPERADOR   TO WKS-ACC-OPERADOR(WKS-ACC-SUB)
               MOVE CLOG-SUPERVISOR TO WKS-ACC-SUPERVISOR(WKS-ACC-SUB)
               MOVE CLOG-OPERACION  TO WKS-ACC-OPERACION(WKS-ACC-SUB)
               MOVE CLOG-MONEDA     TO WKS-ACC-MONEDA(WKS-ACC-SUB)
               MOVE CLOG-RESULTADO  TO WKS-ACC-IMPORTE(WKS-ACC-SUB)
               MOVE CLOG-SEC-ORIGEN TO WKS-ACC-SEC-ORIGEN(WKS-ACC-SUB)
               MOVE SPACES TO WKS-ACC-ORI-FUENTE(WKS-ACC-SUB)
                              WKS-ACC-ORI-DETALLE(WKS-ACC-SUB)
               MOVE "N"    TO WKS-ACC-BAN-PROPIA(WKS-ACC-SUB)
                              WKS-ACC-BAN-DIA(WKS-ACC-SUB)
               MOVE SPACE  TO WKS-ACC-BAN-LIMITE(WKS-ACC-SUB)
               IF CLOG-TIPO = "V"
                   MOVE "V" TO WKS-ACC-CLASE(WKS-ACC-SUB)
                   MOVE "N" TO WKS-ACC-ORI-ESTADO(WKS-ACC-SUB)
                   ADD 1 TO WKS-PEND-LOG
               ELSE
                   MOVE "A" TO WKS-ACC-CLASE(WKS-ACC-SUB)
                   IF CLOG-SEC-ORIGEN > ZERO
                       MOVE "N" TO WKS-ACC-ORI-ESTADO(WKS-ACC-SUB)
                       ADD 1 TO WKS-PEND-EXC
                   ELSE
                       PERFORM ORIGINAL-EN-EL-MOMENTO
                   END-IF
               END-IF
           END-IF.

       ORIGINAL-EN-EL-MOMENTO.
           MOVE "S"            TO WKS-ACC-ORI-ESTADO(WKS-ACC-SUB).
           MOVE "EN PANTALLA"  TO WKS-ACC-ORI-FUENTE(WKS-ACC-SUB).
           MOVE CLOG-FECHA     TO WKS-ACC-ORI-FECHA(WKS-ACC-SUB).
           MOVE CLOG-HORA      TO WKS-ACC-ORI-HORA(WKS-ACC-SUB).
           MOVE CLOG-OPERADOR  TO WKS-ACC-ORI-OPERADOR(WKS-ACC-SUB).
           MOVE CLOG-OPERACION TO WKS-ACC-ORI-OPERACION(WKS-ACC-SUB).
           MOVE "APROBADA AL CAPTURAR"
               TO WKS-ACC-ORI-DETALLE(WKS-ACC-SUB).

       CASAR-ORIGINAL-LOG.
           IF WKS-ACC-CLASE(WKS-ACC-SUB) = "V"
               AND WKS-ACC-ORI-ESTADO(WKS-ACC-SUB) = "N"
               AND WKS-ACC-SEC-ORIGEN(WKS-ACC-SUB) = CLOG-SECUENCIA
               MOVE "S"            TO WKS-ACC-ORI-ESTADO(WKS-ACC-SUB)
               MOVE CLOG-FECHA     TO WKS-ACC-ORI-FECHA(WKS-ACC-SUB)
               MOVE CLOG-HORA      TO WKS-ACC-ORI-HORA(WKS-ACC-SUB)
               MOVE CLOG-OPERADOR  TO WKS-ACC-ORI-OPERADOR(WKS-ACC-SUB)
               MOVE CLOG-OPERACION
                   TO WKS-ACC-ORI-OPERACION(WKS-ACC-SUB)
               MOVE WKS-FUENTE     TO WKS-ACC-ORI-FUENTE(WKS-ACC-SUB)
               IF CLOG-LOTE-ID NOT = SPACES
                   STRING "LOTE " CLOG-LOTE-ID
                       DELIMITED BY SIZE
                       INTO WKS-ACC-ORI-DETALLE(WKS-ACC-SUB)
               ELSE
                   MOVE "CAPTURA EN PANTALLA"
                       TO WKS-ACC-ORI-DETALLE(WKS-ACC-SUB)
               END-IF
               SUBTRACT 1 FROM WKS-PEND-LOG
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
                   UNTIL WKS-EOF-ARCH = "S" OR WKS-PEND-EXC = ZERO
               CLOSE ARCEXC-FILE
           END-IF.

       LEER-HISTORICO-EXC.
           READ ARCEXC-FILE
               AT END
                   MOVE "S" TO WKS-EOF-ARCH
               NOT AT END
                   MOVE ARE-REGISTRO TO CALCEXC-RECORD
                   PERFORM CASAR-ORIGINAL-EXC
                       VARYING WKS-ACC-SUB FROM 1 BY 1
                       UNTIL WKS-ACC-SUB > WKS-NUM-ACCIONES
           END-READ.

       LEER-EXCEPCION-VIVA.
           READ CALCEXC-FILE
               AT END
                   MOVE "S" TO WKS-EOF-ARCH
               NOT AT END
                   PERFORM CASAR-ORIGINAL-EXC
                       VARYING WKS-ACC-SUB FROM 1 BY 1
                       UNTIL WKS-ACC-SUB > WKS-NUM-ACCIONES
           END-READ.

      * El original de una aprobacion del corrector es el rechazo que
      * la retuvo; su operador es quien la tecleo.
       CASAR-ORIGINAL-EXC.
           IF WKS-ACC-CLASE(WKS-ACC-SUB) = "A"
               AND WKS-ACC-ORI-ESTADO(WKS-ACC-SUB) = "N"
               AND WKS-ACC-SEC-ORIGEN(WKS-ACC-SUB) = CEXC-SECUENCIA
               MOVE "S"            TO WKS-ACC-ORI-ESTADO(WKS-ACC-SUB)
               MOVE WKS-FUENTE     TO WKS-ACC-ORI-FUENTE(WKS-ACC-SUB)
               MOVE CEXC-FECHA     TO WKS-ACC-ORI-FECHA(WKS-ACC-SUB)
               MOVE CEXC-HORA      TO WKS-ACC-ORI-HORA(WKS-ACC-SUB)
               MOVE CEXC-OPERADOR  TO WKS-ACC-ORI-OPERADOR(WKS-ACC-SUB)
               MOVE CEXC-OPERACION
                   TO WKS-ACC-ORI-OPERACION(WKS-ACC-SUB)
               MOVE CEXC-MOTIVO    TO WKS-ACC-ORI-DETALLE(WKS-ACC-SUB)
               SUBTRACT 1 FROM WKS-PEND-EXC
           END-IF.

      * Banderas de cada accion y acumulado por supervisor. El
      * operador que cuenta es el del original (quien tecleo la
      * captura); sin original se toma el del renglon de la accion.
       EVALUAR-ACCIONES.
           MOVE "N" TO WKS-HAY-OPE.
           MOVE "N" TO WKS-HAY-NIV.
           OPEN INPUT CALCOPE-FILE.
           IF WKS-FS-OPE = "00"
               MOVE "S" TO WKS-HAY-OPE
           END-IF.
           OPEN INPUT CALCNIV-FILE.
           IF WKS-FS-NIV = "00"
               MOVE "S" TO WKS-HAY-NIV
           END-IF.
           PERFORM EVALUAR-ACCION
               VARYING WKS-ACC-SUB FROM 1 BY 1
               UNTIL WKS-ACC-SUB > WKS-NUM-ACCIONES.
           IF WKS-HAY-OPE = "S"
               CLOSE CALCOPE-FILE
           END-IF.
           IF WKS-HAY-NIV = "S"
               CLOSE CALCNIV-FILE
           END-IF.

       EVALUAR-ACCION.
           IF WKS-ACC-ORI-ESTADO(WKS-ACC-SUB) = "S"
               MOVE WKS-ACC-ORI-OPERADOR(WKS-ACC-SUB)
                   TO WKS-OPER-EVALUADO
           ELSE
               MOVE WKS-ACC-OPERADOR(WKS-ACC-SUB) TO WKS-OPER-EVALUADO
               ADD 1 TO WKS-TOT-SIN-ORIGINAL
           END-IF.
           IF WKS-ACC-SUPERVISOR(WKS-ACC-SUB) = WKS-OPER-EVALUADO
               MOVE "S" TO WKS-ACC-BAN-PROPIA(WKS-ACC-SUB)
           END-IF.
           IF WKS-ACC-CLASE(WKS-ACC-SUB) = "V"
               AND WKS-ACC-ORI-ESTADO(WKS-ACC-SUB) = "S"
               AND WKS-ACC-FECHA(WKS-ACC-SUB)
                   > WKS-ACC-ORI-FECHA(WKS-ACC-SUB)
               MOVE "S" TO WKS-ACC-BAN-DIA(WKS-ACC-SUB)
           END-IF.
           PERFORM REVISAR-LIMITE.
           MOVE WKS-ACC-SUPERVISOR(WKS-ACC-SUB) TO WKS-SUP-BUSCADO.
           PERFORM LOCALIZAR-SUPERVISOR.
           IF WKS-SUP-POS > ZERO
               PERFORM ACUMULAR-SUPERVISOR
           END-IF.

      * El reverso lleva el importe con el signo volteado; el limite
      * se compara en valor absoluto, igual que al capturar. Sin
      * maestro, sin operador o sin limite para su nivel no se marca.
       REVISAR-LIMITE.
           MOVE "N" TO WKS-HAY-LIMITE.
           IF WKS-HAY-OPE = "S" AND WKS-HAY-NIV = "S"
               MOVE WKS-OPER-EVALUADO TO COPE-ID
               READ CALCOPE-FILE
                   NOT INVALID KEY
                       MOVE COPE-NIVEL TO CNIV-NIVEL
                       READ CALCNIV-FILE
                           NOT INVALID KEY
                               MOVE CNIV-LIMITE TO WKS-LIMITE-NIVEL
                               MOVE "S" TO WKS-HAY-LIMITE
                       END-READ
               END-READ
           END-IF.
           IF WKS-HAY-LIMITE = "S"
               IF WKS-ACC-IMPORTE(WKS-ACC-SUB) < ZERO
                   COMPUTE WKS-IMPORTE-ABS =
                       ZERO - WKS-ACC-IMPORTE(WKS-ACC-SUB)
               ELSE
                   MOVE WKS-ACC-IMPORTE(WKS-ACC-SUB) TO WKS-IMPORTE-ABS
               END-IF
               COMPUTE WKS-LIMITE-CERCA ROUNDED =
                   WKS-LIMITE-NIVEL * WKS-PCT-CERCA / 100
               EVALUATE TRUE
                   WHEN WKS-IMPORTE-ABS > WKS-LIMITE-NIVEL
                       MOVE "L" TO WKS-ACC-BAN-LIMITE(WKS-ACC-SUB)
                   WHEN WKS-IMPORTE-ABS NOT < WKS-LIMITE-CERCA
                       MOVE "C" TO WKS-ACC-BAN-LIMITE(WKS-ACC-SUB)
               END-EVALUATE
           END-IF.

       ACUMULAR-SUPERVISOR.
           IF WKS-ACC-CLASE(WKS-ACC-SUB) = "V"
               ADD 1 TO WKS-SUP-REVERSOS(WKS-SUP-POS)
               ADD 1 TO WKS-TOT-REVERSOS
           ELSE
               ADD 1 TO WKS-SUP-APROBACIONES(WKS-SUP-POS)
               ADD 1 TO WKS-TOT-APROBACIONES
           END-IF.
           IF WKS-ACC-BAN-PROPIA(WKS-ACC-SUB) = "S"
               ADD 1 TO WKS-SUP-PROPIAS(WKS-SUP-POS)
               ADD 1 TO WKS-TOT-PROPIAS
           END-IF.
           IF WKS-ACC-BAN-DIA(WKS-ACC-SUB) = "S"
               ADD 1 TO WKS-SUP-DIA-POST(WKS-SUP-POS)
               ADD 1 TO WKS-TOT-DIA-POST
           END-IF.
           IF WKS-ACC-BAN-LIMITE(WKS-ACC-SUB) NOT = SPACE
               ADD 1 TO WKS-SUP-LIMITE(WKS-SUP-POS)
               ADD 1 TO WKS-TOT-LIMITE
           END-IF.

      * Busca al supervisor en la tabla y si no esta lo da de alta,
      * mientras quepa.
       LOCALIZAR-SUPERVISOR.
           MOVE "N" TO WKS-SUP-ENCONTRADO.
           MOVE ZERO TO WKS-SUP-POS.
           PERFORM BUSCAR-SUPERVISOR VARYING WKS-SUP-SUB FROM 1 BY 1
               UNTIL WKS-SUP-SUB > WKS-NUM-SUPERVISORES.
           IF WKS-SUP-ENCONTRADO = "N"
               AND WKS-NUM-SUPERVISORES < WKS-MAX-SUPERVISORES
                   ADD 1 TO WKS-NUM-SUPERVISORES
                   MOVE WKS-NUM-SUPERVISORES TO WKS-SUP-POS
                   MOVE WKS-SUP-BUSCADO TO WKS-SUP-ID(WKS-SUP-POS)
           END-IF.

       BUSCAR-SUPERVISOR.
           IF WKS-SUP-ID(WKS-SUP-SUB) = WKS-SUP-BUSCADO
               MOVE "S" TO WKS-SUP-ENCONTRADO
               MOVE WKS-SUP-SUB TO WKS-SUP-POS
           END-IF.

      * Un supervisor es atipico si sus aprobaciones pasan el
      * multiplo del promedio de los demas supervisores y llegan al
      * minimo; con un solo supervisor no hay pares contra quien
      * comparar.
       MARCAR-ATIPICOS.
           IF WKS-NUM-SUPERVISORES > 1
               PERFORM MARCAR-ATIPICO
                   VARYING WKS-SUP-SUB FROM 1 BY 1
                   UNTIL WKS-SUP-SUB > WKS-NUM-SUPERVISORES
           END-IF.

       MARCAR-ATIPICO.
           COMPUTE WKS-PROMEDIO-PARES ROUNDED =
               (WKS-TOT-APROBACIONES
                - WKS-SUP-APROBACIONES(WKS-SUP-SUB))
               / (WKS-NUM-SUPERVISORES - 1).
           COMPUTE WKS-TOPE-ATIPICO =
               WKS-PROMEDIO-PARES * WKS-FACTOR-ATIPICO.
           IF WKS-SUP-APROBACIONES(WKS-SUP-SUB) > WKS-TOPE-ATIPICO
               AND WKS-SUP-APROBACIONES(WKS-SUP-SUB)
                   NOT < WKS-MINIMO-ATIPICO
               MOVE "S" TO WKS-SUP-ATIPICO(WKS-SUP-SUB)
               ADD 1 TO WKS-TOT-ATIPICOS
           END-IF.

       ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE "CONTROL DE ACCIONES DE SUPERVISOR - CALCSUP"
               TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "GENERADO POR: " WKS-OPERADOR-ID
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "RANGO: " WKS-FECHA-DESDE " A " WKS-FECHA-HASTA
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE WKS-PCT-CERCA TO WKS-PCT-ED.
           MOVE WKS-FACTOR-ATIPICO TO WKS-FACTOR-ED.
           MOVE SPACES TO RPT-LINEA.
           STRING "BANDERAS: P=PROPIA  D=DIA POSTERIOR  L=SOBRE LIMITE"
               "  C=DESDE " WKS-PCT-ED "% DEL LIMITE"
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "          A=SUPERVISOR CON MAS DE " WKS-FACTOR-ED
               " VECES LAS APROBACIONES PROMEDIO DE PARES"
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE WKS-LINEA-TITULO TO RPT-LINEA.
           WRITE RPT-LINEA.

      * Tres renglones por accion: la accion, su original y el tiempo
      * transcurrido con las banderas.
       ESCRIBIR-ACCION.
           IF WKS-ACC-CLASE(WKS-ACC-SUB) = "V"
               MOVE "REVERSO"  TO DET-CLASE
           ELSE
               MOVE "APROBAC." TO DET-CLASE
           END-IF.
           MOVE WKS-ACC-FECHA(WKS-ACC-SUB)      TO DET-FECHA.
           MOVE WKS-ACC-HORA(WKS-ACC-SUB)       TO DET-HORA.
           MOVE WKS-ACC-SECUENCIA(WKS-ACC-SUB)  TO DET-SECUENCIA.
           MOVE WKS-ACC-OPERADOR(WKS-ACC-SUB)   TO DET-OPERADOR.
           MOVE WKS-ACC-SUPERVISOR(WKS-ACC-SUB) TO DET-SUPERVISOR.
           MOVE WKS-ACC-OPERACION(WKS-ACC-SUB)  TO DET-OPERACION.
           MOVE WKS-ACC-MONEDA(WKS-ACC-SUB)     TO DET-MONEDA.
           MOVE WKS-ACC-IMPORTE(WKS-ACC-SUB)    TO DET-IMPORTE.
           MOVE WKS-LINEA-DET TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           IF WKS-ACC-ORI-ESTADO(WKS-ACC-SUB) = "S"
               STRING "  ORIGINAL: " WKS-ACC-ORI-FECHA(WKS-ACC-SUB)
                   " " WKS-ACC-ORI-HORA(WKS-ACC-SUB)
                   " " WKS-ACC-ORI-OPERADOR(WKS-ACC-SUB)
                   " " WKS-ACC-ORI-OPERACION(WKS-ACC-SUB)
                   " " WKS-ACC-ORI-DETALLE(WKS-ACC-SUB)
                   DELIMITED BY SIZE INTO RPT-LINEA
           ELSE
               STRING "  ORIGINAL: SECUENCIA "
                   WKS-ACC-SEC-ORIGEN(WKS-ACC-SUB)
                   " NO ENCONTRADA NI EN HISTORICOS"
                   DELIMITED BY SIZE INTO RPT-LINEA
           END-IF.
           WRITE RPT-LINEA.
           PERFORM CALCULAR-TRANSCURRIDO.
           PERFORM ARMAR-BANDERAS.
           MOVE SPACES TO RPT-LINEA.
           IF WKS-ACC-ORI-ESTADO(WKS-ACC-SUB) = "S"
               STRING "  FUENTE: " WKS-ACC-ORI-FUENTE(WKS-ACC-SUB)
                   " TRANSCURRIDO: " WKS-TRANSCURRIDO
                   " " WKS-BANDERAS
                   DELIMITED BY SIZE INTO RPT-LINEA
           ELSE
               STRING "  FUENTE: -  TRANSCURRIDO: -  "
                   WKS-BANDERAS
                   DELIMITED BY SIZE INTO RPT-LINEA
           END-IF.
           WRITE RPT-LINEA.

      * Dias, horas, minutos y segundos entre el original y la
      * accion; si el reloj dejo el original despues de la accion se
      * imprime cero.
       CALCULAR-TRANSCURRIDO.
           MOVE SPACES TO WKS-TRANSCURRIDO.
           MOVE ZERO TO WKS-SEG-TRANSCURRIDO.
           IF WKS-ACC-ORI-ESTADO(WKS-ACC-SUB) = "S"
               AND WKS-ACC-ORI-FECHA(WKS-ACC-SUB) > ZERO
               AND WKS-ACC-FECHA(WKS-ACC-SUB) > ZERO
               COMPUTE WKS-DIAS-ORIGINAL = FUNCTION INTEGER-OF-DATE
                   (WKS-ACC-ORI-FECHA(WKS-ACC-SUB))
               COMPUTE WKS-DIAS-ACCION = FUNCTION INTEGER-OF-DATE
                   (WKS-ACC-FECHA(WKS-ACC-SUB))
               MOVE WKS-ACC-ORI-HORA(WKS-ACC-SUB) TO WKS-HORA-TRABAJO
               COMPUTE WKS-SEG-ORIGINAL =
                   WKS-HT-HH * 3600 + WKS-HT-MM * 60 + WKS-HT-SS
               MOVE WKS-ACC-HORA(WKS-ACC-SUB) TO WKS-HORA-TRABAJO
               COMPUTE WKS-SEG-ACCION =
                   WKS-HT-HH * 3600 + WKS-HT-MM * 60 + WKS-HT-SS
               COMPUTE WKS-SEG-TRANSCURRIDO =
                   (WKS-DIAS-ACCION - WKS-DIAS-ORIGINAL) * 86400
                   + WKS-SEG-ACCION - WKS-SEG-ORIGINAL
           END-IF.
           IF WKS-SEG-TRANSCURRIDO < ZERO
               MOVE ZERO TO WKS-SEG-TRANSCURRIDO
           END-IF.
           DIVIDE WKS-SEG-TRANSCURRIDO BY 86400
               GIVING WKS-TRA-DIAS REMAINDER WKS-TRA-RESTO.
           DIVIDE WKS-TRA-RESTO BY 3600
               GIVING WKS-TRA-HORAS REMAINDER WKS-TRA-RESTO.
           DIVIDE WKS-TRA-RESTO BY 60
               GIVING WKS-TRA-MINUTOS REMAINDER WKS-TRA-SEGUNDOS.
           STRING WKS-TRA-DIAS "D " WKS-TRA-HORAS ":"
               WKS-TRA-MINUTOS ":" WKS-TRA-SEGUNDOS
               DELIMITED BY SIZE INTO WKS-TRANSCURRIDO.

       ARMAR-BANDERAS.
           MOVE SPACE TO WKS-BAN-ATIPICO.
           MOVE WKS-ACC-SUPERVISOR(WKS-ACC-SUB) TO WKS-SUP-BUSCADO.
           MOVE "N" TO WKS-SUP-ENCONTRADO.
           MOVE ZERO TO WKS-SUP-POS.
           PERFORM BUSCAR-SUPERVISOR VARYING WKS-SUP-SUB FROM 1 BY 1
               UNTIL WKS-SUP-SUB > WKS-NUM-SUPERVISORES.
           IF WKS-SUP-POS > ZERO
               IF WKS-SUP-ATIPICO(WKS-SUP-POS) = "S"
                   MOVE "A" TO WKS-BAN-ATIPICO
               END-IF
           END-IF.
           MOVE SPACES TO WKS-BANDERAS.
           STRING "BANDERAS: " DELIMITED BY SIZE INTO WKS-BANDERAS.
           IF WKS-ACC-BAN-PROPIA(WKS-ACC-SUB) = "S"
               MOVE "P" TO WKS-BANDERAS(11:1)
           END-IF.
           IF WKS-ACC-BAN-DIA(WKS-ACC-SUB) = "S"
               MOVE "D" TO WKS-BANDERAS(12:1)
           END-IF.
           MOVE WKS-ACC-BAN-LIMITE(WKS-ACC-SUB) TO WKS-BANDERAS(13:1).
           MOVE WKS-BAN-ATIPICO TO WKS-BANDERAS(14:1).

       ESCRIBIR-TOTALES-SUPERVISOR.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE "TOTALES POR SUPERVISOR" TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE WKS-LINEA-TITULO-SUP TO RPT-LINEA.
           WRITE RPT-LINEA.
           PERFORM ESCRIBIR-RENGLON-SUPERVISOR
               VARYING WKS-SUP-SUB FROM 1 BY 1
               UNTIL WKS-SUP-SUB > WKS-NUM-SUPERVISORES.
           MOVE "TOTAL"              TO SUP-ID.
           MOVE WKS-TOT-APROBACIONES TO SUP-APROBACIONES.
           MOVE WKS-TOT-REVERSOS     TO SUP-REVERSOS.
           MOVE WKS-TOT-PROPIAS      TO SUP-PROPIAS.
           MOVE WKS-TOT-DIA-POST     TO SUP-DIA-POST.
           MOVE WKS-TOT-LIMITE       TO SUP-LIMITE.
           MOVE SPACES               TO SUP-ATIPICO.
           MOVE WKS-LINEA-SUP TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "SUPERVISORES ATIPICOS: " WKS-TOT-ATIPICOS
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           IF WKS-TOT-SIN-ORIGINAL > ZERO
               MOVE SPACES TO RPT-LINEA
               STRING "ACCIONES SIN ORIGINAL LOCALIZADO: "
                   WKS-TOT-SIN-ORIGINAL
                   DELIMITED BY SIZE INTO RPT-LINEA
               WRITE RPT-LINEA
           END-IF.
           IF WKS-ACC-SIN-LUGAR > ZERO
               MOVE SPACES TO RPT-LINEA
               STRING "ACCIONES NO LISTADAS POR TOPE DE TABLA: "
                   WKS-ACC-SIN-LUGAR
                   DELIMITED BY SIZE INTO RPT-LINEA
               WRITE RPT-LINEA
           END-IF.

       ESCRIBIR-RENGLON-SUPERVISOR.
           MOVE WKS-SUP-ID(WKS-SUP-SUB)           TO SUP-ID.
           MOVE WKS-SUP-APROBACIONES(WKS-SUP-SUB) TO SUP-APROBACIONES.
           MOVE WKS-SUP-REVERSOS(WKS-SUP-SUB)     TO SUP-REVERSOS.
           MOVE WKS-SUP-PROPIAS(WKS-SUP-SUB)      TO SUP-PROPIAS.
           MOVE WKS-SUP-DIA-POST(WKS-SUP-SUB)     TO SUP-DIA-POST.
           MOVE WKS-SUP-LIMITE(WKS-SUP-SUB)       TO SUP-LIMITE.
           IF WKS-SUP-ATIPICO(WKS-SUP-SUB) = "S"
               MOVE "ATIPICO" TO SUP-ATIPICO
           ELSE
               MOVE SPACES    TO SUP-ATIPICO
           END-IF.
           MOVE WKS-LINEA-SUP TO RPT-LINEA.
           WRITE RPT-LINEA.

       ESCRIBIR-FIRMA.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE "REVISO (GERENTE DE SUCURSAL): ____________________"
               TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE "FIRMA: ____________________   FECHA: __________"
               TO RPT-LINEA.
           WRITE RPT-LINEA.

       END PROGRAM CALCSUP.
