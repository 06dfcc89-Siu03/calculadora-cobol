      *          tasa queda en el diario de auditoria (CALCAUD) con
      *          la imagen antes y despues y el supervisor que la
      *          hizo: una tasa cambia el resultado de todas las
      *          conversiones que siguen. Tambien mantiene la
      *          tolerancia de carga (CALCTOL) del envio diario de
      *          tesoreria que carga CALCTCL, y atiende las tasas que
      *          ese cargador retuvo por moverse mas de la tolerancia
      *          (CALCTCR): el supervisor las libera a CALCTCA, con
      *          su alta o cambio en el diario como cualquier otra
      *          tasa, o las descarta.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS CTCA-LLAVE
               FILE STATUS IS WKS-FS-TCA.

           SELECT CALCTOL-FILE ASSIGN TO "CALCTOL.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CTOL-LLAVE
               FILE STATUS IS WKS-FS-TOL.

           SELECT CALCTCR-FILE ASSIGN TO "CALCTCR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTCR-LLAVE
               FILE STATUS IS WKS-FS-TCR.

           SELECT CALCOPE-FILE ASSIGN TO "CALCOPE.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS COPE-ID
       FD  CALCTCA-FILE.
           COPY CALCTCA.

       FD  CALCTOL-FILE.
           COPY CALCTOL.

       FD  CALCTCR-FILE.
           COPY CALCTCR.

       FD  CALCOPE-FILE.
           COPY CALCOPE.

       01  OPCION              PIC 99.
       01  WKS-FS-TCA          PIC XX    VALUE "00".
       01  WKS-FS-OPE          PIC XX    VALUE "00".
       01  WKS-FS-TOL          PIC XX    VALUE "00".
       01  WKS-FS-TCR          PIC XX    VALUE "00".
       01  WKS-TERMINADO       PIC X(01) VALUE "N".
       01  WKS-SUPERVISOR-ID   PIC X(08) VALUE SPACES.
       01  WKS-SUPERVISOR-OK   PIC X(01) VALUE "N".
       01  WKS-FECHA-TASA      PIC 9(08) VALUE ZERO.
       01  WKS-TASA-ED         PIC 9(09).9(04).

       01  WKS-PORCENTAJE-X    PIC X(05) VALUE SPACES.
       01  WKS-PORCENTAJE-N    REDEFINES WKS-PORCENTAJE-X
                               PIC 9(03)V99.
       01  WKS-PORCENTAJE      PIC 9(03)V99 VALUE ZERO.
       01  WKS-PORCENTAJE-MAX  PIC 9(03)V99 VALUE 100.00.
       01  WKS-PORCENTAJE-ED   PIC ZZ9.99.
       01  WKS-ACCION          PIC X(01) VALUE SPACE.
       01  WKS-EOF-TCR         PIC X(01) VALUE "N".
       01  WKS-CONT-RETENIDAS  PIC 9(07) VALUE ZERO.
       01  WKS-CONT-LIBERADAS  PIC 9(07) VALUE ZERO.
       01  WKS-CONT-DESCARTADAS PIC 9(07) VALUE ZERO.
       01  WKS-PREVIA-ED       PIC 9(09).9(04).
       01  WKS-VARIACION-ED    PIC ZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-CALCTCM.
           PERFORM PREPARAR-ARCHIVO.
               CLOSE CALCTCA-FILE
               OPEN I-O CALCTCA-FILE
           END-IF.
           OPEN I-O CALCTOL-FILE.
           IF WKS-FS-TOL NOT = "00"
               CLOSE CALCTOL-FILE
               OPEN OUTPUT CALCTOL-FILE
               CLOSE CALCTOL-FILE
               OPEN I-O CALCTOL-FILE
           END-IF.
           OPEN I-O CALCTCR-FILE.
           IF WKS-FS-TCR NOT = "00"
               CLOSE CALCTCR-FILE
               OPEN OUTPUT CALCTCR-FILE
               CLOSE CALCTCR-FILE
               OPEN I-O CALCTCR-FILE
           END-IF.

       CAPTURAR-SUPERVISOR.
           MOVE "N" TO WKS-SUPERVISOR-OK.
                   "01. Alta/cambio de tasa" LINE 6  COL 10
                   "02. Consultar tasa vigente" LINE 7 COL 10
                   "03. Baja de tasa"        LINE 8  COL 10
                   "04. Tolerancia de carga" LINE 9  COL 10
                   "05. Tasas retenidas"     LINE 10 COL 10
                   "OPCION [    ]"           LINE 12 COL 10
                   GUIONES                   LINE 13 COL 1
                   "[77-CERRAR]"             LINE 14 COL 1.
           ACCEPT OPCION                     LINE 12 COL 19.
           EVALUATE OPCION
               WHEN 1
                   PERFORM ALTA-TASA
                   PERFORM CONSULTAR-TASA
               WHEN 3
                   PERFORM BAJA-TASA
               WHEN 4
                   PERFORM TOLERANCIA-CARGA
               WHEN 5
                   PERFORM ATENDER-RETENIDAS
               WHEN 77
                   MOVE "S" TO WKS-TERMINADO
                   CLOSE CALCTCA-FILE
                   CLOSE CALCTOL-FILE
                   CLOSE CALCTCR-FILE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA INTENTE DE NUEVO"
                           LINE 14 COL 1
           END-EVALUATE.

       CAPTURAR-LLAVE-TASA.
           PERFORM CAPTURAR-PAREJA.
           DISPLAY "FECHA DE VIGENCIA (AAAAMMDD):"  LINE 18 COL 1.
           ACCEPT WKS-FECHA-VIG-X         LINE 19 COL 1.
           IF WKS-FECHA-VIG-X IS NUMERIC
               MOVE ZERO TO WKS-FECHA-VIG
           END-IF.

       CAPTURAR-PAREJA.
           DISPLAY "MONEDA DE LA QUE SE CONVIERTE:" LINE 14 COL 1.
           ACCEPT WKS-MONEDA-DE           LINE 15 COL 1.
           DISPLAY "MONEDA A LA QUE SE CONVIERTE:"  LINE 16 COL 1.
           ACCEPT WKS-MONEDA-A            LINE 17 COL 1.

      * Con la misma pareja y fecha la tasa se reescribe: corregir
      * una tasa mal capturada del dia es un alta repetida. Se lee
      * primero para llevarse la imagen anterior al diario.
           END-READ.
           PERFORM ESPERAR-REGRESO.

      * Tolerancia de carga de una pareja; con las dos monedas en
      * espacios es la tolerancia general, la que CALCTCL aplica a
      * las parejas sin renglon propio. Cada alta o cambio queda en
      * el diario igual que las tasas. Un porcentaje que no es
      * numerico, que es cero o que pasa del 100% no toca el
      * archivo.
       TOLERANCIA-CARGA.
           PERFORM CAPTURAR-PAREJA.
           DISPLAY "TOLERANCIA %, FORMATO 9(03)9(02), EJ 00500"
                   " (00001-10000):"      LINE 18 COL 1.
           ACCEPT WKS-PORCENTAJE-X        LINE 19 COL 1.
           IF WKS-PORCENTAJE-X IS NUMERIC
               MOVE WKS-PORCENTAJE-N TO WKS-PORCENTAJE
           ELSE
               MOVE ZERO TO WKS-PORCENTAJE
           END-IF.
           IF WKS-PORCENTAJE = ZERO
               OR WKS-PORCENTAJE > WKS-PORCENTAJE-MAX
               DISPLAY "VALOR INVALIDO"   LINE 19 COL 20
           ELSE
               PERFORM GRABAR-TOLERANCIA
           END-IF.
           PERFORM ESPERAR-REGRESO.

       GRABAR-TOLERANCIA.
           MOVE WKS-MONEDA-DE    TO CTOL-MONEDA-DE.
           MOVE WKS-MONEDA-A     TO CTOL-MONEDA-A.
           READ CALCTOL-FILE
               INVALID KEY
                   MOVE WKS-MONEDA-DE  TO CTOL-MONEDA-DE
                   MOVE WKS-MONEDA-A   TO CTOL-MONEDA-A
                   MOVE WKS-PORCENTAJE TO CTOL-PORCENTAJE
                   WRITE CALCTOL-RECORD
                   DISPLAY "TOLERANCIA DADA DE ALTA" LINE 22 COL 1
                   MOVE "ALTA" TO WKS-AUD-ACCION
                   MOVE SPACES TO WKS-AUD-ANTES
               NOT INVALID KEY
                   MOVE CALCTOL-RECORD TO WKS-AUD-ANTES
                   MOVE WKS-PORCENTAJE TO CTOL-PORCENTAJE
                   REWRITE CALCTOL-RECORD
                   DISPLAY "TOLERANCIA ACTUALIZADA" LINE 22 COL 1
                   MOVE "CAMBIO" TO WKS-AUD-ACCION
           END-READ.
           MOVE CALCTOL-RECORD TO WKS-AUD-DESPUES.
           MOVE "CALCTOL" TO WKS-AUD-ARCHIVO.
           MOVE CTOL-LLAVE TO WKS-AUD-LLAVE.
           PERFORM GRABAR-AUDITORIA.

      * Recorre las tasas que CALCTCL retuvo y siguen pendientes,
      * una por pantalla como las excepciones en CALCCOR.
       ATENDER-RETENIDAS.
           MOVE ZERO TO WKS-CONT-RETENIDAS.
           MOVE ZERO TO WKS-CONT-LIBERADAS.
           MOVE ZERO TO WKS-CONT-DESCARTADAS.
           MOVE "N" TO WKS-EOF-TCR.
           MOVE LOW-VALUES TO CTCR-LLAVE.
           START CALCTCR-FILE KEY NOT LESS THAN CTCR-LLAVE
               INVALID KEY
                   MOVE "S" TO WKS-EOF-TCR
           END-START.
           PERFORM LEER-RETENIDA UNTIL WKS-EOF-TCR = "S".
           DISPLAY " "                       LINE 1 COL 1 ERASE EOS
                   "TASAS RETENIDAS"         LINE 3 COL 30
                   GUIONES                   LINE 4 COL 1
                   "PENDIENTES REVISADAS:  " LINE 6 COL 1
                   WKS-CONT-RETENIDAS        LINE 6 COL 25
                   "LIBERADAS:             " LINE 7 COL 1
                   WKS-CONT-LIBERADAS        LINE 7 COL 25
                   "DESCARTADAS:           " LINE 8 COL 1
                   WKS-CONT-DESCARTADAS      LINE 8 COL 25
                   GUIONES                   LINE 10 COL 1.
           PERFORM ESPERAR-REGRESO.

       LEER-RETENIDA.
           READ CALCTCR-FILE NEXT
               AT END
                   MOVE "S" TO WKS-EOF-TCR
               NOT AT END
                   IF CTCR-ESTADO = SPACE
                       ADD 1 TO WKS-CONT-RETENIDAS
                       PERFORM ATENDER-RETENIDA
                   END-IF
           END-READ.

       ATENDER-RETENIDA.
           MOVE CTCR-TASA        TO WKS-TASA-ED.
           MOVE CTCR-TASA-PREVIA TO WKS-PREVIA-ED.
           MOVE CTCR-VARIACION   TO WKS-VARIACION-ED.
           MOVE CTCR-TOLERANCIA  TO WKS-PORCENTAJE-ED.
           DISPLAY " "                       LINE 1  COL 1 ERASE EOS
                   "TASAS RETENIDAS"         LINE 3  COL 30
                   GUIONES                   LINE 4  COL 1
                   "PAREJA:    "             LINE 5  COL 1
                   CTCR-MONEDA-DE            LINE 5  COL 13
                   CTCR-MONEDA-A             LINE 5  COL 17
                   "ENVIO:     "             LINE 5  COL 30
                   CTCR-ENVIO-ID             LINE 5  COL 42
                   "VIGENCIA:  "             LINE 6  COL 1
                   CTCR-FECHA                LINE 6  COL 13
                   "TASA NUEVA:"             LINE 7  COL 1
                   WKS-TASA-ED               LINE 7  COL 13
                   "ANTERIOR:  "             LINE 8  COL 1
                   WKS-PREVIA-ED             LINE 8  COL 13
                   "DESDE:     "             LINE 9  COL 1
                   CTCR-FECHA-PREVIA         LINE 9  COL 13
                   "VARIACION %"             LINE 10 COL 1
                   WKS-VARIACION-ED          LINE 10 COL 13
                   "TOLERANCIA:"             LINE 11 COL 1
                   WKS-PORCENTAJE-ED         LINE 11 COL 13
                   GUIONES                   LINE 13 COL 1
                   "[L-LIBERAR] [D-DESCARTAR] [S-SALTAR] [T-TERMINAR]"
                                             LINE 14 COL 1
                   "ACCION [ ]"              LINE 15 COL 1.
           ACCEPT WKS-ACCION                 LINE 15 COL 9.
           EVALUATE WKS-ACCION
               WHEN "L"
               WHEN "l"
                   PERFORM LIBERAR-RETENIDA
               WHEN "D"
               WHEN "d"
                   PERFORM DESCARTAR-RETENIDA
               WHEN "T"
               WHEN "t"
                   MOVE "S" TO WKS-EOF-TCR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Liberar es dar de alta la tasa retenida como en la opcion
      * 01: si ya hay tasa con esa pareja y fecha se reescribe.
       LIBERAR-RETENIDA.
           MOVE CTCR-MONEDA-DE TO WKS-MONEDA-DE.
           MOVE CTCR-MONEDA-A  TO WKS-MONEDA-A.
           MOVE CTCR-FECHA     TO WKS-FECHA-VIG.
           MOVE CTCR-TASA      TO WKS-TASA-TRABAJO.
           MOVE CTCR-LLAVE     TO CTCA-LLAVE.
           READ CALCTCA-FILE
               INVALID KEY
                   PERFORM ALTA-TASA-NUEVA
               NOT INVALID KEY
                   PERFORM CAMBIO-TASA-LEIDA
           END-READ.
           MOVE "L" TO CTCR-ESTADO.
           PERFORM RESOLVER-RETENIDA.
           ADD 1 TO WKS-CONT-LIBERADAS.

       DESCARTAR-RETENIDA.
           MOVE CALCTCR-RECORD TO WKS-AUD-ANTES.
           MOVE "D" TO CTCR-ESTADO.
           PERFORM RESOLVER-RETENIDA.
           MOVE "DESCARTE" TO WKS-AUD-ACCION.
           MOVE CALCTCR-RECORD TO WKS-AUD-DESPUES.
           MOVE "CALCTCR" TO WKS-AUD-ARCHIVO.
           MOVE CTCR-LLAVE TO WKS-AUD-LLAVE.
           PERFORM GRABAR-AUDITORIA.
           ADD 1 TO WKS-CONT-DESCARTADAS.

       RESOLVER-RETENIDA.
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-HORA.
           MOVE WKS-SUPERVISOR-ID TO CTCR-SUPERVISOR.
           MOVE WKS-FH-FECHA      TO CTCR-FECHA-RESOL.
           REWRITE CALCTCR-RECORD.

       ESPERAR-REGRESO.
           DISPLAY "[88-REGRESAR]"        LINE 23 COL 1.
           ACCEPT OPCION                  LINE 23 COL 15.
