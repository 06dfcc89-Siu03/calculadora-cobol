      ******************************************************************
      * Author:
      * Date:
      * Purpose: Carga del envio diario de tipos de cambio de
      *          tesoreria (CALCTCF.DAT) a CALCTCA, primer paso del
      *          cierre en CALCDRV, antes de que CALCGEN y el lote
      *          calculen una sola conversion. Primero valida el
      *          envio completo: cabecera "TH" y cola "TT" con conteo
      *          y total de comprobacion de las tasas (la misma idea
      *          que la envoltura CALCLTE del lote) y cada detalle
      *          con sus dos monedas dadas de alta en CALCPRM, fecha
      *          de vigencia y tasa mayor que cero. Un envio que no
      *          llego, que llego vacio o que trae cualquier error se
      *          rechaza ENTERO con RETURN-CODE 8 y no se carga nada,
      *          para que el cierre se detenga antes de convertir con
      *          tasas viejas. Con el envio bueno compara cada tasa
      *          contra la vigente anterior de la pareja (la de fecha
      *          mas alta antes de la vigencia nueva): si se mueve
      *          mas de la tolerancia (ver CALCTOL) la tasa no se
      *          carga y se retiene en CALCTCR para que un supervisor
      *          la libere o la descarte desde CALCTCM; las demas se
      *          graban en CALCTCA y cada alta o cambio queda en el
      *          diario de auditoria (CALCAUD) como un cambio hecho
      *          en CALCTCM, firmado por el cargador. Una tasa
      *          retenida no detiene el cierre: la pareja sigue con
      *          su tasa vigente anterior y el reporte la senala.
      *          Cargado el envio, el archivo se deja vacio para que
      *          un envio que no llego al dia siguiente no se tome
      *          por el de hoy.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCTCL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCTCF-FILE ASSIGN TO "CALCTCF.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-TCF.

           SELECT CALCTCA-FILE ASSIGN TO "CALCTCA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTCA-LLAVE
               FILE STATUS IS WKS-FS-TCA.

           SELECT CALCTCR-FILE ASSIGN TO "CALCTCR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTCR-LLAVE
               FILE STATUS IS WKS-FS-TCR.

           SELECT CALCTOL-FILE ASSIGN TO "CALCTOL.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CTOL-LLAVE
               FILE STATUS IS WKS-FS-TOL.

           SELECT CALCPRM-FILE ASSIGN TO "CALCPRM.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CPRM-MONEDA
               FILE STATUS IS WKS-FS-PRM.

           SELECT CALCAUD-FILE ASSIGN TO "CALCAUD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-AUD.

           SELECT CALCRPT-FILE ASSIGN TO "CALCTCL.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-RPT.

       DATA DIVISION.
       FILE SECTION.
      * El envio se lee crudo y se acomoda en la cabecera, el detalle
      * o la cola segun el tipo de registro.
       FD  CALCTCF-FILE.
       01  TCF-REGISTRO-CRUDO  PIC X(40).

       FD  CALCTCA-FILE.
           COPY CALCTCA.

       FD  CALCTCR-FILE.
           COPY CALCTCR.

       FD  CALCTOL-FILE.
           COPY CALCTOL.

       FD  CALCPRM-FILE.
           COPY CALCPRM.

       FD  CALCAUD-FILE.
           COPY CALCAUD.

       FD  CALCRPT-FILE.
       01  RPT-LINEA           PIC X(80).

       WORKING-STORAGE SECTION.
           COPY WKAUD.
           COPY CALCTCF.

       01  WKS-FS-TCF          PIC XX    VALUE "00".
       01  WKS-FS-TCA          PIC XX    VALUE "00".
       01  WKS-FS-TCR          PIC XX    VALUE "00".
       01  WKS-FS-TOL          PIC XX    VALUE "00".
       01  WKS-FS-PRM          PIC XX    VALUE "00".
       01  WKS-FS-RPT          PIC XX    VALUE "00".
       01  WKS-EOF-TCF         PIC X(01) VALUE "N".
       01  WKS-EOF-TCA         PIC X(01) VALUE "N".
       01  WKS-SUPERVISOR-ID   PIC X(08) VALUE "CALCTCL".

      * Validacion del envio: estado, motivo del rechazo y lo
      * recalculado sobre los detalles para cotejar con la cola.
       01  WKS-ENVIO-OK        PIC X(01) VALUE "S".
       01  WKS-ENV-MOTIVO      PIC X(40) VALUE SPACES.
       01  WKS-ENV-PRIMERO     PIC X(01) VALUE "S".
       01  WKS-ENV-HAY-COLA    PIC X(01) VALUE "N".
       01  WKS-ENV-SOBRA       PIC X(01) VALUE "N".
       01  WKS-ENV-CONT        PIC 9(07) VALUE ZERO.
       01  WKS-ENV-HASH        PIC S9(13)V9(04) SIGN LEADING SEPARATE
                                VALUE ZERO.
       01  WKS-DET-MALOS       PIC 9(07) VALUE ZERO.
       01  WKS-DET-MOTIVO      PIC X(30) VALUE SPACES.
       01  WKS-PRM-DISPONIBLE  PIC X(01) VALUE "S".
       01  WKS-MONEDA-REVISAR  PIC X(03) VALUE SPACES.
       01  WKS-MONEDA-OK       PIC X(01) VALUE "N".

      * Tasa vigente anterior de la pareja y variacion de la nueva.
       01  WKS-HAY-PREVIA      PIC X(01) VALUE "N".
       01  WKS-TASA-PREVIA     PIC 9(09)V9(04) VALUE ZERO.
       01  WKS-FECHA-PREVIA    PIC 9(08) VALUE ZERO.
       01  WKS-DIFERENCIA      PIC S9(09)V9(04) VALUE ZERO.
       01  WKS-VARIACION       PIC 9(05)V99 VALUE ZERO.

      * Tolerancia: la de la pareja, si no la general (pareja en
      * espacios), si no la de defecto.
       01  WKS-TOL-DEFECTO     PIC 9(03)V99 VALUE 5.
       01  WKS-TOLERANCIA      PIC 9(03)V99 VALUE ZERO.
       01  WKS-TOL-DISPONIBLE  PIC X(01) VALUE "S".
       01  WKS-TOL-ENCONTRADA  PIC X(01) VALUE "N".

       01  WKS-CONT-ALTAS      PIC 9(07) VALUE ZERO.
       01  WKS-CONT-CAMBIOS    PIC 9(07) VALUE ZERO.
       01  WKS-CONT-IGUALES    PIC 9(07) VALUE ZERO.
       01  WKS-CONT-RETENIDAS  PIC 9(07) VALUE ZERO.
       01  WKS-ESTADO-DET      PIC X(12) VALUE SPACES.

       01  WKS-HASH-ED         PIC +9(13).9(04).
       01  WKS-TASA-ED         PIC 9(09).9(04).
       01  WKS-PREVIA-ED       PIC 9(09).9(04).
       01  WKS-VARIACION-ED    PIC 9(05).99.

       01  WKS-LINEA-DET.
           05  DET-MONEDA-DE   PIC X(03).
           05  FILLER          PIC X(01) VALUE "/".
           05  DET-MONEDA-A    PIC X(03).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-FECHA       PIC X(08).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-TASA        PIC X(14).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-PREVIA      PIC X(14).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-VARIACION   PIC X(09).
           05  FILLER          PIC X(01) VALUE SPACES.
           05  DET-ESTADO      PIC X(12).

       PROCEDURE DIVISION.
       MAIN-CALCTCL.
           OPEN OUTPUT CALCRPT-FILE.
           MOVE SPACES TO CALCTCF-CABECERA.
           PERFORM ESCRIBIR-TITULO.
           PERFORM VALIDAR-ENVIO.
           PERFORM ESCRIBIR-ENCABEZADO.
           IF WKS-ENVIO-OK = "S"
               PERFORM CARGAR-ENVIO
               PERFORM VACIAR-ENVIO
           ELSE
               PERFORM ESCRIBIR-RECHAZO-ENVIO
           END-IF.
           PERFORM ESCRIBIR-TOTALES.
           CLOSE CALCRPT-FILE.
           IF WKS-ENVIO-OK NOT = "S"
               DISPLAY "ENVIO DE TASAS RECHAZADO: " WKS-ENV-MOTIVO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           GOBACK.

      * Pasada previa sobre el envio completo: nada se carga hasta
      * saber que el envio esta completo y limpio. Los detalles
      * malos se listan en el reporte conforme aparecen.
       VALIDAR-ENVIO.
           OPEN INPUT CALCPRM-FILE.
           IF WKS-FS-PRM NOT = "00"
               MOVE "N" TO WKS-PRM-DISPONIBLE
           END-IF.
           OPEN INPUT CALCTCF-FILE.
           IF WKS-FS-TCF NOT = "00"
               MOVE "N" TO WKS-ENVIO-OK
               MOVE "NO LLEGO EL ENVIO DE TASAS" TO WKS-ENV-MOTIVO
           ELSE
               PERFORM REVISAR-ENVIO-CICLO UNTIL WKS-EOF-TCF = "S"
               CLOSE CALCTCF-FILE
               IF WKS-ENVIO-OK = "S"
                   PERFORM COTEJAR-COLA
               END-IF
           END-IF.
           IF WKS-PRM-DISPONIBLE = "S"
               CLOSE CALCPRM-FILE
           END-IF.

       REVISAR-ENVIO-CICLO.
           READ CALCTCF-FILE
               AT END
                   MOVE "S" TO WKS-EOF-TCF
               NOT AT END
                   PERFORM REVISAR-REGISTRO-ENVIO
           END-READ.

       REVISAR-REGISTRO-ENVIO.
           MOVE TCF-REGISTRO-CRUDO TO CALCTCF-DETALLE.
           IF WKS-ENV-PRIMERO = "S"
               MOVE "N" TO WKS-ENV-PRIMERO
               IF CTCF-DET-TIPO = "TH"
                   MOVE TCF-REGISTRO-CRUDO TO CALCTCF-CABECERA
               ELSE
                   MOVE "N" TO WKS-ENVIO-OK
                   MOVE "SIN CABECERA DE ENVIO" TO WKS-ENV-MOTIVO
               END-IF
           ELSE
               PERFORM REVISAR-CUERPO-ENVIO
           END-IF.

       REVISAR-CUERPO-ENVIO.
           IF WKS-ENV-HAY-COLA = "S"
               MOVE "S" TO WKS-ENV-SOBRA
           ELSE
               IF CTCF-DET-TIPO = "TT"
                   MOVE "S" TO WKS-ENV-HAY-COLA
                   MOVE TCF-REGISTRO-CRUDO TO CALCTCF-COLA
               ELSE
                   ADD 1 TO WKS-ENV-CONT
                   PERFORM REVISAR-DETALLE
               END-IF
           END-IF.

      * Un detalle con tasa ilegible no entra al total, asi que
      * ademas de su propio error hara que la cola no cuadre.
       REVISAR-DETALLE.
           MOVE SPACES TO WKS-DET-MOTIVO.
           IF CTCF-DET-TASA IS NUMERIC
               ADD CTCF-DET-TASA TO WKS-ENV-HASH
           END-IF.
           EVALUATE TRUE
               WHEN CTCF-DET-TIPO NOT = "TD"
                   MOVE "TIPO DE REGISTRO INVALIDO" TO WKS-DET-MOTIVO
               WHEN CTCF-DET-FECHA IS NOT NUMERIC
                   OR CTCF-DET-FECHA-N = ZERO
                   MOVE "FECHA DE VIGENCIA INVALIDA" TO WKS-DET-MOTIVO
               WHEN CTCF-DET-TASA IS NOT NUMERIC
                   OR CTCF-DET-TASA = ZERO
                   MOVE "TASA INVALIDA" TO WKS-DET-MOTIVO
               WHEN CTCF-DET-MONEDA-DE = CTCF-DET-MONEDA-A
                   MOVE "PAREJA CON LA MISMA MONEDA" TO WKS-DET-MOTIVO
               WHEN OTHER
                   PERFORM REVISAR-PAREJA
           END-EVALUATE.
           IF WKS-DET-MOTIVO NOT = SPACES
               ADD 1 TO WKS-DET-MALOS
               MOVE "N" TO WKS-ENVIO-OK
               MOVE "DETALLES CON ERROR EN EL ENVIO" TO WKS-ENV-MOTIVO
               PERFORM ESCRIBIR-DETALLE-MALO
           END-IF.

      * Sin archivo de parametros no se pueden revisar las monedas;
      * se dejan pasar, como hace CALCEDT con el lote.
       REVISAR-PAREJA.
           IF WKS-PRM-DISPONIBLE = "S"
               MOVE CTCF-DET-MONEDA-DE TO WKS-MONEDA-REVISAR
               PERFORM REVISAR-MONEDA
               IF WKS-MONEDA-OK = "N"
                   MOVE "MONEDA ORIGEN NO DADA DE ALTA"
                       TO WKS-DET-MOTIVO
               ELSE
                   MOVE CTCF-DET-MONEDA-A TO WKS-MONEDA-REVISAR
                   PERFORM REVISAR-MONEDA
                   IF WKS-MONEDA-OK = "N"
                       MOVE "MONEDA DESTINO NO DADA DE ALTA"
                           TO WKS-DET-MOTIVO
                   END-IF
               END-IF
           END-IF.

       REVISAR-MONEDA.
           MOVE WKS-MONEDA-REVISAR TO CPRM-MONEDA.
           READ CALCPRM-FILE
               INVALID KEY
                   MOVE "N" TO WKS-MONEDA-OK
               NOT INVALID KEY
                   MOVE "S" TO WKS-MONEDA-OK
           END-READ.

       COTEJAR-COLA.
           EVALUATE TRUE
               WHEN WKS-ENV-PRIMERO = "S"
                   MOVE "N" TO WKS-ENVIO-OK
                   MOVE "ENVIO DE TASAS VACIO" TO WKS-ENV-MOTIVO
               WHEN WKS-ENV-HAY-COLA NOT = "S"
                   MOVE "N" TO WKS-ENVIO-OK
                   MOVE "SIN COLA DE ENVIO" TO WKS-ENV-MOTIVO
               WHEN WKS-ENV-SOBRA = "S"
                   MOVE "N" TO WKS-ENVIO-OK
                   MOVE "REGISTROS DESPUES DE LA COLA"
                       TO WKS-ENV-MOTIVO
               WHEN CTCF-COLA-CONT IS NOT NUMERIC
                   OR CTCF-COLA-HASH IS NOT NUMERIC
                   MOVE "N" TO WKS-ENVIO-OK
                   MOVE "COLA DE ENVIO ILEGIBLE" TO WKS-ENV-MOTIVO
               WHEN CTCF-COLA-CONT NOT = WKS-ENV-CONT
                   MOVE "N" TO WKS-ENVIO-OK
                   MOVE "CONTEO DE LA COLA NO CUADRA" TO WKS-ENV-MOTIVO
               WHEN CTCF-COLA-HASH NOT = WKS-ENV-HASH
                   MOVE "N" TO WKS-ENVIO-OK
                   MOVE "TOTAL DE COMPROBACION NO CUADRA"
                       TO WKS-ENV-MOTIVO
               WHEN WKS-ENV-CONT = ZERO
                   MOVE "N" TO WKS-ENVIO-OK
                   MOVE "ENVIO SIN TASAS" TO WKS-ENV-MOTIVO
           END-EVALUATE.

      * Segunda pasada, ya con el envio validado: cada detalle se
      * carga o se retiene.
       CARGAR-ENVIO.
           PERFORM ABRIR-ARCHIVOS-CARGA.
           MOVE "N" TO WKS-EOF-TCF.
           OPEN INPUT CALCTCF-FILE.
           PERFORM CARGAR-ENVIO-CICLO UNTIL WKS-EOF-TCF = "S".
           CLOSE CALCTCF-FILE.
           CLOSE CALCTCA-FILE.
           CLOSE CALCTCR-FILE.
           IF WKS-TOL-DISPONIBLE = "S"
               CLOSE CALCTOL-FILE
           END-IF.

      * Los archivos de tasas y de retenidas se crean vacios si no
      * existen todavia, igual que en CALCTCM.
       ABRIR-ARCHIVOS-CARGA.
           OPEN I-O CALCTCA-FILE.
           IF WKS-FS-TCA NOT = "00"
               CLOSE CALCTCA-FILE
               OPEN OUTPUT CALCTCA-FILE
               CLOSE CALCTCA-FILE
               OPEN I-O CALCTCA-FILE
           END-IF.
           OPEN I-O CALCTCR-FILE.
           IF WKS-FS-TCR NOT = "00"
               CLOSE CALCTCR-FILE
               OPEN OUTPUT CALCTCR-FILE
               CLOSE CALCTCR-FILE
               OPEN I-O CALCTCR-FILE
           END-IF.
           OPEN INPUT CALCTOL-FILE.
           IF WKS-FS-TOL NOT = "00"
               MOVE "N" TO WKS-TOL-DISPONIBLE
           END-IF.

       CARGAR-ENVIO-CICLO.
           READ CALCTCF-FILE
               AT END
                   MOVE "S" TO WKS-EOF-TCF
               NOT AT END
                   MOVE TCF-REGISTRO-CRUDO TO CALCTCF-DETALLE
                   IF CTCF-DET-TIPO = "TD"
                       PERFORM CARGAR-DETALLE
                   END-IF
           END-READ.

       CARGAR-DETALLE.
           PERFORM BUSCAR-TASA-PREVIA.
           PERFORM BUSCAR-TOLERANCIA.
           MOVE ZERO TO WKS-VARIACION.
           IF WKS-HAY-PREVIA = "S"
               COMPUTE WKS-DIFERENCIA = CTCF-DET-TASA - WKS-TASA-PREVIA
               IF WKS-DIFERENCIA < ZERO
                   COMPUTE WKS-DIFERENCIA = ZERO - WKS-DIFERENCIA
               END-IF
               COMPUTE WKS-VARIACION ROUNDED =
                   WKS-DIFERENCIA * 100 / WKS-TASA-PREVIA
                   ON SIZE ERROR
                       MOVE 99999.99 TO WKS-VARIACION
               END-COMPUTE
           END-IF.
           IF WKS-HAY-PREVIA = "S" AND WKS-VARIACION > WKS-TOLERANCIA
               PERFORM RETENER-TASA
           ELSE
               PERFORM GRABAR-TASA
           END-IF.
           PERFORM ESCRIBIR-DETALLE.

      * La tasa vigente anterior es la de fecha mas alta antes de la
      * vigencia nueva; una tasa ya grabada con la misma fecha (una
      * recarga o un alta a mano) no cuenta como anterior.
       BUSCAR-TASA-PREVIA.
           MOVE "N" TO WKS-HAY-PREVIA.
           MOVE "N" TO WKS-EOF-TCA.
           MOVE ZERO TO WKS-TASA-PREVIA.
           MOVE ZERO TO WKS-FECHA-PREVIA.
           MOVE CTCF-DET-MONEDA-DE TO CTCA-MONEDA-DE.
           MOVE CTCF-DET-MONEDA-A  TO CTCA-MONEDA-A.
           MOVE ZERO               TO CTCA-FECHA.
           START CALCTCA-FILE KEY NOT LESS THAN CTCA-LLAVE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM RECORRER-TASAS UNTIL WKS-EOF-TCA = "S"
           END-START.

       RECORRER-TASAS.
           READ CALCTCA-FILE NEXT
               AT END
                   MOVE "S" TO WKS-EOF-TCA
               NOT AT END
                   IF CTCA-MONEDA-DE NOT = CTCF-DET-MONEDA-DE
                       OR CTCA-MONEDA-A NOT = CTCF-DET-MONEDA-A
                       OR CTCA-FECHA NOT < CTCF-DET-FECHA-N
                       MOVE "S" TO WKS-EOF-TCA
                   ELSE
                       MOVE CTCA-TASA  TO WKS-TASA-PREVIA
                       MOVE CTCA-FECHA TO WKS-FECHA-PREVIA
                       MOVE "S" TO WKS-HAY-PREVIA
                   END-IF
           END-READ.

       BUSCAR-TOLERANCIA.
           MOVE WKS-TOL-DEFECTO TO WKS-TOLERANCIA.
           MOVE "N" TO WKS-TOL-ENCONTRADA.
           IF WKS-TOL-DISPONIBLE = "S"
               MOVE CTCF-DET-MONEDA-DE TO CTOL-MONEDA-DE
               MOVE CTCF-DET-MONEDA-A  TO CTOL-MONEDA-A
               PERFORM LEER-TOLERANCIA
               IF WKS-TOL-ENCONTRADA = "N"
                   MOVE SPACES TO CTOL-LLAVE
                   PERFORM LEER-TOLERANCIA
               END-IF
           END-IF.

       LEER-TOLERANCIA.
           READ CALCTOL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CTOL-PORCENTAJE TO WKS-TOLERANCIA
                   MOVE "S" TO WKS-TOL-ENCONTRADA
           END-READ.

      * Misma regla que el alta de CALCTCM: con la misma pareja y
      * fecha la tasa se reescribe, con su imagen anterior al diario.
      * Una tasa igual a la ya grabada no se toca ni se audita.
       GRABAR-TASA.
           MOVE CTCF-DET-MONEDA-DE TO CTCA-MONEDA-DE.
           MOVE CTCF-DET-MONEDA-A  TO CTCA-MONEDA-A.
           MOVE CTCF-DET-FECHA-N   TO CTCA-FECHA.
           READ CALCTCA-FILE
               INVALID KEY
                   PERFORM ALTA-TASA-NUEVA
               NOT INVALID KEY
                   PERFORM CAMBIO-TASA-LEIDA
           END-READ.
           PERFORM DESCARTAR-RETENIDA-VIEJA.

       ALTA-TASA-NUEVA.
           MOVE CTCF-DET-MONEDA-DE TO CTCA-MONEDA-DE.
           MOVE CTCF-DET-MONEDA-A  TO CTCA-MONEDA-A.
           MOVE CTCF-DET-FECHA-N   TO CTCA-FECHA.
           MOVE CTCF-DET-TASA      TO CTCA-TASA.
           WRITE CALCTCA-RECORD.
           ADD 1 TO WKS-CONT-ALTAS.
           MOVE "CARGADA" TO WKS-ESTADO-DET.
           MOVE "ALTA" TO WKS-AUD-ACCION.
           MOVE SPACES TO WKS-AUD-ANTES.
           MOVE CALCTCA-RECORD TO WKS-AUD-DESPUES.
           PERFORM ANOTAR-AUDITORIA-TCA.

       CAMBIO-TASA-LEIDA.
           IF CTCA-TASA = CTCF-DET-TASA
               ADD 1 TO WKS-CONT-IGUALES
               MOVE "SIN CAMBIO" TO WKS-ESTADO-DET
           ELSE
               MOVE CALCTCA-RECORD TO WKS-AUD-ANTES
               MOVE CTCF-DET-TASA TO CTCA-TASA
               REWRITE CALCTCA-RECORD
               ADD 1 TO WKS-CONT-CAMBIOS
               MOVE "REESCRITA" TO WKS-ESTADO-DET
               MOVE "CAMBIO" TO WKS-AUD-ACCION
               MOVE CALCTCA-RECORD TO WKS-AUD-DESPUES
               PERFORM ANOTAR-AUDITORIA-TCA
           END-IF.

      * Si la misma tasa quedo retenida en un envio anterior y ahora
      * llega dentro de tolerancia, la retenida ya no se debe liberar
      * encima de la buena: se marca descartada.
       DESCARTAR-RETENIDA-VIEJA.
           MOVE CTCA-LLAVE TO CTCR-LLAVE.
           READ CALCTCR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CTCR-ESTADO = SPACE
                       MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-HORA
                       MOVE "D"               TO CTCR-ESTADO
                       MOVE WKS-SUPERVISOR-ID TO CTCR-SUPERVISOR
                       MOVE WKS-FH-FECHA      TO CTCR-FECHA-RESOL
                       REWRITE CALCTCR-RECORD
                   END-IF
           END-READ.

      * La retenida queda pendiente (estado en espacio) aunque ya
      * hubiera una resuelta con la misma llave: es un envio nuevo.
       RETENER-TASA.
           ADD 1 TO WKS-CONT-RETENIDAS.
           MOVE "RETENIDA" TO WKS-ESTADO-DET.
           MOVE CTCF-DET-MONEDA-DE TO CTCR-MONEDA-DE.
           MOVE CTCF-DET-MONEDA-A  TO CTCR-MONEDA-A.
           MOVE CTCF-DET-FECHA-N   TO CTCR-FECHA.
           READ CALCTCR-FILE
               INVALID KEY
                   PERFORM ARMAR-RETENIDA
                   WRITE CALCTCR-RECORD
               NOT INVALID KEY
                   PERFORM ARMAR-RETENIDA
                   REWRITE CALCTCR-RECORD
           END-READ.

       ARMAR-RETENIDA.
           MOVE CTCF-DET-MONEDA-DE TO CTCR-MONEDA-DE.
           MOVE CTCF-DET-MONEDA-A  TO CTCR-MONEDA-A.
           MOVE CTCF-DET-FECHA-N   TO CTCR-FECHA.
           MOVE CTCF-DET-TASA      TO CTCR-TASA.
           MOVE WKS-TASA-PREVIA    TO CTCR-TASA-PREVIA.
           MOVE WKS-FECHA-PREVIA   TO CTCR-FECHA-PREVIA.
           MOVE WKS-VARIACION      TO CTCR-VARIACION.
           MOVE WKS-TOLERANCIA     TO CTCR-TOLERANCIA.
           MOVE CTCF-CAB-ENVIO-ID  TO CTCR-ENVIO-ID.
           MOVE SPACE              TO CTCR-ESTADO.
           MOVE SPACES             TO CTCR-SUPERVISOR.
           MOVE ZERO               TO CTCR-FECHA-RESOL.

      * Cargado el envio se deja vacio, como CALCEDT deja las
      * correcciones consumidas.
       VACIAR-ENVIO.
           OPEN OUTPUT CALCTCF-FILE.
           CLOSE CALCTCF-FILE.

      * Los detalles con error de la pasada de validacion salen
      * entre el titulo y los datos de la cabecera del envio.
       ESCRIBIR-TITULO.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE "CARGA DE TIPOS DE CAMBIO - CALCTCL" TO RPT-LINEA.
           WRITE RPT-LINEA.

       ESCRIBIR-ENCABEZADO.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "AREA: " CTCF-CAB-AREA
               "  ENVIO: " CTCF-CAB-ENVIO-ID
               "  FECHA: " CTCF-CAB-FECHA
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "PAREJA  VIGENCIA TASA NUEVA     "
               "TASA ANTERIOR  VAR %     ESTADO"
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.

      * El motivo va en un renglon y el registro tal como llego en
      * el siguiente; juntos no caben en los 80 del reporte.
       ESCRIBIR-DETALLE-MALO.
           MOVE SPACES TO RPT-LINEA.
           STRING "DETALLE " WKS-ENV-CONT ": " WKS-DET-MOTIVO
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "         REGISTRO: " TCF-REGISTRO-CRUDO
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.

       ESCRIBIR-DETALLE.
           MOVE CTCF-DET-MONEDA-DE TO DET-MONEDA-DE.
           MOVE CTCF-DET-MONEDA-A  TO DET-MONEDA-A.
           MOVE CTCF-DET-FECHA     TO DET-FECHA.
           MOVE CTCF-DET-TASA      TO WKS-TASA-ED.
           MOVE WKS-TASA-ED        TO DET-TASA.
           IF WKS-HAY-PREVIA = "S"
               MOVE WKS-TASA-PREVIA TO WKS-PREVIA-ED
               MOVE WKS-PREVIA-ED   TO DET-PREVIA
               MOVE WKS-VARIACION   TO WKS-VARIACION-ED
               MOVE WKS-VARIACION-ED TO DET-VARIACION
           ELSE
               MOVE "SIN PREVIA"    TO DET-PREVIA
               MOVE SPACES          TO DET-VARIACION
           END-IF.
           MOVE WKS-ESTADO-DET     TO DET-ESTADO.
           MOVE WKS-LINEA-DET      TO RPT-LINEA.
           WRITE RPT-LINEA.

       ESCRIBIR-RECHAZO-ENVIO.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "ENVIO RECHAZADO COMPLETO: " WKS-ENV-MOTIVO
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE "NO SE CARGO NINGUNA TASA; EL CIERRE SE DETIENE"
               TO RPT-LINEA.
           WRITE RPT-LINEA.

       ESCRIBIR-TOTALES.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "DETALLES EN EL ENVIO:    " WKS-ENV-CONT
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE WKS-ENV-HASH TO WKS-HASH-ED.
           MOVE SPACES TO RPT-LINEA.
           STRING "TOTAL DE COMPROBACION:   " WKS-HASH-ED
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "DETALLES CON ERROR:      " WKS-DET-MALOS
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "TASAS DADAS DE ALTA:     " WKS-CONT-ALTAS
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "TASAS REESCRITAS:        " WKS-CONT-CAMBIOS
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "TASAS SIN CAMBIO:        " WKS-CONT-IGUALES
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "TASAS RETENIDAS:         " WKS-CONT-RETENIDAS
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           IF WKS-CONT-RETENIDAS > ZERO
               MOVE "TASAS RETENIDAS: LIBERAR O DESCARTAR EN CALCTCM"
                   TO RPT-LINEA
               WRITE RPT-LINEA
           END-IF.

       ANOTAR-AUDITORIA-TCA.
           MOVE "CALCTCA" TO WKS-AUD-ARCHIVO.
           MOVE CTCA-LLAVE TO WKS-AUD-LLAVE.
           PERFORM GRABAR-AUDITORIA.

      * Grabado del diario de auditoria (GRABAR-AUDITORIA),
      * compartido con CALCTCM y los demas mantenimientos via
      * CALCJRN.cpy.
           COPY CALCJRN.

       END PROGRAM CALCTCL.
