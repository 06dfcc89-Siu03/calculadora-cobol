      ******************************************************************
      * Author:
      * Date:
      * Purpose: Mantenimiento del calendario de dias inhabiles
      *          (CALCCAL) y de la fecha de proceso del cierre
      *          (CALCFEC). Pantalla para dar de alta o cambiar un
      *          feriado con su descripcion, consultarlo, darlo de
      *          baja y listar los feriados de un anio, y para
      *          consultar o fijar a mano la fecha de proceso (el
      *          arranque del control o una correccion); en la
      *          operacion normal la fecha la avanza CALCDRV al
      *          terminar limpio cada cierre. Solo un supervisor
      *          puede entrar, y cada alta, cambio y baja de feriado
      *          y cada cambio de fecha de proceso queda en el
      *          diario de auditoria (CALCAUD) con la imagen del
      *          registro antes y despues. La fecha de proceso no se
      *          toca con un cierre en curso ni se fija en un dia
      *          inhabil.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCCAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALCCAL-FILE ASSIGN TO "CALCCAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CCAL-FECHA
               FILE STATUS IS WKS-FS-CAL.

           SELECT CALCFEC-FILE ASSIGN TO "CALCFEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-FEC.

           SELECT CALCOPE-FILE ASSIGN TO "CALCOPE.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS COPE-ID
               FILE STATUS IS WKS-FS-OPE.

           SELECT CALCAUD-FILE ASSIGN TO "CALCAUD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCCAL-FILE.
           COPY CALCCAL.

       FD  CALCFEC-FILE.
           COPY CALCFEC.

       FD  CALCOPE-FILE.
           COPY CALCOPE.

       FD  CALCAUD-FILE.
           COPY CALCAUD.

       WORKING-STORAGE SECTION.
           COPY WKAUD.

       01  GUIONES             PIC X(80) VALUE ALL "-".
       01  OPCION              PIC 99.
       01  WKS-FS-CAL          PIC XX    VALUE "00".
       01  WKS-FS-FEC          PIC XX    VALUE "00".
       01  WKS-FS-OPE          PIC XX    VALUE "00".
       01  WKS-TERMINADO       PIC X(01) VALUE "N".
       01  WKS-SUPERVISOR-ID   PIC X(08) VALUE SPACES.
       01  WKS-SUPERVISOR-OK   PIC X(01) VALUE "N".
       01  WKS-EOF-CAL         PIC X(01) VALUE "N".

       01  WKS-FECHA-TRABAJO-X PIC X(08) VALUE SPACES.
       01  WKS-FECHA-TRABAJO   PIC 9(08) VALUE ZERO.
       01  WKS-FECHA-OK        PIC X(01) VALUE "N".
       01  WKS-DESC-TRABAJO    PIC X(30) VALUE SPACES.

      * Listado de un anio: del 1 de enero al 31 de diciembre, de a
      * una pantalla de renglones.
       01  WKS-ANIO-TRABAJO-X  PIC X(04) VALUE SPACES.
       01  WKS-ANIO-TRABAJO    PIC 9(04) VALUE ZERO.
       01  WKS-FECHA-DESDE     PIC 9(08) VALUE ZERO.
       01  WKS-FECHA-HASTA     PIC 9(08) VALUE ZERO.
       01  WKS-RENGLON-PANT    PIC 9(02) VALUE ZERO.
       01  WKS-LISTA-LINEA     PIC 9(02) VALUE ZERO.
       01  WKS-MAX-RENGLONES   PIC 9(02) VALUE 15.
       01  WKS-CONT-FERIADOS   PIC 9(03) VALUE ZERO.

      * Prueba de dia habil de la fecha capturada, en linea porque
      * el calendario ya esta abierto en I-O (ver CALCHAB).
       01  WKS-DIA-SEMANA      PIC 9(01) VALUE ZERO.
       01  WKS-ES-HABIL        PIC X(01) VALUE "N".

       01  WKS-HAY-FECHA-PROC  PIC X(01) VALUE "N".

       PROCEDURE DIVISION.
       MAIN-CALCCAM.
           PERFORM PREPARAR-ARCHIVO.
           PERFORM CAPTURAR-SUPERVISOR.
           PERFORM ATENDER-MENU UNTIL WKS-TERMINADO = "S".
           STOP RUN.

      * Si el calendario no existe todavia se crea vacio, igual que
      * hace CALCOPM con el maestro de operadores.
       PREPARAR-ARCHIVO.
           OPEN I-O CALCCAL-FILE.
           IF WKS-FS-CAL NOT = "00"
               CLOSE CALCCAL-FILE
               OPEN OUTPUT CALCCAL-FILE
               CLOSE CALCCAL-FILE
               OPEN I-O CALCCAL-FILE
           END-IF.

       CAPTURAR-SUPERVISOR.
           MOVE "N" TO WKS-SUPERVISOR-OK.
           PERFORM CAPTURAR-SUPERVISOR-CICLO
               UNTIL WKS-SUPERVISOR-OK = "S".

       CAPTURAR-SUPERVISOR-CICLO.
           DISPLAY " "                       LINE 1 COL 1 ERASE EOS
                   "CALENDARIO Y FECHA DE PROCESO" LINE 3 COL 26
                   GUIONES                   LINE 4 COL 1
                   "ID DE SUPERVISOR:"       LINE 6 COL 1.
           ACCEPT WKS-SUPERVISOR-ID          LINE 7 COL 1.
           PERFORM VALIDAR-SUPERVISOR.

      * Mantener el calendario exige un ID dado de alta, activo y
      * con nivel de supervisor en el maestro de operadores
      * (CALCOPE); sin maestro se trabaja como antes.
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
                   "CALENDARIO Y FECHA DE PROCESO" LINE 3 COL 26
                   GUIONES                    LINE 4  COL 1
                   "01. Alta/cambio de feriado" LINE 6 COL 10
                   "02. Consultar feriado"    LINE 7  COL 10
                   "03. Baja de feriado"      LINE 8  COL 10
                   "04. Feriados del anio"    LINE 9  COL 10
                   "05. Consultar fecha de proceso" LINE 10 COL 10
                   "06. Fijar fecha de proceso" LINE 11 COL 10
                   "OPCION [    ]"            LINE 12 COL 10
                   GUIONES                    LINE 13 COL 1
                   "[77-CERRAR]"              LINE 14 COL 1.
           ACCEPT OPCION                      LINE 12 COL 19.
           EVALUATE OPCION
               WHEN 1
                   PERFORM ALTA-FERIADO
               WHEN 2
                   PERFORM CONSULTAR-FERIADO
               WHEN 3
                   PERFORM BAJA-FERIADO
               WHEN 4
                   PERFORM LISTAR-FERIADOS
               WHEN 5
                   PERFORM CONSULTAR-FECHA-PROCESO
               WHEN 6
                   PERFORM FIJAR-FECHA-PROCESO
               WHEN 77
                   MOVE "S" TO WKS-TERMINADO
                   CLOSE CALCCAL-FILE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA INTENTE DE NUEVO"
                           LINE 14 COL 1
                   PERFORM ESPERAR-REGRESO
           END-EVALUATE.

      * Una fecha que no es numerica o que no existe en el
      * calendario (un 31 de abril) se rechaza antes de tocar nada.
       CAPTURAR-FECHA-TRABAJO.
           MOVE "N" TO WKS-FECHA-OK.
           DISPLAY "FECHA (AAAAMMDD):"    LINE 15 COL 1.
           ACCEPT WKS-FECHA-TRABAJO-X     LINE 16 COL 1.
           IF WKS-FECHA-TRABAJO-X IS NUMERIC
               MOVE WKS-FECHA-TRABAJO-X TO WKS-FECHA-TRABAJO
               IF FUNCTION TEST-DATE-YYYYMMDD(WKS-FECHA-TRABAJO) = 0
                   MOVE "S" TO WKS-FECHA-OK
               END-IF
           END-IF.
           IF WKS-FECHA-OK NOT = "S"
               DISPLAY "FECHA INVALIDA"   LINE 16 COL 20
           END-IF.

       ALTA-FERIADO.
           PERFORM CAPTURAR-FECHA-TRABAJO.
           IF WKS-FECHA-OK = "S"
               DISPLAY "DESCRIPCION:"     LINE 17 COL 1
               ACCEPT WKS-DESC-TRABAJO    LINE 18 COL 1
               MOVE WKS-FECHA-TRABAJO TO CCAL-FECHA
               READ CALCCAL-FILE
                   INVALID KEY
                       PERFORM ALTA-FERIADO-NUEVO
                   NOT INVALID KEY
                       PERFORM CAMBIO-FERIADO-LEIDO
               END-READ
           END-IF.
           PERFORM ESPERAR-REGRESO.

       ALTA-FERIADO-NUEVO.
           MOVE WKS-FECHA-TRABAJO TO CCAL-FECHA.
           MOVE WKS-DESC-TRABAJO  TO CCAL-DESCRIPCION.
           WRITE CALCCAL-RECORD.
           DISPLAY "FERIADO DADO DE ALTA" LINE 20 COL 1.
           MOVE "ALTA" TO WKS-AUD-ACCION.
           MOVE SPACES TO WKS-AUD-ANTES.
           MOVE CALCCAL-RECORD TO WKS-AUD-DESPUES.
           PERFORM ANOTAR-AUDITORIA-CAL.

       CAMBIO-FERIADO-LEIDO.
           MOVE CALCCAL-RECORD TO WKS-AUD-ANTES.
           MOVE WKS-DESC-TRABAJO  TO CCAL-DESCRIPCION.
           REWRITE CALCCAL-RECORD.
           DISPLAY "FERIADO ACTUALIZADO"  LINE 20 COL 1.
           MOVE "CAMBIO" TO WKS-AUD-ACCION.
           MOVE CALCCAL-RECORD TO WKS-AUD-DESPUES.
           PERFORM ANOTAR-AUDITORIA-CAL.

       CONSULTAR-FERIADO.
           PERFORM CAPTURAR-FECHA-TRABAJO.
           IF WKS-FECHA-OK = "S"
               MOVE WKS-FECHA-TRABAJO TO CCAL-FECHA
               READ CALCCAL-FILE
                   INVALID KEY
                       DISPLAY "NO ES FERIADO" LINE 17 COL 1
                   NOT INVALID KEY
                       DISPLAY "DESCRIPCION: "  LINE 17 COL 1
                               CCAL-DESCRIPCION LINE 17 COL 14
               END-READ
           END-IF.
           PERFORM ESPERAR-REGRESO.

       BAJA-FERIADO.
           PERFORM CAPTURAR-FECHA-TRABAJO.
           IF WKS-FECHA-OK = "S"
               MOVE WKS-FECHA-TRABAJO TO CCAL-FECHA
               READ CALCCAL-FILE
                   INVALID KEY
                       DISPLAY "NO ES FERIADO" LINE 17 COL 1
                   NOT INVALID KEY
                       MOVE CALCCAL-RECORD TO WKS-AUD-ANTES
                       DELETE CALCCAL-FILE
                       DISPLAY "FERIADO DADO DE BAJA" LINE 17 COL 1
                       MOVE "BAJA" TO WKS-AUD-ACCION
                       MOVE SPACES TO WKS-AUD-DESPUES
                       PERFORM ANOTAR-AUDITORIA-CAL
               END-READ
           END-IF.
           PERFORM ESPERAR-REGRESO.

      * Se posiciona con START en el 1 de enero y se lee hasta que
      * la fecha pasa del 31 de diciembre; al llenarse la pantalla
      * se espera al supervisor y se sigue en una limpia.
       LISTAR-FERIADOS.
           DISPLAY "ANIO (AAAA):"         LINE 15 COL 1.
           ACCEPT WKS-ANIO-TRABAJO-X      LINE 16 COL 1.
           IF WKS-ANIO-TRABAJO-X IS NUMERIC
               MOVE WKS-ANIO-TRABAJO-X TO WKS-ANIO-TRABAJO
               COMPUTE WKS-FECHA-DESDE = WKS-ANIO-TRABAJO * 10000
                                        + 0101
               COMPUTE WKS-FECHA-HASTA = WKS-ANIO-TRABAJO * 10000
                                        + 1231
               PERFORM ENCABEZAR-LISTA
               MOVE ZERO TO WKS-CONT-FERIADOS
               MOVE "N" TO WKS-EOF-CAL
               MOVE WKS-FECHA-DESDE TO CCAL-FECHA
               START CALCCAL-FILE KEY NOT LESS THAN CCAL-FECHA
                   INVALID KEY
                       MOVE "S" TO WKS-EOF-CAL
                   NOT INVALID KEY
                       PERFORM LEER-FERIADO-LISTA
                           UNTIL WKS-EOF-CAL = "S"
               END-START
               DISPLAY "FERIADOS DEL ANIO: " LINE 22 COL 1
                       WKS-CONT-FERIADOS     LINE 22 COL 20
           ELSE
               DISPLAY "ANIO INVALIDO"    LINE 16 COL 20
           END-IF.
           PERFORM ESPERAR-REGRESO.

       ENCABEZAR-LISTA.
           DISPLAY " "                       LINE 1 COL 1 ERASE EOS
                   "FERIADOS DEL ANIO"       LINE 3 COL 30
                   WKS-ANIO-TRABAJO          LINE 3 COL 48
                   GUIONES                   LINE 4 COL 1.
           MOVE ZERO TO WKS-RENGLON-PANT.
           MOVE 5 TO WKS-LISTA-LINEA.

       LEER-FERIADO-LISTA.
           READ CALCCAL-FILE NEXT
               AT END
                   MOVE "S" TO WKS-EOF-CAL
               NOT AT END
                   IF CCAL-FECHA > WKS-FECHA-HASTA
                       MOVE "S" TO WKS-EOF-CAL
                   ELSE
                       PERFORM MOSTRAR-FERIADO
                   END-IF
           END-READ.

       MOSTRAR-FERIADO.
           IF WKS-RENGLON-PANT NOT < WKS-MAX-RENGLONES
               PERFORM ESPERAR-REGRESO
               PERFORM ENCABEZAR-LISTA
           END-IF.
           ADD 1 TO WKS-RENGLON-PANT.
           ADD 1 TO WKS-CONT-FERIADOS.
           ADD 1 TO WKS-LISTA-LINEA.
           DISPLAY CCAL-FECHA          LINE WKS-LISTA-LINEA COL 1
                   CCAL-DESCRIPCION    LINE WKS-LISTA-LINEA COL 12.

       CONSULTAR-FECHA-PROCESO.
           PERFORM LEER-CONTROL-FECHA.
           IF WKS-HAY-FECHA-PROC = "S"
               DISPLAY "FECHA DE PROCESO: " LINE 15 COL 1
                       CFEC-FECHA-PROCESO   LINE 15 COL 20
                       "FECHA ANTERIOR:   " LINE 16 COL 1
                       CFEC-FECHA-ANTERIOR  LINE 16 COL 20
                       "CIERRE EN CURSO:  " LINE 17 COL 1
                       CFEC-EN-CIERRE       LINE 17 COL 20
                       "CAMBIADA POR:     " LINE 18 COL 1
                       CFEC-ORIGEN          LINE 18 COL 20
                       "EL:               " LINE 19 COL 1
                       CFEC-FECHA-CAMBIO    LINE 19 COL 20
                       CFEC-HORA-CAMBIO     LINE 19 COL 30
           ELSE
               DISPLAY "SIN FECHA DE PROCESO; EL CIERRE TOMARA HOY"
                       LINE 15 COL 1
           END-IF.
           PERFORM ESPERAR-REGRESO.

      * Con una corrida de CALCDRV a medias la fecha no se toca: los
      * pasos que faltan deben cerrar la misma fecha que los que ya
      * corrieron. La nueva debe ser un dia habil.
       FIJAR-FECHA-PROCESO.
           PERFORM LEER-CONTROL-FECHA.
           IF WKS-HAY-FECHA-PROC = "S" AND CFEC-EN-CIERRE = "S"
               DISPLAY "HAY UN CIERRE EN CURSO; TERMINARLO PRIMERO"
                       LINE 15 COL 1
           ELSE
               PERFORM CAPTURAR-FECHA-TRABAJO
               IF WKS-FECHA-OK = "S"
                   PERFORM REVISAR-FECHA-HABIL
                   IF WKS-ES-HABIL = "S"
                       PERFORM GRABAR-FECHA-PROCESO
                   ELSE
                       DISPLAY "NO ES DIA HABIL" LINE 17 COL 1
                   END-IF
               END-IF
           END-IF.
           PERFORM ESPERAR-REGRESO.

       LEER-CONTROL-FECHA.
           MOVE "N" TO WKS-HAY-FECHA-PROC.
           OPEN INPUT CALCFEC-FILE.
           IF WKS-FS-FEC = "00"
               READ CALCFEC-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "S" TO WKS-HAY-FECHA-PROC
               END-READ
               CLOSE CALCFEC-FILE
           END-IF.

      * Sabado y domingo (dia 6 y 7 contando desde el lunes 1 de
      * INTEGER-OF-DATE) o un feriado dado de alta no son habiles.
       REVISAR-FECHA-HABIL.
           COMPUTE WKS-DIA-SEMANA = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WKS-FECHA-TRABAJO) - 1, 7) + 1.
           MOVE "S" TO WKS-ES-HABIL.
           IF WKS-DIA-SEMANA > 5
               MOVE "N" TO WKS-ES-HABIL
           ELSE
               MOVE WKS-FECHA-TRABAJO TO CCAL-FECHA
               READ CALCCAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WKS-ES-HABIL
               END-READ
           END-IF.

       GRABAR-FECHA-PROCESO.
           IF WKS-HAY-FECHA-PROC = "S"
               MOVE CALCFEC-RECORD TO WKS-AUD-ANTES
               MOVE CFEC-FECHA-PROCESO TO CFEC-FECHA-ANTERIOR
               MOVE "CAMBIO" TO WKS-AUD-ACCION
           ELSE
               MOVE SPACES TO WKS-AUD-ANTES
               MOVE ZERO TO CFEC-FECHA-ANTERIOR
               MOVE "ALTA" TO WKS-AUD-ACCION
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-HORA.
           MOVE WKS-FECHA-TRABAJO TO CFEC-FECHA-PROCESO.
           MOVE "N"               TO CFEC-EN-CIERRE.
           MOVE WKS-FH-FECHA      TO CFEC-FECHA-CAMBIO.
           MOVE WKS-FH-HORA       TO CFEC-HORA-CAMBIO.
           MOVE WKS-SUPERVISOR-ID TO CFEC-ORIGEN.
           OPEN OUTPUT CALCFEC-FILE.
           WRITE CALCFEC-RECORD.
           CLOSE CALCFEC-FILE.
           DISPLAY "FECHA DE PROCESO FIJADA" LINE 17 COL 1.
           MOVE CALCFEC-RECORD TO WKS-AUD-DESPUES.
           MOVE "CALCFEC" TO WKS-AUD-ARCHIVO.
           MOVE WKS-FECHA-TRABAJO TO WKS-AUD-LLAVE.
           PERFORM GRABAR-AUDITORIA.

       ESPERAR-REGRESO.
           DISPLAY "[88-REGRESAR]"        LINE 23 COL 1.
           ACCEPT OPCION                  LINE 23 COL 15.

       ANOTAR-AUDITORIA-CAL.
           MOVE "CALCCAL" TO WKS-AUD-ARCHIVO.
           MOVE WKS-FECHA-TRABAJO TO WKS-AUD-LLAVE.
           PERFORM GRABAR-AUDITORIA.

      * Grabado del diario de auditoria (GRABAR-AUDITORIA),
      * compartido con CALCOPM, CALCPMM y CALCTCM via CALCJRN.cpy.
           COPY CALCJRN.

       END PROGRAM CALCCAM.
