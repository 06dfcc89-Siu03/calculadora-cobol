      * Author:
      * Date:
      * Purpose: Conductor del cierre del dia. Ejecuta la secuencia
      *          nocturna completa -- CALCBKP, CALCTCL, CALCGEN,
      *          CALCEDT, CALCBAT, CALCRSP, CALCRPT, CALCCON,
      *          CALCRSM, CALCEXR, CALCINT, CALCEXT -- en su orden
      *          fijo, grabando en el archivo de control de corrida
      *          (CALCRUN) el inicio, el fin y el RETURN-CODE de
      *          cada paso, la misma idea que CALCCHK pero al nivel
      *          de los trabajos. Un paso no
      *          arranca si el anterior no termino limpio: en
      *          particular CALCCON deja su RETURN-CODE con el numero
      *          de operadores descuadrados, y un descuadre detiene
      *          la corrida antes de que CALCEXT transmita el
      *          extracto, igual que un hallazgo grave de la
      *          auditoria de integridad (CALCINT). Si un paso
      *          falla o la corrida se cae,
      *          volver a correr el conductor reanuda desde el primer
      *          paso que no termino limpio, sin repetir los que ya
      *          acabaron; con todos los pasos terminados, la
      *          siguiente corrida arranca el cierre desde el
      *          principio.
      *          Antes de correr cualquier paso revisa que todos los
      *          operadores que grabaron en pantalla en el dia hayan
      *          cerrado su turno (CALCTUR); un turno abierto es
      *          excepcion y detiene el cierre, para no conciliar
      *          una fecha en la que todavia se puede grabar. El
      *          primer paso respalda todos los archivos del sistema
      *          en una generacion nueva (CALCBKP): sin respaldo no
      *          arranca ningun otro paso. El segundo carga el envio
      *          de tipos de cambio de tesoreria (CALCTCL): un envio
      *          que no llego o que se rechazo detiene el cierre
      *          antes de convertir nada.
      *          La fecha que se cierra es la fecha de proceso del
      *          renglon de control CALCFEC, de donde la toman todos
      *          los pasos; sin renglon se crea con la fecha del
      *          dia. Solo cuando la corrida termina limpia la fecha
      *          avanza al siguiente dia habil (ver CALCCAL), con su
      *          renglon en el diario CALCAUD firmado por el
      *          conductor. Mientras la corrida esta en curso el
      *          control queda marcado; si la corrida anterior
      *          termino todos sus pasos pero se cayo antes de
      *          avanzar la fecha, la siguiente corrida solo la
      *          avanza y termina, sin volver a cerrar el mismo dia.
      *          Una fecha de proceso posterior a la fecha del reloj
      *          (el cierre del viernes ya la paso al lunes y el
      *          conductor se corre en sabado) no se cierra: no
      *          arranca ningun paso, la fecha no se mueve y la
      *          corrida termina sin cerrar.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-RUN.

           SELECT CALCLOG-FILE ASSIGN TO "CALCLOG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLOG-LLAVE
               FILE STATUS IS WKS-FS-LOG.

           SELECT CALCTUR-FILE ASSIGN TO "CALCTUR.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CTUR-LLAVE
               FILE STATUS IS WKS-FS-TUR.

           SELECT CALCFEC-FILE ASSIGN TO "CALCFEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-FEC.

           SELECT CALCCAL-FILE ASSIGN TO "CALCCAL.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CCAL-FECHA
               FILE STATUS IS WKS-FS-CAL.

           SELECT CALCAUD-FILE ASSIGN TO "CALCAUD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-AUD.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCRUN-FILE.
           COPY CALCRUN.

       FD  CALCLOG-FILE.
           COPY CALCLOG.

       FD  CALCTUR-FILE.
           COPY CALCTUR.

       FD  CALCFEC-FILE.
           COPY CALCFEC.

       FD  CALCCAL-FILE.
           COPY CALCCAL.

       FD  CALCAUD-FILE.
           COPY CALCAUD.

       WORKING-STORAGE SECTION.
           COPY WKFEC.
           COPY WKHAB.
           COPY WKAUD.

       01  WKS-SUPERVISOR-ID   PIC X(08) VALUE "CALCDRV".
       01  WKS-FS-RUN          PIC XX    VALUE "00".
       01  WKS-EOF-RUN         PIC X(01) VALUE "N".
       01  WKS-NUM-PASOS       PIC 9(02) VALUE 12.
       01  WKS-PASO-SUB        PIC 9(02) VALUE ZERO.
       01  WKS-PASO-ACTUAL     PIC 9(02) VALUE ZERO.
       01  WKS-CORRIDA-MALA    PIC X(01) VALUE "N".
       01  WKS-TODO-TERMINADO  PIC X(01) VALUE "S".
       01  WKS-RETORNO         PIC 9(04) VALUE ZERO.
       01  WKS-CORRIDA-PREVIA  PIC X(01) VALUE "N".
       01  WKS-SOLO-AVANCE     PIC X(01) VALUE "N".
       01  WKS-HAY-CONTROL     PIC X(01) VALUE "N".
       01  WKS-FECHA-ADELANTADA PIC X(01) VALUE "N".

      * Revision de turnos del dia: cada operador con renglones de
      * pantalla se revisa una sola vez contra CALCTUR.
       01  WKS-FS-LOG          PIC XX    VALUE "00".
       01  WKS-FS-TUR          PIC XX    VALUE "00".
       01  WKS-EOF-LOG         PIC X(01) VALUE "N".
       01  WKS-FECHA-CIERRE    PIC 9(08) VALUE ZERO.
       01  WKS-CONT-ABIERTOS   PIC 9(02) VALUE ZERO.
       01  WKS-MAX-OPERADORES  PIC 9(02) VALUE 50.
       01  WKS-NUM-OPERADORES  PIC 9(02) VALUE ZERO.
       01  WKS-OPER-SUB        PIC 9(02) VALUE ZERO.
       01  WKS-OPER-ENCONTRADO PIC X(01) VALUE "N".
       01  WKS-TURNO-CERRADO   PIC X(01) VALUE "N".
       01  WKS-TABLA-OPERADORES.
           05  WKS-OPER-ID     PIC X(08) OCCURS 50 TIMES.

      * Tabla de pasos del cierre en su orden fijo, con el estado y
      * los tiempos de la corrida en curso (cargados de CALCRUN al
      * arrancar, si hay corrida a medias que reanudar).
       01  WKS-TABLA-PASOS.
           05  WKS-PASO-ENTRY OCCURS 12 TIMES.
               10  WKS-PASO-PROGRAMA   PIC X(08).
               10  WKS-PASO-ESTADO     PIC X(01).
               10  WKS-PASO-FECHA-INI  PIC 9(08).
               10  WKS-PASO-HORA-FIN   PIC 9(08).
               10  WKS-PASO-RETORNO    PIC 9(04).

       PROCEDURE DIVISION.
       MAIN-CALCDRV.
           PERFORM ARMAR-TABLA-PASOS.
           PERFORM CARGAR-CONTROL-CORRIDA.
           PERFORM PREPARAR-FECHA-PROCESO.
           IF WKS-CORRIDA-PREVIA = "S" AND CFEC-EN-CIERRE = "S"
               DISPLAY "EL CIERRE DE " WKS-FECHA-PROCESO
                       " YA TERMINO; SOLO SE AVANZA LA FECHA"
               MOVE "S" TO WKS-SOLO-AVANCE
           ELSE
               PERFORM CORRER-CIERRE
           END-IF.
           IF WKS-CORRIDA-MALA NOT = "S"
               AND WKS-FECHA-ADELANTADA NOT = "S"
               PERFORM AVANZAR-FECHA-PROCESO
           END-IF.
           IF WKS-CORRIDA-MALA = "S"
               DISPLAY "CIERRE DETENIDO; CORREGIR Y VOLVER A CORRER"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WKS-FECHA-ADELANTADA = "S"
                   DISPLAY "TERMINA SIN CERRAR"
               ELSE
                   IF WKS-SOLO-AVANCE NOT = "S"
                       DISPLAY "CIERRE TERMINADO COMPLETO"
                   END-IF
               END-IF
               MOVE ZERO TO RETURN-CODE
           END-IF.
           STOP RUN.

       CORRER-CIERRE.
           DISPLAY "FECHA DE PROCESO: " WKS-FECHA-PROCESO.
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-HORA.
           IF WKS-FECHA-PROCESO > WKS-FH-FECHA
               DISPLAY "LA FECHA DE PROCESO ES POSTERIOR A HOY ("
                       WKS-FH-FECHA "); NO ARRANCA NINGUN PASO"
               MOVE "S" TO WKS-FECHA-ADELANTADA
           ELSE
               PERFORM REVISAR-TURNOS-ABIERTOS
               IF WKS-CONT-ABIERTOS > ZERO
                   DISPLAY "HAY " WKS-CONT-ABIERTOS
                           " TURNOS SIN CERRAR; NO ARRANCA NINGUN PASO"
                   MOVE "S" TO WKS-CORRIDA-MALA
               ELSE
                   PERFORM MARCAR-CIERRE-EN-CURSO
                   PERFORM EJECUTAR-PASO
                       VARYING WKS-PASO-ACTUAL FROM 1 BY 1
                       UNTIL WKS-PASO-ACTUAL > WKS-NUM-PASOS
                       OR WKS-CORRIDA-MALA = "S"
               END-IF
           END-IF.

       ARMAR-TABLA-PASOS.
           PERFORM LIMPIAR-PASO
               VARYING WKS-PASO-SUB FROM 1 BY 1
               UNTIL WKS-PASO-SUB > WKS-NUM-PASOS.
           MOVE "CALCBKP"  TO WKS-PASO-PROGRAMA(1).
           MOVE "CALCTCL"  TO WKS-PASO-PROGRAMA(2).
           MOVE "CALCGEN"  TO WKS-PASO-PROGRAMA(3).
           MOVE "CALCEDT"  TO WKS-PASO-PROGRAMA(4).
           MOVE "CALCBAT"  TO WKS-PASO-PROGRAMA(5).
           MOVE "CALCRSP"  TO WKS-PASO-PROGRAMA(6).
           MOVE "CALCRPT"  TO WKS-PASO-PROGRAMA(7).
           MOVE "CALCCON"  TO WKS-PASO-PROGRAMA(8).
           MOVE "CALCRSM"  TO WKS-PASO-PROGRAMA(9).
           MOVE "CALCEXR"  TO WKS-PASO-PROGRAMA(10).
           MOVE "CALCINT"  TO WKS-PASO-PROGRAMA(11).
           MOVE "CALCEXT"  TO WKS-PASO-PROGRAMA(12).

       LIMPIAR-PASO.
           MOVE "P"  TO WKS-PASO-ESTADO(WKS-PASO-SUB).
               PERFORM LEER-CONTROL-PASO UNTIL WKS-EOF-RUN = "S"
               CLOSE CALCRUN-FILE
               IF WKS-TODO-TERMINADO = "S"
                   MOVE "S" TO WKS-CORRIDA-PREVIA
                   PERFORM LIMPIAR-PASO
                       VARYING WKS-PASO-SUB FROM 1 BY 1
                       UNTIL WKS-PASO-SUB > WKS-NUM-PASOS
           END-IF.
           PERFORM GRABAR-CONTROL-CORRIDA.

      * Se leen solo los renglones del dia (START en la primera
      * llave de la fecha). Sin bitacora no hubo turnos; sin archivo
      * de cierres todos los turnos del dia siguen abiertos.
       REVISAR-TURNOS-ABIERTOS.
           MOVE WKS-FECHA-PROCESO TO WKS-FECHA-CIERRE.
           MOVE "N" TO WKS-EOF-LOG.
           OPEN INPUT CALCTUR-FILE.
           OPEN INPUT CALCLOG-FILE.
           IF WKS-FS-LOG = "00"
               MOVE WKS-FECHA-CIERRE TO CLOG-FECHA
               MOVE ZERO             TO CLOG-SECUENCIA
               START CALCLOG-FILE KEY NOT LESS THAN CLOG-LLAVE
                   INVALID KEY
                       MOVE "S" TO WKS-EOF-LOG
                   NOT INVALID KEY
                       PERFORM LEER-RENGLON-TURNO
                           UNTIL WKS-EOF-LOG = "S"
               END-START
               CLOSE CALCLOG-FILE
           END-IF.
           IF WKS-FS-TUR = "00"
               CLOSE CALCTUR-FILE
           END-IF.

       LEER-RENGLON-TURNO.
           READ CALCLOG-FILE NEXT
               AT END
                   MOVE "S" TO WKS-EOF-LOG
               NOT AT END
                   IF CLOG-FECHA NOT = WKS-FECHA-CIERRE
                       MOVE "S" TO WKS-EOF-LOG
                   ELSE
                       IF CLOG-LOTE-ID = SPACES
                           AND CLOG-TIPO NOT = "V"
                           PERFORM REVISAR-OPERADOR-TURNO
                       END-IF
                   END-IF
           END-READ.

       REVISAR-OPERADOR-TURNO.
           MOVE "N" TO WKS-OPER-ENCONTRADO.
           PERFORM BUSCAR-OPERADOR-TURNO
               VARYING WKS-OPER-SUB FROM 1 BY 1
               UNTIL WKS-OPER-SUB > WKS-NUM-OPERADORES.
           IF WKS-OPER-ENCONTRADO = "N"
               AND WKS-NUM-OPERADORES < WKS-MAX-OPERADORES
               ADD 1 TO WKS-NUM-OPERADORES
               MOVE CLOG-OPERADOR TO WKS-OPER-ID(WKS-NUM-OPERADORES)
               PERFORM LEER-CIERRE-TURNO
           END-IF.

       BUSCAR-OPERADOR-TURNO.
           IF WKS-OPER-ID(WKS-OPER-SUB) = CLOG-OPERADOR
               MOVE "S" TO WKS-OPER-ENCONTRADO
           END-IF.

       LEER-CIERRE-TURNO.
           MOVE "N" TO WKS-TURNO-CERRADO.
           IF WKS-FS-TUR = "00"
               MOVE WKS-FECHA-CIERRE TO CTUR-FECHA
               MOVE CLOG-OPERADOR    TO CTUR-OPERADOR
               MOVE SPACES           TO CTUR-MONEDA
               READ CALCTUR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTUR-ESTADO = "C"
                           MOVE "S" TO WKS-TURNO-CERRADO
                       END-IF
               END-READ
           END-IF.
           IF WKS-TURNO-CERRADO = "N"
               ADD 1 TO WKS-CONT-ABIERTOS
               DISPLAY "TURNO SIN CERRAR: " CLOG-OPERADOR
           END-IF.

       GRABAR-CONTROL-CORRIDA.
           OPEN OUTPUT CALCRUN-FILE.
           PERFORM GRABAR-CONTROL-PASO
           MOVE WKS-PASO-RETORNO(WKS-PASO-SUB)   TO CRUN-RETORNO.
           WRITE CALCRUN-RECORD.

      * Sin renglon de control (la primera corrida) se crea con la
      * fecha del dia, con su alta en el diario; de ahi en adelante
      * la fecha solo cambia al avanzar o a mano desde CALCCAM.
       PREPARAR-FECHA-PROCESO.
           PERFORM LEER-FECHA-PROCESO.
           IF WKS-FEC-OK = "S"
               PERFORM LEER-CONTROL-FECHA
           ELSE
               MOVE SPACES TO WKS-AUD-ANTES
               MOVE ZERO              TO CFEC-FECHA-ANTERIOR
               MOVE WKS-FECHA-PROCESO TO CFEC-FECHA-PROCESO
               MOVE "N"               TO CFEC-EN-CIERRE
               MOVE "ALTA" TO WKS-AUD-ACCION
               PERFORM GRABAR-CONTROL-FECHA
           END-IF.

      * LEER-FECHA-PROCESO deja solo la fecha; aqui se relee el
      * renglon completo para conservar el resto al reescribirlo.
       LEER-CONTROL-FECHA.
           OPEN INPUT CALCFEC-FILE.
           READ CALCFEC-FILE
               AT END
                   CONTINUE
           END-READ.
           CLOSE CALCFEC-FILE.

      * La marca no se audita: no cambia la fecha, solo dice que hay
      * una corrida sobre ella (ver CALCCAM).
       MARCAR-CIERRE-EN-CURSO.
           IF CFEC-EN-CIERRE NOT = "S"
               MOVE "S" TO CFEC-EN-CIERRE
               OPEN OUTPUT CALCFEC-FILE
               WRITE CALCFEC-RECORD
               CLOSE CALCFEC-FILE
           END-IF.

      * La fecha avanza al siguiente dia habil despues de la de
      * proceso. Un calendario sin ningun dia habil en un anio es
      * un error de captura: la fecha no se mueve y el cierre queda
      * fallido hasta corregirlo en CALCCAM.
       AVANZAR-FECHA-PROCESO.
           MOVE WKS-FECHA-PROCESO TO WKS-HAB-FECHA.
           PERFORM SIGUIENTE-DIA-HABIL.
           IF WKS-HAB-ES-HABIL = "S"
               MOVE CALCFEC-RECORD    TO WKS-AUD-ANTES
               MOVE WKS-FECHA-PROCESO TO CFEC-FECHA-ANTERIOR
               MOVE WKS-HAB-FECHA     TO CFEC-FECHA-PROCESO
               MOVE "N"               TO CFEC-EN-CIERRE
               MOVE "CAMBIO" TO WKS-AUD-ACCION
               PERFORM GRABAR-CONTROL-FECHA
               DISPLAY "NUEVA FECHA DE PROCESO: " CFEC-FECHA-PROCESO
           ELSE
               DISPLAY "SIN DIA HABIL EN EL CALENDARIO; REVISAR CALCCAL"
               MOVE "S" TO WKS-CORRIDA-MALA
           END-IF.

       GRABAR-CONTROL-FECHA.
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-HORA.
           MOVE WKS-FH-FECHA      TO CFEC-FECHA-CAMBIO.
           MOVE WKS-FH-HORA       TO CFEC-HORA-CAMBIO.
           MOVE WKS-SUPERVISOR-ID TO CFEC-ORIGEN.
           OPEN OUTPUT CALCFEC-FILE.
           WRITE CALCFEC-RECORD.
           CLOSE CALCFEC-FILE.
           MOVE CALCFEC-RECORD     TO WKS-AUD-DESPUES.
           MOVE "CALCFEC"          TO WKS-AUD-ARCHIVO.
           MOVE CFEC-FECHA-PROCESO TO WKS-AUD-LLAVE.
           PERFORM GRABAR-AUDITORIA.

      * Lectura de la fecha de proceso (LEER-FECHA-PROCESO), dias
      * habiles (SIGUIENTE-DIA-HABIL) y diario de auditoria
      * (GRABAR-AUDITORIA), via CALCLFP.cpy, CALCHAB.cpy y
      * CALCJRN.cpy.
           COPY CALCLFP.
           COPY CALCHAB.
           COPY CALCJRN.

       END PROGRAM CALCDRV.
