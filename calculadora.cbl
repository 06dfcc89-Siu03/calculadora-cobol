               RECORD KEY IS CNIV-NIVEL
               FILE STATUS IS WKS-FS-NIV.

           SELECT CALCTUR-FILE ASSIGN TO "CALCTUR.DAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS CTUR-LLAVE
               FILE STATUS IS WKS-FS-TUR.

           SELECT CALCAUD-FILE ASSIGN TO "CALCAUD.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-AUD.

           SELECT CALCRPT-FILE ASSIGN TO "CALCTUR.RPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-RPT.

           SELECT CALCFEC-FILE ASSIGN TO "CALCFEC.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-FEC.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCLOG-FILE.
       FD  CALCNIV-FILE.
           COPY CALCNIV.

       FD  CALCTUR-FILE.
           COPY CALCTUR.

       FD  CALCAUD-FILE.
           COPY CALCAUD.

       FD  CALCRPT-FILE.
       01  RPT-LINEA           PIC X(80).

       FD  CALCFEC-FILE.
           COPY CALCFEC.

       WORKING-STORAGE SECTION.
           COPY WKCALC.
           COPY WKTCA.
           COPY WKSEC.
           COPY WKFEC.

       01  GUIONES         PIC X(80) VALUE ALL "-".
       01  OPCION          PIC 99.
       01  WKS-APROBACION-FIN  PIC X(01) VALUE "N".
       01  WKS-APROBADOR-OK    PIC X(01) VALUE "N".

      * Solo se graba en la fecha de proceso (ver CALCFEC): el cierre
      * recoge de la bitacora y de excepciones los renglones con esa
      * fecha, y el renglon estampado con el reloj en otro dia (fin
      * de semana, feriado o ya corrido el cierre) no lo cerraria
      * nadie.
       01  WKS-FECHA-VIGENTE   PIC X(01) VALUE "S".

      * Modo de cadena: el resultado se arrastra como primer operando
      * de la siguiente operacion y la expresion tecleada se va
      * mostrando en pantalla conforme crece.
       01  WKS-ACUM-ED         PIC +9(09).9(04).
       01  WKS-OPND-ED         PIC +9(09).9(04).

      * Operaciones financieras (IC, PM, AM): la tasa en porciento por
      * periodo y el numero de periodos se capturan aparte y se
      * empacan en el segundo operando como los espera CALCOPS (ver
      * CALCTXN); la tabla de amortizacion la arma CALCAMO con la
      * secuencia del renglon de bitacora.
       01  WKS-FIN-TASA        PIC S9(09)V9(04) SIGN LEADING SEPARATE
                                VALUE ZERO.
       01  WKS-FIN-PERIODOS    PIC 9(03) VALUE ZERO.
       01  WKS-AMO-LOTE-ID     PIC X(08) VALUE SPACES.
       01  WKS-AMO-NOM-ARC     PIC X(30) VALUE SPACES.
       01  WKS-AMO-STATUS      PIC X(02) VALUE "00".

      * Diario de auditoria para la reapertura de turno. No se copia
      * WKAUD porque el grupo de fecha y hora ya viene en WKCALC;
      * aqui solo van los campos que usa GRABAR-AUDITORIA.
       01  WKS-FS-AUD          PIC XX    VALUE "00".
       01  WKS-AUD-ARCHIVO     PIC X(08) VALUE SPACES.
       01  WKS-AUD-ACCION      PIC X(10) VALUE SPACES.
       01  WKS-AUD-LLAVE       PIC X(14) VALUE SPACES.
       01  WKS-AUD-ANTES       PIC X(50) VALUE SPACES.
       01  WKS-AUD-DESPUES     PIC X(50) VALUE SPACES.
       01  WKS-SUPERVISOR-ID   PIC X(08) VALUE SPACES.

      * Cierre de turno (ver CALCTUR): lo que el operador declara por
      * moneda contra lo que dice su bitacora del dia, neta de
      * reversos, y su cinta contra la bitacora completa.
       01  WKS-FS-TUR          PIC XX    VALUE "00".
       01  WKS-FS-RPT          PIC XX    VALUE "00".
       01  WKS-EOF-LOG         PIC X(01) VALUE "N".
       01  WKS-TURNO-CERRADO   PIC X(01) VALUE "N".
       01  WKS-TUR-CONFIRMA    PIC X(01) VALUE "N".
       01  WKS-TUR-CUADRA      PIC X(01) VALUE "S".
       01  WKS-TUR-FECHA       PIC 9(08) VALUE ZERO.
       01  WKS-TUR-DECLARADO   PIC S9(09)V9(04) SIGN LEADING SEPARATE
                                VALUE ZERO.
       01  WKS-TUR-TOT-DECLARADO PIC S9(11)V9(04)
                                SIGN LEADING SEPARATE VALUE ZERO.
       01  WKS-TUR-TOT-SISTEMA PIC S9(11)V9(04) SIGN LEADING SEPARATE
                                VALUE ZERO.
       01  WKS-TUR-TOT-BITACORA PIC S9(11)V9(04)
                                SIGN LEADING SEPARATE VALUE ZERO.
       01  WKS-TUR-CINTA       PIC S9(11)V9(04) SIGN LEADING SEPARATE
                                VALUE ZERO.
       01  WKS-TUR-DIFERENCIA  PIC S9(11)V9(04) SIGN LEADING SEPARATE
                                VALUE ZERO.
       01  WKS-TUR-RENGLONES   PIC 9(07) VALUE ZERO.
       01  WKS-TUR-TOTAL-ED    PIC +9(11).9(04).
       01  WKS-TUR-CINTA-ED    PIC +9(11).9(04).

      * Monedas del turno: la de la sesion siempre entra, aunque no
      * haya renglones, mas cada moneda con renglones del dia (mismo
      * tope de 10 que usa CALCRPT).
       01  WKS-MAX-MONEDAS     PIC 9(02) VALUE 10.
       01  WKS-NUM-MONEDAS     PIC 9(02) VALUE ZERO.
       01  WKS-MON-SUB         PIC 9(02) VALUE ZERO.
       01  WKS-MON-POS         PIC 9(02) VALUE ZERO.
       01  WKS-MON-ENCONTRADA  PIC X(01) VALUE "N".
       01  WKS-MON-BUSCADA     PIC X(03) VALUE SPACES.
       01  WKS-TABLA-MONEDAS.
           05  WKS-MON-ENTRY OCCURS 10 TIMES.
               10  WKS-MON-COD       PIC X(03) VALUE SPACES.
               10  WKS-MON-RENGLONES PIC 9(07) VALUE ZERO.
               10  WKS-MON-SISTEMA   PIC S9(11)V9(04)
                                   SIGN LEADING SEPARATE VALUE ZERO.
               10  WKS-MON-DECLARADO PIC S9(11)V9(04)
                                   SIGN LEADING SEPARATE VALUE ZERO.

       01  WKS-LINEA-TUR-TITULO.
           05  FILLER          PIC X(12) VALUE "MON RENGLON".
           05  FILLER          PIC X(18) VALUE "DECLARADO".
           05  FILLER          PIC X(18) VALUE "SISTEMA".
           05  FILLER          PIC X(18) VALUE "DIFERENCIA".
           05  FILLER          PIC X(09) VALUE "ESTADO".

       01  WKS-LINEA-TUR-DET.
           05  TUR-DET-MONEDA      PIC X(03).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  TUR-DET-RENGLONES   PIC 9(07).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  TUR-DET-DECLARADO   PIC +9(11).9(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  TUR-DET-SISTEMA     PIC +9(11).9(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  TUR-DET-DIFERENCIA  PIC +9(11).9(04).
           05  FILLER              PIC X(01) VALUE SPACES.
           05  TUR-DET-ESTADO      PIC X(09).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF WKS-PRIMERA-VEZ = "S"
                   "09. Borrar cinta"   LINE 14 COL 10
                   "10. Conversion de moneda" LINE 15 COL 10
                   "11. Reversar operacion" LINE 15 COL 40
                   "12. Interes compuesto" LINE 12 COL 40
                   "13. Pago de prestamo" LINE 13 COL 40
                   "14. Tabla de amortizacion" LINE 14 COL 40
                   "OPCION [    ]"      LINE 16 COL 10
                   GUIONES              LINE 17 COL 1.

                   "ID DE OPERADOR:"   LINE 6 COL 1.
           ACCEPT WKS-OPERADOR-ID      LINE 7 COL 1.
           PERFORM VALIDAR-OPERADOR.
           IF WKS-OPERADOR-OK = "S"
               PERFORM REVISAR-TURNO-CERRADO
           END-IF.

      * La firma se valida contra el maestro de operadores (CALCOPE):
      * un ID desconocido o dado de baja se rechaza y el nivel de
                   PERFORM CONVERSION
               WHEN 11
                   PERFORM REVERSAR-OPERACION
               WHEN 12
                   PERFORM INTERES-COMPUESTO
               WHEN 13
                   PERFORM PAGO-PRESTAMO
               WHEN 14
                   PERFORM AMORTIZACION
               WHEN 77
                   PERFORM CERRAR-TURNO
                   STOP RUN
               WHEN 88
                   PERFORM REGRESAR-PROGRAMA
               MOVE "07" TO WKS-STATUS-OP
           END-IF.

      * Interes compuesto: lo que genera el capital en el plazo.
       INTERES-COMPUESTO.
           MOVE "IC" TO WKS-OPERACION-COD.
           MOVE "N"  TO WKS-OPERACION-OK.
           PERFORM INTERES-COMPUESTO-CICLO UNTIL WKS-OPERACION-OK = "S".
           PERFORM TERMINAR-OPERACION.
           PERFORM MOSTRAR-MENU-RESULTADO.
           PERFORM REGRESAR-PROGRAMA.

       INTERES-COMPUESTO-CICLO.
           DISPLAY " "    LINE 1  COL 1 ERASE EOS
                   "CALCULADORA | INTERES COMPUESTO" LINE 3 COL 26
                   GUIONES                           LINE 4 COL 1
                   "TU ELECCION FUE EL INTERES COMPUESTO"
                                                     LINE 5 COL 1.
           PERFORM CAPTURAR-DATOS-FINANCIEROS.
           PERFORM CALCULAR-OPERACION.

      * Pago nivelado por periodo de un prestamo.
       PAGO-PRESTAMO.
           MOVE "PM" TO WKS-OPERACION-COD.
           MOVE "N"  TO WKS-OPERACION-OK.
           PERFORM PAGO-PRESTAMO-CICLO UNTIL WKS-OPERACION-OK = "S".
           PERFORM TERMINAR-OPERACION.
           PERFORM MOSTRAR-MENU-RESULTADO.
           PERFORM REGRESAR-PROGRAMA.

       PAGO-PRESTAMO-CICLO.
           DISPLAY " "    LINE 1  COL 1 ERASE EOS
                   "CALCULADORA | PAGO DE PRESTAMO" LINE 3 COL 26
                   GUIONES                          LINE 4 COL 1
                   "TU ELECCION FUE EL PAGO DE PRESTAMO"
                                                    LINE 5 COL 1.
           PERFORM CAPTURAR-DATOS-FINANCIEROS.
           PERFORM CALCULAR-OPERACION.

      * Tabla de amortizacion: el resultado es el pago nivelado y,
      * una vez grabado, CALCAMO deja la tabla periodo por periodo.
       AMORTIZACION.
           MOVE "AM" TO WKS-OPERACION-COD.
           MOVE "N"  TO WKS-OPERACION-OK.
           PERFORM AMORTIZACION-CICLO UNTIL WKS-OPERACION-OK = "S".
           PERFORM TERMINAR-OPERACION.
           PERFORM MOSTRAR-MENU-RESULTADO.
           PERFORM REGRESAR-PROGRAMA.

       AMORTIZACION-CICLO.
           DISPLAY " "    LINE 1  COL 1 ERASE EOS
                   "CALCULADORA | AMORTIZACION" LINE 3 COL 26
                   GUIONES                      LINE 4 COL 1
                   "TU ELECCION FUE LA TABLA DE AMORTIZACION"
                                                LINE 5 COL 1.
           PERFORM CAPTURAR-DATOS-FINANCIEROS.
           PERFORM CALCULAR-OPERACION.

      * Una tasa fuera de 0 a 100 deja el plazo en cero para que
      * CALCOPS rechace el calculo con su propio estado.
       CAPTURAR-DATOS-FINANCIEROS.
           DISPLAY "FORMATO: SIGNO+9(09)+9(04), EJ +0000000105000"
                                                LINE 6  COL 1
                   "CAPITAL:"                   LINE 7  COL 1.
           ACCEPT WKS-NUM-1                     LINE 8  COL 1.
           DISPLAY "TASA EN PORCIENTO POR PERIODO:" LINE 9 COL 1.
           ACCEPT WKS-FIN-TASA                  LINE 10 COL 1.
           DISPLAY "NUMERO DE PERIODOS (001-999):" LINE 11 COL 1.
           ACCEPT WKS-FIN-PERIODOS              LINE 11 COL 31.
           IF WKS-FIN-TASA < ZERO OR WKS-FIN-TASA > 100
               MOVE ZERO TO WKS-FIN-PERIODOS
           END-IF.
           COMPUTE WKS-NUM-2 =
               WKS-FIN-PERIODOS * 1000000 + WKS-FIN-TASA.

       CALCULAR-OPERACION.
           CALL "CALCOPS" USING WKS-OPERACION-COD WKS-NUM-1 WKS-NUM-2
               WKS-RESULTADO-RAW WKS-STATUS-OP.
                   MOVE "NUMERO NEGATIVO" TO WKS-MOTIVO
                   DISPLAY "NO SE PUEDE SACAR RAIZ NEGATIVA"
                           LINE 13 COL 1
               WHEN "04"
                   MOVE "PLAZO O TASA INVALIDA" TO WKS-MOTIVO
                   DISPLAY "CAPITAL, PLAZO O TASA INVALIDOS"
                           LINE 13 COL 1
               WHEN "07"
                   MOVE "SIN TIPO DE CAMBIO" TO WKS-MOTIVO
                   DISPLAY "NO HAY TIPO DE CAMBIO VIGENTE"
                   MOVE "DESBORDE DE TAMANO" TO WKS-MOTIVO
                   DISPLAY "RESULTADO DEMASIADO GRANDE" LINE 13 COL 1
           END-EVALUATE.
           PERFORM REVISAR-FECHA-PROCESO.
           IF WKS-FECHA-VIGENTE = "S"
               PERFORM GRABAR-EXCEPCION
           ELSE
               DISPLAY "HOY NO ES LA FECHA DE PROCESO, NO SE GRABO"
                                           LINE 14 COL 1
           END-IF.

      * Escalado/redondeo del resultado (REDONDEAR-RESULTADO) e
      * indicador credito/debito (FIJAR-INDICADOR), compartidos con
      * compartida con CALCBAT via CALCASG.cpy.
           COPY CALCASG.

      * Si el turno del dia se cerro mientras la sesion seguia
      * abierta (otra terminal con el mismo ID) ya no se graba nada
      * en esa fecha hasta que un supervisor lo reabra.
       TERMINAR-OPERACION.
           PERFORM FIJAR-INDICADOR.
           PERFORM REVISAR-FECHA-PROCESO.
           PERFORM LEER-ESTADO-TURNO.
           IF WKS-FECHA-VIGENTE NOT = "S"
               DISPLAY "HOY NO ES LA FECHA DE PROCESO, NO SE GRABO"
                                           LINE 12 COL 1
                       "FECHA DE PROCESO: " LINE 13 COL 1
                       WKS-FECHA-PROCESO   LINE 13 COL 19
           ELSE
               IF WKS-TURNO-CERRADO = "S"
                   DISPLAY
                       "EL TURNO DEL DIA YA ESTA CERRADO, NO SE GRABO"
                                           LINE 12 COL 1
                       "PIDA LA REAPERTURA A UN SUPERVISOR"
                                           LINE 13 COL 1
               ELSE
                   PERFORM REGISTRAR-OPERACION
               END-IF
           END-IF.

       REGISTRAR-OPERACION.
           PERFORM REVISAR-LIMITE-NIVEL.
           IF WKS-LIMITE-OK = "S"
               ADD WKS-RESULTADO TO WKS-GRAN-TOTAL
                       WKS-RESULTADO       LINE 13 COL 1
                       "INDICADOR: "       LINE 14 COL 1
                       WKS-INDICADOR       LINE 14 COL 13
               IF WKS-OPERACION-COD = "AM"
                   PERFORM GENERAR-AMORTIZACION
               END-IF
           ELSE
               DISPLAY "RESULTADO RETENIDO SIN APROBACION"
                                           LINE 12 COL 1
                                           LINE 13 COL 1
           END-IF.

      * La tabla va ligada al renglon recien grabado por su secuencia.
       GENERAR-AMORTIZACION.
           CALL "CALCAMO" USING WKS-SEC-ASIGNADA WKS-FH-FECHA
               WKS-OPERADOR-ID WKS-MONEDA WKS-FACTOR WKS-REDONDEO
               WKS-NUM-1 WKS-NUM-2 WKS-RESULTADO WKS-AMO-LOTE-ID
               WKS-AMO-NOM-ARC WKS-AMO-STATUS.
           IF WKS-AMO-STATUS = "00"
               DISPLAY "TABLA: "           LINE 14 COL 20
                       WKS-AMO-NOM-ARC     LINE 14 COL 27
           ELSE
               DISPLAY "NO SE PUDO ARMAR LA TABLA" LINE 14 COL 20
           END-IF.

      * El limite del nivel se revisa antes de tocar la cinta y la
      * bitacora. Si el resultado lo pasa, un supervisor lo puede
      * aprobar aqui mismo; sin aprobacion el calculo se va a
               WHEN 99
                   CONTINUE
               WHEN 77
                   PERFORM CERRAR-TURNO
                   STOP RUN
               WHEN OTHER
                   MOVE "N" TO WKS-CADENA-ACTIVA
                       DISPLAY "ESA SECUENCIA YA FUE REVERSADA"
                               LINE 9 COL 1
                   ELSE
                       PERFORM GRABAR-REVERSO-VIGENTE
                   END-IF
               END-IF
           END-IF.

       GRABAR-REVERSO-VIGENTE.
           PERFORM REVISAR-FECHA-PROCESO.
           IF WKS-FECHA-VIGENTE = "S"
               PERFORM GRABAR-REVERSO
               PERFORM DESCONTAR-CINTA-REVERSO
               DISPLAY "REVERSO GRABADO" LINE 9 COL 1
           ELSE
               DISPLAY "HOY NO ES LA FECHA DE PROCESO, NO SE GRABO"
                                           LINE 9 COL 1
           END-IF.

       GRABAR-REVERSO.
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-HORA.
           PERFORM ABRIR-LOG-GRABADO.
           WRITE CALCEXC-RECORD.
           CLOSE CALCEXC-FILE.

      * El reloj debe coincidir con la fecha de proceso para grabar.
      * Sin renglon de control LEER-FECHA-PROCESO devuelve la fecha
      * del reloj y se graba como antes.
       REVISAR-FECHA-PROCESO.
           MOVE "S" TO WKS-FECHA-VIGENTE.
           PERFORM LEER-FECHA-PROCESO.
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-HORA.
           IF WKS-FECHA-PROCESO NOT = WKS-FH-FECHA
               MOVE "N" TO WKS-FECHA-VIGENTE
           END-IF.

      * Lectura de la fecha de proceso (LEER-FECHA-PROCESO),
      * compartida con los pasos del cierre via CALCLFP.cpy.
           COPY CALCLFP.

      * Un turno ya cerrado para la fecha no admite mas renglones; el
      * operador solo vuelve a entrar si un supervisor lo reabre.
       REVISAR-TURNO-CERRADO.
           PERFORM LEER-ESTADO-TURNO.
           IF WKS-TURNO-CERRADO = "S"
               PERFORM PEDIR-REAPERTURA
           END-IF.

       LEER-ESTADO-TURNO.
           MOVE "N" TO WKS-TURNO-CERRADO.
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-HORA.
           MOVE WKS-FH-FECHA TO WKS-TUR-FECHA.
           OPEN INPUT CALCTUR-FILE.
           IF WKS-FS-TUR = "00"
               MOVE WKS-TUR-FECHA   TO CTUR-FECHA
               MOVE WKS-OPERADOR-ID TO CTUR-OPERADOR
               MOVE SPACES          TO CTUR-MONEDA
               READ CALCTUR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTUR-ESTADO = "C"
                           MOVE "S" TO WKS-TURNO-CERRADO
                       END-IF
               END-READ
               CLOSE CALCTUR-FILE
           END-IF.

      * La reapertura la firma un supervisor activo distinto del
      * operador; sin esa firma el operador no entra a grabar.
       PEDIR-REAPERTURA.
           DISPLAY "EL TURNO DEL DIA YA ESTA CERRADO" LINE 9  COL 1
                   "ID SUPERVISOR QUE REABRE (VACIO=SALIR):"
                                                 LINE 10 COL 1.
           ACCEPT WKS-APROBADOR                  LINE 11 COL 1.
           IF WKS-APROBADOR = SPACES
               MOVE "N" TO WKS-OPERADOR-OK
           ELSE
               IF WKS-APROBADOR = WKS-OPERADOR-ID
                   DISPLAY "NO PUEDE REABRIR SU PROPIO TURNO"
                           LINE 18 COL 1
                   MOVE "N" TO WKS-OPERADOR-OK
               ELSE
                   PERFORM VALIDAR-APROBADOR
                   IF WKS-APROBADOR-OK = "S"
                       PERFORM REABRIR-TURNO
                   ELSE
                       MOVE "N" TO WKS-OPERADOR-OK
                   END-IF
               END-IF
           END-IF.
           MOVE SPACES TO WKS-APROBADOR.

      * El renglon del turno pasa a "A" con el supervisor y la hora
      * de la reapertura, y el cambio queda en el diario CALCAUD con
      * la imagen antes y despues.
       REABRIR-TURNO.
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-HORA.
           OPEN I-O CALCTUR-FILE.
           MOVE WKS-TUR-FECHA   TO CTUR-FECHA.
           MOVE WKS-OPERADOR-ID TO CTUR-OPERADOR.
           MOVE SPACES          TO CTUR-MONEDA.
           READ CALCTUR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CALCTUR-RECORD TO WKS-AUD-ANTES
                   MOVE "A"            TO CTUR-ESTADO
                   MOVE WKS-APROBADOR  TO CTUR-SUPERVISOR
                   MOVE WKS-FH-HORA    TO CTUR-HORA-REAPERTURA
                   REWRITE CALCTUR-RECORD
                   MOVE CALCTUR-RECORD TO WKS-AUD-DESPUES
                   MOVE "CALCTUR"      TO WKS-AUD-ARCHIVO
                   MOVE "REAPERTURA"   TO WKS-AUD-ACCION
                   MOVE WKS-OPERADOR-ID TO WKS-AUD-LLAVE
                   MOVE WKS-APROBADOR  TO WKS-SUPERVISOR-ID
                   PERFORM GRABAR-AUDITORIA
           END-READ.
           CLOSE CALCTUR-FILE.

      * Cierre de turno al firmar la salida. El operador declara lo
      * que conto por moneda sin ver antes lo que dice el sistema;
      * despues se compara contra su bitacora del dia (los reversos
      * "V" ya traen el importe al reves, asi que la suma es neta) y
      * la cinta contra la bitacora completa, igual que en CALCCON,
      * porque el total de cinta es acumulado desde el ultimo
      * borrado. El cierre se graba aunque no cuadre: el descuadre
      * queda en el archivo y en el comprobante para el supervisor.
      * Si el operador contesta que no, sale sin cerrar (una pausa)
      * y el turno sigue abierto para la conciliacion del dia.
       CERRAR-TURNO.
           DISPLAY " "    LINE 1  COL 1 ERASE EOS
                   "CALCULADORA | CIERRE DE TURNO" LINE 3 COL 32
                   GUIONES                         LINE 4 COL 1
                   "CERRAR EL TURNO DEL DIA (S/N):" LINE 6 COL 1.
           ACCEPT WKS-TUR-CONFIRMA                 LINE 6 COL 33.
           MOVE FUNCTION UPPER-CASE(WKS-TUR-CONFIRMA)
               TO WKS-TUR-CONFIRMA.
           IF WKS-TUR-CONFIRMA = "S"
               PERFORM LEER-ESTADO-TURNO
               IF WKS-TURNO-CERRADO = "S"
                   DISPLAY "EL TURNO DEL DIA YA ESTA CERRADO"
                           LINE 8 COL 1
               ELSE
                   PERFORM PREPARAR-CIERRE-TURNO
                   PERFORM CAPTURAR-DECLARADO
                       VARYING WKS-MON-SUB FROM 1 BY 1
                       UNTIL WKS-MON-SUB > WKS-NUM-MONEDAS
                   PERFORM COMPARAR-CIERRE-TURNO
                   PERFORM GRABAR-CIERRE-TURNO
                   PERFORM IMPRIMIR-COMPROBANTE
                   PERFORM MOSTRAR-CIERRE-TURNO
               END-IF
           END-IF.

       PREPARAR-CIERRE-TURNO.
           MOVE ZERO TO WKS-NUM-MONEDAS.
           MOVE ZERO TO WKS-TUR-TOT-BITACORA.
           MOVE WKS-MONEDA TO WKS-MON-BUSCADA.
           PERFORM LOCALIZAR-MONEDA-TURNO.
           PERFORM ACUMULAR-BITACORA-TURNO.
           PERFORM LEER-CINTA-TURNO.

      * Un solo recorrido de la bitacora: todos los renglones del
      * operador van al total contra la cinta; los del dia que grabo
      * en pantalla (sin ID de lote) van ademas a su moneda.
       ACUMULAR-BITACORA-TURNO.
           MOVE "N" TO WKS-EOF-LOG.
           OPEN INPUT CALCLOG-FILE.
           IF WKS-FS-LOG = "00"
               PERFORM LEER-RENGLON-TURNO UNTIL WKS-EOF-LOG = "S"
               CLOSE CALCLOG-FILE
           END-IF.

       LEER-RENGLON-TURNO.
           READ CALCLOG-FILE NEXT
               AT END
                   MOVE "S" TO WKS-EOF-LOG
               NOT AT END
                   IF CLOG-OPERADOR = WKS-OPERADOR-ID
                       PERFORM ACUMULAR-RENGLON-TURNO
                   END-IF
           END-READ.

       ACUMULAR-RENGLON-TURNO.
           ADD CLOG-RESULTADO TO WKS-TUR-TOT-BITACORA.
           IF CLOG-FECHA = WKS-TUR-FECHA
               AND CLOG-LOTE-ID = SPACES
               MOVE CLOG-MONEDA TO WKS-MON-BUSCADA
               PERFORM LOCALIZAR-MONEDA-TURNO
               IF WKS-MON-POS > ZERO
                   ADD 1 TO WKS-MON-RENGLONES(WKS-MON-POS)
                   ADD CLOG-RESULTADO TO WKS-MON-SISTEMA(WKS-MON-POS)
               END-IF
           END-IF.

       LOCALIZAR-MONEDA-TURNO.
           MOVE "N" TO WKS-MON-ENCONTRADA.
           MOVE ZERO TO WKS-MON-POS.
           PERFORM BUSCAR-MONEDA-TURNO VARYING WKS-MON-SUB FROM 1 BY 1
               UNTIL WKS-MON-SUB > WKS-NUM-MONEDAS.
           IF WKS-MON-ENCONTRADA = "N"
               AND WKS-NUM-MONEDAS < WKS-MAX-MONEDAS
                   ADD 1 TO WKS-NUM-MONEDAS
                   MOVE WKS-NUM-MONEDAS TO WKS-MON-POS
                   MOVE WKS-MON-BUSCADA TO WKS-MON-COD(WKS-MON-POS)
                   MOVE ZERO TO WKS-MON-RENGLONES(WKS-MON-POS)
                   MOVE ZERO TO WKS-MON-SISTEMA(WKS-MON-POS)
                   MOVE ZERO TO WKS-MON-DECLARADO(WKS-MON-POS)
           END-IF.

       BUSCAR-MONEDA-TURNO.
           IF WKS-MON-COD(WKS-MON-SUB) = WKS-MON-BUSCADA
               MOVE "S" TO WKS-MON-ENCONTRADA
               MOVE WKS-MON-SUB TO WKS-MON-POS
           END-IF.

      * La cinta se lee del archivo y no de la sesion: un reverso de
      * supervisor desde otra terminal la pudo haber descontado.
       LEER-CINTA-TURNO.
           MOVE WKS-GRAN-TOTAL TO WKS-TUR-CINTA.
           OPEN INPUT CALCTAP-FILE.
           IF WKS-FS-TAP = "00"
               MOVE WKS-OPERADOR-ID TO CTAP-OPERADOR
               READ CALCTAP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CTAP-GRAN-TOTAL TO WKS-TUR-CINTA
               END-READ
               CLOSE CALCTAP-FILE
           END-IF.

       CAPTURAR-DECLARADO.
           DISPLAY "FORMATO: SIGNO+9(09)+9(04), EJ +0000000105000"
                                             LINE 8  COL 1
                   "TOTAL CONTADO EN"        LINE 10 COL 1
                   WKS-MON-COD(WKS-MON-SUB)  LINE 10 COL 18
                   ":"                       LINE 10 COL 21.
           ACCEPT WKS-TUR-DECLARADO          LINE 11 COL 1.
           MOVE WKS-TUR-DECLARADO TO WKS-MON-DECLARADO(WKS-MON-SUB).

       COMPARAR-CIERRE-TURNO.
           MOVE "S"  TO WKS-TUR-CUADRA.
           MOVE ZERO TO WKS-TUR-TOT-DECLARADO.
           MOVE ZERO TO WKS-TUR-TOT-SISTEMA.
           MOVE ZERO TO WKS-TUR-RENGLONES.
           PERFORM COMPARAR-MONEDA-TURNO
               VARYING WKS-MON-SUB FROM 1 BY 1
               UNTIL WKS-MON-SUB > WKS-NUM-MONEDAS.
           IF WKS-TUR-CINTA NOT = WKS-TUR-TOT-BITACORA
               MOVE "N" TO WKS-TUR-CUADRA
           END-IF.

       COMPARAR-MONEDA-TURNO.
           ADD WKS-MON-DECLARADO(WKS-MON-SUB) TO WKS-TUR-TOT-DECLARADO.
           ADD WKS-MON-SISTEMA(WKS-MON-SUB)   TO WKS-TUR-TOT-SISTEMA.
           ADD WKS-MON-RENGLONES(WKS-MON-SUB) TO WKS-TUR-RENGLONES.
           IF WKS-MON-DECLARADO(WKS-MON-SUB)
               NOT = WKS-MON-SISTEMA(WKS-MON-SUB)
               MOVE "N" TO WKS-TUR-CUADRA
           END-IF.

      * El renglon del turno se reescribe si ya existia (turno
      * reabierto que se vuelve a cerrar) conservando al supervisor
      * y la hora de la ultima reapertura.
       GRABAR-CIERRE-TURNO.
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-HORA.
           OPEN I-O CALCTUR-FILE.
           IF WKS-FS-TUR NOT = "00"
               CLOSE CALCTUR-FILE
               OPEN OUTPUT CALCTUR-FILE
               CLOSE CALCTUR-FILE
               OPEN I-O CALCTUR-FILE
           END-IF.
           MOVE WKS-TUR-FECHA   TO CTUR-FECHA.
           MOVE WKS-OPERADOR-ID TO CTUR-OPERADOR.
           MOVE SPACES          TO CTUR-MONEDA.
           READ CALCTUR-FILE
               INVALID KEY
                   PERFORM ARMAR-TURNO-TOTAL
                   MOVE SPACES TO CTUR-SUPERVISOR
                   MOVE ZERO   TO CTUR-HORA-REAPERTURA
                   WRITE CALCTUR-RECORD
               NOT INVALID KEY
                   PERFORM ARMAR-TURNO-TOTAL
                   REWRITE CALCTUR-RECORD
           END-READ.
           PERFORM GRABAR-MONEDA-TURNO
               VARYING WKS-MON-SUB FROM 1 BY 1
               UNTIL WKS-MON-SUB > WKS-NUM-MONEDAS.
           CLOSE CALCTUR-FILE.

       ARMAR-TURNO-TOTAL.
           MOVE WKS-TUR-FECHA         TO CTUR-FECHA.
           MOVE WKS-OPERADOR-ID       TO CTUR-OPERADOR.
           MOVE SPACES                TO CTUR-MONEDA.
           MOVE "C"                   TO CTUR-ESTADO.
           MOVE WKS-FH-HORA           TO CTUR-HORA-CIERRE.
           MOVE WKS-TUR-TOT-DECLARADO TO CTUR-DECLARADO.
           MOVE WKS-TUR-TOT-SISTEMA   TO CTUR-SISTEMA.
           MOVE WKS-TUR-CINTA         TO CTUR-CINTA.
           MOVE WKS-TUR-TOT-BITACORA  TO CTUR-BITACORA.
           MOVE WKS-TUR-RENGLONES     TO CTUR-RENGLONES.
           MOVE WKS-TUR-CUADRA        TO CTUR-CUADRA.

       GRABAR-MONEDA-TURNO.
           MOVE WKS-TUR-FECHA            TO CTUR-FECHA.
           MOVE WKS-OPERADOR-ID          TO CTUR-OPERADOR.
           MOVE WKS-MON-COD(WKS-MON-SUB) TO CTUR-MONEDA.
           READ CALCTUR-FILE
               INVALID KEY
                   PERFORM ARMAR-TURNO-MONEDA
                   WRITE CALCTUR-RECORD
               NOT INVALID KEY
                   PERFORM ARMAR-TURNO-MONEDA
                   REWRITE CALCTUR-RECORD
           END-READ.

       ARMAR-TURNO-MONEDA.
           MOVE WKS-TUR-FECHA            TO CTUR-FECHA.
           MOVE WKS-OPERADOR-ID          TO CTUR-OPERADOR.
           MOVE WKS-MON-COD(WKS-MON-SUB) TO CTUR-MONEDA.
           MOVE "C"                      TO CTUR-ESTADO.
           MOVE SPACES                   TO CTUR-SUPERVISOR.
           MOVE WKS-FH-HORA              TO CTUR-HORA-CIERRE.
           MOVE ZERO                     TO CTUR-HORA-REAPERTURA.
           MOVE WKS-MON-DECLARADO(WKS-MON-SUB) TO CTUR-DECLARADO.
           MOVE WKS-MON-SISTEMA(WKS-MON-SUB)   TO CTUR-SISTEMA.
           MOVE ZERO                     TO CTUR-CINTA.
           MOVE ZERO                     TO CTUR-BITACORA.
           MOVE WKS-MON-RENGLONES(WKS-MON-SUB) TO CTUR-RENGLONES.
           IF WKS-MON-DECLARADO(WKS-MON-SUB)
               = WKS-MON-SISTEMA(WKS-MON-SUB)
               MOVE "S" TO CTUR-CUADRA
           ELSE
               MOVE "N" TO CTUR-CUADRA
           END-IF.

      * Comprobante de cierre (CALCTUR.RPT) con renglon por moneda,
      * la prueba de cinta y el espacio para las firmas del operador
      * y del supervisor que recibe el conteo.
       IMPRIMIR-COMPROBANTE.
           OPEN OUTPUT CALCRPT-FILE.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE "COMPROBANTE DE CIERRE DE TURNO - CALCULADORA"
               TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           STRING "FECHA: " WKS-TUR-FECHA
               "  HORA: " WKS-FH-HORA
               "  OPERADOR: " WKS-OPERADOR-ID
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE WKS-LINEA-TUR-TITULO TO RPT-LINEA.
           WRITE RPT-LINEA.
           PERFORM IMPRIMIR-MONEDA-TURNO
               VARYING WKS-MON-SUB FROM 1 BY 1
               UNTIL WKS-MON-SUB > WKS-NUM-MONEDAS.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           COMPUTE WKS-TUR-DIFERENCIA =
               WKS-TUR-CINTA - WKS-TUR-TOT-BITACORA.
           MOVE WKS-TUR-CINTA TO WKS-TUR-CINTA-ED.
           MOVE WKS-TUR-TOT-BITACORA TO WKS-TUR-TOTAL-ED.
           MOVE SPACES TO RPT-LINEA.
           STRING "CINTA: " WKS-TUR-CINTA-ED
               "  BITACORA COMPLETA: " WKS-TUR-TOTAL-ED
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE WKS-TUR-DIFERENCIA TO WKS-TUR-TOTAL-ED.
           MOVE SPACES TO RPT-LINEA.
           STRING "DIFERENCIA DE CINTA: " WKS-TUR-TOTAL-ED
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           IF WKS-TUR-CUADRA = "S"
               MOVE "RESULTADO DEL CIERRE: CUADRADO" TO RPT-LINEA
           ELSE
               MOVE "RESULTADO DEL CIERRE: DESCUADRE" TO RPT-LINEA
           END-IF.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE "FIRMA OPERADOR:   ______________________________"
               TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE SPACES TO RPT-LINEA.
           WRITE RPT-LINEA.
           MOVE "FIRMA SUPERVISOR: ______________________________"
               TO RPT-LINEA.
           WRITE RPT-LINEA.
           CLOSE CALCRPT-FILE.

       IMPRIMIR-MONEDA-TURNO.
           COMPUTE WKS-TUR-DIFERENCIA =
               WKS-MON-DECLARADO(WKS-MON-SUB)
               - WKS-MON-SISTEMA(WKS-MON-SUB).
           MOVE WKS-MON-COD(WKS-MON-SUB)       TO TUR-DET-MONEDA.
           MOVE WKS-MON-RENGLONES(WKS-MON-SUB) TO TUR-DET-RENGLONES.
           MOVE WKS-MON-DECLARADO(WKS-MON-SUB) TO TUR-DET-DECLARADO.
           MOVE WKS-MON-SISTEMA(WKS-MON-SUB)   TO TUR-DET-SISTEMA.
           MOVE WKS-TUR-DIFERENCIA             TO TUR-DET-DIFERENCIA.
           IF WKS-TUR-DIFERENCIA = ZERO
               MOVE "CUADRADO"  TO TUR-DET-ESTADO
           ELSE
               MOVE "DESCUADRE" TO TUR-DET-ESTADO
           END-IF.
           MOVE WKS-LINEA-TUR-DET TO RPT-LINEA.
           WRITE RPT-LINEA.

       MOSTRAR-CIERRE-TURNO.
           IF WKS-TUR-CUADRA = "S"
               DISPLAY "TURNO CERRADO: CUADRADO"  LINE 13 COL 1
           ELSE
               DISPLAY "TURNO CERRADO: DESCUADRE" LINE 13 COL 1
           END-IF.
           DISPLAY "COMPROBANTE EN CALCTUR.RPT PARA FIRMA"
                                                  LINE 14 COL 1
                   "OPRIMA ENTER PARA SALIR"      LINE 16 COL 1.
           ACCEPT WKS-TUR-CONFIRMA                LINE 16 COL 25.

      * Grabado del diario de auditoria (GRABAR-AUDITORIA),
      * compartido con los mantenimientos via CALCJRN.cpy.
           COPY CALCJRN.

       REGRESAR-PROGRAMA.
           PERFORM MAIN-PROCEDURE.

