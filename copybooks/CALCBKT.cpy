      ******************************************************************
      * Rutinas compartidas del respaldo por generaciones (ver
      * WKBKP, CALCBKC, CALCBKD y CALCBKM), usadas por el paso de
      * respaldo CALCBKP y por la restauracion CALCRST.
      ******************************************************************
      * Archivos del sistema que entran en cada generacion, en el
      * orden en que se respaldan y se restauran, con el largo de su
      * registro. Los reportes, el extracto, las respuestas a las
      * areas y las tablas de amortizacion son salidas ya entregadas
      * o que el cierre vuelve a generar y no entran; los historicos
      * de CALCARC ya son copias.
       ARMAR-TABLA-RESPALDO.
           MOVE "CALCLOG.DAT"  TO WKS-BKP-NOMBRE(1).
           MOVE 107            TO WKS-BKP-LARGO(1).
           MOVE "CALCEXC.DAT"  TO WKS-BKP-NOMBRE(2).
           MOVE 097            TO WKS-BKP-LARGO(2).
           MOVE "CALCSEC.DAT"  TO WKS-BKP-NOMBRE(3).
           MOVE 009            TO WKS-BKP-LARGO(3).
           MOVE "CALCTAP.DAT"  TO WKS-BKP-NOMBRE(4).
           MOVE 038            TO WKS-BKP-LARGO(4).
           MOVE "CALCCHK.DAT"  TO WKS-BKP-NOMBRE(5).
           MOVE 308            TO WKS-BKP-LARGO(5).
           MOVE "CALCRUN.DAT"  TO WKS-BKP-NOMBRE(6).
           MOVE 047            TO WKS-BKP-LARGO(6).
           MOVE "CALCTXN.DAT"  TO WKS-BKP-NOMBRE(7).
           MOVE 054            TO WKS-BKP-LARGO(7).
           MOVE "CALCGEN.DAT"  TO WKS-BKP-NOMBRE(8).
           MOVE 054            TO WKS-BKP-LARGO(8).
           MOVE "CALCCOR.DAT"  TO WKS-BKP-NOMBRE(9).
           MOVE 054            TO WKS-BKP-LARGO(9).
           MOVE "CALCTXNA.DAT" TO WKS-BKP-NOMBRE(10).
           MOVE 054            TO WKS-BKP-LARGO(10).
           MOVE "CALCTXNR.DAT" TO WKS-BKP-NOMBRE(11).
           MOVE 086            TO WKS-BKP-LARGO(11).
           MOVE "CALCTXND.DAT" TO WKS-BKP-NOMBRE(12).
           MOVE 087            TO WKS-BKP-LARGO(12).
           MOVE "CALCTXNS.DAT" TO WKS-BKP-NOMBRE(13).
           MOVE 059            TO WKS-BKP-LARGO(13).
           MOVE "CALCOPE.DAT"  TO WKS-BKP-NOMBRE(14).
           MOVE 040            TO WKS-BKP-LARGO(14).
           MOVE "CALCPRM.DAT"  TO WKS-BKP-NOMBRE(15).
           MOVE 006            TO WKS-BKP-LARGO(15).
           MOVE "CALCNIV.DAT"  TO WKS-BKP-NOMBRE(16).
           MOVE 016            TO WKS-BKP-LARGO(16).
           MOVE "CALCPLA.DAT"  TO WKS-BKP-NOMBRE(17).
           MOVE 048            TO WKS-BKP-LARGO(17).
           MOVE "CALCTCA.DAT"  TO WKS-BKP-NOMBRE(18).
           MOVE 027            TO WKS-BKP-LARGO(18).
           MOVE "CALCTOL.DAT"  TO WKS-BKP-NOMBRE(19).
           MOVE 011            TO WKS-BKP-LARGO(19).
           MOVE "CALCTCR.DAT"  TO WKS-BKP-NOMBRE(20).
           MOVE 085            TO WKS-BKP-LARGO(20).
           MOVE "CALCTCF.DAT"  TO WKS-BKP-NOMBRE(21).
           MOVE 040            TO WKS-BKP-LARGO(21).
           MOVE "CALCTUR.DAT"  TO WKS-BKP-NOMBRE(22).
           MOVE 116            TO WKS-BKP-LARGO(22).
           MOVE "CALCRES.DAT"  TO WKS-BKP-NOMBRE(23).
           MOVE 039            TO WKS-BKP-LARGO(23).
           MOVE "CALCHIS.DAT"  TO WKS-BKP-NOMBRE(24).
           MOVE 030            TO WKS-BKP-LARGO(24).
           MOVE "CALCCAL.DAT"  TO WKS-BKP-NOMBRE(25).
           MOVE 038            TO WKS-BKP-LARGO(25).
           MOVE "CALCFEC.DAT"  TO WKS-BKP-NOMBRE(26).
           MOVE 041            TO WKS-BKP-LARGO(26).
           MOVE "CALCAUD.DAT"  TO WKS-BKP-NOMBRE(27).
           MOVE 156            TO WKS-BKP-LARGO(27).
           PERFORM LIMPIAR-ENTRADA-RESPALDO
               VARYING WKS-BKP-SUB FROM 1 BY 1
               UNTIL WKS-BKP-SUB > WKS-BKP-NUM-ARCHIVOS.

       LIMPIAR-ENTRADA-RESPALDO.
           MOVE "N"  TO WKS-BKP-EXISTE(WKS-BKP-SUB).
           MOVE ZERO TO WKS-BKP-REGISTROS(WKS-BKP-SUB).
           MOVE ZERO TO WKS-BKP-HASH(WKS-BKP-SUB).

      * Total de comprobacion de un renglon: cada caracter vale su
      * numero de orden por su posicion, para que un caracter
      * cambiado o dos caracteres cruzados no se compensen.
       SUMAR-HASH-RENGLON.
           MOVE ZERO TO WKS-HSH-RENGLON.
           PERFORM SUMAR-HASH-CARACTER
               VARYING WKS-HSH-POS FROM 1 BY 1
               UNTIL WKS-HSH-POS > WKS-HSH-LARGO.

       SUMAR-HASH-CARACTER.
           COMPUTE WKS-HSH-RENGLON = WKS-HSH-RENGLON
               + FUNCTION ORD(WKS-BKP-BYTE(WKS-HSH-POS)) * WKS-HSH-POS.

       ARMAR-NOMBRES-GENERACION.
           MOVE SPACES TO WKS-NOM-BKD.
           MOVE SPACES TO WKS-NOM-BKM.
           STRING "CALCBKD.G" WKS-GEN-TRABAJO
               DELIMITED BY SIZE INTO WKS-NOM-BKD.
           STRING "CALCBKM.G" WKS-GEN-TRABAJO
               DELIMITED BY SIZE INTO WKS-NOM-BKM.

      * Sin archivo de control no hay generaciones y se conservan
      * las de omision.
       LEER-CONTROL-RESPALDO.
           MOVE "N" TO WKS-HAY-CONTROL-BKP.
           OPEN INPUT CALCBKC-FILE.
           IF WKS-FS-BKC = "00"
               READ CALCBKC-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "S" TO WKS-HAY-CONTROL-BKP
               END-READ
               CLOSE CALCBKC-FILE
           END-IF.
           IF WKS-HAY-CONTROL-BKP = "N"
               MOVE ZERO   TO CBKC-ULTIMA
               MOVE ZERO   TO CBKC-PRIMERA
               MOVE WKS-BKP-CONSERVAR-OMISION TO CBKC-CONSERVAR
               MOVE ZERO   TO CBKC-FECHA-CAMBIO
               MOVE ZERO   TO CBKC-HORA-CAMBIO
               MOVE SPACES TO CBKC-ORIGEN
           END-IF.
           IF CBKC-CONSERVAR = ZERO
               MOVE WKS-BKP-CONSERVAR-OMISION TO CBKC-CONSERVAR
           END-IF.

       GRABAR-CONTROL-RESPALDO.
           OPEN OUTPUT CALCBKC-FILE.
           WRITE CALCBKC-RECORD.
           CLOSE CALCBKC-FILE.
           MOVE "S" TO WKS-HAY-CONTROL-BKP.

      * Generaciones vivas de PRIMERA a ULTIMA, contando la vuelta
      * de 9999 a 0001.
       CONTAR-GENERACIONES-VIVAS.
           IF CBKC-PRIMERA = ZERO
               MOVE ZERO TO WKS-GEN-VIVAS
           ELSE
               IF CBKC-ULTIMA NOT < CBKC-PRIMERA
                   COMPUTE WKS-GEN-VIVAS =
                       CBKC-ULTIMA - CBKC-PRIMERA + 1
               ELSE
                   COMPUTE WKS-GEN-VIVAS =
                       CBKC-ULTIMA + 9999 - CBKC-PRIMERA + 1
               END-IF
           END-IF.

       REVISAR-GENERACION-VIVA.
           MOVE "N" TO WKS-GEN-ES-VIVA.
           IF CBKC-PRIMERA > ZERO AND WKS-GEN-TRABAJO > ZERO
               IF CBKC-ULTIMA NOT < CBKC-PRIMERA
                   IF WKS-GEN-TRABAJO NOT < CBKC-PRIMERA
                       AND WKS-GEN-TRABAJO NOT > CBKC-ULTIMA
                       MOVE "S" TO WKS-GEN-ES-VIVA
                   END-IF
               ELSE
                   IF WKS-GEN-TRABAJO NOT < CBKC-PRIMERA
                       OR WKS-GEN-TRABAJO NOT > CBKC-ULTIMA
                       MOVE "S" TO WKS-GEN-ES-VIVA
                   END-IF
               END-IF
           END-IF.

       SIGUIENTE-GENERACION.
           IF WKS-GEN-TRABAJO NOT < 9999
               MOVE 1 TO WKS-GEN-TRABAJO
           ELSE
               ADD 1 TO WKS-GEN-TRABAJO
           END-IF.

       ANTERIOR-GENERACION.
           IF WKS-GEN-TRABAJO NOT > 1
               MOVE 9999 TO WKS-GEN-TRABAJO
           ELSE
               SUBTRACT 1 FROM WKS-GEN-TRABAJO
           END-IF.
