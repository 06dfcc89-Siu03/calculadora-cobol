      ******************************************************************
      * Dias habiles (ver CALCCAL y WKHAB). Un dia es habil si no es
      * sabado ni domingo y no esta dado de alta como feriado en el
      * calendario. El dia 1 de INTEGER-OF-DATE (1601-01-01) fue
      * lunes, de ahi el modulo 7. El calendario se abre y se cierra
      * aqui mismo, como hace CALCBTC con las tasas; sin calendario
      * solo cuentan los fines de semana. La busqueda del siguiente
      * o del anterior dia habil se corta al anio de vueltas, por si
      * el calendario trae todo dado de alta; en ese caso queda
      * WKS-HAB-ES-HABIL = "N".
      ******************************************************************
       REVISAR-DIA-HABIL.
           PERFORM ABRIR-CALENDARIO-HAB.
           PERFORM PROBAR-DIA-HABIL.
           PERFORM CERRAR-CALENDARIO-HAB.

       SIGUIENTE-DIA-HABIL.
           PERFORM ABRIR-CALENDARIO-HAB.
           MOVE ZERO TO WKS-HAB-VUELTAS.
           MOVE "N" TO WKS-HAB-ES-HABIL.
           PERFORM AVANZAR-DIA-HAB
               UNTIL WKS-HAB-ES-HABIL = "S"
               OR WKS-HAB-VUELTAS > 366.
           PERFORM CERRAR-CALENDARIO-HAB.

       ANTERIOR-DIA-HABIL.
           PERFORM ABRIR-CALENDARIO-HAB.
           MOVE ZERO TO WKS-HAB-VUELTAS.
           MOVE "N" TO WKS-HAB-ES-HABIL.
           PERFORM RETROCEDER-DIA-HAB
               UNTIL WKS-HAB-ES-HABIL = "S"
               OR WKS-HAB-VUELTAS > 366.
           PERFORM CERRAR-CALENDARIO-HAB.

       AVANZAR-DIA-HAB.
           ADD 1 TO WKS-HAB-VUELTAS.
           COMPUTE WKS-HAB-FECHA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WKS-HAB-FECHA) + 1).
           PERFORM PROBAR-DIA-HABIL.

       RETROCEDER-DIA-HAB.
           ADD 1 TO WKS-HAB-VUELTAS.
           COMPUTE WKS-HAB-FECHA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WKS-HAB-FECHA) - 1).
           PERFORM PROBAR-DIA-HABIL.

       PROBAR-DIA-HABIL.
           COMPUTE WKS-HAB-JULIANO =
               FUNCTION INTEGER-OF-DATE(WKS-HAB-FECHA).
           COMPUTE WKS-HAB-DIA-SEMANA =
               FUNCTION MOD(WKS-HAB-JULIANO - 1, 7) + 1.
           MOVE "S" TO WKS-HAB-ES-HABIL.
           IF WKS-HAB-DIA-SEMANA > 5
               MOVE "N" TO WKS-HAB-ES-HABIL
           END-IF.
           IF WKS-HAB-ES-HABIL = "S" AND WKS-HAB-CAL-ABIERTO = "S"
               MOVE WKS-HAB-FECHA TO CCAL-FECHA
               READ CALCCAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WKS-HAB-ES-HABIL
               END-READ
           END-IF.

       ABRIR-CALENDARIO-HAB.
           MOVE "N" TO WKS-HAB-CAL-ABIERTO.
           OPEN INPUT CALCCAL-FILE.
           IF WKS-FS-CAL = "00"
               MOVE "S" TO WKS-HAB-CAL-ABIERTO
           END-IF.

       CERRAR-CALENDARIO-HAB.
           IF WKS-HAB-CAL-ABIERTO = "S"
               CLOSE CALCCAL-FILE
               MOVE "N" TO WKS-HAB-CAL-ABIERTO
           END-IF.
