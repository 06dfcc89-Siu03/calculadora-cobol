      *          a traves de su archivo de trabajo. Imprime un
      *          reporte de control (leidos, archivados, retenidos y
      *          totales de comprobacion de ambos lados) para probar
      *          que en el corte no se perdio nada. Cada corte se
      *          anota en el catalogo de historicos (CALCHIS) para
      *          que las consultas sepan que historicos existen.
      * Tectonics: cobc -I copybooks
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-RPT.

           SELECT CALCHIS-FILE ASSIGN TO "CALCHIS.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WKS-FS-HIS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALCLOG-FILE.
       FD  CALCRPT-FILE.
       01  RPT-LINEA           PIC X(80).

       FD  CALCHIS-FILE.
           COPY CALCHIS.

       WORKING-STORAGE SECTION.
       01  WKS-FS-LOG          PIC XX    VALUE "00".
       01  WKS-FS-EXC          PIC XX    VALUE "00".
       01  WKS-FS-ARE          PIC XX    VALUE "00".
       01  WKS-FS-TME          PIC XX    VALUE "00".
       01  WKS-FS-RPT          PIC XX    VALUE "00".
       01  WKS-FS-HIS          PIC XX    VALUE "00".
       01  WKS-EOF-ARCH        PIC X     VALUE "N".

       01  WKS-FECHA-CORTE-X   PIC X(08) VALUE SPACES.

       01  WKS-HASH-ED         PIC +9(13).9(04).

       01  WKS-FECHA-HORA.
           05  WKS-FH-FECHA    PIC 9(08).
           05  WKS-FH-HORA     PIC 9(08).
           05  WKS-FH-OFFSET   PIC X(05).

       PROCEDURE DIVISION.
       MAIN-CALCARC.
           PERFORM CAPTURAR-FECHA-CORTE.
           PERFORM REESCRIBIR-EXCEPCIONES.
           PERFORM ESCRIBIR-CONTROL.
           CLOSE CALCRPT-FILE.
           PERFORM ANOTAR-CATALOGO.
           STOP RUN.

       CAPTURAR-FECHA-CORTE.
               DELIMITED BY SIZE INTO RPT-LINEA.
           WRITE RPT-LINEA.

      * El catalogo se anexa; si todavia no existe se crea con este
      * primer corte.
       ANOTAR-CATALOGO.
           OPEN EXTEND CALCHIS-FILE.
           IF WKS-FS-HIS NOT = "00"
               OPEN OUTPUT CALCHIS-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WKS-FECHA-HORA.
           MOVE WKS-FECHA-CORTE    TO CHIS-FECHA-CORTE.
           MOVE WKS-FH-FECHA       TO CHIS-FECHA-CORRIDA.
           MOVE WKS-LOG-ARCHIVADOS TO CHIS-LOG-ARCHIVADOS.
           MOVE WKS-EXC-ARCHIVADOS TO CHIS-EXC-ARCHIVADOS.
           WRITE CALCHIS-RECORD.
           CLOSE CALCHIS-FILE.

       END PROGRAM CALCARC.
