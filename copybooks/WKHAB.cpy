      ******************************************************************
      * Campos de trabajo de los dias habiles (ver CALCHAB). El que
      * llama carga la fecha en WKS-HAB-FECHA y PERFORM
      * REVISAR-DIA-HABIL, SIGUIENTE-DIA-HABIL o ANTERIOR-DIA-HABIL;
      * la respuesta queda en WKS-HAB-ES-HABIL ("S"/"N") y, en las
      * dos ultimas, la fecha encontrada en WKS-HAB-FECHA.
      ******************************************************************
       01  WKS-FS-CAL          PIC XX    VALUE "00".
       01  WKS-HAB-FECHA       PIC 9(08) VALUE ZERO.
       01  WKS-HAB-JULIANO     PIC 9(08) VALUE ZERO.
       01  WKS-HAB-DIA-SEMANA  PIC 9(01) VALUE ZERO.
       01  WKS-HAB-ES-HABIL    PIC X(01) VALUE "N".
       01  WKS-HAB-CAL-ABIERTO PIC X(01) VALUE "N".
       01  WKS-HAB-VUELTAS     PIC 9(03) VALUE ZERO.
