      ******************************************************************
      * Fecha de proceso del cierre (CALCFEC).
      * Archivo de un solo renglon con la fecha de negocio que esta
      * cerrando la corrida nocturna. Todos los pasos del cierre
      * toman su fecha de aqui (ver CALCLFP) en lugar de preguntarla
      * o de sacarla del reloj, asi un cierre que termina pasada la
      * medianoche sigue siendo el del dia que se cerro. La avanza
      * CALCDRV al siguiente dia habil (ver CALCCAL) solo cuando la
      * corrida termina limpia; un supervisor la puede fijar a mano
      * desde CALCCAM. Cada cambio queda en el diario CALCAUD.
      ******************************************************************
       01  CALCFEC-RECORD.
           05  CFEC-FECHA-PROCESO  PIC 9(08).
           05  CFEC-FECHA-ANTERIOR PIC 9(08).
      *        "S" mientras hay una corrida de CALCDRV en curso sobre
      *        la fecha de proceso; "N" con la fecha ya avanzada.
           05  CFEC-EN-CIERRE      PIC X(01).
           05  CFEC-FECHA-CAMBIO   PIC 9(08).
           05  CFEC-HORA-CAMBIO    PIC 9(08).
      *        Quien la cambio: CALCDRV o el supervisor firmado.
           05  CFEC-ORIGEN         PIC X(08).
