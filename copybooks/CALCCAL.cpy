      ******************************************************************
      * Calendario de dias inhabiles (CALCCAL).
      * Archivo con llave por fecha: cada fecha dada de alta es un
      * dia feriado en el que no hay cierre ni se toma como fecha de
      * proceso; sabados y domingos son inhabiles siempre y no se
      * dan de alta. Los feriados se capturan por anio con la
      * pantalla CALCCAM y cada alta, cambio y baja queda en el
      * diario de auditoria (CALCAUD). Lo consultan el conductor
      * CALCDRV al avanzar la fecha de proceso y CALCGEN al mover
      * las plantillas que caen en dia inhabil (ver CALCHAB).
      ******************************************************************
       01  CALCCAL-RECORD.
           05  CCAL-FECHA          PIC 9(08).
           05  CCAL-DESCRIPCION    PIC X(30).
