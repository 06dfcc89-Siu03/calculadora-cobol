      ******************************************************************
      * Catalogo de historicos (CALCHIS). CALCARC anexa un renglon
      * por cada corte que hace, con la fecha de corte que lleva el
      * nombre de los historicos CALCLOG.aaaammdd y CALCEXC.aaaammdd
      * y lo que archivo en cada uno, para que las consultas puedan
      * buscar en todos los historicos sin que nadie tenga que
      * recordar las fechas de corte. Repetir el corte de una fecha
      * anexa otro renglon con la misma fecha.
      ******************************************************************
       01  CALCHIS-RECORD.
           05  CHIS-FECHA-CORTE        PIC 9(08).
           05  CHIS-FECHA-CORRIDA      PIC 9(08).
           05  CHIS-LOG-ARCHIVADOS     PIC 9(07).
           05  CHIS-EXC-ARCHIVADOS     PIC 9(07).
