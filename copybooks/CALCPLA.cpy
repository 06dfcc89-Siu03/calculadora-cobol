           05  CPLA-DIA-SEMANA     PIC 9(01).
      *        "S" = activa, "N" = suspendida.
           05  CPLA-ACTIVA         PIC X(01).
      *        Semanales y de fin de mes que caen en dia inhabil (ver
      *        CALCCAL): "A" = se corren el dia habil anterior, "S" =
      *        el dia habil siguiente. Las diarias corren en cada
      *        fecha de proceso y no se mueven.
           05  CPLA-REGLA-FERIADO  PIC X(01).
