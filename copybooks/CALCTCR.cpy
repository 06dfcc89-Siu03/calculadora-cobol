      ******************************************************************
      * Tasas retenidas por tolerancia (CALCTCR).
      * Misma llave que CALCTCA (pareja y fecha de vigencia). CALCTCL
      * graba aqui, en vez de en CALCTCA, cada tasa del envio de
      * tesoreria que se mueve mas de la tolerancia (ver CALCTOL)
      * contra la tasa vigente anterior; un supervisor la libera a
      * CALCTCA o la descarta desde la pantalla CALCTCM. Los
      * renglones resueltos se conservan con quien y cuando.
      ******************************************************************
       01  CALCTCR-RECORD.
           05  CTCR-LLAVE.
               10  CTCR-MONEDA-DE  PIC X(03).
               10  CTCR-MONEDA-A   PIC X(03).
               10  CTCR-FECHA      PIC 9(08).
           05  CTCR-TASA           PIC 9(09)V9(04).
           05  CTCR-TASA-PREVIA    PIC 9(09)V9(04).
           05  CTCR-FECHA-PREVIA   PIC 9(08).
           05  CTCR-VARIACION      PIC 9(05)V99.
           05  CTCR-TOLERANCIA     PIC 9(03)V99.
           05  CTCR-ENVIO-ID       PIC X(08).
      *        Espacio = pendiente, "L" = liberada a CALCTCA,
      *        "D" = descartada (por supervisor o por un envio
      *        posterior que trajo la tasa dentro de tolerancia).
           05  CTCR-ESTADO         PIC X(01).
           05  CTCR-SUPERVISOR     PIC X(08).
           05  CTCR-FECHA-RESOL    PIC 9(08).
