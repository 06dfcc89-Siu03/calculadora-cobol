      *        y recortando por conteo.
           05  CCHK-ULT-SEC        PIC 9(09).
           05  CCHK-REG-EXC        PIC 9(07).
      *        Totales de las operaciones financieras.
           05  CCHK-CONT-IC        PIC 9(07).
           05  CCHK-TOT-IC         PIC S9(11)V9(04)
                           SIGN LEADING SEPARATE.
           05  CCHK-CONT-PM        PIC 9(07).
           05  CCHK-TOT-PM         PIC S9(11)V9(04)
                           SIGN LEADING SEPARATE.
           05  CCHK-CONT-AM        PIC 9(07).
           05  CCHK-TOT-AM         PIC S9(11)V9(04)
                           SIGN LEADING SEPARATE.
