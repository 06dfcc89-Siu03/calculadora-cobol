           05  CAUD-LLAVE          PIC X(14).
      *        Imagenes del registro; espacios en ANTES en las altas
      *        y en DESPUES en las bajas. El ancho cubre al registro
      *        mas largo que se audita (CALCPLA, 48 bytes) con algo
      *        de holgura.
           05  CAUD-ANTES          PIC X(50).
           05  CAUD-DESPUES        PIC X(50).
