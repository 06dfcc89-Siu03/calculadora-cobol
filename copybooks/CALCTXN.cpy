      * la moneda a la que se convierte (y en la que se redondea) en
      * MONEDA; NUM-2 lo llena el lote con la tasa vigente. Para las
      * demas operaciones MONEDA-ORIGEN va en espacios.
      * En las operaciones financieras (IC interes compuesto, PM pago
      * de prestamo, AM tabla de amortizacion) NUM-1 es el capital y
      * NUM-2 lleva empacados el plazo y la tasa: los tres digitos
      * altos de la parte entera son el numero de periodos (001-999)
      * y el resto es la tasa en porciento por periodo (0 a 100),
      * p.ej. +3600000012500 = 360 periodos al 1.25 por ciento.
      * SEC-ORIGEN viene en ceros en las transacciones normales; en
      * las correcciones que reenvia CALCCOR trae la secuencia del
      * rechazo original (ver CALCSEC) para que el renglon de
