      * Escalado del resultado a los decimales de la moneda en turno,
      * mas el indicador de credito/debito (ver CALCPRM). Se COPYa en
      * el PROCEDURE DIVISION de CALCULADORA y de CALCBAT para que las
      * dos corran exactamente la misma regla de redondeo, y en el de
      * CALCAMO para redondear cada periodo de la tabla igual.
      ******************************************************************
       REDONDEAR-RESULTADO.
           COMPUTE WKS-RESULTADO-ESC =
