      ******************************************************************
      * Cierre de turno del operador (CALCTUR), indexado por fecha,
      * operador y moneda. Al salir de CALCULADORA con la opcion 77
      * el operador declara lo que conto por moneda y se graban dos
      * clases de renglon:
      *   - el renglon del turno, con la moneda en espacios, que
      *     lleva el estado del cierre, los totales de todas las
      *     monedas y el total de cinta (CTAP-GRAN-TOTAL) contra la
      *     bitacora completa del operador;
      *   - un renglon por moneda con lo declarado, lo que dice la
      *     bitacora del dia (neto de reversos "V") y si cuadro.
      * Con el turno en "C" el operador ya no puede grabar en esa
      * fecha; un supervisor lo reabre ("A") y la reapertura queda
      * en el diario de auditoria (CALCAUD). El estado, el
      * supervisor y las horas van al frente para que quepan en la
      * imagen de 50 bytes del diario.
      ******************************************************************
       01  CALCTUR-RECORD.
           05  CTUR-LLAVE.
               10  CTUR-FECHA          PIC 9(08).
               10  CTUR-OPERADOR       PIC X(08).
               10  CTUR-MONEDA         PIC X(03).
      *        Solo en el renglon del turno: "C" cerrado, "A"
      *        reabierto por supervisor.
           05  CTUR-ESTADO             PIC X(01).
           05  CTUR-SUPERVISOR         PIC X(08).
           05  CTUR-HORA-CIERRE        PIC 9(08).
           05  CTUR-HORA-REAPERTURA    PIC 9(08).
           05  CTUR-DECLARADO          PIC S9(11)V9(04)
                           SIGN LEADING SEPARATE.
           05  CTUR-SISTEMA            PIC S9(11)V9(04)
                           SIGN LEADING SEPARATE.
      *        Renglon del turno: total de cinta y total de la
      *        bitacora completa del operador (ver CALCCON); en los
      *        renglones de moneda van en cero.
           05  CTUR-CINTA              PIC S9(11)V9(04)
                           SIGN LEADING SEPARATE.
           05  CTUR-BITACORA           PIC S9(11)V9(04)
                           SIGN LEADING SEPARATE.
           05  CTUR-RENGLONES          PIC 9(07).
      *        "S" cuadro, "N" descuadre.
           05  CTUR-CUADRA             PIC X(01).
