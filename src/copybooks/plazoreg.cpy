               88 PLAZO-LIQUIDADO VALUE 'L'.
               88 PLAZO-CANCELADO VALUE 'C'.
           05 PLZ-OPERADOR PIC 9(4).
      * PRESTAMO AL QUE EL PLAZO QUEDO PIGNORADO (CERO = LIBRE). LA
      * PRENDA RIGE SOLO MIENTRAS ESE PRESTAMO SIGA VIGENTE: UNA VEZ
      * LIQUIDADO EL PLAZO VUELVE A PODER CANCELARSE Y ABONARSE.
           05 PLZ-PRESTAMO PIC 9(6).
