      * LAYOUT COMUN DE LOS TOTALES DE PROVISION DEL DIA
      * (PROVISIONES.tot), QUE GRABA MORA-PRESTAMOS Y LEE
      * CONTABILIZACION-DIARIA. SON APUNTES SIN MOVIMIENTO EN EL
      * LIBRO DE CUENTAS: INT-MORA (INTERES MORATORIO DEVENGADO EN
      * EL DIA), MORA-REV (MORATORIO DE ATRASOS YA REGULARIZADOS QUE
      * SE DA DE BAJA SIN HABERSE COBRADO), PROV-DOT (DOTACION NETA A
      * LA PROVISION) Y PROV-REV (REVERSION NETA). LA CONTABILIDAD
      * LOS SUMA COMO UN TIPO MAS DEL DIA, ASI QUE CADA UNO NECESITA
      * SU LINEA EN CONTABLE.par.
      * SOLO SE TOMAN LAS LINEAS CON LA FECHA DE NEGOCIO DEL DIA.
           05 PRV-FECHA PIC 9(8).
           05 PRV-TIPO PIC X(8).
           05 PRV-IMPORTE PIC 9(9)V99.
