      * UN MOVIMIENTO PRESTAMO Y LAS CUOTAS SE CARGAN EN LA MISMA
      * CUENTA CON MOVIMIENTOS PAGOCUOT. EL CUADRO DE AMORTIZACION
      * (SISTEMA FRANCES, CUOTA CONSTANTE) VIVE EN CUOTAS.dat, UNA
      * FILA POR CUOTA, VER cuotareg.cpy. LA AMORTIZACION ANTICIPADA
      * SE CARGA CON UN MOVIMIENTO AMORTIZA: LA TOTAL DEJA EL
      * PRESTAMO LIQUIDADO Y LA PARCIAL REHACE LAS CUOTAS PENDIENTES
      * Y ACTUALIZA PLAZO Y CUOTA.
           05 PRE-ID PIC 9(6).
           05 PRE-CLIENTE-ID PIC 9(6).
           05 PRE-CUENTA PIC 9(6).
               88 PRESTAMO-LIQUIDADO VALUE 'L'.
           05 PRE-CUOTAS-PAGADAS PIC 9(3).
           05 PRE-OPERADOR PIC 9(4).
      * PRESTAMO CON GARANTIA: PLAZO FIJO DEL PROPIO CLIENTE
      * PIGNORADO EN EL ALTA (CERO = SIN GARANTIA) Y SU CAPITAL EN
      * ESE MOMENTO. MIENTRAS EL PRESTAMO ESTE VIGENTE EL PLAZO NO SE
      * CANCELA NI SE ABONA AL VENCER, Y COBRO-CUOTAS LO EJECUTA SI
      * UNA CUOTA SUPERA LOS DIAS DE MORA DE GARANTIA.par.
           05 PRE-PLAZO-GARANTIA PIC 9(6).
           05 PRE-IMPORTE-GARANTIA PIC 9(7)V99.
      * MARCA PARA EL DEPARTAMENTO JURIDICO: 'S' CUANDO EL CLIENTE
      * DEL PRESTAMO HA FALLECIDO (REGISTRO-DEFUNCION) Y LA DEUDA
      * PASA A RECLAMARSE A LA HERENCIA. NO DETIENE EL COBRO DE
      * CUOTAS. LOS REGISTROS ANTERIORES AL CAMPO LLEGAN CON ESPACIO.
           05 PRE-MARCA-JURIDICO PIC X(1).
               88 PRESTAMO-EN-JURIDICO VALUE 'S'.
