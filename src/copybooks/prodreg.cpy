      * LAYOUT COMUN DEL REGISTRO DE PRODUCTO (PRODUCTOS.dat), EL
      * CATALOGO DE CUENTAS QUE MANTIENE MANTENIMIENTO-PRODUCTOS Y
      * QUE LEER-PRODUCTO DEVUELVE A LOS DEMAS PROGRAMAS. CADA CUENTA
      * LLEVA SU CODIGO DE PRODUCTO; EL TIPO BASE ('A' AHORRO, 'C'
      * CORRIENTE) SE COPIA A TIPO-CUENTA AL ABRIRLA, Y LAS REGLAS
      * (SALDOS MINIMOS, INTERES, COMISION DE MANTENIMIENTO,
      * TALONARIO, DESCUBIERTO Y MONEDA) SALEN DE AQUI.
      * PRD-ESCALA-TASA ES LA ESCALA DE TASAS.dat CON LA QUE DEVENGA
      * EL PRODUCTO; EN BLANCO ES LA ESCALA GENERAL.
      * UN PRODUCTO DADO DE BAJA ('B') NO ADMITE APERTURAS NUEVAS
      * PERO SIGUE RIGIENDO LAS CUENTAS YA ABIERTAS CON EL.
           05 PRD-CODIGO PIC X(4).
           05 PRD-DESCRIPCION PIC X(30).
           05 PRD-TIPO-BASE PIC X(1).
               88 PRD-BASE-AHORRO VALUE 'A'.
               88 PRD-BASE-CORRIENTE VALUE 'C'.
           05 PRD-SALDO-APERTURA PIC 9(7)V99.
           05 PRD-SALDO-MINIMO PIC 9(7)V99.
           05 PRD-DEVENGA PIC X(1).
               88 PRD-CON-INTERES VALUE 'S'.
           05 PRD-ESCALA-TASA PIC X(4).
           05 PRD-COMISION-MANT PIC X(1).
               88 PRD-PAGA-MANTENIMIENTO VALUE 'S'.
           05 PRD-TALONARIO PIC X(1).
               88 PRD-ADMITE-TALONARIO VALUE 'S'.
           05 PRD-DESCUBIERTO PIC X(1).
               88 PRD-ADMITE-DESCUBIERTO VALUE 'S'.
           05 PRD-MONEDA PIC X(3).
           05 PRD-ESTADO PIC X(1).
               88 PRODUCTO-ACTIVO VALUE 'A'.
               88 PRODUCTO-BAJA VALUE 'B'.
           05 PRD-FECHA-ALTA PIC 9(8).
           05 PRD-OPERADOR PIC 9(4).
