      * LAYOUT COMUN DEL ENLACE DE BARRIDO (BARRIDOS.dat), COMPARTIDO
      * POR MANTENIMIENTO-BARRIDOS (ALTA, CAMBIO Y BAJA A PEDIDO DEL
      * CLIENTE) Y BARRIDO-CUENTAS (EL PASO DEL CIERRE QUE MUEVE EL
      * DINERO). CADA CUENTA CORRIENTE TIENE COMO MUCHO UN ENLACE CON
      * UNA CUENTA DE AHORRO DEL MISMO CLIENTE Y LA MISMA MONEDA: SI
      * AL CIERRE LA CORRIENTE ESTA EN NEGATIVO SE CUBRE DESDE EL
      * AHORRO, Y SI BAR-DEVOLVER-EXCESO ESTA EN 'S' LO QUE SUPERE
      * BAR-SALDO-OBJETIVO VUELVE AL AHORRO.
           05 BAR-CUENTA-CORRIENTE PIC 9(6).
           05 BAR-CUENTA-AHORRO PIC 9(6).
           05 BAR-CLIENTE-ID PIC 9(6).
           05 BAR-SALDO-OBJETIVO PIC 9(7)V99.
           05 BAR-DEVOLVER-EXCESO PIC X(1).
               88 DEVUELVE-EXCESO VALUE 'S'.
           05 BAR-ESTADO PIC X(1).
               88 BARRIDO-ACTIVO VALUE 'A'.
               88 BARRIDO-BAJA VALUE 'B'.
           05 BAR-FECHA-ALTA PIC 9(8).
           05 BAR-FECHA-BAJA PIC 9(8).
           05 BAR-ULTIMO-BARRIDO PIC 9(8).
           05 BAR-OPERADOR PIC 9(4).
