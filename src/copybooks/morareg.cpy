      * LAYOUT COMUN DEL ACUMULADOR DE MORA DE PRESTAMOS (MORA.dat),
      * USADO POR MORA-PRESTAMOS. HAY UN REGISTRO POR PRESTAMO QUE
      * HA TENIDO ALGUNA VEZ CUOTAS VENCIDAS SIN PAGAR. CADA CIERRE
      * RECALCULA LOS DIAS DE ATRASO DESDE LA CUOTA IMPAGA MAS
      * ANTIGUA, EL TRAMO (1-30, 31-60, 61-90, MAS DE 90 DIAS) Y LA
      * PROVISION EXIGIDA SOBRE EL CAPITAL PENDIENTE. EL INTERES
      * MORATORIO SE DEVENGA POR DIAS NATURALES SOBRE EL CAPITAL
      * VENCIDO DESDE LA ULTIMA FECHA DE CALCULO. LA PROVISION QUE
      * QUEDA GUARDADA ES LA CONSTITUIDA: LA DIFERENCIA CON LA
      * EXIGIDA DEL DIA ES LO QUE SE DOTA O SE REVIERTE. UN PRESTAMO
      * QUE SE PONE AL DIA QUEDA EN TRAMO CERO Y SIN PROVISION.
           05 MOR-PRESTAMO PIC 9(6).
           05 MOR-FECHA-CALCULO PIC 9(8).
           05 MOR-DIAS-ATRASO PIC 9(5).
           05 MOR-TRAMO PIC 9(1).
               88 MORA-AL-DIA VALUE 0.
               88 MORA-TRAMO-30 VALUE 1.
               88 MORA-TRAMO-60 VALUE 2.
               88 MORA-TRAMO-90 VALUE 3.
               88 MORA-TRAMO-DUDOSO VALUE 4.
           05 MOR-CAPITAL-VENCIDO PIC 9(7)V99.
           05 MOR-CAPITAL-PENDIENTE PIC 9(7)V99.
           05 MOR-INTERES-ACUM PIC 9(7)V99.
           05 MOR-PROVISION PIC 9(7)V99.
