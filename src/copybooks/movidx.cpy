           05 IDX-SALDO PIC S9(7)V99.
           05 IDX-CUENTA-CONTRA PIC 9(6).
           05 IDX-OPERADOR PIC 9(4).
      * COPIA DE LAS SUCURSALES DEL MOVIMIENTO (VER movreg.cpy) PARA
      * QUE LOS TOTALES DEL DIA SE PUEDAN DESGLOSAR POR SUCURSAL.
           05 IDX-SUCURSAL PIC 9(3).
           05 IDX-SUCURSAL-OPERA PIC 9(3).
           05 IDX-INTERSUCURSAL PIC X(1).
               88 IDX-ES-INTERSUCURSAL VALUE 'S'.
      * COPIA DE LA FECHA VALOR DEL MOVIMIENTO (VER movreg.cpy).
           05 IDX-FECHA-VALOR PIC 9(8).
