           05 CAJ-ESTADO PIC X(1).
               88 CAJA-ABIERTA VALUE 'A'.
               88 CAJA-CERRADA VALUE 'C'.
      * SUCURSAL DE LA CAJA, TOMADA DEL OPERADOR AL ABRIRLA, PARA
      * TOTALIZAR EL EFECTIVO POR SUCURSAL EN EL CUADRE.
           05 CAJ-SUCURSAL PIC 9(3).
