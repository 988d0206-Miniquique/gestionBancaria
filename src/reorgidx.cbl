         MOVE MOV-SALDO TO IDX-SALDO.
         MOVE MOV-CUENTA-CONTRA TO IDX-CUENTA-CONTRA.
         MOVE MOV-OPERADOR TO IDX-OPERADOR.
         MOVE MOV-SUCURSAL TO IDX-SUCURSAL.
         MOVE MOV-SUCURSAL-OPERA TO IDX-SUCURSAL-OPERA.
         MOVE MOV-INTERSUCURSAL TO IDX-INTERSUCURSAL.
         MOVE MOV-FECHA-VALOR TO IDX-FECHA-VALOR.
         WRITE REGISTRO-IDX.
         ADD 1 TO WK-TOTAL-CARGADOS.
       GRABAR-SECUENCIA.
