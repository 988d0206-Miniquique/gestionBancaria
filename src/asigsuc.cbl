       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASIGNAR-SUCURSAL.

      * SE LLAMA JUSTO ANTES DE GRABAR CADA MOVIMIENTO DEL LIBRO:
      * APUNTA EL MOVIMIENTO A LA SUCURSAL DUENA DE LA CUENTA Y A LA
      * SUCURSAL DEL OPERADOR QUE LO REGISTRA, Y LO MARCA COMO
      * INTERSUCURSAL CUANDO NO COINCIDEN. LOS LOTES (OPERADOR CERO)
      * SE CONSIDERAN HECHOS EN LA PROPIA SUCURSAL DE LA CUENTA.
      * DE PASO DEJA LA FECHA VALOR IGUAL A LA FECHA DEL MOVIMIENTO;
      * QUIEN GRABE UN MOVIMIENTO CON OTRA FECHA VALOR LA CAMBIA
      * DESPUES DE ESTA LLAMADA.
       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 WK-SUCURSAL-OPERADOR PIC 9(3) VALUE ZERO.
           LINKAGE SECTION.
           01 P-MOVIMIENTO.
           COPY "movreg.cpy".
           01 P-SUCURSAL-CUENTA PIC 9(3).
       PROCEDURE DIVISION USING P-MOVIMIENTO P-SUCURSAL-CUENTA.
       PERFORM ASIGNAR-SUCURSALES.
        GOBACK.
       ASIGNAR-SUCURSALES.
         MOVE 1 TO MOV-SUCURSAL.
         IF P-SUCURSAL-CUENTA NUMERIC
             AND P-SUCURSAL-CUENTA NOT = ZERO
             MOVE P-SUCURSAL-CUENTA TO MOV-SUCURSAL
         END-IF.
         MOVE MOV-SUCURSAL TO MOV-SUCURSAL-OPERA.
         IF MOV-OPERADOR NOT = ZERO
             CALL "SUCURSAL-OPERADOR" USING MOV-OPERADOR
                 WK-SUCURSAL-OPERADOR
             MOVE WK-SUCURSAL-OPERADOR TO MOV-SUCURSAL-OPERA
         END-IF.
         IF MOV-SUCURSAL-OPERA = MOV-SUCURSAL
             MOVE 'N' TO MOV-INTERSUCURSAL
         ELSE
             MOVE 'S' TO MOV-INTERSUCURSAL
         END-IF.
         MOVE MOV-FECHA TO MOV-FECHA-VALOR.
       END PROGRAM ASIGNAR-SUCURSAL.
