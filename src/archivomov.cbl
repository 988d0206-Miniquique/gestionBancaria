                         ==MOV-CUENTA-CONTRA== BY ==ARC-CUENTA-CONTRA==
                         ==MOV-OPERADOR== BY ==ARC-OPERADOR==
                         ==MOV-TASA-CAMBIO== BY
                             ==ARC-TASA-CAMBIO==
                         ==MOV-SUCURSAL== BY ==ARC-SUCURSAL==
                         ==MOV-SUCURSAL-OPERA== BY
                             ==ARC-SUCURSAL-OPERA==
                         ==MOV-INTERSUCURSAL== BY
                             ==ARC-INTERSUCURSAL==
                         ==MOVIMIENTO-INTERSUCURSAL== BY
                             ==ARC-ES-INTERSUCURSAL==
                         ==MOV-FECHA-VALOR== BY ==ARC-FECHA-VALOR==.
           FD FICHERO-TMP.
           01 REGISTRO-TMP.
           COPY "movreg.cpy"
                         ==MOV-CUENTA-CONTRA== BY ==TMP-CUENTA-CONTRA==
                         ==MOV-OPERADOR== BY ==TMP-OPERADOR==
                         ==MOV-TASA-CAMBIO== BY
                             ==TMP-TASA-CAMBIO==
                         ==MOV-SUCURSAL== BY ==TMP-SUCURSAL==
                         ==MOV-SUCURSAL-OPERA== BY
                             ==TMP-SUCURSAL-OPERA==
                         ==MOV-INTERSUCURSAL== BY
                             ==TMP-INTERSUCURSAL==
                         ==MOVIMIENTO-INTERSUCURSAL== BY
                             ==TMP-ES-INTERSUCURSAL==
                         ==MOV-FECHA-VALOR== BY ==TMP-FECHA-VALOR==.
           FD FICHERO-LOCK.
           01 LINEA-LOCK PIC X(7).
           WORKING-STORAGE SECTION.
      * EN EL FICHERO VIVO UN REGISTRO 'ARRASTRE' CON EL SALDO Y LA
      * FECHA DEL ULTIMO MOVIMIENTO ARCHIVADO, PARA QUE LA
      * CONCILIACION PUEDA SEGUIR REHACIENDO EL SALDO Y LA DETECCION
      * DE DURMIENTES CONSERVE LA ULTIMA ACTIVIDAD REAL. EL ARRASTRE
      * QUEDA EN LA SUCURSAL DUENA DE LA CUENTA, SIN SER
      * INTERSUCURSAL, Y CON FECHA VALOR IGUAL A SU FECHA.
           01 TABLA-ARRASTRES.
               05 ARR-ENTRADA OCCURS 500 TIMES.
                   10 ARR-CUENTA PIC 9(6).
                   10 ARR-SALDO PIC S9(7)V99.
                   10 ARR-FECHA PIC 9(8).
                   10 ARR-SUCURSAL PIC 9(3).
           01 WK-AUD-EVENTO PIC X(20) VALUE SPACES.
           01 WK-AUD-RESULTADO PIC X(30) VALUE SPACES.
           01 WK-AUD-CUENTA PIC 9(6) VALUE ZERO.
      * (INTERESES, COMISIONES) NO DEBEN CONTAR.
         IF WK-ARR-ENCONTRADO = 'S'
             MOVE MOV-SALDO TO ARR-SALDO (WK-IDX-HALLADO)
             PERFORM ANOTAR-SUCURSAL-ARRASTRE
             IF MOV-TIPO NOT = 'INTERES'
                 AND MOV-TIPO NOT = 'COMISION'
                 MOVE MOV-FECHA TO ARR-FECHA (WK-IDX-HALLADO)
                 MOVE MOV-NUMERO-CUENTA
                     TO ARR-CUENTA (WK-TOTAL-ARRASTRES)
                 MOVE MOV-SALDO TO ARR-SALDO (WK-TOTAL-ARRASTRES)
                 MOVE WK-TOTAL-ARRASTRES TO WK-IDX-HALLADO
                 PERFORM ANOTAR-SUCURSAL-ARRASTRE
                 IF MOV-TIPO NOT = 'INTERES'
                     AND MOV-TIPO NOT = 'COMISION'
                     MOVE MOV-FECHA TO ARR-FECHA (WK-TOTAL-ARRASTRES)
                 MOVE 'S' TO WK-TABLA-LLENA
             END-IF
         END-IF.
      * LOS MOVIMIENTOS ANTERIORES A LAS SUCURSALES NO LA TRAEN.
       ANOTAR-SUCURSAL-ARRASTRE.
         IF MOV-SUCURSAL NUMERIC
             MOVE MOV-SUCURSAL TO ARR-SUCURSAL (WK-IDX-HALLADO)
         ELSE
             MOVE ZERO TO ARR-SUCURSAL (WK-IDX-HALLADO)
         END-IF.
       BUSCAR-ARRASTRE.
         IF ARR-CUENTA (WK-IDX-ARR) = MOV-NUMERO-CUENTA
             MOVE 'S' TO WK-ARR-ENCONTRADO
         MOVE ZERO TO TMP-CUENTA-CONTRA.
         MOVE ZERO TO TMP-OPERADOR.
         MOVE ZERO TO TMP-TASA-CAMBIO.
         MOVE ARR-SUCURSAL (WK-IDX-ARR) TO TMP-SUCURSAL.
         MOVE ARR-SUCURSAL (WK-IDX-ARR) TO TMP-SUCURSAL-OPERA.
         MOVE 'N' TO TMP-INTERSUCURSAL.
         MOVE ARR-FECHA (WK-IDX-ARR) TO TMP-FECHA-VALOR.
         WRITE REGISTRO-TMP.
         ADD 1 TO WK-GRABADOS-TMP.
       RECOGER-FECHAS-ARRASTRE.
