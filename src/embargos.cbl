                         ==CUENTA-DORMIDA== BY ==CUENTA-DORMIDA-I==
                         ==CUENTA-EMBARGADA== BY
                             ==CUENTA-EMBARGADA-I==
                         ==CUENTA-DEFUNCION== BY ==CUENTA-DEFUNCION-I==
                         ==LIMITE-DESCUBIERTO== BY
                             ==LIMITE-DESCUBIERTO-I==
                         ==MONEDA== BY ==MONEDA-I==
                         ==PRODUCTO== BY ==PRODUCTO-I==
                         ==SUCURSAL== BY ==SUCURSAL-I==.
           WORKING-STORAGE SECTION.
           01 WK-SALIR PIC X VALUE 'N'.
           01 WK-PAUSA PIC X.
             END-WRITE
         END-IF.
         CLOSE FICHERO-EMB.
      * UNA CUENTA BLOQUEADA POR DEFUNCION YA RECHAZA TODO CARGO Y
      * CONSERVA ESE ESTADO: EL EMBARGO QUEDA REGISTRADO CONTRA LA
      * HERENCIA Y AL LEVANTARLO LA CUENTA SIGUE BLOQUEADA.
         IF ESTADO-I NOT = 'F'
             MOVE 'E' TO ESTADO-I
             REWRITE REGISTRO-IN
         END-IF.
         DISPLAY 'EMBARGO IMPUESTO SOBRE LA CUENTA '
             WK-NUMERO-CUENTA.
         MOVE 'EMBARGO IMPUESTO' TO WK-AUD-EVENTO.
                 MOVE EMB-CUENTA TO MOV-CUENTA-CONTRA
                 MOVE P-OPERADOR TO MOV-OPERADOR
                 MOVE ZERO TO MOV-TASA-CAMBIO
                 CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
                     SUCURSAL-I
                 WRITE REGISTRO-MOV
                 CALL "GRABAR-MOVIMIENTO-IDX" USING REGISTRO-MOV
                 IF WK-OPCION-LIQ = 2
                 MOVE EMB-CUENTA-JUDICIAL TO MOV-CUENTA-CONTRA
                 MOVE P-OPERADOR TO MOV-OPERADOR
                 MOVE ZERO TO MOV-TASA-CAMBIO
                 CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
                     SUCURSAL-I
                 WRITE REGISTRO-MOV
                 CALL "GRABAR-MOVIMIENTO-IDX" USING REGISTRO-MOV
         END-READ.
