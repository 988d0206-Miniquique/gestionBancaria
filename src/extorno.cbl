                         ==CUENTA-DORMIDA== BY ==CUENTA-DORMIDA-I==
                         ==CUENTA-EMBARGADA== BY
                             ==CUENTA-EMBARGADA-I==
                         ==CUENTA-DEFUNCION== BY ==CUENTA-DEFUNCION-I==
                         ==LIMITE-DESCUBIERTO== BY
                             ==LIMITE-DESCUBIERTO-I==
                         ==MONEDA== BY ==MONEDA-I==
                         ==PRODUCTO== BY ==PRODUCTO-I==
                         ==SUCURSAL== BY ==SUCURSAL-I==.
           FD FICHERO-MOV.
           01 REGISTRO-MOV.
           COPY "movreg.cpy".
             MOVE REC-SECUENCIA TO MOV-CUENTA-CONTRA
             MOVE P-OPERADOR TO MOV-OPERADOR
             MOVE ZERO TO MOV-TASA-CAMBIO
             CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
                 SUCURSAL-I
             WRITE REGISTRO-MOV
             CALL "GRABAR-MOVIMIENTO-IDX" USING REGISTRO-MOV
             CLOSE FICHERO-MOV
         MOVE REC-SECUENCIA TO MOV-CUENTA-CONTRA.
         MOVE P-OPERADOR TO MOV-OPERADOR.
         MOVE ZERO TO MOV-TASA-CAMBIO.
         CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
             SUCURSAL-I.
         WRITE REGISTRO-MOV.
         CALL "GRABAR-MOVIMIENTO-IDX" USING REGISTRO-MOV.
         MOVE REC-NUMERO-CUENTA TO NUMERO-I.
                 MOVE REC-SECUENCIA TO MOV-CUENTA-CONTRA
                 MOVE P-OPERADOR TO MOV-OPERADOR
                 MOVE ZERO TO MOV-TASA-CAMBIO
                 CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
                     SUCURSAL-I
                 WRITE REGISTRO-MOV
                 CALL "GRABAR-MOVIMIENTO-IDX" USING REGISTRO-MOV
                 DISPLAY 'TRANSFERENCIA EXTORNADA EN LAS DOS '
