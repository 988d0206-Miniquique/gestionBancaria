                         ==CUENTA-DORMIDA== BY ==CUENTA-DORMIDA-CTA==
                         ==CUENTA-EMBARGADA== BY
                             ==CUENTA-EMBARGADA-CTA==
                         ==CUENTA-DEFUNCION== BY
                             ==CUENTA-DEFUNCION-CTA==
                         ==LIMITE-DESCUBIERTO== BY
                             ==LIMITE-DESCUBIERTO-CTA==
                         ==MONEDA== BY ==MONEDA-CTA==
                         ==PRODUCTO== BY ==PRODUCTO-CTA==
                         ==SUCURSAL== BY ==SUCURSAL-CTA==.
           FD FICHERO-INT.
           01 REGISTRO-INTERB.
           COPY "interreg.cpy".
                         MOVE ZERO TO MOV-CUENTA-CONTRA
                         MOVE ZERO TO MOV-OPERADOR
                         MOVE ZERO TO MOV-TASA-CAMBIO
                         CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
                             SUCURSAL-CTA
                         WRITE REGISTRO-MOV
                         CALL "GRABAR-MOVIMIENTO-IDX"
                             USING REGISTRO-MOV
                 MOVE ZERO TO MOV-CUENTA-CONTRA
                 MOVE ZERO TO MOV-OPERADOR
                 MOVE ZERO TO MOV-TASA-CAMBIO
                 CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
                     SUCURSAL-CTA
                 WRITE REGISTRO-MOV
                 CALL "GRABAR-MOVIMIENTO-IDX" USING REGISTRO-MOV
                 MOVE 'D' TO INT-ESTADO
