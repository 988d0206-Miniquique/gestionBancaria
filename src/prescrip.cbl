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
           FD FICHERO-MOV.
           01 REGISTRO-MOV.
           COPY "movreg.cpy".
             MOVE WK-CUENTA-FONDO TO MOV-CUENTA-CONTRA
             MOVE ZERO TO MOV-OPERADOR
             MOVE ZERO TO MOV-TASA-CAMBIO
             CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
                 SUCURSAL-CTA
             WRITE REGISTRO-MOV
             CALL "GRABAR-MOVIMIENTO-IDX" USING REGISTRO-MOV
             PERFORM ABONAR-AL-FONDO
                 MOVE WK-NUMERO-ACTUAL TO MOV-CUENTA-CONTRA
                 MOVE ZERO TO MOV-OPERADOR
                 MOVE ZERO TO MOV-TASA-CAMBIO
                 CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
                     SUCURSAL-CTA
                 WRITE REGISTRO-MOV
                 CALL "GRABAR-MOVIMIENTO-IDX" USING REGISTRO-MOV
         END-READ.
