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
                   ELSE
                    IF ESTADO-CTA = 'E' AND ENT-TIPO = 'RETIRO'
                     MOVE 'CUENTA EMBARGADA' TO WK-MOTIVO-RECHAZO
                    ELSE
                    IF ESTADO-CTA = 'F' AND ENT-TIPO = 'RETIRO'
                     MOVE 'TITULAR FALLECIDO' TO WK-MOTIVO-RECHAZO
                    ELSE
                     IF ENT-TIPO = 'RETIRO'
                         COMPUTE WK-NUEVO-SALDO =
                             SALDO-CTA + ENT-IMPORTE
                     END-IF
                    END-IF
                    END-IF
                   END-IF
                 END-IF
         END-READ.
         MOVE ZERO TO MOV-CUENTA-CONTRA.
         MOVE ZERO TO MOV-OPERADOR.
         MOVE ZERO TO MOV-TASA-CAMBIO.
         CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
             SUCURSAL-CTA.
         WRITE REGISTRO-MOV.
         CALL "GRABAR-MOVIMIENTO-IDX"
             USING REGISTRO-MOV.
