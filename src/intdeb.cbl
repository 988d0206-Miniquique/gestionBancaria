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
           FD FICHERO-IDB.
           01 REGISTRO-INTDEB.
           COPY "intdebreg.cpy".
               05 LT-CARGADAS PIC Z(5)9.
               05 FILLER PIC X(11) VALUE '  IMPORTE: '.
               05 LT-IMPORTE PIC Z(8)9.99.
           01 WK-PRODUCTO-HALLADO PIC X VALUE 'N'.
           01 PRODUCTO-CUENTA.
           COPY "prodreg.cpy".
       PROCEDURE DIVISION.
           CALL "FECHA-NEGOCIO" USING WK-FECHA-HOY.
           COMPUTE WK-PERIODO-HOY = WK-FECHA-HOY / 100.
                   AT END
                       MOVE 'S' TO WK-FIN-FICHERO
                   NOT AT END
                       CALL "LEER-PRODUCTO" USING PRODUCTO-CTA
                           TIPO-CUENTA-CTA PRODUCTO-CUENTA
                           WK-PRODUCTO-HALLADO
                       IF PRD-ADMITE-DESCUBIERTO
                           AND ESTADO-CTA NOT = 'C'
                           ADD 1 TO WK-TOTAL-REVISADAS
                           PERFORM PROCESAR-UNA-CUENTA
                       END-IF
         MOVE ZERO TO MOV-CUENTA-CONTRA.
         MOVE ZERO TO MOV-OPERADOR.
         MOVE ZERO TO MOV-TASA-CAMBIO.
         CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
             SUCURSAL-CTA.
         WRITE REGISTRO-MOV.
         CALL "GRABAR-MOVIMIENTO-IDX" USING REGISTRO-MOV.
         ADD 1 TO WK-TOTAL-CARGADAS.
