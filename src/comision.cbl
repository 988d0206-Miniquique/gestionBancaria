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
           01 WK-TOTAL-EXENTAS PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-OMITIDAS PIC 9(6) VALUE ZERO.
           01 WK-IMPORTE-COBRADO PIC 9(9)V99 VALUE ZERO.
           01 WK-TAR-CODIGO PIC X(8) VALUE 'MANTENIM'.
           01 WK-RECIBO-ORIGEN PIC 9(6) VALUE ZERO.
           01 WK-CHEQUE-ORIGEN PIC 9(8) VALUE ZERO.
           01 WK-OPERADOR-COM PIC 9(4) VALUE ZERO.
           01 LINEA-DETALLE.
               05 FILLER PIC X(8) VALUE 'CUENTA: '.
               05 LD-NUMERO PIC 9(6).
           01 WK-LOT-HORA-INICIO PIC 9(8) VALUE ZERO.
           01 WK-LOT-LEIDOS PIC 9(6) VALUE ZERO.
           01 WK-LOT-ESTADO PIC X(2) VALUE 'OK'.
           01 WK-PRODUCTO-HALLADO PIC X VALUE 'N'.
           01 PRODUCTO-CUENTA.
           COPY "prodreg.cpy".
       PROCEDURE DIVISION.
           ACCEPT WK-LOT-HORA-INICIO FROM TIME.
           CALL "FECHA-NEGOCIO" USING WK-FECHA-HOY.
                   AT END
                       MOVE 'S' TO WK-FIN-FICHERO
                   NOT AT END
                       CALL "LEER-PRODUCTO" USING PRODUCTO-CTA
                           TIPO-CUENTA-CTA PRODUCTO-CUENTA
                           WK-PRODUCTO-HALLADO
                       IF PRD-PAGA-MANTENIMIENTO AND ESTADO-CTA = 'A'
                           PERFORM PROCESAR-CUENTA
                       END-IF
               END-READ
                 MOVE ZERO TO MOV-CUENTA-CONTRA
                 MOVE ZERO TO MOV-OPERADOR
                 MOVE ZERO TO MOV-TASA-CAMBIO
                 CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
                     SUCURSAL-CTA
                 WRITE REGISTRO-MOV
                 CALL "GRABAR-MOVIMIENTO-IDX"
                     USING REGISTRO-MOV
                 CALL "REGISTRO-COMISION" USING WK-FECHA-HOY
                     NUMERO-CTA WK-TAR-CODIGO WK-IMPORTE-COMISION
                     WK-RECIBO-ORIGEN WK-CHEQUE-ORIGEN
                     WK-OPERADOR-COM
                 ADD 1 TO WK-TOTAL-COBRADAS
                 ADD WK-IMPORTE-COMISION TO WK-IMPORTE-COBRADO
                 MOVE 'COBRADA' TO LD-RESULTADO
