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
           01 WK-AUD-RESULTADO PIC X(30) VALUE SPACES.
           01 WK-AUD-CUENTA PIC 9(6) VALUE ZERO.
           01 WK-AUD-OPERADOR PIC 9(4) VALUE ZERO.
           01 WK-TAR-CODIGO PIC X(8) VALUE 'CHQ-DEVU'.
           01 WK-COMISION PIC 9(7)V99 VALUE ZERO.
           01 WK-FRANQUICIA PIC 9(3) VALUE ZERO.
           01 WK-RECIBO-ORIGEN PIC 9(6) VALUE ZERO.
           01 WK-CHEQUE-ORIGEN PIC 9(8) VALUE ZERO.
           01 LINEA-DETALLE.
               05 LD-CUENTA PIC 9(6).
               05 FILLER PIC X(2) VALUE SPACES.
                         MOVE 'S' TO WK-REBOTAR
                         MOVE 'R' TO CHQ-ESTADO
                         REWRITE REGISTRO-CHEQUE
                         PERFORM COBRAR-COMISION-DEVOLUCION
                     ELSE
                         MOVE WK-NUEVO-SALDO TO SALDO-CTA
                         REWRITE REGISTRO-CTA
                         MOVE ZERO TO MOV-CUENTA-CONTRA
                         MOVE ZERO TO MOV-OPERADOR
                         MOVE ZERO TO MOV-TASA-CAMBIO
                         CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
                             SUCURSAL-CTA
                         WRITE REGISTRO-MOV
                         CALL "GRABAR-MOVIMIENTO-IDX"
                             USING REGISTRO-MOV
                     END-IF
                 END-IF
         END-READ.
      * EL CHEQUE DEVUELTO LLEVA LA COMISION DE DEVOLUCION DE LA
      * TARIFA. NO HAY RECIBO EN LA CAMARA, ASI QUE EL DIARIO DE
      * COMISIONES LA ATA AL NUMERO DE CHEQUE. LO HABITUAL ES QUE LA
      * CUENTA QUE DEVUELVE UN CHEQUE NO TENGA SALDO: SI LA COMISION
      * NO CABE NO SE COBRA, Y QUEDA EN LA AUDITORIA.
       COBRAR-COMISION-DEVOLUCION.
         MOVE 'CHQ-DEVU' TO WK-TAR-CODIGO.
         CALL "BUSCAR-TARIFA" USING WK-TAR-CODIGO TIPO-CUENTA-CTA
             WK-FECHA-HOY ENT-IMPORTE WK-COMISION WK-FRANQUICIA.
         IF WK-COMISION NOT = ZERO
             COMPUTE WK-NUEVO-SALDO = SALDO-CTA - WK-COMISION
             IF WK-NUEVO-SALDO < WK-SALDO-MINIMO
                 MOVE 'COMISION NO COBRADA' TO WK-AUD-EVENTO
                 MOVE WK-TAR-CODIGO TO WK-AUD-RESULTADO
                 MOVE NUMERO-CTA TO WK-AUD-CUENTA
                 CALL "REGISTRO-AUDITORIA" USING WK-AUD-EVENTO
                     WK-AUD-CUENTA WK-AUD-RESULTADO WK-AUD-OPERADOR
             ELSE
                 MOVE WK-NUEVO-SALDO TO SALDO-CTA
                 REWRITE REGISTRO-CTA
                 MOVE NUMERO-CTA TO MOV-NUMERO-CUENTA
                 MOVE 'COMISION' TO MOV-TIPO
                 MOVE WK-COMISION TO MOV-IMPORTE
                 MOVE SALDO-CTA TO MOV-SALDO
                 MOVE WK-FECHA-HOY TO MOV-FECHA
                 MOVE ZERO TO MOV-CUENTA-CONTRA
                 MOVE ZERO TO MOV-OPERADOR
                 MOVE ZERO TO MOV-TASA-CAMBIO
                 CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
                     SUCURSAL-CTA
                 WRITE REGISTRO-MOV
                 CALL "GRABAR-MOVIMIENTO-IDX" USING REGISTRO-MOV
                 MOVE ZERO TO WK-RECIBO-ORIGEN
                 MOVE ENT-NUMERO TO WK-CHEQUE-ORIGEN
                 CALL "REGISTRO-COMISION" USING WK-FECHA-HOY
                     NUMERO-CTA WK-TAR-CODIGO WK-COMISION
                     WK-RECIBO-ORIGEN WK-CHEQUE-ORIGEN
                     WK-AUD-OPERADOR
             END-IF
         END-IF.
       ESCRIBIR-RESULTADO.
         MOVE ENT-CUENTA TO LD-CUENTA.
         MOVE ENT-NUMERO TO LD-NUMERO.
