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
           01 WK-AUTORIZANTE PIC 9(4) VALUE ZERO.
           01 WK-AUD-EVENTO PIC X(20) VALUE SPACES.
           01 WK-AUD-RESULTADO PIC X(30) VALUE SPACES.
           01 WK-TALONARIO-EMITIDO PIC X VALUE 'N'.
           01 WK-PRIMER-CHEQUE PIC 9(8) VALUE ZERO.
           01 WK-TAR-CODIGO PIC X(8) VALUE 'TALONARI'.
           01 WK-BASE-COMISION PIC 9(7)V99 VALUE ZERO.
           01 WK-COMISION PIC 9(7)V99 VALUE ZERO.
           01 WK-FRANQUICIA PIC 9(3) VALUE ZERO.
           01 WK-RECIBO-ORIGEN PIC 9(6) VALUE ZERO.
           01 WK-PRODUCTO-HALLADO PIC X VALUE 'N'.
           01 PRODUCTO-CUENTA.
           COPY "prodreg.cpy".
           LINKAGE SECTION.
           01 P-OPCION PIC 9(2).
           01 P-OPERADOR PIC 9(4).
      * NUMERO NUNCA SE REPITE NI ENTRE CUENTAS.
       EMITIR-TALONARIO.
         PERFORM PEDIR-NUMERO-CUENTA.
         MOVE 'N' TO WK-TALONARIO-EMITIDO.
         OPEN INPUT FICHERO-IN.
         IF WK-ESTADO-FICHERO = '35'
             DISPLAY 'NO HAY CUENTAS REGISTRADAS TODAVIA'
               INVALID KEY
                   DISPLAY 'CUENTA NO ENCONTRADA'
               NOT INVALID KEY
                   CALL "LEER-PRODUCTO" USING PRODUCTO-I TIPO-CUENTA-I
                       PRODUCTO-CUENTA WK-PRODUCTO-HALLADO
                   IF NOT PRD-ADMITE-TALONARIO
                       DISPLAY 'EL PRODUCTO DE LA CUENTA NO ADMITE '
                           'TALONARIO'
                   ELSE
                     IF ESTADO-I NOT = 'A'
           END-READ
           CLOSE FICHERO-IN
         END-IF.
         IF WK-TALONARIO-EMITIDO = 'S'
             PERFORM COBRAR-COMISION-TALONARIO
         END-IF.
         DISPLAY 'PRESIONE ENTER PARA CONTINUAR...'.
         ACCEPT WK-PAUSA.
       GRABAR-TALONARIO.
         IF WK-ESTADO-CHQ = '35'
             OPEN OUTPUT FICHERO-CHQ
         END-IF.
         MOVE ZERO TO WK-PRIMER-CHEQUE.
         PERFORM EMITIR-UN-CHEQUE WK-CANTIDAD TIMES.
         CLOSE FICHERO-CHQ.
         MOVE 'S' TO WK-TALONARIO-EMITIDO.
         DISPLAY 'TALONARIO DE ' WK-CANTIDAD ' CHEQUES EMITIDO '
             'PARA LA CUENTA ' WK-NUMERO-CUENTA.
         MOVE 'TALONARIO EMITIDO' TO WK-AUD-EVENTO.
             WK-NUMERO-CUENTA WK-AUD-RESULTADO P-OPERADOR.
       EMITIR-UN-CHEQUE.
         PERFORM SIGUIENTE-NUMERO-CHEQUE.
         IF WK-PRIMER-CHEQUE = ZERO
             MOVE WK-SECUENCIA-CHQ TO WK-PRIMER-CHEQUE
         END-IF.
         MOVE WK-NUMERO-CUENTA TO CHQ-CUENTA.
         MOVE WK-SECUENCIA-CHQ TO CHQ-NUMERO.
         MOVE 'E' TO CHQ-ESTADO.
         MOVE ZERO TO CHQ-FECHA-PAGO.
         MOVE ZERO TO CHQ-IMPORTE.
         WRITE REGISTRO-CHEQUE.
      * LA EMISION DEL TALONARIO NO GENERA RECIBO, ASI QUE LA
      * COMISION SE ATA AL PRIMER CHEQUE DEL TALONARIO EN EL DIARIO
      * DE COMISIONES. EL CARGO TOCA SALDO Y LIBRO DE MOVIMIENTOS, Y
      * POR ESO SE HACE BAJO EL BLOQUEO COMO EL PAGO DE UN CHEQUE. SI
      * EL SALDO NO DA PARA LA COMISION NO SE COBRA Y SE AUDITA.
       COBRAR-COMISION-TALONARIO.
         PERFORM OBTENER-LOCK.
         IF WK-LOCK-OCUPADO = 'S'
             DISPLAY 'OTRO MOVIMIENTO ESTA EN CURSO, LA COMISION '
                 'DEL TALONARIO NO SE COBRO'
             MOVE 'COMISION NO COBRADA' TO WK-AUD-EVENTO
             MOVE 'LOCK OCUPADO' TO WK-AUD-RESULTADO
             PERFORM GRABAR-AUDITORIA
         ELSE
           OPEN I-O FICHERO-IN
           MOVE WK-NUMERO-CUENTA TO NUMERO-I
           READ FICHERO-IN
               INVALID KEY
                   DISPLAY 'CUENTA NO ENCONTRADA'
               NOT INVALID KEY
                   MOVE 'TALONARI' TO WK-TAR-CODIGO
                   MOVE ZERO TO WK-BASE-COMISION
                   CALL "BUSCAR-TARIFA" USING WK-TAR-CODIGO
                       TIPO-CUENTA-I WK-FECHA-NEGOCIO
                       WK-BASE-COMISION WK-COMISION WK-FRANQUICIA
                   IF WK-COMISION NOT = ZERO
                       PERFORM APLICAR-COMISION-TALONARIO
                   END-IF
           END-READ
           CLOSE FICHERO-IN
           PERFORM LIBERAR-LOCK
         END-IF.
       APLICAR-COMISION-TALONARIO.
         COMPUTE WK-NUEVO-SALDO = SALDO-I - WK-COMISION.
         COMPUTE WK-SALDO-MINIMO = ZERO - LIMITE-DESCUBIERTO-I.
         IF WK-NUEVO-SALDO < WK-SALDO-MINIMO
             DISPLAY 'COMISION DEL TALONARIO NO COBRADA, SALDO '
                 'INSUFICIENTE'
             MOVE 'COMISION NO COBRADA' TO WK-AUD-EVENTO
             MOVE WK-TAR-CODIGO TO WK-AUD-RESULTADO
             PERFORM GRABAR-AUDITORIA
         ELSE
             MOVE WK-NUEVO-SALDO TO SALDO-I
             REWRITE REGISTRO-IN
             OPEN EXTEND FICHERO-MOV
             MOVE NUMERO-I TO MOV-NUMERO-CUENTA
             MOVE 'COMISION' TO MOV-TIPO
             MOVE WK-COMISION TO MOV-IMPORTE
             MOVE SALDO-I TO MOV-SALDO
             MOVE WK-FECHA-NEGOCIO TO MOV-FECHA
             MOVE ZERO TO MOV-CUENTA-CONTRA
             MOVE P-OPERADOR TO MOV-OPERADOR
             MOVE ZERO TO MOV-TASA-CAMBIO
             CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
                 SUCURSAL-I
             WRITE REGISTRO-MOV
             CALL "GRABAR-MOVIMIENTO-IDX" USING REGISTRO-MOV
             CLOSE FICHERO-MOV
             MOVE ZERO TO WK-RECIBO-ORIGEN
             CALL "REGISTRO-COMISION" USING WK-FECHA-NEGOCIO
                 WK-NUMERO-CUENTA WK-TAR-CODIGO WK-COMISION
                 WK-RECIBO-ORIGEN WK-PRIMER-CHEQUE P-OPERADOR
             DISPLAY 'COMISION DEL TALONARIO COBRADA: ' WK-COMISION
         END-IF.
       SIGUIENTE-NUMERO-CHEQUE.
         MOVE ZERO TO WK-SECUENCIA-CHQ.
         OPEN INPUT FICHERO-CSQ.
                 MOVE ZERO TO MOV-CUENTA-CONTRA
                 MOVE P-OPERADOR TO MOV-OPERADOR
                 MOVE ZERO TO MOV-TASA-CAMBIO
                 CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
                     SUCURSAL-I
                 WRITE REGISTRO-MOV
                 CALL "GRABAR-MOVIMIENTO-IDX" USING REGISTRO-MOV
                 CLOSE FICHERO-MOV
