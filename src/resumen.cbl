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
           FD FICHERO-IDX.
           01 REGISTRO-IDX.
           COPY "movidx.cpy".
                   10 TMO-MONEDA PIC X(3).
                   10 TMO-CUENTAS PIC 9(6).
                   10 TMO-SALDO PIC S9(11)V99.
           01 WK-SUCURSAL-BUSCADA PIC 9(3) VALUE ZERO.
           01 WK-SUC-ENCONTRADA PIC X VALUE 'N'.
           01 WK-IDX-SUC PIC 9(2) VALUE ZERO.
           01 WK-SUC-HALLADA PIC 9(2) VALUE ZERO.
           01 WK-TOTAL-SUCURSALES PIC 9(2) VALUE ZERO.
           01 TABLA-SUCURSALES.
               05 TSU-ENTRADA OCCURS 20 TIMES.
                   10 TSU-SUCURSAL PIC 9(3).
                   10 TSU-CUENTAS PIC 9(6).
                   10 TSU-SALDO PIC S9(11)V99.
                   10 TSU-DEPOSITOS PIC 9(11)V99.
                   10 TSU-RETIROS PIC 9(11)V99.
                   10 TSU-INTERSUCURSAL PIC 9(6).
                   10 TSU-CAJAS PIC 9(4).
                   10 TSU-EFECTIVO PIC S9(11)V99.
       PROCEDURE DIVISION.
       CALL "FECHA-NEGOCIO" USING WK-FECHA-HOY.
       PERFORM RESUMIR-CUENTAS.
                           ADD 1 TO WK-TOTAL-CUENTAS
                           ADD SALDO-CTA TO WK-TOTAL-SALDOS
                           PERFORM ACUMULAR-MONEDA
                           MOVE SUCURSAL-CTA TO WK-SUCURSAL-BUSCADA
                           PERFORM UBICAR-SUCURSAL
                           IF WK-SUC-HALLADA NOT = ZERO
                               ADD 1 TO TSU-CUENTAS (WK-SUC-HALLADA)
                               ADD SALDO-CTA
                                   TO TSU-SALDO (WK-SUC-HALLADA)
                           END-IF
                           IF SALDO-CTA < ZERO
                               ADD 1 TO WK-TOTAL-DESCUBIERTAS
                               ADD SALDO-CTA TO WK-TOTAL-EXPUESTO
                         IF IDX-FECHA NOT = WK-FECHA-HOY
                             MOVE 'S' TO WK-FIN-FICHERO
                         ELSE
                             PERFORM ACUMULAR-MOV-SUCURSAL
                             EVALUATE IDX-TIPO
                                 WHEN 'DEPOSITO'
                                     ADD IDX-IMPORTE
             WK-TOTAL-EXPUESTO.
         PERFORM MOSTRAR-MONEDAS.
         PERFORM RESUMIR-CAJAS.
         PERFORM MOSTRAR-SUCURSALES.
         DISPLAY 'PRESIONE ENTER PARA CONTINUAR...'.
         ACCEPT WK-PAUSA.
      * LOS SALDOS SE DESGLOSAN POR MONEDA DE LA CUENTA: CADA SALDO
         ADD 1 TO WK-TOTAL-CAJAS.
         COMPUTE WK-ESPERADO-CAJA = CAJ-FONDO-INICIAL
             + CAJ-ENTRADAS - CAJ-SALIDAS.
         MOVE CAJ-SUCURSAL TO WK-SUCURSAL-BUSCADA.
         PERFORM UBICAR-SUCURSAL.
         IF WK-SUC-HALLADA NOT = ZERO
             ADD 1 TO TSU-CAJAS (WK-SUC-HALLADA)
             ADD WK-ESPERADO-CAJA TO TSU-EFECTIVO (WK-SUC-HALLADA)
         END-IF.
         DISPLAY 'OPERADOR ' CAJ-OPERADOR
             ' ESTADO ' CAJ-ESTADO
             ' FONDO: ' CAJ-FONDO-INICIAL
             DISPLAY '   CONTADO: ' CAJ-CONTADO
                 ' DIFERENCIA: ' CAJ-DIFERENCIA
         END-IF.
      * LOS MOVIMIENTOS SE ASIGNAN A LA SUCURSAL DUENA DE LA CUENTA;
      * LOS QUE PROCESO OTRA SUCURSAL SE CUENTAN APARTE COMO
      * INTERSUCURSAL Y SE LIQUIDAN EN LIQUIDACION-SUCURSALES.
       ACUMULAR-MOV-SUCURSAL.
         MOVE IDX-SUCURSAL TO WK-SUCURSAL-BUSCADA.
         PERFORM UBICAR-SUCURSAL.
         IF WK-SUC-HALLADA NOT = ZERO
             IF IDX-TIPO = 'DEPOSITO'
                 ADD IDX-IMPORTE TO TSU-DEPOSITOS (WK-SUC-HALLADA)
             END-IF
             IF IDX-TIPO = 'RETIRO'
                 ADD IDX-IMPORTE TO TSU-RETIROS (WK-SUC-HALLADA)
             END-IF
             IF IDX-ES-INTERSUCURSAL
                 ADD 1 TO TSU-INTERSUCURSAL (WK-SUC-HALLADA)
             END-IF
         END-IF.
      * DEVUELVE EN WK-SUC-HALLADA LA ENTRADA DE LA SUCURSAL PEDIDA,
      * CREANDOLA SI ES NUEVA; CERO SI LA TABLA ESTA LLENA. LOS
      * REGISTROS SIN SUCURSAL CUENTAN COMO DE LA OFICINA 001.
       UBICAR-SUCURSAL.
         IF WK-SUCURSAL-BUSCADA NOT NUMERIC
             OR WK-SUCURSAL-BUSCADA = ZERO
             MOVE 1 TO WK-SUCURSAL-BUSCADA
         END-IF.
         MOVE ZERO TO WK-SUC-HALLADA.
         MOVE 'N' TO WK-SUC-ENCONTRADA.
         IF WK-TOTAL-SUCURSALES NOT = ZERO
             PERFORM BUSCAR-SUCURSAL-TABLA
                 VARYING WK-IDX-SUC FROM 1 BY 1
                 UNTIL WK-IDX-SUC > WK-TOTAL-SUCURSALES
                 OR WK-SUC-ENCONTRADA = 'S'
         END-IF.
         IF WK-SUC-ENCONTRADA = 'N' AND WK-TOTAL-SUCURSALES < 20
             ADD 1 TO WK-TOTAL-SUCURSALES
             MOVE WK-TOTAL-SUCURSALES TO WK-SUC-HALLADA
             MOVE WK-SUCURSAL-BUSCADA TO TSU-SUCURSAL (WK-SUC-HALLADA)
             MOVE ZERO TO TSU-CUENTAS (WK-SUC-HALLADA)
             MOVE ZERO TO TSU-SALDO (WK-SUC-HALLADA)
             MOVE ZERO TO TSU-DEPOSITOS (WK-SUC-HALLADA)
             MOVE ZERO TO TSU-RETIROS (WK-SUC-HALLADA)
             MOVE ZERO TO TSU-INTERSUCURSAL (WK-SUC-HALLADA)
             MOVE ZERO TO TSU-CAJAS (WK-SUC-HALLADA)
             MOVE ZERO TO TSU-EFECTIVO (WK-SUC-HALLADA)
         END-IF.
       BUSCAR-SUCURSAL-TABLA.
         IF TSU-SUCURSAL (WK-IDX-SUC) = WK-SUCURSAL-BUSCADA
             MOVE 'S' TO WK-SUC-ENCONTRADA
             MOVE WK-IDX-SUC TO WK-SUC-HALLADA
         END-IF.
       MOSTRAR-SUCURSALES.
         IF WK-TOTAL-SUCURSALES NOT = ZERO
             DISPLAY '--- TOTALES POR SUCURSAL ---'
             PERFORM MOSTRAR-UNA-SUCURSAL
                 VARYING WK-IDX-SUC FROM 1 BY 1
                 UNTIL WK-IDX-SUC > WK-TOTAL-SUCURSALES
         END-IF.
       MOSTRAR-UNA-SUCURSAL.
         DISPLAY 'SUCURSAL ' TSU-SUCURSAL (WK-IDX-SUC)
             ' CUENTAS: ' TSU-CUENTAS (WK-IDX-SUC)
             ' SALDO: ' TSU-SALDO (WK-IDX-SUC).
         DISPLAY '   DEPOSITOS: ' TSU-DEPOSITOS (WK-IDX-SUC)
             ' RETIROS: ' TSU-RETIROS (WK-IDX-SUC)
             ' INTERSUCURSAL: ' TSU-INTERSUCURSAL (WK-IDX-SUC).
         DISPLAY '   CAJAS: ' TSU-CAJAS (WK-IDX-SUC)
             ' EFECTIVO ESPERADO: ' TSU-EFECTIVO (WK-IDX-SUC).
       END PROGRAM RESUMEN-DIARIO.
