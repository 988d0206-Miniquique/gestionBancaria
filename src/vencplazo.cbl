               FILE STATUS IS WK-ESTADO-CTA.
           SELECT FICHERO-MOV ASSIGN TO '../data/MOVIMIENTOS.dat'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FICHERO-PRE ASSIGN TO '../data/PRESTAMOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-ID
               FILE STATUS IS WK-ESTADO-PRE.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-PLZ.
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
           FD FICHERO-PRE.
           01 REGISTRO-PRESTAMO.
           COPY "prestreg.cpy".
           WORKING-STORAGE SECTION.
           01 WK-FIN-FICHERO PIC X VALUE 'N'.
           01 WK-ESTADO-PLZ PIC XX VALUE '00'.
           01 WK-ESTADO-CTA PIC XX VALUE '00'.
           01 WK-ESTADO-PRE PIC XX VALUE '00'.
           01 WK-HAY-PRESTAMOS PIC X VALUE 'N'.
           01 WK-PIGNORADO PIC X VALUE 'N'.
           01 WK-MOTIVO-RENOVACION PIC X(30) VALUE SPACES.
           01 WK-FECHA-HOY PIC 9(8) VALUE ZERO.
           01 WK-INTERES PIC S9(7)V99 VALUE ZERO.
           01 WK-IMPORTE-ABONO PIC 9(7)V99 VALUE ZERO.
           01 WK-TOTAL-LIQUIDADOS PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-RENOVADOS PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-OMITIDOS PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-FORZADOS PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-ABONADO PIC 9(9)V99 VALUE ZERO.
           01 WK-AUD-EVENTO PIC X(20) VALUE SPACES.
           01 WK-AUD-RESULTADO PIC X(30) VALUE SPACES.
               CLOSE FICHERO-PLZ
           ELSE
             OPEN EXTEND FICHERO-MOV
             OPEN INPUT FICHERO-PRE
             MOVE 'N' TO WK-HAY-PRESTAMOS
             IF WK-ESTADO-PRE = '00'
                 MOVE 'S' TO WK-HAY-PRESTAMOS
             END-IF
             PERFORM UNTIL WK-FIN-FICHERO = 'S'
                 READ FICHERO-PLZ NEXT RECORD
                     AT END
                         END-IF
                 END-READ
             END-PERFORM
             IF WK-HAY-PRESTAMOS = 'S'
                 CLOSE FICHERO-PRE
             END-IF
             CLOSE FICHERO-MOV
             CLOSE FICHERO-CTA
             CLOSE FICHERO-PLZ
             DISPLAY 'PLAZOS VENCIDOS HOY: ' WK-TOTAL-REVISADOS
             DISPLAY 'LIQUIDADOS: ' WK-TOTAL-LIQUIDADOS
             DISPLAY 'RENOVADOS: ' WK-TOTAL-RENOVADOS
             DISPLAY 'RENOVADOS POR PRENDA: ' WK-TOTAL-FORZADOS
             DISPLAY 'OMITIDOS: ' WK-TOTAL-OMITIDOS
             DISPLAY 'IMPORTE ABONADO: ' WK-TOTAL-ABONADO
           END-IF
       PROCESAR-UN-PLAZO.
         COMPUTE WK-INTERES ROUNDED =
             PLZ-CAPITAL * PLZ-TASA-DIARIA * PLZ-PLAZO-DIAS.
         MOVE 'RENOVACION AUTOMATICA' TO WK-MOTIVO-RENOVACION.
         IF PLAZO-RENUEVA
             PERFORM RENOVAR-PLAZO
         ELSE
             PERFORM COMPROBAR-PRENDA
             IF WK-PIGNORADO = 'S'
                 MOVE 'RENOVACION FORZADA POR PRENDA'
                     TO WK-MOTIVO-RENOVACION
                 ADD 1 TO WK-TOTAL-FORZADOS
                 PERFORM RENOVAR-PLAZO
             ELSE
                 PERFORM LIQUIDAR-PLAZO
             END-IF
         END-IF.
      * UN PLAZO PIGNORADO A UN PRESTAMO VIGENTE NO SE ABONA: SE
      * RENUEVA AUNQUE EL CLIENTE HAYA PEDIDO EL ABONO, PARA QUE LA
      * GARANTIA SIGA CUBRIENDO EL PRESTAMO.
       COMPROBAR-PRENDA.
         MOVE 'N' TO WK-PIGNORADO.
         IF PLZ-PRESTAMO NOT = ZERO AND WK-HAY-PRESTAMOS = 'S'
             MOVE PLZ-PRESTAMO TO PRE-ID
             READ FICHERO-PRE
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     IF PRESTAMO-VIGENTE
                         MOVE 'S' TO WK-PIGNORADO
                     END-IF
             END-READ
         END-IF.
      * EN LA RENOVACION EL DINERO NO SE MUEVE DE LA CUENTA: EL
      * INTERES SE CAPITALIZA Y ARRANCA UN PLAZO NUEVO POR LOS
         DISPLAY 'PLAZO ' PLZ-ID ' RENOVADO, NUEVO CAPITAL: '
             PLZ-CAPITAL.
         MOVE 'PLAZO RENOVADO' TO WK-AUD-EVENTO.
         MOVE WK-MOTIVO-RENOVACION TO WK-AUD-RESULTADO.
         CALL "REGISTRO-AUDITORIA" USING WK-AUD-EVENTO
             PLZ-CUENTA WK-AUD-RESULTADO WK-AUD-OPERADOR.
       LIQUIDAR-PLAZO.
                     MOVE ZERO TO MOV-CUENTA-CONTRA
                     MOVE ZERO TO MOV-OPERADOR
                     MOVE ZERO TO MOV-TASA-CAMBIO
                     CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
                         SUCURSAL-CTA
                     WRITE REGISTRO-MOV
                     CALL "GRABAR-MOVIMIENTO-IDX" USING REGISTRO-MOV
                     MOVE 'L' TO PLZ-ESTADO
