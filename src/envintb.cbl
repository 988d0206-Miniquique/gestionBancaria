           01 WK-AUD-EVENTO PIC X(20) VALUE SPACES.
           01 WK-AUD-RESULTADO PIC X(30) VALUE SPACES.
           01 WK-AUD-OPERADOR PIC 9(4) VALUE ZERO.
           01 WK-NOMBRE-COTEJO PIC X(50) VALUE SPACES.
           01 WK-COINCIDE PIC X VALUE 'N'.
           01 WK-SAN-REFERENCIA PIC X(10) VALUE SPACES.
           01 WK-SAN-NOMBRE PIC X(50) VALUE SPACES.
           01 WK-TOTAL-RETENIDAS PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
           CALL "FECHA-NEGOCIO" USING WK-FECHA-HOY.
           PERFORM FILTRAR-ORDENES.
           IF WK-TOTAL-RETENIDAS NOT = ZERO
               DISPLAY 'ORDENES RETENIDAS POR SANCIONES: '
                   WK-TOTAL-RETENIDAS
           END-IF.
           PERFORM RECOGER-BANCOS.
           IF WK-TOTAL-BANCOS = ZERO
               DISPLAY 'NO HAY ORDENES INTERBANCARIAS PENDIENTES'
               DISPLAY 'IMPORTE ENVIADO: ' WK-IMPORTE-ENVIADO
           END-IF.
        GOBACK.
      * NINGUNA ORDEN SALE SIN COTEJAR LA REFERENCIA DEL BENEFICIARIO
      * CON LA LISTA DE SANCIONES. UNA POSIBLE COINCIDENCIA QUEDA
      * RETENIDA PARA CUMPLIMIENTO; LAS QUE YA LIBERO CUMPLIMIENTO
      * NO SE VUELVEN A COTEJAR.
       FILTRAR-ORDENES.
         MOVE ZERO TO WK-TOTAL-RETENIDAS.
         MOVE 'N' TO WK-FIN-FICHERO.
         OPEN I-O FICHERO-INT.
         IF WK-ESTADO-INT = '00'
             PERFORM UNTIL WK-FIN-FICHERO = 'S'
                 READ FICHERO-INT NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-FICHERO
                     NOT AT END
                         IF INTERB-PENDIENTE
                             PERFORM COTEJAR-ORDEN
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE FICHERO-INT
         END-IF.
       COTEJAR-ORDEN.
         MOVE INT-REFERENCIA TO WK-NOMBRE-COTEJO.
         CALL "COTEJAR-SANCIONES" USING WK-NOMBRE-COTEJO WK-COINCIDE
             WK-SAN-REFERENCIA WK-SAN-NOMBRE.
         IF WK-COINCIDE = 'S'
             MOVE 'R' TO INT-ESTADO
             REWRITE REGISTRO-INTERB
             ADD 1 TO WK-TOTAL-RETENIDAS
             DISPLAY 'ORDEN ' INT-ID ' RETENIDA: ' INT-REFERENCIA
                 ' COINCIDE CON ' WK-SAN-REFERENCIA
             MOVE 'ORDEN RETENIDA' TO WK-AUD-EVENTO
             MOVE SPACES TO WK-AUD-RESULTADO
             STRING 'ORDEN ' DELIMITED BY SIZE
                    INT-ID DELIMITED BY SIZE
                    ' LISTA ' DELIMITED BY SIZE
                    WK-SAN-REFERENCIA DELIMITED BY SPACE
                 INTO WK-AUD-RESULTADO
             CALL "REGISTRO-AUDITORIA" USING WK-AUD-EVENTO
                 INT-CUENTA WK-AUD-RESULTADO WK-AUD-OPERADOR
         END-IF.
       RECOGER-BANCOS.
         MOVE ZERO TO WK-TOTAL-BANCOS.
         MOVE 'N' TO WK-FIN-FICHERO.
                     AT END
                         MOVE 'S' TO WK-FIN-FICHERO
                     NOT AT END
                         IF INTERB-PENDIENTE OR INTERB-LIBERADO
                             PERFORM ANOTAR-BANCO
                         END-IF
                 END-READ
                 AT END
                     MOVE 'S' TO WK-FIN-FICHERO
                 NOT AT END
                     IF (INTERB-PENDIENTE OR INTERB-LIBERADO)
                         AND INT-BANCO = WK-BANCO-ACTUAL
                         PERFORM ESCRIBIR-ORDEN
                     END-IF
