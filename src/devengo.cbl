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
           01 WK-TASA-INTERES-DIARIA PIC 9V9(4) VALUE .0001.
           01 WK-ESTADO-TAS PIC XX.
           01 WK-FIN-TASAS PIC X VALUE 'N'.
           01 WK-TASAS-CARGADAS PIC 9(2) VALUE ZERO.
           01 WK-IDX-TASA PIC 9(2) VALUE ZERO.
           01 WK-TASA-APLICADA PIC 9V9(6) VALUE ZERO.
           01 TABLA-TASAS.
               05 TAS-TRAMO OCCURS 50 TIMES.
                   10 TAS-ESCALA-TRAMO PIC X(4).
                   10 TAS-DESDE PIC 9(7)V99.
                   10 TAS-HASTA PIC 9(7)V99.
                   10 TAS-TASA PIC 9V9(6).
      * FECHA DE EFECTO VIGENTE DE CADA ESCALA DE TASAS.dat: CADA
      * ESCALA TIENE SU PROPIO JUEGO DE TRAMOS VIGENTE.
           01 WK-ESCALAS-CARGADAS PIC 9(2) VALUE ZERO.
           01 WK-IDX-ESC PIC 9(2) VALUE ZERO.
           01 WK-ESC-HALLADA PIC X VALUE 'N'.
           01 TABLA-ESCALAS.
               05 ESC-ENTRADA OCCURS 20 TIMES.
                   10 ESC-CODIGO PIC X(4).
                   10 ESC-FECHA PIC 9(8).
           01 WK-ESCALA-BUSCADA PIC X(4) VALUE SPACES.
           01 WK-TRAMO-HALLADO PIC X VALUE 'N'.
           01 WK-PRODUCTO-HALLADO PIC X VALUE 'N'.
           01 PRODUCTO-CUENTA.
           COPY "prodreg.cpy".
           01 WK-INTERES PIC S9(7)V99 VALUE ZERO.
           01 WK-ESTADO-RET PIC XX.
           01 WK-ESTADO-RTN PIC XX.
                              MOVE 'S' TO WK-FIN-FICHERO
                          NOT AT END
                             ADD 1 TO WK-TOTAL-CUENTAS
                             PERFORM LEER-PRODUCTO-CUENTA
                             IF PRD-CON-INTERES AND ESTADO-CTA NOT = 'C'
                                 PERFORM ACREDITAR-INTERES
                             END-IF
                             PERFORM GRABAR-PUNTO-REINICIO
                 CLOSE FICHERO-CTA
             END-IF
         END-IF.
      * QUE UNA CUENTA DEVENGUE Y CON QUE ESCALA LO DICE SU PRODUCTO.
      * LAS CUENTAS SIN PRODUCTO SIGUEN LA REGLA DE SIEMPRE: DEVENGA
      * EL AHORRO, CON LA ESCALA GENERAL.
       LEER-PRODUCTO-CUENTA.
         CALL "LEER-PRODUCTO" USING PRODUCTO-CTA TIPO-CUENTA-CTA
             PRODUCTO-CUENTA WK-PRODUCTO-HALLADO.
       CARGAR-TASAS.
         MOVE ZERO TO WK-ESCALAS-CARGADAS.
         MOVE ZERO TO WK-TASAS-CARGADAS.
         MOVE 'N' TO WK-FIN-TASAS.
         OPEN INPUT FICHERO-TAS.
                         MOVE 'S' TO WK-FIN-TASAS
                     NOT AT END
                         IF TAS-FECHA-EFECTO NOT > WK-FECHA-HOY
                             PERFORM ANOTAR-FECHA-ESCALA
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE FICHERO-TAS
         END-IF.
         IF WK-ESCALAS-CARGADAS NOT = ZERO
             MOVE 'N' TO WK-FIN-TASAS
             OPEN INPUT FICHERO-TAS
             PERFORM UNTIL WK-FIN-TASAS = 'S'
                     AT END
                         MOVE 'S' TO WK-FIN-TASAS
                     NOT AT END
                         PERFORM BUSCAR-ESCALA
                         IF WK-ESC-HALLADA = 'S'
                             AND TAS-FECHA-EFECTO =
                                 ESC-FECHA (WK-IDX-ESC)
                             AND WK-TASAS-CARGADAS < 50
                             ADD 1 TO WK-TASAS-CARGADAS
                             MOVE TAS-ESCALA TO
                                 TAS-ESCALA-TRAMO (WK-TASAS-CARGADAS)
                             MOVE TAS-SALDO-DESDE TO
                                 TAS-DESDE (WK-TASAS-CARGADAS)
                             MOVE TAS-SALDO-HASTA TO
                 END-READ
             END-PERFORM
             CLOSE FICHERO-TAS
             PERFORM MOSTRAR-ESCALA
                 VARYING WK-IDX-ESC FROM 1 BY 1
                 UNTIL WK-IDX-ESC > WK-ESCALAS-CARGADAS
             DISPLAY 'TRAMOS CARGADOS: ' WK-TASAS-CARGADAS
         ELSE
             DISPLAY 'SIN TABLA DE TASAS, SE APLICA LA TASA UNICA'
         END-IF.
       MOSTRAR-ESCALA.
         IF ESC-CODIGO (WK-IDX-ESC) = SPACES
             DISPLAY 'ESCALA GENERAL VIGENTE DESDE '
                 ESC-FECHA (WK-IDX-ESC)
         ELSE
             DISPLAY 'ESCALA ' ESC-CODIGO (WK-IDX-ESC)
                 ' VIGENTE DESDE ' ESC-FECHA (WK-IDX-ESC)
         END-IF.
       BUSCAR-ESCALA.
         MOVE 'N' TO WK-ESC-HALLADA.
         MOVE 1 TO WK-IDX-ESC.
         PERFORM UNTIL WK-ESC-HALLADA = 'S'
             OR WK-IDX-ESC > WK-ESCALAS-CARGADAS
             IF ESC-CODIGO (WK-IDX-ESC) = TAS-ESCALA
                 MOVE 'S' TO WK-ESC-HALLADA
             ELSE
                 ADD 1 TO WK-IDX-ESC
             END-IF
         END-PERFORM.
       ANOTAR-FECHA-ESCALA.
         PERFORM BUSCAR-ESCALA.
         IF WK-ESC-HALLADA = 'S'
             IF TAS-FECHA-EFECTO > ESC-FECHA (WK-IDX-ESC)
                 MOVE TAS-FECHA-EFECTO TO ESC-FECHA (WK-IDX-ESC)
             END-IF
         ELSE
             IF WK-ESCALAS-CARGADAS < 20
                 ADD 1 TO WK-ESCALAS-CARGADAS
                 MOVE TAS-ESCALA TO ESC-CODIGO (WK-ESCALAS-CARGADAS)
                 MOVE TAS-FECHA-EFECTO
                     TO ESC-FECHA (WK-ESCALAS-CARGADAS)
             END-IF
         END-IF.
      * SE BUSCA EL TRAMO EN LA ESCALA DEL PRODUCTO; SI ESA ESCALA
      * NO TIENE TRAMOS VIGENTES SE USA LA GENERAL, Y SIN NINGUNA
      * TABLA LA TASA UNICA.
       BUSCAR-TASA.
         MOVE WK-TASA-INTERES-DIARIA TO WK-TASA-APLICADA.
         MOVE 'N' TO WK-TRAMO-HALLADO.
         IF WK-TASAS-CARGADAS NOT = ZERO
             MOVE PRD-ESCALA-TASA TO WK-ESCALA-BUSCADA
             PERFORM REVISAR-TRAMO
                 VARYING WK-IDX-TASA FROM 1 BY 1
                 UNTIL WK-IDX-TASA > WK-TASAS-CARGADAS
             IF WK-TRAMO-HALLADO = 'N'
                 AND WK-ESCALA-BUSCADA NOT = SPACES
                 MOVE SPACES TO WK-ESCALA-BUSCADA
                 PERFORM REVISAR-TRAMO
                     VARYING WK-IDX-TASA FROM 1 BY 1
                     UNTIL WK-IDX-TASA > WK-TASAS-CARGADAS
             END-IF
         END-IF.
       REVISAR-TRAMO.
         IF TAS-ESCALA-TRAMO (WK-IDX-TASA) = WK-ESCALA-BUSCADA
             AND SALDO-CTA NOT < TAS-DESDE (WK-IDX-TASA)
             AND (TAS-HASTA (WK-IDX-TASA) = ZERO
                 OR SALDO-CTA NOT > TAS-HASTA (WK-IDX-TASA))
             MOVE TAS-TASA (WK-IDX-TASA) TO WK-TASA-APLICADA
             MOVE 'S' TO WK-TRAMO-HALLADO
         END-IF.
      * EL INTERES SE DEVENGA EN BRUTO PERO SE ABONA EN NETO: LA
      * RETENCION FISCAL VIGENTE SE DESCUENTA ANTES DE TOCAR EL
             MOVE ZERO TO MOV-CUENTA-CONTRA
             MOVE ZERO TO MOV-OPERADOR
             MOVE ZERO TO MOV-TASA-CAMBIO
             CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
                 SUCURSAL-CTA
             WRITE REGISTRO-MOV
             CALL "GRABAR-MOVIMIENTO-IDX"
                 USING REGISTRO-MOV
                      AT END
                          MOVE 'S' TO WK-FIN-FICHERO
                      NOT AT END
                         PERFORM LEER-PRODUCTO-CUENTA
                         IF PRD-CON-INTERES AND ESTADO-CTA NOT = 'C'
                             ADD SALDO-CTA TO WK-SALDO-FINAL-TOTAL
                         END-IF
                  END-READ
