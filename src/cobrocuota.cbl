               ORGANIZATION IS SEQUENTIAL.
           SELECT FICHERO-REP ASSIGN TO '../data/PRESTAMOS_MORA.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FICHERO-PLZ ASSIGN TO '../data/PLAZOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLZ-ID
               FILE STATUS IS WK-ESTADO-PLZ.
           SELECT FICHERO-GAR ASSIGN TO '../data/GARANTIA.par'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-GAR.
           SELECT FICHERO-PEN ASSIGN TO '../data/PLAZOPEN.par'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-PEN.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-CUO.
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
           FD FICHERO-REP.
           01 LINEA-REP PIC X(80).
           FD FICHERO-PLZ.
           01 REGISTRO-PLAZO.
           COPY "plazoreg.cpy".
           FD FICHERO-GAR.
           01 LINEA-GAR PIC 9(3).
           FD FICHERO-PEN.
           01 LINEA-PEN PIC 9V9(6).
           WORKING-STORAGE SECTION.
           01 WK-FIN-FICHERO PIC X VALUE 'N'.
           01 WK-ESTADO-CUO PIC XX VALUE '00'.
           01 WK-AUD-EVENTO PIC X(20) VALUE SPACES.
           01 WK-AUD-RESULTADO PIC X(30) VALUE SPACES.
           01 WK-AUD-OPERADOR PIC 9(4) VALUE ZERO.
      * EJECUCION DE LA GARANTIA: SI UNA CUOTA DE UN PRESTAMO CON
      * PLAZO FIJO PIGNORADO LLEVA MAS DE WK-DIAS-EJECUCION DIAS
      * VENCIDA (GARANTIA.par) Y EL CARGO SIGUE SIN ENTRAR POR
      * SALDO, EL PLAZO SE CANCELA COMO UNA CANCELACION ANTICIPADA
      * (TASA PENALIZADA DE PLAZOPEN.par), SE ABONA EN LA CUENTA DEL
      * PRESTAMO CON UN MOVIMIENTO PF-EJEC Y SE REINTENTA EL CARGO.
      * LO QUE SOBRE QUEDA EN LA CUENTA PARA LAS CUOTAS SIGUIENTES.
           01 WK-ESTADO-PLZ PIC XX VALUE '00'.
           01 WK-HAY-PLAZOS PIC X VALUE 'N'.
           01 WK-ESTADO-GAR PIC XX.
           01 WK-ESTADO-PEN PIC XX.
           01 WK-DIAS-EJECUCION PIC 9(3) VALUE 90.
           01 WK-TASA-PENALIZADA PIC 9V9(6) VALUE .000050.
           01 WK-DIAS-TRANSCURRIDOS PIC 9(4) VALUE ZERO.
           01 WK-LIMITE-DIAS PIC 9(4) VALUE ZERO.
           01 WK-INTERES-PLAZO PIC 9(7)V99 VALUE ZERO.
           01 WK-IMPORTE-GARANTIA PIC 9(7)V99 VALUE ZERO.
           01 WK-GARANTIA-EJECUTADA PIC X VALUE 'N'.
           01 WK-TOTAL-EJECUTADAS PIC 9(6) VALUE ZERO.
           01 WK-FECHA-CALCULO PIC 9(8) VALUE ZERO.
           01 WK-FECHA-CAL-DET REDEFINES WK-FECHA-CALCULO.
               05 WK-ANO-CAL PIC 9(4).
               05 WK-MES-CAL PIC 9(2).
               05 WK-DIA-CAL PIC 9(2).
           01 WK-ULTIMO-DIA PIC 9(2) VALUE ZERO.
           01 WK-COCIENTE PIC 9(6) VALUE ZERO.
           01 WK-RESTO PIC 9(6) VALUE ZERO.
           01 LINEA-DETALLE.
               05 FILLER PIC X(10) VALUE 'PRESTAMO: '.
               05 LD-PRESTAMO PIC 9(6).
               05 LT-EN-MORA PIC Z(5)9.
       PROCEDURE DIVISION.
           CALL "FECHA-NEGOCIO" USING WK-FECHA-HOY.
           PERFORM LEER-PARAMETROS-GARANTIA.
           PERFORM COBRAR-CUOTAS.
        GOBACK.
       COBRAR-CUOTAS.
             ELSE
               OPEN EXTEND FICHERO-MOV
               OPEN OUTPUT FICHERO-REP
               OPEN I-O FICHERO-PLZ
               MOVE 'N' TO WK-HAY-PLAZOS
               IF WK-ESTADO-PLZ = '00'
                   MOVE 'S' TO WK-HAY-PLAZOS
               END-IF
               PERFORM UNTIL WK-FIN-FICHERO = 'S'
                   READ FICHERO-CUO NEXT RECORD
                       AT END
               MOVE WK-TOTAL-EN-MORA TO LT-EN-MORA
               MOVE LINEA-TOTALES TO LINEA-REP
               WRITE LINEA-REP
               IF WK-HAY-PLAZOS = 'S'
                   CLOSE FICHERO-PLZ
               END-IF
               CLOSE FICHERO-REP
               CLOSE FICHERO-MOV
               CLOSE FICHERO-CTA
               DISPLAY 'CUOTAS DEBIDAS HOY: ' WK-TOTAL-DEBIDAS
               DISPLAY 'COBRADAS: ' WK-TOTAL-COBRADAS
               DISPLAY 'EN MORA: ' WK-TOTAL-EN-MORA
               DISPLAY 'GARANTIAS EJECUTADAS: ' WK-TOTAL-EJECUTADAS
               DISPLAY 'IMPORTE COBRADO: ' WK-IMPORTE-COBRADO
               DISPLAY 'MOROSOS EN ../data/PRESTAMOS_MORA.txt'
             END-IF
                 MOVE 'PRESTAMO NO EXISTE' TO WK-MOTIVO-MORA
             NOT INVALID KEY
                 PERFORM INTENTAR-CARGO
                 IF WK-MOTIVO-MORA = 'SALDO INSUFICIENTE'
                     AND PRE-PLAZO-GARANTIA NOT = ZERO
                     AND PRESTAMO-VIGENTE
                     AND WK-HAY-PLAZOS = 'S'
                     PERFORM COMPROBAR-EJECUCION
                 END-IF
         END-READ.
         IF WK-MOTIVO-MORA = SPACES
             PERFORM MARCAR-CUOTA-PAGADA
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
       COMPROBAR-EJECUCION.
         MOVE CUO-FECHA-VENCIMIENTO TO WK-FECHA-CALCULO.
         COMPUTE WK-LIMITE-DIAS = WK-DIAS-EJECUCION + 1.
         PERFORM CONTAR-DIAS-TRANSCURRIDOS.
         IF WK-DIAS-TRANSCURRIDOS > WK-DIAS-EJECUCION
             PERFORM EJECUTAR-GARANTIA
             IF WK-GARANTIA-EJECUTADA = 'S'
                 MOVE SPACES TO WK-MOTIVO-MORA
                 PERFORM INTENTAR-CARGO
             END-IF
         END-IF.
      * LA CUENTA DEL PRESTAMO YA ESTA LEIDA (INTENTAR-CARGO LA DEJO
      * EN EL REGISTRO) Y ACTIVA, PORQUE EL CARGO SOLO FALLO POR
      * SALDO. EL PLAZO TIENE QUE SEGUIR VIGENTE Y PIGNORADO A ESTE
      * PRESTAMO.
       EJECUTAR-GARANTIA.
         MOVE 'N' TO WK-GARANTIA-EJECUTADA.
         MOVE PRE-PLAZO-GARANTIA TO PLZ-ID.
         READ FICHERO-PLZ
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 IF PLAZO-VIGENTE AND PLZ-PRESTAMO = PRE-ID
                     PERFORM ABONAR-GARANTIA
                 END-IF
         END-READ.
       ABONAR-GARANTIA.
         MOVE PLZ-FECHA-INICIO TO WK-FECHA-CALCULO.
         MOVE 9999 TO WK-LIMITE-DIAS.
         PERFORM CONTAR-DIAS-TRANSCURRIDOS.
         COMPUTE WK-INTERES-PLAZO ROUNDED =
             PLZ-CAPITAL * WK-TASA-PENALIZADA
             * WK-DIAS-TRANSCURRIDOS.
         COMPUTE WK-IMPORTE-GARANTIA =
             PLZ-CAPITAL + WK-INTERES-PLAZO.
         ADD WK-IMPORTE-GARANTIA TO SALDO-CTA.
         REWRITE REGISTRO-CTA.
         MOVE NUMERO-CTA TO MOV-NUMERO-CUENTA.
         MOVE 'PF-EJEC' TO MOV-TIPO.
         MOVE WK-IMPORTE-GARANTIA TO MOV-IMPORTE.
         MOVE SALDO-CTA TO MOV-SALDO.
         MOVE WK-FECHA-HOY TO MOV-FECHA.
         MOVE ZERO TO MOV-CUENTA-CONTRA.
         MOVE ZERO TO MOV-OPERADOR.
         MOVE ZERO TO MOV-TASA-CAMBIO.
         CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
             SUCURSAL-CTA.
         WRITE REGISTRO-MOV.
         CALL "GRABAR-MOVIMIENTO-IDX" USING REGISTRO-MOV.
         MOVE 'C' TO PLZ-ESTADO.
         REWRITE REGISTRO-PLAZO.
         MOVE 'S' TO WK-GARANTIA-EJECUTADA.
         ADD 1 TO WK-TOTAL-EJECUTADAS.
         DISPLAY 'PRESTAMO ' PRE-ID ': EJECUTADO EL PLAZO '
             PLZ-ID ' POR ' WK-IMPORTE-GARANTIA.
         MOVE 'GARANTIA EJECUTADA' TO WK-AUD-EVENTO.
         MOVE 'PLAZO FIJO PIGNORADO' TO WK-AUD-RESULTADO.
         CALL "REGISTRO-AUDITORIA" USING WK-AUD-EVENTO
             PRE-CUENTA WK-AUD-RESULTADO WK-AUD-OPERADOR.
       LEER-PARAMETROS-GARANTIA.
         OPEN INPUT FICHERO-GAR.
         IF WK-ESTADO-GAR = '00'
             READ FICHERO-GAR
                 AT END
                     CONTINUE
                 NOT AT END
                     IF LINEA-GAR NUMERIC
                         MOVE LINEA-GAR TO WK-DIAS-EJECUCION
                     END-IF
             END-READ
             CLOSE FICHERO-GAR
         END-IF.
         OPEN INPUT FICHERO-PEN.
         IF WK-ESTADO-PEN = '00'
             READ FICHERO-PEN
                 AT END
                     CONTINUE
                 NOT AT END
                     IF LINEA-PEN NUMERIC
                         MOVE LINEA-PEN TO WK-TASA-PENALIZADA
                     END-IF
             END-READ
             CLOSE FICHERO-PEN
         END-IF.
       CONTAR-DIAS-TRANSCURRIDOS.
         MOVE ZERO TO WK-DIAS-TRANSCURRIDOS.
         PERFORM UNTIL WK-FECHA-CALCULO NOT < WK-FECHA-HOY
             OR WK-DIAS-TRANSCURRIDOS = WK-LIMITE-DIAS
             PERFORM AVANZAR-UN-DIA
             ADD 1 TO WK-DIAS-TRANSCURRIDOS
         END-PERFORM.
       AVANZAR-UN-DIA.
         PERFORM CALCULAR-ULTIMO-DIA.
         IF WK-DIA-CAL < WK-ULTIMO-DIA
             ADD 1 TO WK-DIA-CAL
         ELSE
             MOVE 1 TO WK-DIA-CAL
             IF WK-MES-CAL < 12
                 ADD 1 TO WK-MES-CAL
             ELSE
                 MOVE 1 TO WK-MES-CAL
                 ADD 1 TO WK-ANO-CAL
             END-IF
         END-IF.
       CALCULAR-ULTIMO-DIA.
         EVALUATE WK-MES-CAL
             WHEN 1 MOVE 31 TO WK-ULTIMO-DIA
             WHEN 2 PERFORM CALCULAR-FEBRERO
             WHEN 3 MOVE 31 TO WK-ULTIMO-DIA
             WHEN 4 MOVE 30 TO WK-ULTIMO-DIA
             WHEN 5 MOVE 31 TO WK-ULTIMO-DIA
             WHEN 6 MOVE 30 TO WK-ULTIMO-DIA
             WHEN 7 MOVE 31 TO WK-ULTIMO-DIA
             WHEN 8 MOVE 31 TO WK-ULTIMO-DIA
             WHEN 9 MOVE 30 TO WK-ULTIMO-DIA
             WHEN 10 MOVE 31 TO WK-ULTIMO-DIA
             WHEN 11 MOVE 30 TO WK-ULTIMO-DIA
             WHEN OTHER MOVE 31 TO WK-ULTIMO-DIA
         END-EVALUATE.
       CALCULAR-FEBRERO.
         MOVE 28 TO WK-ULTIMO-DIA.
         DIVIDE WK-ANO-CAL BY 4 GIVING WK-COCIENTE
             REMAINDER WK-RESTO.
         IF WK-RESTO = ZERO
             MOVE 29 TO WK-ULTIMO-DIA
             DIVIDE WK-ANO-CAL BY 100 GIVING WK-COCIENTE
                 REMAINDER WK-RESTO
             IF WK-RESTO = ZERO
                 MOVE 28 TO WK-ULTIMO-DIA
                 DIVIDE WK-ANO-CAL BY 400 GIVING WK-COCIENTE
                     REMAINDER WK-RESTO
                 IF WK-RESTO = ZERO
                     MOVE 29 TO WK-ULTIMO-DIA
                 END-IF
             END-IF
         END-IF.
       MARCAR-CUOTA-PAGADA.
         MOVE 'G' TO CUO-ESTADO.
         MOVE WK-FECHA-HOY TO CUO-FECHA-PAGO.
