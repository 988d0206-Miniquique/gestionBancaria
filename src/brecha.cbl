       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRECHA-LIQUIDEZ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-CTA ASSIGN TO '../data/CUENTAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CTA
               ALTERNATE RECORD KEY IS CLIENTE-ID-CTA
                   WITH DUPLICATES
               FILE STATUS IS WK-ESTADO-CTA.
           SELECT FICHERO-PLZ ASSIGN TO '../data/PLAZOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLZ-ID
               FILE STATUS IS WK-ESTADO-PLZ.
           SELECT FICHERO-PRE ASSIGN TO '../data/PRESTAMOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-ID
               FILE STATUS IS WK-ESTADO-PRE.
           SELECT FICHERO-CUO ASSIGN TO '../data/CUOTAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-CLAVE
               FILE STATUS IS WK-ESTADO-CUO.
           SELECT FICHERO-PAR ASSIGN TO '../data/BRECHA.par'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-PAR.
           SELECT FICHERO-REP ASSIGN TO WK-NOMBRE-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-CTA.
           01 REGISTRO-CTA.
           COPY "cuentareg.cpy"
               REPLACING ==NUMERO== BY ==NUMERO-CTA==
                         ==CLIENTE-ID== BY ==CLIENTE-ID-CTA==
                         ==SALDO== BY ==SALDO-CTA==
                         ==TIPO-CUENTA== BY ==TIPO-CUENTA-CTA==
                         ==ES-AHORRO== BY ==ES-AHORRO-CTA==
                         ==ES-CORRIENTE== BY ==ES-CORRIENTE-CTA==
                         ==FECHA-APERTURA== BY ==FECHA-APERTURA-CTA==
                         ==ESTADO== BY ==ESTADO-CTA==
                         ==CUENTA-ACTIVA== BY ==CUENTA-ACTIVA-CTA==
                         ==CUENTA-CERRADA== BY ==CUENTA-CERRADA-CTA==
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
           FD FICHERO-PLZ.
           01 REGISTRO-PLAZO.
           COPY "plazoreg.cpy".
           FD FICHERO-PRE.
           01 REGISTRO-PRESTAMO.
           COPY "prestreg.cpy".
           FD FICHERO-CUO.
           01 REGISTRO-CUOTA.
           COPY "cuotareg.cpy".
           FD FICHERO-PAR.
      * REPARTO DE COMPORTAMIENTO DE LOS SALDOS A LA VISTA: UNA LINEA
      * POR TIPO DE CUENTA ('A' AHORRO, 'C' CORRIENTE) CON EL
      * PORCENTAJE DEL SALDO QUE SE ESPERA QUE SALGA EN CADA UNO DE
      * LOS SIETE TRAMOS. LOS SIETE PORCENTAJES DEBEN SUMAR 100.
           01 LINEA-PAR.
               05 PAR-TIPO PIC X(1).
               05 PAR-PORCENTAJE PIC 9(3) OCCURS 7 TIMES.
           FD FICHERO-REP.
           01 LINEA-REP PIC X(80).
           WORKING-STORAGE SECTION.
           01 WK-FIN-FICHERO PIC X VALUE 'N'.
           01 WK-ESTADO-CTA PIC XX VALUE '00'.
           01 WK-ESTADO-PLZ PIC XX VALUE '00'.
           01 WK-ESTADO-PRE PIC XX VALUE '00'.
           01 WK-ESTADO-CUO PIC XX VALUE '00'.
           01 WK-ESTADO-PAR PIC XX.
           01 WK-PLZ-ABIERTO PIC X VALUE 'N'.
           01 WK-PRE-ABIERTO PIC X VALUE 'N'.
           01 WK-CUO-ABIERTO PIC X VALUE 'N'.
           01 WK-FECHA-HOY PIC 9(8) VALUE ZERO.
           01 WK-NOMBRE-REPORTE PIC X(40) VALUE SPACES.
           01 WK-PAR-VALIDO PIC X VALUE 'N'.
           01 WK-SUMA-PORCENTAJES PIC 9(4) VALUE ZERO.
           01 WK-TRAMO PIC 9(1) VALUE ZERO.
           01 WK-IDX-TRAMO PIC 9(1) VALUE ZERO.
           01 WK-DIAS PIC 9(3) VALUE ZERO.
      * PORCENTAJES POR DEFECTO SI FALTA BRECHA.par O UNA DE SUS
      * LINEAS NO SUMA 100.
           01 TABLA-REPARTO.
               05 TRP-AHORRO PIC 9(3) OCCURS 7 TIMES.
               05 TRP-CORRIENTE PIC 9(3) OCCURS 7 TIMES.
           01 TABLA-REPARTO-DEFECTO.
               05 FILLER PIC X(21) VALUE '005005010010010020040'.
               05 FILLER PIC X(21) VALUE '020010015015010010020'.
      * LIMITE SUPERIOR DE CADA TRAMO COMO FECHA: HOY MAS 1, 7, 30,
      * 90, 180 Y 365 DIAS. LO QUE VENCE DESPUES VA AL SEPTIMO.
           01 TABLA-DIAS-TRAMO.
               05 FILLER PIC X(18) VALUE '001007030090180365'.
           01 TABLA-DIAS-TRAMO-DET REDEFINES TABLA-DIAS-TRAMO.
               05 TDT-DIAS PIC 9(3) OCCURS 6 TIMES.
           01 TABLA-LIMITES.
               05 TLI-FECHA PIC 9(8) OCCURS 6 TIMES.
           01 TABLA-NOMBRES-TRAMO.
               05 FILLER PIC X(14) VALUE 'A UN DIA'.
               05 FILLER PIC X(14) VALUE 'HASTA 7 DIAS'.
               05 FILLER PIC X(14) VALUE '8 A 30 DIAS'.
               05 FILLER PIC X(14) VALUE '31 A 90 DIAS'.
               05 FILLER PIC X(14) VALUE '91 A 180 DIAS'.
               05 FILLER PIC X(14) VALUE '181 A 365 DIAS'.
               05 FILLER PIC X(14) VALUE 'MAS DE UN ANO'.
           01 TABLA-NOMBRES-DET REDEFINES TABLA-NOMBRES-TRAMO.
               05 TNT-NOMBRE PIC X(14) OCCURS 7 TIMES.
      * UNA ENTRADA POR MONEDA CON LOS ACTIVOS Y PASIVOS DE CADA
      * TRAMO EN LA MONEDA ORIGINAL, SIN CONVERTIR.
           01 WK-MONEDA-BUSCADA PIC X(3) VALUE SPACES.
           01 WK-MON-ENCONTRADA PIC X VALUE 'N'.
           01 WK-IDX-MON PIC 9(2) VALUE ZERO.
           01 WK-IDX-HALLADO PIC 9(2) VALUE ZERO.
           01 WK-TOTAL-MONEDAS PIC 9(2) VALUE ZERO.
           01 TABLA-MONEDAS.
               05 TMO-ENTRADA OCCURS 20 TIMES.
                   10 TMO-MONEDA PIC X(3).
                   10 TMO-ACTIVO PIC S9(11)V99 OCCURS 7 TIMES.
                   10 TMO-PASIVO PIC S9(11)V99 OCCURS 7 TIMES.
           01 WK-FECHA-VENCE PIC 9(8) VALUE ZERO.
           01 WK-PARTE PIC S9(11)V99 VALUE ZERO.
           01 WK-REPARTIDO PIC S9(11)V99 VALUE ZERO.
           01 WK-BRECHA PIC S9(11)V99 VALUE ZERO.
           01 WK-BRECHA-ACUMULADA PIC S9(11)V99 VALUE ZERO.
           01 WK-PRESTAMO-ACTUAL PIC 9(6) VALUE ZERO.
           01 WK-MONEDA-PRESTAMO PIC X(3) VALUE SPACES.
           01 WK-TOTAL-CUENTAS PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-PLAZOS PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-CUOTAS PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-MORA PIC 9(6) VALUE ZERO.
           01 WK-FECHA-CALCULO PIC 9(8) VALUE ZERO.
           01 WK-FECHA-CAL-DET REDEFINES WK-FECHA-CALCULO.
               05 WK-ANO-CAL PIC 9(4).
               05 WK-MES-CAL PIC 9(2).
               05 WK-DIA-CAL PIC 9(2).
           01 WK-ULTIMO-DIA PIC 9(2) VALUE ZERO.
           01 WK-COCIENTE PIC 9(4) VALUE ZERO.
           01 WK-RESTO PIC 9(4) VALUE ZERO.
           01 LINEA-TITULO.
               05 FILLER PIC X(40) VALUE
                   'BRECHA DE LIQUIDEZ POR VENCIMIENTOS AL  '.
               05 LT-FECHA PIC 9(8).
           01 LINEA-MONEDA.
               05 FILLER PIC X(8) VALUE 'MONEDA: '.
               05 LM-MONEDA PIC X(3).
           01 LINEA-CABECERA.
               05 FILLER PIC X(15) VALUE 'TRAMO'.
               05 FILLER PIC X(16) VALUE '        ACTIVOS '.
               05 FILLER PIC X(16) VALUE '        PASIVOS '.
               05 FILLER PIC X(16) VALUE '         BRECHA '.
               05 FILLER PIC X(15) VALUE '      ACUMULADA'.
           01 LINEA-TRAMO.
               05 LTR-NOMBRE PIC X(14).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LTR-ACTIVO PIC Z(10)9.99-.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LTR-PASIVO PIC Z(10)9.99-.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LTR-BRECHA PIC Z(10)9.99-.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LTR-ACUMULADA PIC Z(10)9.99-.
           01 LINEA-CONTEO.
               05 LCO-CONCEPTO PIC X(40).
               05 LCO-CANTIDAD PIC Z(5)9.
      * BRECHA DE LIQUIDEZ PARA TESORERIA: REPARTE ACTIVOS Y PASIVOS
      * EN SIETE TRAMOS SEGUN LA FECHA EN QUE VENCEN, CONTANDO DESDE
      * LA FECHA DE NEGOCIO, Y MUESTRA POR MONEDA LA BRECHA (ACTIVO
      * MENOS PASIVO) DE CADA TRAMO Y LA ACUMULADA.
      * - PASIVO: EL CAPITAL DE LOS PLAZOS FIJOS VIGENTES EN SU FECHA
      *   DE VENCIMIENTO Y LOS SALDOS ACREEDORES DE LAS CUENTAS DE
      *   AHORRO Y CORRIENTES REPARTIDOS SEGUN BRECHA.par.
      * - ACTIVO: EL CAPITAL DE LAS CUOTAS PENDIENTES DE LOS
      *   PRESTAMOS EN SU FECHA DE VENCIMIENTO; UNA CUOTA PENDIENTE YA
      *   VENCIDA CUENTA A UN DIA. LAS CUOTAS EN MORA NO SE ESPERAN Y
      *   SOLO SE CUENTAN APARTE.
      * LA MONEDA DE UN PLAZO O DE UN PRESTAMO ES LA DE SU CUENTA.
      * SE LANZA DESDE EL MENU A PEDIDO Y DESDE EL CIERRE DEL ULTIMO
      * DIA HABIL DEL MES. SOLO LEE, ASI QUE NO USA EL BLOQUEO DE
      * MOVIMIENTOS NI NECESITA EL CIERRE.
       PROCEDURE DIVISION.
           CALL "FECHA-NEGOCIO" USING WK-FECHA-HOY.
           MOVE SPACES TO WK-NOMBRE-REPORTE.
           STRING '../data/BRECHA_LIQUIDEZ_' DELIMITED BY SIZE
                  WK-FECHA-HOY DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WK-NOMBRE-REPORTE.
           PERFORM LEER-PARAMETROS.
           PERFORM CALCULAR-LIMITES.
           MOVE ZERO TO WK-TOTAL-MONEDAS.
           MOVE ZERO TO WK-TOTAL-CUENTAS.
           MOVE ZERO TO WK-TOTAL-PLAZOS.
           MOVE ZERO TO WK-TOTAL-CUOTAS.
           MOVE ZERO TO WK-TOTAL-MORA.
           OPEN INPUT FICHERO-CTA.
           IF WK-ESTADO-CTA = '35'
               DISPLAY 'NO HAY CUENTAS REGISTRADAS TODAVIA'
           ELSE
               PERFORM REPARTIR-SALDOS
               PERFORM REPARTIR-PLAZOS
               PERFORM REPARTIR-CUOTAS
               CLOSE FICHERO-CTA
               PERFORM ESCRIBIR-REPORTE
           END-IF.
        GOBACK.
       LEER-PARAMETROS.
         MOVE TABLA-REPARTO-DEFECTO TO TABLA-REPARTO.
         MOVE 'N' TO WK-FIN-FICHERO.
         OPEN INPUT FICHERO-PAR.
         IF WK-ESTADO-PAR = '00'
             PERFORM UNTIL WK-FIN-FICHERO = 'S'
                 READ FICHERO-PAR
                     AT END
                         MOVE 'S' TO WK-FIN-FICHERO
                     NOT AT END
                         PERFORM VALIDAR-LINEA-PAR
                 END-READ
             END-PERFORM
             CLOSE FICHERO-PAR
         END-IF.
       VALIDAR-LINEA-PAR.
         MOVE 'S' TO WK-PAR-VALIDO.
         MOVE ZERO TO WK-SUMA-PORCENTAJES.
         PERFORM SUMAR-PORCENTAJE VARYING WK-IDX-TRAMO FROM 1 BY 1
             UNTIL WK-IDX-TRAMO > 7.
         IF WK-SUMA-PORCENTAJES NOT = 100
             MOVE 'N' TO WK-PAR-VALIDO
         END-IF.
         IF WK-PAR-VALIDO = 'N'
             DISPLAY 'LINEA DE BRECHA.par NO VALIDA, SE USA EL '
                 'REPARTO POR DEFECTO: ' LINEA-PAR
         ELSE
             EVALUATE PAR-TIPO
                 WHEN 'A'
                     PERFORM COPIAR-PORCENTAJE-AHORRO
                         VARYING WK-IDX-TRAMO FROM 1 BY 1
                         UNTIL WK-IDX-TRAMO > 7
                 WHEN 'C'
                     PERFORM COPIAR-PORCENTAJE-CORRIENTE
                         VARYING WK-IDX-TRAMO FROM 1 BY 1
                         UNTIL WK-IDX-TRAMO > 7
                 WHEN OTHER
                     DISPLAY 'TIPO DE CUENTA DESCONOCIDO EN '
                         'BRECHA.par: ' PAR-TIPO
             END-EVALUATE
         END-IF.
       SUMAR-PORCENTAJE.
         IF PAR-PORCENTAJE (WK-IDX-TRAMO) NUMERIC
             ADD PAR-PORCENTAJE (WK-IDX-TRAMO) TO WK-SUMA-PORCENTAJES
         ELSE
             MOVE 'N' TO WK-PAR-VALIDO
         END-IF.
       COPIAR-PORCENTAJE-AHORRO.
         MOVE PAR-PORCENTAJE (WK-IDX-TRAMO)
             TO TRP-AHORRO (WK-IDX-TRAMO).
       COPIAR-PORCENTAJE-CORRIENTE.
         MOVE PAR-PORCENTAJE (WK-IDX-TRAMO)
             TO TRP-CORRIENTE (WK-IDX-TRAMO).
       CALCULAR-LIMITES.
         MOVE WK-FECHA-HOY TO WK-FECHA-CALCULO.
         MOVE ZERO TO WK-DIAS.
         PERFORM CALCULAR-UN-LIMITE VARYING WK-IDX-TRAMO FROM 1 BY 1
             UNTIL WK-IDX-TRAMO > 6.
       CALCULAR-UN-LIMITE.
         PERFORM UNTIL WK-DIAS = TDT-DIAS (WK-IDX-TRAMO)
             PERFORM AVANZAR-UN-DIA
             ADD 1 TO WK-DIAS
         END-PERFORM.
         MOVE WK-FECHA-CALCULO TO TLI-FECHA (WK-IDX-TRAMO).
       UBICAR-TRAMO.
         MOVE 7 TO WK-TRAMO.
         PERFORM COMPROBAR-TRAMO VARYING WK-IDX-TRAMO FROM 6 BY -1
             UNTIL WK-IDX-TRAMO < 1.
       COMPROBAR-TRAMO.
         IF WK-FECHA-VENCE NOT > TLI-FECHA (WK-IDX-TRAMO)
             MOVE WK-IDX-TRAMO TO WK-TRAMO
         END-IF.
       UBICAR-MONEDA.
         IF WK-MONEDA-BUSCADA = SPACES
             MOVE 'EUR' TO WK-MONEDA-BUSCADA
         END-IF.
         MOVE 'N' TO WK-MON-ENCONTRADA.
         MOVE ZERO TO WK-IDX-HALLADO.
         PERFORM COMPROBAR-MONEDA VARYING WK-IDX-MON FROM 1 BY 1
             UNTIL WK-IDX-MON > WK-TOTAL-MONEDAS
             OR WK-MON-ENCONTRADA = 'S'.
         IF WK-MON-ENCONTRADA = 'N'
             IF WK-TOTAL-MONEDAS < 20
                 ADD 1 TO WK-TOTAL-MONEDAS
                 MOVE WK-TOTAL-MONEDAS TO WK-IDX-HALLADO
                 MOVE WK-MONEDA-BUSCADA
                     TO TMO-MONEDA (WK-IDX-HALLADO)
                 PERFORM INICIAR-TRAMO-MONEDA
                     VARYING WK-IDX-TRAMO FROM 1 BY 1
                     UNTIL WK-IDX-TRAMO > 7
             ELSE
                 DISPLAY 'AVISO: DEMASIADAS MONEDAS, AMPLIE LA TABLA'
             END-IF
         END-IF.
       COMPROBAR-MONEDA.
         IF TMO-MONEDA (WK-IDX-MON) = WK-MONEDA-BUSCADA
             MOVE 'S' TO WK-MON-ENCONTRADA
             MOVE WK-IDX-MON TO WK-IDX-HALLADO
         END-IF.
       INICIAR-TRAMO-MONEDA.
         MOVE ZERO TO TMO-ACTIVO (WK-IDX-HALLADO WK-IDX-TRAMO).
         MOVE ZERO TO TMO-PASIVO (WK-IDX-HALLADO WK-IDX-TRAMO).
      * SALDOS A LA VISTA: CADA TRAMO RECIBE SU PORCENTAJE DEL SALDO
      * Y EL ULTIMO LO QUE QUEDA, PARA QUE EL REPARTO CUADRE.
       REPARTIR-SALDOS.
         MOVE 'N' TO WK-FIN-FICHERO.
         PERFORM UNTIL WK-FIN-FICHERO = 'S'
             READ FICHERO-CTA NEXT RECORD
                 AT END
                     MOVE 'S' TO WK-FIN-FICHERO
                 NOT AT END
                     IF ESTADO-CTA NOT = 'C' AND SALDO-CTA > ZERO
                         PERFORM REPARTIR-UN-SALDO
                     END-IF
             END-READ
         END-PERFORM.
       REPARTIR-UN-SALDO.
         MOVE MONEDA-CTA TO WK-MONEDA-BUSCADA.
         PERFORM UBICAR-MONEDA.
         IF WK-IDX-HALLADO NOT = ZERO
             ADD 1 TO WK-TOTAL-CUENTAS
             MOVE ZERO TO WK-REPARTIDO
             PERFORM REPARTIR-UN-TRAMO VARYING WK-IDX-TRAMO FROM 1 BY 1
                 UNTIL WK-IDX-TRAMO > 6
             COMPUTE WK-PARTE = SALDO-CTA - WK-REPARTIDO
             ADD WK-PARTE TO TMO-PASIVO (WK-IDX-HALLADO 7)
         END-IF.
       REPARTIR-UN-TRAMO.
         IF ES-CORRIENTE-CTA
             COMPUTE WK-PARTE = SALDO-CTA
                 * TRP-CORRIENTE (WK-IDX-TRAMO) / 100
         ELSE
             COMPUTE WK-PARTE = SALDO-CTA
                 * TRP-AHORRO (WK-IDX-TRAMO) / 100
         END-IF.
         ADD WK-PARTE TO TMO-PASIVO (WK-IDX-HALLADO WK-IDX-TRAMO).
         ADD WK-PARTE TO WK-REPARTIDO.
       REPARTIR-PLAZOS.
         MOVE 'N' TO WK-FIN-FICHERO.
         OPEN INPUT FICHERO-PLZ.
         MOVE 'N' TO WK-PLZ-ABIERTO.
         IF WK-ESTADO-PLZ = '00'
             MOVE 'S' TO WK-PLZ-ABIERTO
         END-IF.
         IF WK-PLZ-ABIERTO = 'S'
             PERFORM UNTIL WK-FIN-FICHERO = 'S'
                 READ FICHERO-PLZ NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-FICHERO
                     NOT AT END
                         IF PLAZO-VIGENTE
                             PERFORM REPARTIR-UN-PLAZO
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE FICHERO-PLZ
             MOVE 'N' TO WK-PLZ-ABIERTO
         END-IF.
       REPARTIR-UN-PLAZO.
         MOVE 'EUR' TO WK-MONEDA-BUSCADA.
         MOVE PLZ-CUENTA TO NUMERO-CTA.
         READ FICHERO-CTA
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE MONEDA-CTA TO WK-MONEDA-BUSCADA
         END-READ.
         PERFORM UBICAR-MONEDA.
         IF WK-IDX-HALLADO NOT = ZERO
             ADD 1 TO WK-TOTAL-PLAZOS
             MOVE PLZ-FECHA-VENCIMIENTO TO WK-FECHA-VENCE
             PERFORM UBICAR-TRAMO
             ADD PLZ-CAPITAL
                 TO TMO-PASIVO (WK-IDX-HALLADO WK-TRAMO)
         END-IF.
       REPARTIR-CUOTAS.
         MOVE 'N' TO WK-FIN-FICHERO.
         MOVE ZERO TO WK-PRESTAMO-ACTUAL.
         OPEN INPUT FICHERO-PRE.
         MOVE 'N' TO WK-PRE-ABIERTO.
         IF WK-ESTADO-PRE = '00'
             MOVE 'S' TO WK-PRE-ABIERTO
         END-IF.
         OPEN INPUT FICHERO-CUO.
         MOVE 'N' TO WK-CUO-ABIERTO.
         IF WK-ESTADO-CUO = '00'
             MOVE 'S' TO WK-CUO-ABIERTO
         END-IF.
         IF WK-CUO-ABIERTO = 'S'
             PERFORM UNTIL WK-FIN-FICHERO = 'S'
                 READ FICHERO-CUO NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-FICHERO
                     NOT AT END
                         IF CUOTA-PENDIENTE
                             PERFORM REPARTIR-UNA-CUOTA
                         END-IF
                         IF CUOTA-EN-MORA
                             ADD 1 TO WK-TOTAL-MORA
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE FICHERO-CUO
             MOVE 'N' TO WK-CUO-ABIERTO
         END-IF.
         IF WK-PRE-ABIERTO = 'S'
             CLOSE FICHERO-PRE
             MOVE 'N' TO WK-PRE-ABIERTO
         END-IF.
      * LA MONEDA SE BUSCA UNA VEZ POR PRESTAMO: LAS CUOTAS VIENEN
      * ORDENADAS POR PRESTAMO.
       REPARTIR-UNA-CUOTA.
         IF CUO-PRESTAMO NOT = WK-PRESTAMO-ACTUAL
             MOVE CUO-PRESTAMO TO WK-PRESTAMO-ACTUAL
             MOVE 'EUR' TO WK-MONEDA-PRESTAMO
             IF WK-PRE-ABIERTO = 'S'
                 MOVE CUO-PRESTAMO TO PRE-ID
                 READ FICHERO-PRE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         MOVE PRE-CUENTA TO NUMERO-CTA
                         READ FICHERO-CTA
                             INVALID KEY
                                 CONTINUE
                             NOT INVALID KEY
                                 MOVE MONEDA-CTA
                                     TO WK-MONEDA-PRESTAMO
                         END-READ
                 END-READ
             END-IF
         END-IF.
         MOVE WK-MONEDA-PRESTAMO TO WK-MONEDA-BUSCADA.
         PERFORM UBICAR-MONEDA.
         IF WK-IDX-HALLADO NOT = ZERO
             ADD 1 TO WK-TOTAL-CUOTAS
             MOVE CUO-FECHA-VENCIMIENTO TO WK-FECHA-VENCE
             PERFORM UBICAR-TRAMO
             ADD CUO-CAPITAL
                 TO TMO-ACTIVO (WK-IDX-HALLADO WK-TRAMO)
         END-IF.
       ESCRIBIR-REPORTE.
         OPEN OUTPUT FICHERO-REP.
         MOVE WK-FECHA-HOY TO LT-FECHA.
         MOVE LINEA-TITULO TO LINEA-REP.
         WRITE LINEA-REP.
         PERFORM ESCRIBIR-UNA-MONEDA
             VARYING WK-IDX-MON FROM 1 BY 1
             UNTIL WK-IDX-MON > WK-TOTAL-MONEDAS.
         MOVE SPACES TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE 'CUENTAS A LA VISTA REPARTIDAS' TO LCO-CONCEPTO.
         MOVE WK-TOTAL-CUENTAS TO LCO-CANTIDAD.
         MOVE LINEA-CONTEO TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE 'PLAZOS FIJOS VIGENTES' TO LCO-CONCEPTO.
         MOVE WK-TOTAL-PLAZOS TO LCO-CANTIDAD.
         MOVE LINEA-CONTEO TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE 'CUOTAS PENDIENTES' TO LCO-CONCEPTO.
         MOVE WK-TOTAL-CUOTAS TO LCO-CANTIDAD.
         MOVE LINEA-CONTEO TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE 'CUOTAS EN MORA (NO INCLUIDAS)' TO LCO-CONCEPTO.
         MOVE WK-TOTAL-MORA TO LCO-CANTIDAD.
         MOVE LINEA-CONTEO TO LINEA-REP.
         WRITE LINEA-REP.
         CLOSE FICHERO-REP.
         DISPLAY 'BRECHA DE LIQUIDEZ EN ' WK-NOMBRE-REPORTE.
       ESCRIBIR-UNA-MONEDA.
         MOVE SPACES TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE TMO-MONEDA (WK-IDX-MON) TO LM-MONEDA.
         MOVE LINEA-MONEDA TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE LINEA-CABECERA TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE ZERO TO WK-BRECHA-ACUMULADA.
         PERFORM ESCRIBIR-UN-TRAMO VARYING WK-IDX-TRAMO FROM 1 BY 1
             UNTIL WK-IDX-TRAMO > 7.
         DISPLAY 'MONEDA ' TMO-MONEDA (WK-IDX-MON)
             ' BRECHA ACUMULADA: ' WK-BRECHA-ACUMULADA.
       ESCRIBIR-UN-TRAMO.
         COMPUTE WK-BRECHA =
             TMO-ACTIVO (WK-IDX-MON WK-IDX-TRAMO)
             - TMO-PASIVO (WK-IDX-MON WK-IDX-TRAMO).
         ADD WK-BRECHA TO WK-BRECHA-ACUMULADA.
         MOVE TNT-NOMBRE (WK-IDX-TRAMO) TO LTR-NOMBRE.
         MOVE TMO-ACTIVO (WK-IDX-MON WK-IDX-TRAMO) TO LTR-ACTIVO.
         MOVE TMO-PASIVO (WK-IDX-MON WK-IDX-TRAMO) TO LTR-PASIVO.
         MOVE WK-BRECHA TO LTR-BRECHA.
         MOVE WK-BRECHA-ACUMULADA TO LTR-ACUMULADA.
         MOVE LINEA-TRAMO TO LINEA-REP.
         WRITE LINEA-REP.
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
       END PROGRAM BRECHA-LIQUIDEZ.
