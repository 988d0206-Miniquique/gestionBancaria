           SELECT FICHERO-SEQ ASSIGN TO '../data/RECIBOS.seq'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-SEQ.
           SELECT FICHERO-PAR ASSIGN TO '../data/PREPAGO.par'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-PAR.
           SELECT FICHERO-PLZ ASSIGN TO '../data/PLAZOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLZ-ID
               FILE STATUS IS WK-ESTADO-PLZ.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-PRE.
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
           COPY "recibreg.cpy".
           FD FICHERO-SEQ.
           01 LINEA-SEQ PIC 9(6).
           FD FICHERO-PAR.
           01 LINEA-PAR PIC 9(3)V99.
           FD FICHERO-PLZ.
           01 REGISTRO-PLAZO.
           COPY "plazoreg.cpy".
           WORKING-STORAGE SECTION.
           01 WK-SALIR PIC X VALUE 'N'.
           01 WK-PAUSA PIC X.
           01 WK-ESTADO-CLI PIC XX.
           01 WK-ESTADO-REC PIC XX.
           01 WK-ESTADO-SEQ PIC XX.
           01 WK-ESTADO-PAR PIC XX.
           01 WK-ESTADO-PLZ PIC XX.
           01 WK-LOCK-OCUPADO PIC X VALUE 'N'.
           01 WK-ENTRADA-VALIDA PIC X VALUE 'N'.
           01 WK-FECHA-NEGOCIO PIC 9(8) VALUE ZERO.
           01 WK-REQUIERE-SUP PIC X VALUE 'N'.
           01 WK-AUTORIZADO PIC X VALUE 'N'.
           01 WK-AUTORIZANTE PIC 9(4) VALUE ZERO.
           01 WK-TIPO-RECIBO PIC X(8) VALUE SPACES.
           01 WK-IMPORTE-RECIBO PIC 9(7)V99 VALUE ZERO.
      * AMORTIZACION ANTICIPADA: TOTAL (SE CANCELA EL PRESTAMO) O
      * PARCIAL, REDUCIENDO LA CUOTA O EL PLAZO. LA COMISION ES UN
      * PORCENTAJE DEL CAPITAL ADELANTADO LEIDO DE PREPAGO.par; SIN
      * FICHERO NO SE COBRA COMISION.
           01 WK-TASA-PREPAGO PIC 9(3)V99 VALUE ZERO.
           01 WK-TIPO-AMORTIZACION PIC 9 VALUE ZERO.
           01 WK-MODALIDAD PIC 9 VALUE ZERO.
           01 WK-IMPORTE-AMORTIZAR PIC 9(7)V99 VALUE ZERO.
           01 WK-COMISION-PREPAGO PIC 9(7)V99 VALUE ZERO.
           01 WK-TAR-CODIGO PIC X(8) VALUE SPACES.
           01 WK-CHEQUE-ORIGEN PIC 9(8) VALUE ZERO.
           01 WK-CAPITAL-PENDIENTE PIC 9(7)V99 VALUE ZERO.
           01 WK-CUOTAS-EN-MORA PIC 9(3) VALUE ZERO.
           01 WK-PRIMERA-PENDIENTE PIC 9(3) VALUE ZERO.
           01 WK-CUOTAS-RESTANTES PIC 9(3) VALUE ZERO.
           01 WK-SALDO-SIMULADO PIC 9(9)V99 VALUE ZERO.
           01 WK-NUEVO-SALDO PIC S9(7)V99 VALUE ZERO.
           01 WK-SALDO-MINIMO PIC S9(7)V99 VALUE ZERO.
      * GARANTIA: PLAZO FIJO DEL MISMO CLIENTE, VIGENTE Y NO
      * PIGNORADO YA A OTRO PRESTAMO VIGENTE.
           01 WK-PLAZO-GARANTIA PIC 9(6) VALUE ZERO.
           01 WK-IMPORTE-GARANTIA PIC 9(7)V99 VALUE ZERO.
           01 WK-GARANTIA-OK PIC X VALUE 'N'.
           LINKAGE SECTION.
           01 P-OPCION PIC 9(2).
           01 P-OPERADOR PIC 9(4).
               DISPLAY '1. ALTA DE PRESTAMO'
               DISPLAY '2. CONSULTAR PRESTAMOS'
               DISPLAY '3. VER CUADRO DE CUOTAS'
               DISPLAY '4. AMORTIZACION ANTICIPADA'
               DISPLAY '5. VOLVER'
               MOVE 'N' TO WK-ENTRADA-VALIDA
               PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
                   ACCEPT WK-OPCION
                   WHEN 3
                       PERFORM LISTAR-CUOTAS
                   WHEN 4
                       PERFORM AMORTIZAR-PRESTAMO
                   WHEN 5
                       MOVE 'S' TO WK-SALIR
                   WHEN OTHER
                       DISPLAY 'OPCION NO VALIDA'
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
         PERFORM PEDIR-GARANTIA.
         COMPUTE WK-FACTOR = (1 + WK-TASA) ** WK-MESES.
         COMPUTE WK-CUOTA ROUNDED =
             WK-CAPITAL * WK-TASA * WK-FACTOR / (WK-FACTOR - 1).
         MOVE WK-CUOTA TO PRE-CUOTA.
         MOVE WK-FECHA-NEGOCIO TO PRE-FECHA-ALTA.
         MOVE 'V' TO PRE-ESTADO.
         MOVE 'N' TO PRE-MARCA-JURIDICO.
         MOVE ZERO TO PRE-CUOTAS-PAGADAS.
         MOVE P-OPERADOR TO PRE-OPERADOR.
         MOVE WK-PLAZO-GARANTIA TO PRE-PLAZO-GARANTIA.
         MOVE WK-IMPORTE-GARANTIA TO PRE-IMPORTE-GARANTIA.
         OPEN I-O FICHERO-PRE.
         IF WK-ESTADO-PRE = '35'
             OPEN OUTPUT FICHERO-PRE
         END-IF.
         WRITE REGISTRO-PRESTAMO.
         CLOSE FICHERO-PRE.
         IF WK-PLAZO-GARANTIA NOT = ZERO
             PERFORM PIGNORAR-PLAZO
         END-IF.
         PERFORM GENERAR-CUADRO.
         ADD WK-CAPITAL TO SALDO-I.
         REWRITE REGISTRO-IN.
         MOVE ZERO TO MOV-CUENTA-CONTRA.
         MOVE P-OPERADOR TO MOV-OPERADOR.
         MOVE ZERO TO MOV-TASA-CAMBIO.
         CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
             SUCURSAL-I.
         WRITE REGISTRO-MOV.
         CALL "GRABAR-MOVIMIENTO-IDX" USING REGISTRO-MOV.
         CLOSE FICHERO-MOV.
         MOVE 'PRESTAMO' TO WK-TIPO-RECIBO.
         MOVE WK-CAPITAL TO WK-IMPORTE-RECIBO.
         PERFORM GENERAR-RECIBO.
         DISPLAY 'PRESTAMO ' PRE-ID ' DESEMBOLSADO EN LA CUENTA '
             WK-NUMERO-CUENTA.
         MOVE 'PRESTAMO OTORGADO' TO WK-AUD-EVENTO.
         MOVE 'OK' TO WK-AUD-RESULTADO.
         PERFORM GRABAR-AUDITORIA.
       PEDIR-GARANTIA.
         MOVE ZERO TO WK-IMPORTE-GARANTIA.
         DISPLAY 'PLAZO FIJO EN GARANTIA (0 = SIN GARANTIA)'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT WK-PLAZO-GARANTIA
             IF WK-PLAZO-GARANTIA NOT NUMERIC
                 DISPLAY 'NUMERO DE PLAZO NO VALIDO'
             ELSE
                 IF WK-PLAZO-GARANTIA = ZERO
                     MOVE 'S' TO WK-ENTRADA-VALIDA
                 ELSE
                     PERFORM VALIDAR-GARANTIA
                     IF WK-GARANTIA-OK = 'S'
                         MOVE 'S' TO WK-ENTRADA-VALIDA
                     ELSE
                         DISPLAY 'INGRESE OTRO PLAZO O 0 PARA '
                             'SEGUIR SIN GARANTIA'
                     END-IF
                 END-IF
             END-IF
         END-PERFORM.
         IF WK-PLAZO-GARANTIA NOT = ZERO
             DISPLAY 'GARANTIA: PLAZO ' WK-PLAZO-GARANTIA
                 ' POR ' WK-IMPORTE-GARANTIA
         END-IF.
       VALIDAR-GARANTIA.
         MOVE 'N' TO WK-GARANTIA-OK.
         OPEN INPUT FICHERO-PLZ.
         IF WK-ESTADO-PLZ NOT = '00'
             DISPLAY 'NO HAY PLAZOS REGISTRADOS TODAVIA'
         ELSE
             MOVE WK-PLAZO-GARANTIA TO PLZ-ID
             READ FICHERO-PLZ
                 INVALID KEY
                     DISPLAY 'PLAZO NO ENCONTRADO'
                 NOT INVALID KEY
                     IF NOT PLAZO-VIGENTE
                         DISPLAY 'EL PLAZO NO ESTA VIGENTE'
                     ELSE
                       IF PLZ-CLIENTE-ID NOT = CLIENTE-ID-I
                           DISPLAY 'EL PLAZO NO ES DEL CLIENTE DEL '
                               'PRESTAMO'
                       ELSE
                           PERFORM COMPROBAR-PRENDA-LIBRE
                       END-IF
                     END-IF
             END-READ
             CLOSE FICHERO-PLZ
         END-IF.
      * UN PLAZO QUE YA GARANTIZO UN PRESTAMO PUEDE VOLVER A
      * PIGNORARSE CUANDO ESE PRESTAMO QUEDO LIQUIDADO.
       COMPROBAR-PRENDA-LIBRE.
         MOVE 'S' TO WK-GARANTIA-OK.
         IF PLZ-PRESTAMO NOT = ZERO
             OPEN INPUT FICHERO-PRE
             IF WK-ESTADO-PRE = '00'
                 MOVE PLZ-PRESTAMO TO PRE-ID
                 READ FICHERO-PRE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         IF PRESTAMO-VIGENTE
                             MOVE 'N' TO WK-GARANTIA-OK
                             DISPLAY 'EL PLAZO YA GARANTIZA EL '
                                 'PRESTAMO ' PRE-ID
                         END-IF
                 END-READ
                 CLOSE FICHERO-PRE
             END-IF
         END-IF.
         IF WK-GARANTIA-OK = 'S'
             MOVE PLZ-CAPITAL TO WK-IMPORTE-GARANTIA
         END-IF.
       PIGNORAR-PLAZO.
         OPEN I-O FICHERO-PLZ.
         MOVE WK-PLAZO-GARANTIA TO PLZ-ID.
         READ FICHERO-PLZ
             INVALID KEY
                 DISPLAY 'PLAZO EN GARANTIA NO ENCONTRADO'
             NOT INVALID KEY
                 MOVE WK-PRESTAMO-ID TO PLZ-PRESTAMO
                 REWRITE REGISTRO-PLAZO
                 MOVE 'PLAZO PIGNORADO' TO WK-AUD-EVENTO
                 MOVE 'GARANTIA DE PRESTAMO' TO WK-AUD-RESULTADO
                 PERFORM GRABAR-AUDITORIA
         END-READ.
         CLOSE FICHERO-PLZ.
      * CADA CUOTA VENCE EL MISMO DIA DEL MES DEL DESEMBOLSO, UN MES
      * DESPUES DE LA ANTERIOR, RECORTADO AL ULTIMO DIA EN LOS MESES
      * CORTOS (IGUAL QUE LAS ORDENES PERMANENTES). LA ULTIMA CUOTA
             ' MESES: ' PRE-PLAZO-MESES
             ' CUOTA: ' PRE-CUOTA
             ' PAGADAS: ' PRE-CUOTAS-PAGADAS.
         IF PRESTAMO-EN-JURIDICO
             DISPLAY '   CLIENTE FALLECIDO: PRESTAMO EN MANOS DEL '
                 'DEPARTAMENTO JURIDICO'
         END-IF.
         IF PRE-PLAZO-GARANTIA NOT = ZERO
             DISPLAY '   GARANTIA: PLAZO FIJO ' PRE-PLAZO-GARANTIA
                 ' POR ' PRE-IMPORTE-GARANTIA
         END-IF.
       LISTAR-CUOTAS.
         DISPLAY 'NUMERO DE PRESTAMO'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
             ' CAPITAL: ' CUO-CAPITAL
             ' INTERES: ' CUO-INTERES
             ' ESTADO: ' CUO-ESTADO.
       AMORTIZAR-PRESTAMO.
         DISPLAY 'NUMERO DE PRESTAMO'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT WK-PRESTAMO-ID
             IF WK-PRESTAMO-ID NOT NUMERIC
                 OR WK-PRESTAMO-ID = ZERO
                 DISPLAY 'NUMERO DE PRESTAMO NO VALIDO'
             ELSE
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
         PERFORM LEER-PARAMETRO-PREPAGO.
         PERFORM OBTENER-LOCK.
         IF WK-LOCK-OCUPADO = 'S'
             DISPLAY 'OTRO MOVIMIENTO ESTA EN CURSO, INTENTE '
                 'DE NUEVO EN UN MOMENTO'
         ELSE
           OPEN I-O FICHERO-PRE
           IF WK-ESTADO-PRE NOT = '00'
               DISPLAY 'NO HAY PRESTAMOS REGISTRADOS TODAVIA'
           ELSE
             MOVE WK-PRESTAMO-ID TO PRE-ID
             READ FICHERO-PRE
                 INVALID KEY
                     DISPLAY 'PRESTAMO NO ENCONTRADO'
                 NOT INVALID KEY
                     IF NOT PRESTAMO-VIGENTE
                         DISPLAY 'EL PRESTAMO YA ESTA LIQUIDADO'
                     ELSE
                         PERFORM AMORTIZAR-PRESTAMO-VIGENTE
                     END-IF
             END-READ
             CLOSE FICHERO-PRE
           END-IF
           PERFORM LIBERAR-LOCK
         END-IF.
         DISPLAY 'PRESIONE ENTER PARA CONTINUAR...'.
         ACCEPT WK-PAUSA.
       LEER-PARAMETRO-PREPAGO.
         MOVE ZERO TO WK-TASA-PREPAGO.
         OPEN INPUT FICHERO-PAR.
         IF WK-ESTADO-PAR = '00'
             READ FICHERO-PAR
                 AT END
                     CONTINUE
                 NOT AT END
                     IF LINEA-PAR NUMERIC AND LINEA-PAR NOT > 100
                         MOVE LINEA-PAR TO WK-TASA-PREPAGO
                     END-IF
             END-READ
             CLOSE FICHERO-PAR
         END-IF.
      * NO SE AMORTIZA UN PRESTAMO CON CUOTAS VENCIDAS SIN PAGAR:
      * EL CLIENTE REGULARIZA PRIMERO LA MORA Y DESPUES ADELANTA
      * CAPITAL, ASI EL CUADRO NUEVO EMPIEZA SIEMPRE AL DIA.
       AMORTIZAR-PRESTAMO-VIGENTE.
         MOVE PRE-CUENTA TO WK-NUMERO-CUENTA.
         OPEN I-O FICHERO-CUO.
         IF WK-ESTADO-CUO NOT = '00'
             DISPLAY 'NO HAY CUOTAS REGISTRADAS TODAVIA'
         ELSE
           PERFORM SUMAR-CAPITAL-PENDIENTE
           PERFORM COMPROBAR-Y-AMORTIZAR
           CLOSE FICHERO-CUO
         END-IF.
       COMPROBAR-Y-AMORTIZAR.
         IF WK-CUOTAS-EN-MORA NOT = ZERO
             DISPLAY 'EL PRESTAMO TIENE ' WK-CUOTAS-EN-MORA
                 ' CUOTAS VENCIDAS SIN PAGAR'
             DISPLAY 'REGULARICE LA MORA ANTES DE AMORTIZAR'
         ELSE
           IF WK-CAPITAL-PENDIENTE = ZERO
               DISPLAY 'EL PRESTAMO NO TIENE CAPITAL PENDIENTE'
           ELSE
             PERFORM CAPTURAR-AMORTIZACION
             OPEN I-O FICHERO-IN
             MOVE PRE-CUENTA TO NUMERO-I
             READ FICHERO-IN
                 INVALID KEY
                     DISPLAY 'CUENTA DEL PRESTAMO NO ENCONTRADA'
                 NOT INVALID KEY
                     IF ESTADO-I NOT = 'A'
                         DISPLAY 'LA CUENTA DEL PRESTAMO NO ESTA '
                             'ACTIVA, NO SE PUEDE CARGAR'
                         MOVE 'AMORTIZ. RECHAZADA' TO WK-AUD-EVENTO
                         MOVE 'CUENTA NO ACTIVA' TO WK-AUD-RESULTADO
                         PERFORM GRABAR-AUDITORIA
                     ELSE
                         PERFORM CARGAR-AMORTIZACION
                     END-IF
             END-READ
             CLOSE FICHERO-IN
           END-IF
         END-IF.
       SUMAR-CAPITAL-PENDIENTE.
         MOVE ZERO TO WK-CAPITAL-PENDIENTE.
         MOVE ZERO TO WK-CUOTAS-EN-MORA.
         MOVE ZERO TO WK-PRIMERA-PENDIENTE.
         MOVE PRE-ID TO CUO-PRESTAMO.
         MOVE ZERO TO CUO-NUMERO.
         START FICHERO-CUO KEY IS NOT < CUO-CLAVE
             INVALID KEY
                 MOVE 'S' TO WK-FIN-FICHERO
             NOT INVALID KEY
                 MOVE 'N' TO WK-FIN-FICHERO
         END-START.
         PERFORM UNTIL WK-FIN-FICHERO = 'S'
             READ FICHERO-CUO NEXT RECORD
                 AT END
                     MOVE 'S' TO WK-FIN-FICHERO
                 NOT AT END
                     IF CUO-PRESTAMO NOT = PRE-ID
                         MOVE 'S' TO WK-FIN-FICHERO
                     ELSE
                         IF NOT CUOTA-PAGADA
                             ADD CUO-CAPITAL TO WK-CAPITAL-PENDIENTE
                             IF WK-PRIMERA-PENDIENTE = ZERO
                                 MOVE CUO-NUMERO
                                     TO WK-PRIMERA-PENDIENTE
                             END-IF
                             IF CUOTA-EN-MORA
                                 OR CUO-FECHA-VENCIMIENTO <
                                     WK-FECHA-NEGOCIO
                                 ADD 1 TO WK-CUOTAS-EN-MORA
                             END-IF
                         END-IF
                     END-IF
             END-READ
         END-PERFORM.
       CAPTURAR-AMORTIZACION.
         DISPLAY 'CAPITAL PENDIENTE: ' WK-CAPITAL-PENDIENTE.
         DISPLAY '1. CANCELACION TOTAL'.
         DISPLAY '2. AMORTIZACION PARCIAL'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT WK-TIPO-AMORTIZACION
             IF WK-TIPO-AMORTIZACION NOT NUMERIC
                 OR WK-TIPO-AMORTIZACION < 1
                 OR WK-TIPO-AMORTIZACION > 2
                 DISPLAY 'OPCION NO VALIDA'
             ELSE
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
         IF WK-TIPO-AMORTIZACION = 1
             MOVE WK-CAPITAL-PENDIENTE TO WK-IMPORTE-AMORTIZAR
         ELSE
             DISPLAY 'IMPORTE A AMORTIZAR'
             MOVE 'N' TO WK-ENTRADA-VALIDA
             PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
                 ACCEPT WK-IMPORTE-AMORTIZAR
                 IF WK-IMPORTE-AMORTIZAR NOT NUMERIC
                     OR WK-IMPORTE-AMORTIZAR = ZERO
                     OR WK-IMPORTE-AMORTIZAR NOT <
                         WK-CAPITAL-PENDIENTE
                     DISPLAY 'IMPORTE NO VALIDO, DEBE SER MENOR QUE '
                         'EL CAPITAL PENDIENTE'
                 ELSE
                     MOVE 'S' TO WK-ENTRADA-VALIDA
                 END-IF
             END-PERFORM
             DISPLAY '1. REDUCIR LA CUOTA (SE MANTIENE EL PLAZO)'
             DISPLAY '2. REDUCIR EL PLAZO (SE MANTIENE LA CUOTA)'
             MOVE 'N' TO WK-ENTRADA-VALIDA
             PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
                 ACCEPT WK-MODALIDAD
                 IF WK-MODALIDAD NOT NUMERIC
                     OR WK-MODALIDAD < 1
                     OR WK-MODALIDAD > 2
                     DISPLAY 'OPCION NO VALIDA'
                 ELSE
                     MOVE 'S' TO WK-ENTRADA-VALIDA
                 END-IF
             END-PERFORM
         END-IF.
         COMPUTE WK-COMISION-PREPAGO ROUNDED =
             WK-IMPORTE-AMORTIZAR * WK-TASA-PREPAGO / 100.
         DISPLAY 'IMPORTE A AMORTIZAR: ' WK-IMPORTE-AMORTIZAR.
         DISPLAY 'COMISION POR AMORTIZACION: ' WK-COMISION-PREPAGO.
       CARGAR-AMORTIZACION.
         COMPUTE WK-NUEVO-SALDO = SALDO-I - WK-IMPORTE-AMORTIZAR
             - WK-COMISION-PREPAGO.
         MOVE ZERO TO WK-SALDO-MINIMO.
         IF ES-CORRIENTE-I
             COMPUTE WK-SALDO-MINIMO = ZERO - LIMITE-DESCUBIERTO-I
         END-IF.
         IF WK-NUEVO-SALDO < WK-SALDO-MINIMO
             DISPLAY 'SALDO INSUFICIENTE EN LA CUENTA '
                 WK-NUMERO-CUENTA
             MOVE 'AMORTIZ. RECHAZADA' TO WK-AUD-EVENTO
             MOVE 'SALDO INSUFICIENTE' TO WK-AUD-RESULTADO
             PERFORM GRABAR-AUDITORIA
         ELSE
             CALL "VALIDAR-AUTORIZACION" USING P-OPERADOR
                 WK-NUMERO-CUENTA WK-IMPORTE-AMORTIZAR
                 WK-REQUIERE-SUP WK-AUTORIZADO WK-AUTORIZANTE
             IF WK-AUTORIZADO NOT = 'S'
                 DISPLAY 'AMORTIZACION NO AUTORIZADA'
             ELSE
                 PERFORM APLICAR-AMORTIZACION
             END-IF
         END-IF.
      * EL CAPITAL ADELANTADO SE CARGA COMO AMORTIZA Y LA COMISION,
      * SI LA HAY, COMO UN MOVIMIENTO COMISION APARTE, PARA QUE LA
      * CONTABILIDAD LOS SEPARE. EL RECIBO SE EMITE ANTES PARA QUE LA
      * COMISION LLEVE COMO CONTRAPARTIDA EL NUMERO DEL RECIBO DE LA
      * AMORTIZACION QUE LA ORIGINA.
       APLICAR-AMORTIZACION.
         SUBTRACT WK-IMPORTE-AMORTIZAR FROM SALDO-I.
         MOVE 'AMORTIZA' TO WK-TIPO-RECIBO.
         MOVE WK-IMPORTE-AMORTIZAR TO WK-IMPORTE-RECIBO.
         PERFORM GENERAR-RECIBO.
         OPEN EXTEND FICHERO-MOV.
         MOVE NUMERO-I TO MOV-NUMERO-CUENTA.
         MOVE 'AMORTIZA' TO MOV-TIPO.
         MOVE WK-IMPORTE-AMORTIZAR TO MOV-IMPORTE.
         MOVE SALDO-I TO MOV-SALDO.
         MOVE WK-FECHA-NEGOCIO TO MOV-FECHA.
         MOVE ZERO TO MOV-CUENTA-CONTRA.
         MOVE P-OPERADOR TO MOV-OPERADOR.
         MOVE ZERO TO MOV-TASA-CAMBIO.
         CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
             SUCURSAL-I.
         WRITE REGISTRO-MOV.
         CALL "GRABAR-MOVIMIENTO-IDX" USING REGISTRO-MOV.
         IF WK-COMISION-PREPAGO NOT = ZERO
             SUBTRACT WK-COMISION-PREPAGO FROM SALDO-I
             MOVE 'COMISION' TO MOV-TIPO
             MOVE WK-COMISION-PREPAGO TO MOV-IMPORTE
             MOVE SALDO-I TO MOV-SALDO
             MOVE WK-SECUENCIA TO MOV-CUENTA-CONTRA
             WRITE REGISTRO-MOV
             CALL "GRABAR-MOVIMIENTO-IDX" USING REGISTRO-MOV
         END-IF.
         CLOSE FICHERO-MOV.
         REWRITE REGISTRO-IN.
         PERFORM BORRAR-CUOTAS-PENDIENTES.
         IF WK-TIPO-AMORTIZACION = 1
             MOVE 'L' TO PRE-ESTADO
             DISPLAY 'PRESTAMO ' PRE-ID ' CANCELADO POR COMPLETO'
             MOVE 'PRESTAMO LIQUIDADO' TO WK-AUD-EVENTO
             MOVE 'CANCELACION ANTICIPADA' TO WK-AUD-RESULTADO
         ELSE
             PERFORM RECALCULAR-CUADRO
             DISPLAY 'CUADRO RECALCULADO: ' WK-CUOTAS-RESTANTES
                 ' CUOTAS PENDIENTES DE ' PRE-CUOTA
             MOVE 'AMORTIZ. PARCIAL' TO WK-AUD-EVENTO
             IF WK-MODALIDAD = 1
                 MOVE 'CUOTA REDUCIDA' TO WK-AUD-RESULTADO
             ELSE
                 MOVE 'PLAZO REDUCIDO' TO WK-AUD-RESULTADO
             END-IF
         END-IF.
         REWRITE REGISTRO-PRESTAMO.
         PERFORM GRABAR-AUDITORIA.
         IF WK-COMISION-PREPAGO NOT = ZERO
             DISPLAY 'COMISION POR AMORTIZACION: '
                 WK-COMISION-PREPAGO
             MOVE 'PREPAGO' TO WK-TAR-CODIGO
             MOVE ZERO TO WK-CHEQUE-ORIGEN
             CALL "REGISTRO-COMISION" USING WK-FECHA-NEGOCIO
                 NUMERO-I WK-TAR-CODIGO WK-COMISION-PREPAGO
                 WK-SECUENCIA WK-CHEQUE-ORIGEN P-OPERADOR
         END-IF.
      * LAS CUOTAS AUN NO PAGADAS SE BORRAN: EN LA CANCELACION TOTAL
      * NO QUEDA NADA QUE COBRAR Y EN LA PARCIAL SE VUELVEN A
      * GENERAR CON LA MISMA NUMERACION Y LOS MISMOS VENCIMIENTOS.
       BORRAR-CUOTAS-PENDIENTES.
         MOVE PRE-ID TO CUO-PRESTAMO.
         MOVE WK-PRIMERA-PENDIENTE TO CUO-NUMERO.
         START FICHERO-CUO KEY IS NOT < CUO-CLAVE
             INVALID KEY
                 MOVE 'S' TO WK-FIN-FICHERO
             NOT INVALID KEY
                 MOVE 'N' TO WK-FIN-FICHERO
         END-START.
         PERFORM UNTIL WK-FIN-FICHERO = 'S'
             READ FICHERO-CUO NEXT RECORD
                 AT END
                     MOVE 'S' TO WK-FIN-FICHERO
                 NOT AT END
                     IF CUO-PRESTAMO NOT = PRE-ID
                         MOVE 'S' TO WK-FIN-FICHERO
                     ELSE
                         IF NOT CUOTA-PAGADA
                             DELETE FICHERO-CUO RECORD
                         END-IF
                     END-IF
             END-READ
         END-PERFORM.
      * EL CUADRO NUEVO SE GENERA CON LAS MISMAS REGLAS QUE EN EL
      * ALTA, PARTIENDO DEL CAPITAL QUE QUEDA Y DE LA PRIMERA CUOTA
      * PENDIENTE. REDUCIR CUOTA RECALCULA LA CUOTA FRANCESA SOBRE
      * LAS CUOTAS QUE QUEDABAN; REDUCIR PLAZO CONSERVA LA CUOTA Y
      * CUENTA CUANTAS HACEN FALTA PARA SALDAR EL CAPITAL.
       RECALCULAR-CUADRO.
         COMPUTE WK-SALDO-VIVO =
             WK-CAPITAL-PENDIENTE - WK-IMPORTE-AMORTIZAR.
         MOVE PRE-TASA-MENSUAL TO WK-TASA.
         COMPUTE WK-CUOTAS-RESTANTES =
             PRE-PLAZO-MESES - WK-PRIMERA-PENDIENTE + 1.
         IF WK-MODALIDAD = 1
             COMPUTE WK-FACTOR = (1 + WK-TASA) ** WK-CUOTAS-RESTANTES
             COMPUTE WK-CUOTA ROUNDED = WK-SALDO-VIVO * WK-TASA
                 * WK-FACTOR / (WK-FACTOR - 1)
         ELSE
             MOVE PRE-CUOTA TO WK-CUOTA
             PERFORM CONTAR-CUOTAS-RESTANTES
         END-IF.
         COMPUTE WK-MESES =
             WK-PRIMERA-PENDIENTE - 1 + WK-CUOTAS-RESTANTES.
         MOVE WK-MESES TO PRE-PLAZO-MESES.
         MOVE WK-CUOTA TO PRE-CUOTA.
         MOVE PRE-ID TO WK-PRESTAMO-ID.
         MOVE PRE-FECHA-ALTA TO WK-FECHA-CALCULO.
         MOVE WK-DIA-CAL TO WK-DIA-ALTA.
         COMPUTE WK-NUM-CUOTA = WK-PRIMERA-PENDIENTE - 1.
         PERFORM AVANZAR-UN-MES WK-NUM-CUOTA TIMES.
         PERFORM GENERAR-UNA-CUOTA WK-CUOTAS-RESTANTES TIMES.
       CONTAR-CUOTAS-RESTANTES.
         MOVE WK-SALDO-VIVO TO WK-SALDO-SIMULADO.
         MOVE ZERO TO WK-CUOTAS-RESTANTES.
         PERFORM UNTIL WK-SALDO-SIMULADO = ZERO
             ADD 1 TO WK-CUOTAS-RESTANTES
             COMPUTE WK-INTERES-CUOTA ROUNDED =
                 WK-SALDO-SIMULADO * WK-TASA
             IF WK-SALDO-SIMULADO + WK-INTERES-CUOTA NOT > WK-CUOTA
                 MOVE ZERO TO WK-SALDO-SIMULADO
             ELSE
                 COMPUTE WK-SALDO-SIMULADO = WK-SALDO-SIMULADO
                     + WK-INTERES-CUOTA - WK-CUOTA
             END-IF
         END-PERFORM.
       SIGUIENTE-PRESTAMO-ID.
         MOVE ZERO TO WK-PRESTAMO-ID.
         OPEN INPUT FICHERO-PSQ.
         MOVE WK-SECUENCIA TO REC-SECUENCIA.
         MOVE NUMERO-I TO REC-NUMERO-CUENTA.
         MOVE CLIENTE-NOMBRE TO REC-CLIENTE-NOMBRE.
         MOVE WK-TIPO-RECIBO TO REC-TIPO.
         MOVE WK-IMPORTE-RECIBO TO REC-IMPORTE.
         MOVE SALDO-I TO REC-SALDO.
         MOVE P-OPERADOR TO REC-OPERADOR.
         MOVE WK-FECHA-NEGOCIO TO REC-FECHA.
         CLOSE FICHERO-REC.
         DISPLAY '--- RECIBO #' WK-SECUENCIA ' ---'.
         DISPLAY 'CUENTA: ' NUMERO-I ' CLIENTE: ' CLIENTE-NOMBRE.
         DISPLAY 'TIPO: ' WK-TIPO-RECIBO ' MONTO: '
             WK-IMPORTE-RECIBO.
         DISPLAY 'NUEVO SALDO: ' SALDO-I.
         DISPLAY 'OPERADOR: ' P-OPERADOR.
       SIGUIENTE-SECUENCIA.
