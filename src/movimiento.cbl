           SELECT FICHERO-ISQ ASSIGN TO '../data/INTERB.seq'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-ISQ.
           SELECT FICHERO-IDX ASSIGN TO '../data/MOVIMIENTOS.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-CLAVE
               ALTERNATE RECORD KEY IS IDX-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WK-ESTADO-IDX.
           SELECT FICHERO-FVA ASSIGN TO '../data/FECHAVALOR.par'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-FVA.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-IN.
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
           COPY "interreg.cpy".
           FD FICHERO-ISQ.
           01 LINEA-ISQ PIC 9(6).
           FD FICHERO-IDX.
           01 REGISTRO-IDX.
           COPY "movidx.cpy".
           FD FICHERO-FVA.
           01 LINEA-FVA PIC 9(3).
           WORKING-STORAGE SECTION.
           01 WK-PAUSA PIC X.
           01 WK-ESTADO-LOCK PIC XX.
           01 WK-LOCK-OCUPADO PIC X VALUE 'N'.
           01 WK-ESTADO-CLI PIC XX.
           01 WK-RESULTADO-KYC PIC X VALUE SPACE.
           01 WK-PROXIMA-REVISION PIC 9(8) VALUE ZERO.
           01 WK-ESTADO-REC PIC XX.
           01 WK-ESTADO-SEQ PIC XX.
           01 WK-SECUENCIA PIC 9(6) VALUE ZERO.
           01 WK-TIPO-DESC PIC X(8) VALUE SPACES.
           01 WK-NUEVO-SALDO PIC S9(7)V99 VALUE ZERO.
           01 WK-SALDO-MINIMO PIC S9(7)V99 VALUE ZERO.
           01 WK-PRODUCTO-HALLADO PIC X VALUE 'N'.
           01 PRODUCTO-CUENTA.
           COPY "prodreg.cpy".
           01 WK-OPERACION-CANCELADA PIC X VALUE 'N'.
           01 WK-FECHA-NEGOCIO PIC 9(8) VALUE ZERO.
           01 WK-SALDO-VALIDO PIC X VALUE 'N'.
           01 WK-RETENER PIC 9(7)V99 VALUE ZERO.
           01 WK-PENDIENTE-RET PIC 9(7)V99 VALUE ZERO.
           01 WK-CUENTA-RETENIDA PIC 9(6) VALUE ZERO.
           01 WK-ESTADO-IDX PIC XX.
           01 WK-FIN-IDX PIC X VALUE 'N'.
           01 WK-TAR-CODIGO PIC X(8) VALUE SPACES.
           01 WK-COMISION PIC 9(7)V99 VALUE ZERO.
           01 WK-FRANQUICIA PIC 9(3) VALUE ZERO.
           01 WK-RETIROS-MES PIC 9(5) VALUE ZERO.
           01 WK-SALDO-COMISION PIC S9(7)V99 VALUE ZERO.
           01 WK-RECIBO-ORIGEN PIC 9(6) VALUE ZERO.
           01 WK-CHEQUE-ORIGEN PIC 9(8) VALUE ZERO.
           01 WK-FECHA-INICIO-MES PIC 9(8) VALUE ZERO.
           01 WK-FECHA-INICIO-DET REDEFINES WK-FECHA-INICIO-MES.
               05 WK-ANO-INICIO-MES PIC 9(4).
               05 WK-MES-INICIO-MES PIC 9(2).
               05 WK-DIA-INICIO-MES PIC 9(2).
      * FECHA VALOR DEL DEPOSITO O RETIRO Y DIAS MAXIMOS QUE SE
      * PUEDE ATRASAR (FECHAVALOR.par, 10 SI NO HAY PARAMETRO).
           01 WK-ESTADO-FVA PIC XX.
           01 WK-DIAS-VALOR-MAXIMO PIC 9(3) VALUE 10.
           01 WK-FECHA-VALOR PIC 9(8) VALUE ZERO.
           01 WK-FECHA-VALOR-DET REDEFINES WK-FECHA-VALOR.
               05 WK-ANO-VALOR PIC 9(4).
               05 WK-MES-VALOR PIC 9(2).
               05 WK-DIA-VALOR PIC 9(2).
           01 WK-FECHA-DESDE PIC 9(8) VALUE ZERO.
           01 WK-FECHA-HASTA PIC 9(8) VALUE ZERO.
           01 WK-DIAS-TRANSCURRIDOS PIC 9(4) VALUE ZERO.
           01 WK-FECHA-CALCULO PIC 9(8) VALUE ZERO.
           01 WK-FECHA-CAL-DET REDEFINES WK-FECHA-CALCULO.
               05 WK-ANO-CAL PIC 9(4).
               05 WK-MES-CAL PIC 9(2).
               05 WK-DIA-CAL PIC 9(2).
           01 WK-ULTIMO-DIA PIC 9(2) VALUE ZERO.
           01 WK-COCIENTE PIC 9(4) VALUE ZERO.
           01 WK-RESTO PIC 9(4) VALUE ZERO.
           LINKAGE SECTION.
           01 P-OPCION PIC 9(2).
           01 P-OPERADOR PIC 9(4).
                   PERFORM GRABAR-AUDITORIA
                 ELSE
                 IF ESTADO-I NOT = 'C'
                   PERFORM AVISAR-KYC-CLIENTE
                   MOVE 'N' TO WK-SALDO-VALIDO
                   MOVE 'N' TO WK-OPERACION-CANCELADA
                   PERFORM UNTIL WK-SALDO-VALIDO = 'S'
                         AND WK-TIPO-MOVIMIENTO NOT = 4
                       CONTINUE
                     ELSE
                       IF (ESTADO-I = 'E' OR ESTADO-I = 'F')
                           AND WK-TIPO-MOVIMIENTO NOT = 1
      * NINGUN CARGO PUEDE LLEGAR A SER VALIDO EN UNA CUENTA
      * EMBARGADA O BLOQUEADA POR DEFUNCION, ASI QUE NO SE VUELVE
      * A PREGUNTAR: SE CANCELA LA OPERACION Y SE VUELVE AL MENU.
                         MOVE 'MOVIMIENTO RECHAZADO'
                             TO WK-AUD-EVENTO
                         IF ESTADO-I = 'E'
                           DISPLAY 'CUENTA EMBARGADA, SOLO ADMITE '
                               'DEPOSITOS'
                           MOVE 'CUENTA EMBARGADA'
                               TO WK-AUD-RESULTADO
                         ELSE
                           DISPLAY 'TITULAR FALLECIDO, LA CUENTA SOLO '
                               'ADMITE DEPOSITOS'
                           MOVE 'TITULAR FALLECIDO'
                               TO WK-AUD-RESULTADO
                         END-IF
                         PERFORM GRABAR-AUDITORIA
                         MOVE 'S' TO WK-OPERACION-CANCELADA
                         MOVE 'S' TO WK-SALDO-VALIDO
                           COMPUTE WK-SALDO-MINIMO =
                               ZERO - LIMITE-DESCUBIERTO-I
                         END-IF
      * EL SALDO MINIMO DEL PRODUCTO SOLO FRENA LOS CARGOS; UN INGRESO
      * SIEMPRE SE ADMITE AUNQUE LA CUENTA SIGA POR DEBAJO.
                         IF WK-MOV-FIRMADO < ZERO
                           CALL "LEER-PRODUCTO" USING PRODUCTO-I
                               TIPO-CUENTA-I PRODUCTO-CUENTA
                               WK-PRODUCTO-HALLADO
                           ADD PRD-SALDO-MINIMO TO WK-SALDO-MINIMO
                         END-IF
                         IF WK-NUEVO-SALDO < WK-SALDO-MINIMO
                           DISPLAY 'SALDO INSUFICIENTE, '
                               'MOVIMIENTO RECHAZADO'
                       END-IF
                     END-IF
                   END-PERFORM
                   MOVE WK-FECHA-NEGOCIO TO WK-FECHA-VALOR
                   IF WK-OPERACION-CANCELADA = 'N'
                     AND (WK-TIPO-MOVIMIENTO = 1
                     OR WK-TIPO-MOVIMIENTO = 2)
                     PERFORM PEDIR-FECHA-VALOR
                   END-IF
                   IF WK-OPERACION-CANCELADA = 'N'
                     PERFORM PEDIR-AUTORIZACION
                   END-IF
                     MOVE ZERO TO MOV-CUENTA-CONTRA
                     MOVE P-OPERADOR TO MOV-OPERADOR
                     MOVE ZERO TO MOV-TASA-CAMBIO
                     CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
                         SUCURSAL-I
                     MOVE WK-FECHA-VALOR TO MOV-FECHA-VALOR
                     WRITE REGISTRO-MOV
                     CALL "GRABAR-MOVIMIENTO-IDX"
                         USING REGISTRO-MOV
                     IF WK-FECHA-VALOR < WK-FECHA-NEGOCIO
                         PERFORM AUDITAR-FECHA-VALOR
                     END-IF
                     PERFORM GENERAR-RECIBO
                     PERFORM ACTUALIZAR-CAJA-OPERADOR
                     IF WK-TIPO-MOVIMIENTO = 4
                         PERFORM ENCOLAR-INTERBANCARIO
                     END-IF
                     PERFORM EMITIR-AVISOS-MOVIMIENTO
                     IF WK-TIPO-MOVIMIENTO = 2
                         OR WK-TIPO-MOVIMIENTO = 4
                         PERFORM COBRAR-COMISION-OPERACION
                     END-IF
                     IF WK-TIPO-MOVIMIENTO = 1 AND ESTADO-I = 'E'
                         PERFORM APLICAR-RETENCION
                     END-IF
      * UN MOVIMIENTO POR ENCIMA DEL LIMITE DEL OPERADOR SE DETIENE
      * HASTA QUE UN SUPERVISOR TECLEE SU CLAVE; EL APROBADOR QUEDA
      * GRABADO EN EL DIARIO DE AUDITORIA POR VALIDAR-AUTORIZACION.
      * UN MOVIMIENTO CON FECHA VALOR ATRASADA SIEMPRE NECESITA UN
      * SUPERVISOR, SEA CUAL SEA EL IMPORTE.
       PEDIR-AUTORIZACION.
         MOVE 'N' TO WK-REQUIERE-SUP.
         IF WK-FECHA-VALOR < WK-FECHA-NEGOCIO
             MOVE 'S' TO WK-REQUIERE-SUP
         END-IF.
         CALL "VALIDAR-AUTORIZACION" USING P-OPERADOR
             WK-NUMERO-CUENTA WK-MOVIMIENTO WK-REQUIERE-SUP
             WK-AUTORIZADO WK-AUTORIZANTE.
         IF WK-AUTORIZADO NOT = 'S'
             MOVE 'S' TO WK-OPERACION-CANCELADA
         END-IF.
      * EL DEPOSITO O RETIRO SE GRABA SIEMPRE CON LA FECHA DE HOY,
      * PERO PUEDE LLEVAR UNA FECHA VALOR ANTERIOR (CERO O ENTER ES
      * HOY), COMO MUCHO LOS DIAS DE FECHAVALOR.par HACIA ATRAS. LOS
      * INTERESES DE LOS DIAS QUE QUEDAN EN MEDIO LOS REGULARIZA EL
      * CIERRE DE HOY.
       PEDIR-FECHA-VALOR.
         PERFORM LEER-PARAMETRO-VALOR.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             DISPLAY 'FECHA VALOR (AAAAMMDD, 0 = HOY)'
             ACCEPT WK-FECHA-VALOR
             IF WK-FECHA-VALOR NOT NUMERIC
                 OR WK-FECHA-VALOR = ZERO
                 MOVE WK-FECHA-NEGOCIO TO WK-FECHA-VALOR
             END-IF
             IF WK-FECHA-VALOR > WK-FECHA-NEGOCIO
                 OR WK-MES-VALOR < 1 OR WK-MES-VALOR > 12
                 OR WK-DIA-VALOR < 1 OR WK-DIA-VALOR > 31
                 DISPLAY 'FECHA NO VALIDA, NO PUEDE SER POSTERIOR A '
                     'HOY'
             ELSE
                 MOVE WK-FECHA-VALOR TO WK-FECHA-DESDE
                 MOVE WK-FECHA-NEGOCIO TO WK-FECHA-HASTA
                 PERFORM CONTAR-DIAS-TRANSCURRIDOS
                 IF WK-DIAS-TRANSCURRIDOS > WK-DIAS-VALOR-MAXIMO
                     DISPLAY 'LA FECHA VALOR NO PUEDE ATRASARSE MAS '
                         'DE ' WK-DIAS-VALOR-MAXIMO ' DIAS'
                 ELSE
                     MOVE 'S' TO WK-ENTRADA-VALIDA
                 END-IF
             END-IF
         END-PERFORM.
         IF WK-FECHA-VALOR < WK-FECHA-NEGOCIO
             DISPLAY 'MOVIMIENTO CON FECHA VALOR ' WK-FECHA-VALOR
                 ', ' WK-DIAS-TRANSCURRIDOS ' DIAS ATRAS'
         END-IF.
       LEER-PARAMETRO-VALOR.
         OPEN INPUT FICHERO-FVA.
         IF WK-ESTADO-FVA = '00'
             READ FICHERO-FVA
                 AT END
                     CONTINUE
                 NOT AT END
                     IF LINEA-FVA NUMERIC
                         MOVE LINEA-FVA TO WK-DIAS-VALOR-MAXIMO
                     END-IF
             END-READ
             CLOSE FICHERO-FVA
         END-IF.
       AUDITAR-FECHA-VALOR.
         MOVE 'FECHA VALOR' TO WK-AUD-EVENTO.
         MOVE SPACES TO WK-AUD-RESULTADO.
         STRING WK-TIPO-DESC DELIMITED BY SPACE
                ' ' DELIMITED BY SIZE
                WK-FECHA-VALOR DELIMITED BY SIZE
                ' SUP ' DELIMITED BY SIZE
                WK-AUTORIZANTE DELIMITED BY SIZE
             INTO WK-AUD-RESULTADO.
         PERFORM GRABAR-AUDITORIA.
       CONTAR-DIAS-TRANSCURRIDOS.
         MOVE ZERO TO WK-DIAS-TRANSCURRIDOS.
         MOVE WK-FECHA-DESDE TO WK-FECHA-CALCULO.
         PERFORM UNTIL WK-FECHA-CALCULO NOT < WK-FECHA-HASTA
             OR WK-DIAS-TRANSCURRIDOS = 9999
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
       ACTUALIZAR-CAJA-OPERADOR.
         IF WK-TIPO-MOVIMIENTO = 1 OR WK-TIPO-MOVIMIENTO = 2
             IF WK-TIPO-MOVIMIENTO = 1
                 WK-NUMERO-CUENTA WK-NOT-TIPO WK-MOVIMIENTO
                 WK-FECHA-NEGOCIO
         END-IF.
      * LA COMISION DE LA OPERACION VA COMO UN MOVIMIENTO COMISION
      * APARTE, CON EL NUMERO DEL RECIBO QUE LA ORIGINO EN LA CUENTA
      * CONTRA, Y QUEDA EN EL DIARIO DE COMISIONES PARA EL INFORME
      * MENSUAL. EL RETIRO DE VENTANILLA SOLO PAGA CUANDO SUPERA LA
      * FRANQUICIA DEL MES; EL RETIRO ACTUAL YA ESTA EN EL ESPEJO
      * INDEXADO Y ENTRA EN LA CUENTA. SI EL SALDO NO DA PARA LA
      * COMISION NO SE COBRA, PERO QUEDA EN LA AUDITORIA.
       COBRAR-COMISION-OPERACION.
         MOVE WK-SECUENCIA TO WK-RECIBO-ORIGEN.
         IF WK-TIPO-MOVIMIENTO = 4
             MOVE 'INTERBAN' TO WK-TAR-CODIGO
         ELSE
             MOVE 'RETIRO-V' TO WK-TAR-CODIGO
         END-IF.
         CALL "BUSCAR-TARIFA" USING WK-TAR-CODIGO TIPO-CUENTA-I
             WK-FECHA-NEGOCIO WK-MOVIMIENTO WK-COMISION
             WK-FRANQUICIA.
         IF WK-TIPO-MOVIMIENTO = 2 AND WK-COMISION NOT = ZERO
             PERFORM CONTAR-RETIROS-MES
             IF WK-RETIROS-MES NOT > WK-FRANQUICIA
                 MOVE ZERO TO WK-COMISION
             END-IF
         END-IF.
         IF WK-COMISION NOT = ZERO
             COMPUTE WK-SALDO-COMISION = SALDO-I - WK-COMISION
             IF WK-SALDO-COMISION < WK-SALDO-MINIMO
                 DISPLAY 'COMISION ' WK-TAR-CODIGO ' NO COBRADA, '
                     'SALDO INSUFICIENTE'
                 MOVE 'COMISION NO COBRADA' TO WK-AUD-EVENTO
                 MOVE WK-TAR-CODIGO TO WK-AUD-RESULTADO
                 PERFORM GRABAR-AUDITORIA
             ELSE
                 PERFORM CARGAR-COMISION-OPERACION
             END-IF
         END-IF.
       CARGAR-COMISION-OPERACION.
         MOVE WK-SALDO-COMISION TO SALDO-I.
         REWRITE REGISTRO-IN.
         MOVE NUMERO-I TO MOV-NUMERO-CUENTA.
         MOVE 'COMISION' TO MOV-TIPO.
         MOVE WK-COMISION TO MOV-IMPORTE.
         MOVE SALDO-I TO MOV-SALDO.
         MOVE WK-FECHA-NEGOCIO TO MOV-FECHA.
         MOVE WK-RECIBO-ORIGEN TO MOV-CUENTA-CONTRA.
         MOVE P-OPERADOR TO MOV-OPERADOR.
         MOVE ZERO TO MOV-TASA-CAMBIO.
         CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
             SUCURSAL-I.
         WRITE REGISTRO-MOV.
         CALL "GRABAR-MOVIMIENTO-IDX" USING REGISTRO-MOV.
         MOVE ZERO TO WK-CHEQUE-ORIGEN.
         CALL "REGISTRO-COMISION" USING WK-FECHA-NEGOCIO
             WK-NUMERO-CUENTA WK-TAR-CODIGO WK-COMISION
             WK-RECIBO-ORIGEN WK-CHEQUE-ORIGEN P-OPERADOR.
         DISPLAY 'COMISION ' WK-TAR-CODIGO ' COBRADA: ' WK-COMISION.
      * CUENTA LOS RETIROS DE VENTANILLA (CON OPERADOR) DE LA CUENTA
      * DESDE EL DIA 1 DEL MES EN CURSO.
       CONTAR-RETIROS-MES.
         MOVE ZERO TO WK-RETIROS-MES.
         MOVE WK-FECHA-NEGOCIO TO WK-FECHA-INICIO-MES.
         MOVE 1 TO WK-DIA-INICIO-MES.
         OPEN INPUT FICHERO-IDX.
         IF WK-ESTADO-IDX = '00'
             MOVE NUMERO-I TO IDX-CUENTA
             MOVE WK-FECHA-INICIO-MES TO IDX-FECHA
             MOVE ZERO TO IDX-SECUENCIA
             START FICHERO-IDX KEY IS NOT LESS THAN IDX-CLAVE
                 INVALID KEY
                     MOVE 'S' TO WK-FIN-IDX
                 NOT INVALID KEY
                     MOVE 'N' TO WK-FIN-IDX
             END-START
             PERFORM UNTIL WK-FIN-IDX = 'S'
                 READ FICHERO-IDX NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-IDX
                     NOT AT END
                         IF IDX-CUENTA NOT = NUMERO-I
                             OR IDX-FECHA > WK-FECHA-NEGOCIO
                             MOVE 'S' TO WK-FIN-IDX
                         ELSE
                             IF IDX-TIPO = 'RETIRO'
                                 AND IDX-OPERADOR NOT = ZERO
                                 ADD 1 TO WK-RETIROS-MES
                             END-IF
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE FICHERO-IDX
         END-IF.
       PEDIR-DATOS-INTERBANCARIOS.
         MOVE 'N' TO WK-DESTINO-VALIDO.
         DISPLAY 'CODIGO DEL BANCO DESTINO (4 CARACTERES)'.
         MOVE WK-CUENTA-DESTINO TO MOV-CUENTA-CONTRA.
         MOVE P-OPERADOR TO MOV-OPERADOR.
         MOVE WK-TASA-CRUZADA TO MOV-TASA-CAMBIO.
         CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
             SUCURSAL-I.
         WRITE REGISTRO-MOV.
         CALL "GRABAR-MOVIMIENTO-IDX"
             USING REGISTRO-MOV.
                 MOVE WK-NUMERO-CUENTA TO MOV-CUENTA-CONTRA
                 MOVE P-OPERADOR TO MOV-OPERADOR
                 MOVE WK-TASA-CRUZADA TO MOV-TASA-CAMBIO
                 CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
                     SUCURSAL-I
                 WRITE REGISTRO-MOV
                 CALL "GRABAR-MOVIMIENTO-IDX"
                     USING REGISTRO-MOV
             MOVE EMB-CUENTA-JUDICIAL TO MOV-CUENTA-CONTRA
             MOVE ZERO TO MOV-OPERADOR
             MOVE ZERO TO MOV-TASA-CAMBIO
             CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
                 SUCURSAL-I
             WRITE REGISTRO-MOV
             CALL "GRABAR-MOVIMIENTO-IDX" USING REGISTRO-MOV
             MOVE EMB-CUENTA-JUDICIAL TO NUMERO-I
                     MOVE WK-CUENTA-RETENIDA TO MOV-CUENTA-CONTRA
                     MOVE ZERO TO MOV-OPERADOR
                     MOVE ZERO TO MOV-TASA-CAMBIO
                     CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
                         SUCURSAL-I
                     WRITE REGISTRO-MOV
                     CALL "GRABAR-MOVIMIENTO-IDX" USING REGISTRO-MOV
             END-READ
         OPEN OUTPUT FICHERO-LOCK.
         WRITE LINEA-LOCK.
         CLOSE FICHERO-LOCK.
      * CON EL KYC DEL TITULAR VENCIDO LA CUENTA SIGUE OPERANDO, PERO
      * EL CAJERO RECIBE EL AVISO PARA PEDIR AL CLIENTE QUE ACTUALICE
      * SU DOCUMENTACION.
       AVISAR-KYC-CLIENTE.
         MOVE CLIENTE-ID-I TO CLIENTE-ID.
         OPEN INPUT FICHERO-CLI.
         IF WK-ESTADO-CLI = '00'
             READ FICHERO-CLI
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     CALL "EVALUAR-KYC" USING REGISTRO-CLIENTE
                         WK-FECHA-NEGOCIO WK-RESULTADO-KYC
                         WK-PROXIMA-REVISION
                     EVALUATE WK-RESULTADO-KYC
                         WHEN 'I'
                             DISPLAY 'AVISO: KYC DEL CLIENTE '
                                 'INCOMPLETO, PIDA SU DOCUMENTACION'
                         WHEN 'D'
                             DISPLAY 'AVISO: DOCUMENTO DE '
                                 'IDENTIDAD DEL CLIENTE VENCIDO'
                         WHEN 'R'
                             DISPLAY 'AVISO: REVISION KYC DEL '
                                 'CLIENTE VENCIDA DESDE '
                                 WK-PROXIMA-REVISION
                     END-EVALUATE
             END-READ
             CLOSE FICHERO-CLI
         END-IF.
       GENERAR-RECIBO.
         MOVE CLIENTE-ID-I TO CLIENTE-ID.
         OPEN INPUT FICHERO-CLI.
