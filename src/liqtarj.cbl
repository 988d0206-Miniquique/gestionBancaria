       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDACION-TARJETAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-ENT ASSIGN TO '../data/TARJ_LIQUIDACION.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-ENT.
           SELECT FICHERO-AUT ASSIGN TO '../data/AUTORIZACIONES.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAU-NUMERO
               ALTERNATE RECORD KEY IS TAU-CUENTA WITH DUPLICATES
               FILE STATUS IS WK-ESTADO-AUT.
           SELECT FICHERO-CTA ASSIGN TO '../data/CUENTAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CTA
               ALTERNATE RECORD KEY IS CLIENTE-ID-CTA
                   WITH DUPLICATES
               FILE STATUS IS WK-ESTADO-CTA.
           SELECT FICHERO-MOV ASSIGN TO '../data/MOVIMIENTOS.dat'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FICHERO-LOCK ASSIGN TO '../data/MOVIMIENTO.lck'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-LOCK.
           SELECT FICHERO-EXC ASSIGN TO WK-NOMBRE-EXCEPCIONES
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
      * LAYOUT FIJO DEL FICHERO DE LIQUIDACION DE LA RED: UNA LINEA
      * POR RETIRO ('R') O COMPRA ('C') YA LIQUIDADO CON NOSOTROS,
      * CON EL NUMERO DE AUTORIZACION QUE LE DIMOS (CERO SI LA RED
      * LA RESOLVIO SIN CONSULTARNOS) Y EL IMPORTE DEFINITIVO.
           FD FICHERO-ENT.
           01 REGISTRO-ENT.
               05 ENT-TIPO PIC X(1).
               05 ENT-TARJETA PIC 9(16).
               05 ENT-AUTORIZACION PIC 9(6).
               05 ENT-IMPORTE PIC 9(7)V99.
               05 ENT-FECHA PIC 9(8).
               05 ENT-REFERENCIA PIC X(12).
               05 ENT-TERMINAL PIC X(8).
           FD FICHERO-AUT.
           01 REGISTRO-AUTORIZACION.
           COPY "autreg.cpy".
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
           FD FICHERO-MOV.
           01 REGISTRO-MOV.
           COPY "movreg.cpy".
           FD FICHERO-LOCK.
           01 LINEA-LOCK PIC X(7).
           FD FICHERO-EXC.
           01 LINEA-EXC PIC X(100).
           WORKING-STORAGE SECTION.
           01 WK-FIN-FICHERO PIC X VALUE 'N'.
           01 WK-FIN-AUT PIC X VALUE 'N'.
           01 WK-ESTADO-ENT PIC XX.
           01 WK-ESTADO-AUT PIC XX VALUE '00'.
           01 WK-ESTADO-CTA PIC XX VALUE '00'.
           01 WK-ESTADO-LOCK PIC XX.
           01 WK-LOCK-OCUPADO PIC X VALUE 'N'.
           01 WK-FECHA-HOY PIC 9(8) VALUE ZERO.
           01 WK-NOMBRE-EXCEPCIONES PIC X(40) VALUE SPACES.
           01 WK-AUT-HALLADA PIC X VALUE 'N'.
           01 WK-APLICAR PIC X VALUE 'N'.
           01 WK-MOTIVO-RECHAZO PIC X(30) VALUE SPACES.
           01 WK-MOTIVO-AVISO PIC X(30) VALUE SPACES.
           01 WK-NOT-TIPO PIC X(20) VALUE SPACES.
           01 WK-NOT-IMPORTE PIC 9(7)V99 VALUE ZERO.
           01 WK-TOTAL-LEIDOS PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-ACEPTADOS PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-RECHAZADOS PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-EXCEPCIONES PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-VENCIDAS PIC 9(6) VALUE ZERO.
           01 WK-IMPORTE-ACEPTADO PIC 9(9)V99 VALUE ZERO.
           01 WK-AUD-EVENTO PIC X(20) VALUE SPACES.
           01 WK-AUD-RESULTADO PIC X(30) VALUE SPACES.
           01 WK-AUD-CUENTA PIC 9(6) VALUE ZERO.
           01 WK-AUD-OPERADOR PIC 9(4) VALUE ZERO.
           01 WK-LOT-PROGRAMA PIC X(24) VALUE 'LIQUIDACION-TARJETAS'.
           01 WK-LOT-HORA-INICIO PIC 9(8) VALUE ZERO.
           01 WK-LOT-ESTADO PIC X(2) VALUE 'OK'.
           01 LINEA-TITULO.
               05 FILLER PIC X(40) VALUE
                   'EXCEPCIONES DE LIQUIDACION DE TARJETAS  '.
               05 LT-FECHA PIC 9(8).
           01 LINEA-CABECERA.
               05 FILLER PIC X(18) VALUE 'TARJETA'.
               05 FILLER PIC X(8) VALUE 'AUTORIZ'.
               05 FILLER PIC X(2) VALUE 'T'.
               05 FILLER PIC X(11) VALUE 'LIQUIDADO'.
               05 FILLER PIC X(12) VALUE ' AUTORIZADO'.
               05 FILLER PIC X(13) VALUE '  RESULTADO'.
               05 FILLER PIC X(30) VALUE 'MOTIVO'.
           01 LINEA-DETALLE.
               05 LD-TARJETA PIC X(16).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-AUTORIZACION PIC Z(5)9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-TIPO PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LD-IMPORTE PIC Z(6)9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LD-AUTORIZADO PIC Z(6)9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-RESULTADO PIC X(11).
               05 LD-MOTIVO PIC X(30).
           01 LINEA-TOTALES.
               05 FILLER PIC X(10) VALUE 'LEIDOS: '.
               05 LL-LEIDOS PIC Z(5)9.
               05 FILLER PIC X(13) VALUE '  APLICADOS: '.
               05 LL-ACEPTADOS PIC Z(5)9.
               05 FILLER PIC X(16) VALUE '  NO APLICADOS: '.
               05 LL-RECHAZADOS PIC Z(5)9.
               05 FILLER PIC X(12) VALUE '  VENCIDAS: '.
               05 LL-VENCIDAS PIC Z(5)9.

      * APLICA EL FICHERO DE LIQUIDACION DE LA RED DE CAJEROS Y
      * COMERCIOS: CADA LINEA SE CASA CON SU AUTORIZACION Y, SI
      * CUADRA, SE CARGA EN LA CUENTA COMO CAJERO (RETIRO) O COMPRA-T
      * (COMPRA) CON EL NUMERO DE AUTORIZACION COMO CONTRAPARTIDA.
      * LAS LINEAS SIN AUTORIZACION O QUE NO CASAN CON ELLA NO SE
      * APLICAN Y VAN AL REPORTE DE EXCEPCIONES, IGUAL QUE LAS QUE SE
      * APLICAN CON UN IMPORTE DISTINTO DEL AUTORIZADO. AL TERMINAR,
      * LAS AUTORIZACIONES DE DIAS ANTERIORES QUE SIGUEN SIN LIQUIDAR
      * VENCEN Y LIBERAN EL IMPORTE RESERVADO.
       PROCEDURE DIVISION.
           ACCEPT WK-LOT-HORA-INICIO FROM TIME.
           CALL "FECHA-NEGOCIO" USING WK-FECHA-HOY.
           PERFORM OBTENER-LOCK.
           IF WK-LOCK-OCUPADO = 'S'
               DISPLAY 'OTRO MOVIMIENTO ESTA EN CURSO, INTENTE '
                   'DE NUEVO EN UN MOMENTO'
               MOVE 'ER' TO WK-LOT-ESTADO
               MOVE 'COLISION DE BLOQUEO' TO WK-AUD-EVENTO
               MOVE 'LOCK OCUPADO' TO WK-AUD-RESULTADO
               MOVE ZERO TO WK-AUD-CUENTA
               CALL "REGISTRO-AUDITORIA" USING WK-AUD-EVENTO
                   WK-AUD-CUENTA WK-AUD-RESULTADO WK-AUD-OPERADOR
           ELSE
               PERFORM PROCESAR-LIQUIDACION
               PERFORM LIBERAR-LOCK
           END-IF.
           CALL "REGISTRO-LOTE" USING WK-LOT-PROGRAMA
               WK-LOT-HORA-INICIO WK-TOTAL-LEIDOS
               WK-TOTAL-ACEPTADOS WK-TOTAL-RECHAZADOS WK-LOT-ESTADO.
           STOP RUN.
       PROCESAR-LIQUIDACION.
         OPEN INPUT FICHERO-ENT.
         IF WK-ESTADO-ENT NOT = '00'
             DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE ENTRADA '
                 '../data/TARJ_LIQUIDACION.txt'
             MOVE 'ER' TO WK-LOT-ESTADO
         ELSE
           OPEN I-O FICHERO-CTA
           IF WK-ESTADO-CTA = '35'
               DISPLAY 'NO HAY CUENTAS REGISTRADAS TODAVIA'
               CLOSE FICHERO-ENT
           ELSE
             OPEN I-O FICHERO-AUT
             IF WK-ESTADO-AUT = '35'
                 OPEN OUTPUT FICHERO-AUT
                 CLOSE FICHERO-AUT
                 OPEN I-O FICHERO-AUT
             END-IF
             OPEN EXTEND FICHERO-MOV
             MOVE SPACES TO WK-NOMBRE-EXCEPCIONES
             STRING '../data/TARJ_EXCEPCIONES_' DELIMITED BY SIZE
                    WK-FECHA-HOY DELIMITED BY SIZE
                    '.txt' DELIMITED BY SIZE
                 INTO WK-NOMBRE-EXCEPCIONES
             OPEN OUTPUT FICHERO-EXC
             MOVE WK-FECHA-HOY TO LT-FECHA
             MOVE LINEA-TITULO TO LINEA-EXC
             WRITE LINEA-EXC
             MOVE LINEA-CABECERA TO LINEA-EXC
             WRITE LINEA-EXC
             MOVE 'N' TO WK-FIN-FICHERO
             PERFORM UNTIL WK-FIN-FICHERO = 'S'
                 READ FICHERO-ENT
                     AT END
                         MOVE 'S' TO WK-FIN-FICHERO
                     NOT AT END
                         ADD 1 TO WK-TOTAL-LEIDOS
                         PERFORM PROCESAR-UNA-LINEA
                 END-READ
             END-PERFORM
             PERFORM VENCER-AUTORIZACIONES
             MOVE WK-TOTAL-LEIDOS TO LL-LEIDOS
             MOVE WK-TOTAL-ACEPTADOS TO LL-ACEPTADOS
             MOVE WK-TOTAL-RECHAZADOS TO LL-RECHAZADOS
             MOVE WK-TOTAL-VENCIDAS TO LL-VENCIDAS
             MOVE LINEA-TOTALES TO LINEA-EXC
             WRITE LINEA-EXC
             CLOSE FICHERO-EXC
             CLOSE FICHERO-MOV
             CLOSE FICHERO-AUT
             CLOSE FICHERO-CTA
             CLOSE FICHERO-ENT
             DISPLAY 'LIQUIDACION DE TARJETAS PROCESADA'
             DISPLAY 'LINEAS LEIDAS: ' WK-TOTAL-LEIDOS
             DISPLAY 'APLICADAS: ' WK-TOTAL-ACEPTADOS
             DISPLAY 'NO APLICADAS: ' WK-TOTAL-RECHAZADOS
             DISPLAY 'IMPORTE CARGADO: ' WK-IMPORTE-ACEPTADO
             DISPLAY 'AUTORIZACIONES VENCIDAS: ' WK-TOTAL-VENCIDAS
             DISPLAY 'EXCEPCIONES: ' WK-TOTAL-EXCEPCIONES
                 ' EN ' WK-NOMBRE-EXCEPCIONES
           END-IF
         END-IF.
       PROCESAR-UNA-LINEA.
         MOVE SPACES TO WK-MOTIVO-RECHAZO.
         MOVE SPACES TO WK-MOTIVO-AVISO.
         MOVE 'N' TO WK-APLICAR.
         MOVE 'N' TO WK-AUT-HALLADA.
         PERFORM CASAR-AUTORIZACION.
         IF WK-MOTIVO-RECHAZO = SPACES
             PERFORM VALIDAR-CUENTA-CARGO
         END-IF.
         IF WK-MOTIVO-RECHAZO = SPACES
             PERFORM APLICAR-CARGO
         ELSE
             ADD 1 TO WK-TOTAL-RECHAZADOS
             MOVE 'TARJETA NO APLICADA' TO WK-AUD-EVENTO
             MOVE WK-MOTIVO-RECHAZO TO WK-AUD-RESULTADO
             IF WK-AUT-HALLADA = 'S'
                 MOVE TAU-CUENTA TO WK-AUD-CUENTA
             ELSE
                 MOVE ZERO TO WK-AUD-CUENTA
             END-IF
             CALL "REGISTRO-AUDITORIA" USING WK-AUD-EVENTO
                 WK-AUD-CUENTA WK-AUD-RESULTADO WK-AUD-OPERADOR
             MOVE 'NO APLICADO' TO LD-RESULTADO
             MOVE WK-MOTIVO-RECHAZO TO LD-MOTIVO
             PERFORM ESCRIBIR-EXCEPCION
         END-IF.
         IF WK-MOTIVO-RECHAZO = SPACES
             AND WK-MOTIVO-AVISO NOT = SPACES
             MOVE 'APLICADO' TO LD-RESULTADO
             MOVE WK-MOTIVO-AVISO TO LD-MOTIVO
             PERFORM ESCRIBIR-EXCEPCION
         END-IF.
      * LA LINEA TIENE QUE TRAER UNA AUTORIZACION NUESTRA, APROBADA,
      * TODAVIA SIN LIQUIDAR Y DE LA MISMA TARJETA Y TIPO. UNA
      * AUTORIZACION VENCIDA TODAVIA SE ACEPTA PORQUE LA RED YA NOS
      * LA COBRO, PERO SE AVISA.
       CASAR-AUTORIZACION.
         IF (ENT-TIPO NOT = 'R' AND ENT-TIPO NOT = 'C')
             OR ENT-TARJETA NOT NUMERIC
             OR ENT-IMPORTE NOT NUMERIC OR ENT-IMPORTE = ZERO
             MOVE 'LINEA NO VALIDA' TO WK-MOTIVO-RECHAZO
         ELSE
           IF ENT-AUTORIZACION NOT NUMERIC
               OR ENT-AUTORIZACION = ZERO
             MOVE 'SIN AUTORIZACION' TO WK-MOTIVO-RECHAZO
           ELSE
             MOVE ENT-AUTORIZACION TO TAU-NUMERO
             READ FICHERO-AUT
                 INVALID KEY
                     MOVE 'AUTORIZACION INEXISTENTE'
                         TO WK-MOTIVO-RECHAZO
                 NOT INVALID KEY
                     MOVE 'S' TO WK-AUT-HALLADA
                     PERFORM COMPROBAR-AUTORIZACION
             END-READ
           END-IF
         END-IF.
       COMPROBAR-AUTORIZACION.
         IF TAU-TARJETA NOT = ENT-TARJETA
             OR TAU-TIPO NOT = ENT-TIPO
             MOVE 'NO CASA CON LA AUTORIZACION' TO WK-MOTIVO-RECHAZO
         ELSE
           IF AUTORIZACION-DENEGADA
             MOVE 'AUTORIZACION DENEGADA' TO WK-MOTIVO-RECHAZO
           ELSE
             IF AUTORIZACION-LIQUIDADA
               MOVE 'AUTORIZACION YA LIQUIDADA' TO WK-MOTIVO-RECHAZO
             ELSE
               IF ENT-IMPORTE NOT = TAU-IMPORTE
                   IF AUTORIZACION-VENCIDA
                       MOVE 'IMPORTE DISTINTO Y YA VENCIDA'
                           TO WK-MOTIVO-AVISO
                   ELSE
                       MOVE 'IMPORTE DISTINTO DEL AUTORIZADO'
                           TO WK-MOTIVO-AVISO
                   END-IF
               ELSE
                   IF AUTORIZACION-VENCIDA
                       MOVE 'LIQUIDADA DESPUES DE VENCER'
                           TO WK-MOTIVO-AVISO
                   END-IF
               END-IF
             END-IF
           END-IF
         END-IF.
      * AUNQUE LA AUTORIZACION FUERA VALIDA, UNA CUENTA QUE DESPUES
      * QUEDO EMBARGADA, BLOQUEADA POR DEFUNCION, DORMIDA O CERRADA
      * NO ADMITE EL CARGO: QUEDA EN EXCEPCIONES PARA RESOLVERLO CON
      * LA RED.
       VALIDAR-CUENTA-CARGO.
         MOVE TAU-CUENTA TO NUMERO-CTA.
         READ FICHERO-CTA
             INVALID KEY
                 MOVE 'CUENTA NO EXISTE' TO WK-MOTIVO-RECHAZO
             NOT INVALID KEY
                 EVALUATE ESTADO-CTA
                     WHEN 'A'
                         MOVE 'S' TO WK-APLICAR
                     WHEN 'D'
                         MOVE 'CUENTA DORMIDA' TO WK-MOTIVO-RECHAZO
                     WHEN 'E'
                         MOVE 'CUENTA EMBARGADA' TO WK-MOTIVO-RECHAZO
                     WHEN 'F'
                         MOVE 'TITULAR FALLECIDO' TO WK-MOTIVO-RECHAZO
                     WHEN OTHER
                         MOVE 'CUENTA CERRADA' TO WK-MOTIVO-RECHAZO
                 END-EVALUATE
         END-READ.
      * EL IMPORTE YA LO PAGO LA RED: SE CARGA AUNQUE DEJE LA CUENTA
      * EN DESCUBIERTO, Y EN ESE CASO SE AVISA AL CLIENTE.
       APLICAR-CARGO.
         SUBTRACT ENT-IMPORTE FROM SALDO-CTA.
         REWRITE REGISTRO-CTA.
         MOVE NUMERO-CTA TO MOV-NUMERO-CUENTA.
         IF ENT-TIPO = 'R'
             MOVE 'CAJERO' TO MOV-TIPO
         ELSE
             MOVE 'COMPRA-T' TO MOV-TIPO
         END-IF.
         MOVE ENT-IMPORTE TO MOV-IMPORTE.
         MOVE SALDO-CTA TO MOV-SALDO.
         MOVE WK-FECHA-HOY TO MOV-FECHA.
         MOVE TAU-NUMERO TO MOV-CUENTA-CONTRA.
         MOVE ZERO TO MOV-OPERADOR.
         MOVE ZERO TO MOV-TASA-CAMBIO.
         CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
             SUCURSAL-CTA.
         WRITE REGISTRO-MOV.
         CALL "GRABAR-MOVIMIENTO-IDX" USING REGISTRO-MOV.
         MOVE 'L' TO TAU-ESTADO.
         MOVE WK-FECHA-HOY TO TAU-FECHA-LIQUIDACION.
         MOVE ENT-IMPORTE TO TAU-IMPORTE-LIQUIDADO.
         REWRITE REGISTRO-AUTORIZACION.
         ADD 1 TO WK-TOTAL-ACEPTADOS.
         ADD ENT-IMPORTE TO WK-IMPORTE-ACEPTADO.
         IF SALDO-CTA < ZERO
             MOVE 'USO DE DESCUBIERTO' TO WK-NOT-TIPO
             MOVE ENT-IMPORTE TO WK-NOT-IMPORTE
             CALL "EMITIR-NOTIFICACION" USING CLIENTE-ID-CTA
                 NUMERO-CTA WK-NOT-TIPO WK-NOT-IMPORTE WK-FECHA-HOY
         END-IF.
       ESCRIBIR-EXCEPCION.
         MOVE ENT-TARJETA TO LD-TARJETA.
         IF ENT-AUTORIZACION NUMERIC
             MOVE ENT-AUTORIZACION TO LD-AUTORIZACION
         ELSE
             MOVE ZERO TO LD-AUTORIZACION
         END-IF.
         MOVE ENT-TIPO TO LD-TIPO.
         IF ENT-IMPORTE NUMERIC
             MOVE ENT-IMPORTE TO LD-IMPORTE
         ELSE
             MOVE ZERO TO LD-IMPORTE
         END-IF.
         IF WK-AUT-HALLADA = 'S'
             MOVE TAU-IMPORTE TO LD-AUTORIZADO
         ELSE
             MOVE ZERO TO LD-AUTORIZADO
         END-IF.
         MOVE LINEA-DETALLE TO LINEA-EXC.
         WRITE LINEA-EXC.
         ADD 1 TO WK-TOTAL-EXCEPCIONES.
      * LA RED LIQUIDA CADA DIA LO AUTORIZADO HASTA SU CORTE, Y LO
      * POSTERIOR LLEGA EN EL FICHERO SIGUIENTE. UNA APROBADA DE UN
      * DIA ANTERIOR QUE SIGUE PENDIENTE YA NO VA A LLEGAR: VENCE,
      * DEJA DE RESERVAR SALDO Y SE LISTA COMO EXCEPCION.
       VENCER-AUTORIZACIONES.
         MOVE ZERO TO TAU-NUMERO.
         START FICHERO-AUT KEY IS NOT LESS THAN TAU-NUMERO
             INVALID KEY
                 MOVE 'S' TO WK-FIN-AUT
             NOT INVALID KEY
                 MOVE 'N' TO WK-FIN-AUT
         END-START.
         PERFORM UNTIL WK-FIN-AUT = 'S'
             READ FICHERO-AUT NEXT RECORD
                 AT END
                     MOVE 'S' TO WK-FIN-AUT
                 NOT AT END
                     IF AUTORIZACION-APROBADA
                         AND AUTORIZACION-PENDIENTE
                         AND TAU-FECHA < WK-FECHA-HOY
                         PERFORM VENCER-UNA-AUTORIZACION
                     END-IF
             END-READ
         END-PERFORM.
       VENCER-UNA-AUTORIZACION.
         MOVE 'V' TO TAU-ESTADO.
         REWRITE REGISTRO-AUTORIZACION.
         ADD 1 TO WK-TOTAL-VENCIDAS.
         MOVE TAU-TARJETA TO LD-TARJETA.
         MOVE TAU-NUMERO TO LD-AUTORIZACION.
         MOVE TAU-TIPO TO LD-TIPO.
         MOVE ZERO TO LD-IMPORTE.
         MOVE TAU-IMPORTE TO LD-AUTORIZADO.
         MOVE 'VENCIDA' TO LD-RESULTADO.
         MOVE 'AUTORIZADA Y NO LIQUIDADA' TO LD-MOTIVO.
         MOVE LINEA-DETALLE TO LINEA-EXC.
         WRITE LINEA-EXC.
         ADD 1 TO WK-TOTAL-EXCEPCIONES.
       OBTENER-LOCK.
         MOVE 'N' TO WK-LOCK-OCUPADO.
         OPEN INPUT FICHERO-LOCK.
         IF WK-ESTADO-LOCK = '00'
             READ FICHERO-LOCK
                 AT END
                     CONTINUE
                 NOT AT END
                     IF LINEA-LOCK = 'OCUPADO'
                         OR LINEA-LOCK = 'CIERRE'
                         MOVE 'S' TO WK-LOCK-OCUPADO
                     END-IF
             END-READ
             CLOSE FICHERO-LOCK
         END-IF.
         IF WK-LOCK-OCUPADO = 'N'
             MOVE 'OCUPADO' TO LINEA-LOCK
             OPEN OUTPUT FICHERO-LOCK
             WRITE LINEA-LOCK
             CLOSE FICHERO-LOCK
         END-IF.
       LIBERAR-LOCK.
         MOVE 'LIBRE' TO LINEA-LOCK.
         OPEN OUTPUT FICHERO-LOCK.
         WRITE LINEA-LOCK.
         CLOSE FICHERO-LOCK.
       END PROGRAM LIQUIDACION-TARJETAS.
