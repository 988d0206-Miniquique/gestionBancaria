       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTORIZACION-TARJETAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-SOL ASSIGN TO '../data/TARJ_SOLICITUDES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-SOL.
           SELECT FICHERO-TRJ ASSIGN TO '../data/TARJETAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRJ-NUMERO
               ALTERNATE RECORD KEY IS TRJ-CUENTA WITH DUPLICATES
               FILE STATUS IS WK-ESTADO-TRJ.
           SELECT FICHERO-CTA ASSIGN TO '../data/CUENTAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CTA
               ALTERNATE RECORD KEY IS CLIENTE-ID-CTA
                   WITH DUPLICATES
               FILE STATUS IS WK-ESTADO-CTA.
           SELECT FICHERO-AUT ASSIGN TO '../data/AUTORIZACIONES.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAU-NUMERO
               ALTERNATE RECORD KEY IS TAU-CUENTA WITH DUPLICATES
               FILE STATUS IS WK-ESTADO-AUT.
           SELECT FICHERO-ASQ ASSIGN TO '../data/AUTORIZ.seq'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-ASQ.
           SELECT FICHERO-RSP ASSIGN TO '../data/TARJ_RESPUESTAS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
      * LAYOUT FIJO DE LA SOLICITUD PACTADO CON LA RED: 'R' RETIRO
      * EN CAJERO, 'C' COMPRA EN COMERCIO. LA REFERENCIA ES LA DE LA
      * RED Y VUELVE EN LA RESPUESTA PARA QUE LA CASE.
           FD FICHERO-SOL.
           01 REGISTRO-SOL.
               05 SOL-TIPO PIC X(1).
               05 SOL-TARJETA PIC 9(16).
               05 SOL-IMPORTE PIC 9(7)V99.
               05 SOL-REFERENCIA PIC X(12).
               05 SOL-TERMINAL PIC X(8).
           FD FICHERO-TRJ.
           01 REGISTRO-TARJETA.
           COPY "tarjreg.cpy".
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
           FD FICHERO-AUT.
           01 REGISTRO-AUTORIZACION.
           COPY "autreg.cpy".
           FD FICHERO-ASQ.
           01 LINEA-ASQ PIC 9(6).
      * LAYOUT FIJO DE LA RESPUESTA A LA RED: UNA LINEA POR
      * SOLICITUD, 'A' APROBADA O 'D' DENEGADA, CON EL NUMERO DE
      * AUTORIZACION QUE LA RED DEVUELVE EN LA LIQUIDACION Y EL
      * CODIGO DEL MOTIVO:
      *   00 APROBADA                 06 CUENTA CERRADA
      *   01 SOLICITUD NO VALIDA      07 CUENTA DORMIDA
      *   02 TARJETA NO EXISTE        08 CUENTA EMBARGADA
      *   03 TARJETA BLOQUEADA        09 TITULAR FALLECIDO
      *   04 TARJETA PERDIDA O BAJA   10 SUPERA EL LIMITE DIARIO
      *   05 TARJETA CADUCADA         11 SALDO INSUFICIENTE
           FD FICHERO-RSP.
           01 REGISTRO-RSP.
               05 RSP-REFERENCIA PIC X(12).
               05 RSP-TARJETA PIC X(16).
               05 RSP-RESULTADO PIC X(1).
               05 RSP-AUTORIZACION PIC 9(6).
               05 RSP-CODIGO PIC X(2).
               05 RSP-MOTIVO PIC X(30).
           WORKING-STORAGE SECTION.
           01 WK-FIN-FICHERO PIC X VALUE 'N'.
           01 WK-FIN-AUT PIC X VALUE 'N'.
           01 WK-ESTADO-SOL PIC XX.
           01 WK-ESTADO-TRJ PIC XX VALUE '00'.
           01 WK-ESTADO-CTA PIC XX VALUE '00'.
           01 WK-ESTADO-AUT PIC XX VALUE '00'.
           01 WK-ESTADO-ASQ PIC XX.
           01 WK-FECHA-HOY PIC 9(8) VALUE ZERO.
           01 WK-HORA PIC 9(8) VALUE ZERO.
           01 WK-CODIGO-RECHAZO PIC X(2) VALUE '00'.
           01 WK-MOTIVO-RECHAZO PIC X(30) VALUE SPACES.
           01 WK-AUTORIZACION-ID PIC 9(6) VALUE ZERO.
           01 WK-CUENTA-TARJETA PIC 9(6) VALUE ZERO.
           01 WK-USADO-DIA PIC 9(7)V99 VALUE ZERO.
           01 WK-LIMITE-DIA PIC 9(7)V99 VALUE ZERO.
           01 WK-PENDIENTE PIC 9(9)V99 VALUE ZERO.
           01 WK-NUEVO-SALDO PIC S9(9)V99 VALUE ZERO.
           01 WK-SALDO-MINIMO PIC S9(9)V99 VALUE ZERO.
           01 WK-PRODUCTO-HALLADO PIC X VALUE 'N'.
           01 PRODUCTO-CUENTA.
           COPY "prodreg.cpy".
           01 WK-TOTAL-LEIDOS PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-APROBADAS PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-DENEGADAS PIC 9(6) VALUE ZERO.
           01 WK-IMPORTE-APROBADO PIC 9(9)V99 VALUE ZERO.
           01 WK-AUD-EVENTO PIC X(20) VALUE SPACES.
           01 WK-AUD-RESULTADO PIC X(30) VALUE SPACES.
           01 WK-AUD-CUENTA PIC 9(6) VALUE ZERO.
           01 WK-AUD-OPERADOR PIC 9(4) VALUE ZERO.
           01 WK-LOT-PROGRAMA PIC X(24) VALUE 'AUTORIZACION-TARJETAS'.
           01 WK-LOT-HORA-INICIO PIC 9(8) VALUE ZERO.
           01 WK-LOT-ESTADO PIC X(2) VALUE 'OK'.

      * RESPONDE LAS SOLICITUDES DE AUTORIZACION QUE LA RED DE
      * CAJEROS Y COMERCIOS DEJA EN TARJ_SOLICITUDES.txt. NO MUEVE
      * SALDOS: LA APROBACION SOLO RESERVA EL IMPORTE HASTA QUE LLEGA
      * EN EL FICHERO DE LIQUIDACION, Y POR ESO NO NECESITA EL
      * BLOQUEO DE MOVIMIENTOS. CADA SOLICITUD QUEDA GRABADA EN
      * AUTORIZACIONES.dat CON SU RESULTADO.
       PROCEDURE DIVISION.
           ACCEPT WK-LOT-HORA-INICIO FROM TIME.
           CALL "FECHA-NEGOCIO" USING WK-FECHA-HOY.
           PERFORM PROCESAR-SOLICITUDES.
           CALL "REGISTRO-LOTE" USING WK-LOT-PROGRAMA
               WK-LOT-HORA-INICIO WK-TOTAL-LEIDOS
               WK-TOTAL-APROBADAS WK-TOTAL-DENEGADAS WK-LOT-ESTADO.
           STOP RUN.
       PROCESAR-SOLICITUDES.
         OPEN INPUT FICHERO-SOL.
         IF WK-ESTADO-SOL NOT = '00'
             DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE ENTRADA '
                 '../data/TARJ_SOLICITUDES.txt'
             MOVE 'ER' TO WK-LOT-ESTADO
         ELSE
           OPEN I-O FICHERO-TRJ
           IF WK-ESTADO-TRJ = '35'
               DISPLAY 'NO HAY TARJETAS REGISTRADAS TODAVIA'
               CLOSE FICHERO-SOL
           ELSE
             OPEN INPUT FICHERO-CTA
             OPEN I-O FICHERO-AUT
             IF WK-ESTADO-AUT = '35'
                 OPEN OUTPUT FICHERO-AUT
                 CLOSE FICHERO-AUT
                 OPEN I-O FICHERO-AUT
             END-IF
             OPEN OUTPUT FICHERO-RSP
             MOVE 'N' TO WK-FIN-FICHERO
             PERFORM UNTIL WK-FIN-FICHERO = 'S'
                 READ FICHERO-SOL
                     AT END
                         MOVE 'S' TO WK-FIN-FICHERO
                     NOT AT END
                         ADD 1 TO WK-TOTAL-LEIDOS
                         PERFORM PROCESAR-UNA-SOLICITUD
                 END-READ
             END-PERFORM
             CLOSE FICHERO-RSP
             CLOSE FICHERO-AUT
             CLOSE FICHERO-CTA
             CLOSE FICHERO-TRJ
             CLOSE FICHERO-SOL
             DISPLAY 'SOLICITUDES DE TARJETA RESPONDIDAS'
             DISPLAY 'LEIDAS: ' WK-TOTAL-LEIDOS
             DISPLAY 'APROBADAS: ' WK-TOTAL-APROBADAS
             DISPLAY 'DENEGADAS: ' WK-TOTAL-DENEGADAS
             DISPLAY 'IMPORTE APROBADO: ' WK-IMPORTE-APROBADO
             DISPLAY 'RESPUESTAS EN ../data/TARJ_RESPUESTAS.txt'
           END-IF
         END-IF.
       PROCESAR-UNA-SOLICITUD.
         MOVE '00' TO WK-CODIGO-RECHAZO.
         MOVE SPACES TO WK-MOTIVO-RECHAZO.
         MOVE ZERO TO WK-CUENTA-TARJETA.
         IF (SOL-TIPO NOT = 'R' AND SOL-TIPO NOT = 'C')
             OR SOL-TARJETA NOT NUMERIC OR SOL-TARJETA = ZERO
             OR SOL-IMPORTE NOT NUMERIC OR SOL-IMPORTE = ZERO
             MOVE '01' TO WK-CODIGO-RECHAZO
             MOVE 'SOLICITUD NO VALIDA' TO WK-MOTIVO-RECHAZO
         ELSE
             MOVE SOL-TARJETA TO TRJ-NUMERO
             READ FICHERO-TRJ
                 INVALID KEY
                     MOVE '02' TO WK-CODIGO-RECHAZO
                     MOVE 'TARJETA NO EXISTE' TO WK-MOTIVO-RECHAZO
                 NOT INVALID KEY
                     MOVE TRJ-CUENTA TO WK-CUENTA-TARJETA
                     PERFORM VALIDAR-TARJETA
             END-READ
         END-IF.
         IF WK-CODIGO-RECHAZO = '00'
             PERFORM COMPROBAR-LIMITE-DIARIO
         END-IF.
         IF WK-CODIGO-RECHAZO = '00'
             PERFORM CARGAR-CUENTA
         END-IF.
         PERFORM SIGUIENTE-AUTORIZACION.
         IF WK-CODIGO-RECHAZO = '00'
             PERFORM ANOTAR-CONSUMO
         END-IF.
         PERFORM GRABAR-AUTORIZACION.
         PERFORM ESCRIBIR-RESPUESTA.
       VALIDAR-TARJETA.
         EVALUATE TRUE
             WHEN TARJETA-ACTIVA
                 CONTINUE
             WHEN TARJETA-BLOQUEADA
                 MOVE '03' TO WK-CODIGO-RECHAZO
                 MOVE 'TARJETA BLOQUEADA' TO WK-MOTIVO-RECHAZO
             WHEN TARJETA-PERDIDA
                 MOVE '04' TO WK-CODIGO-RECHAZO
                 MOVE 'TARJETA PERDIDA O ROBADA' TO WK-MOTIVO-RECHAZO
             WHEN OTHER
                 MOVE '04' TO WK-CODIGO-RECHAZO
                 MOVE 'TARJETA DADA DE BAJA' TO WK-MOTIVO-RECHAZO
         END-EVALUATE.
         IF WK-CODIGO-RECHAZO = '00'
             AND TRJ-FECHA-CADUCIDAD < WK-FECHA-HOY
             MOVE '05' TO WK-CODIGO-RECHAZO
             MOVE 'TARJETA CADUCADA' TO WK-MOTIVO-RECHAZO
         END-IF.
      * EL CONSUMO ANOTADO EN LA TARJETA ES EL DE SU FECHA DE USO;
      * LA PRIMERA SOLICITUD DE UN DIA NUEVO LO EMPIEZA EN CERO.
       COMPROBAR-LIMITE-DIARIO.
         IF TRJ-FECHA-USO NOT = WK-FECHA-HOY
             MOVE WK-FECHA-HOY TO TRJ-FECHA-USO
             MOVE ZERO TO TRJ-RETIRADO-DIA
             MOVE ZERO TO TRJ-COMPRADO-DIA
         END-IF.
         IF SOL-TIPO = 'R'
             MOVE TRJ-RETIRADO-DIA TO WK-USADO-DIA
             MOVE TRJ-LIMITE-RETIRO TO WK-LIMITE-DIA
         ELSE
             MOVE TRJ-COMPRADO-DIA TO WK-USADO-DIA
             MOVE TRJ-LIMITE-COMPRA TO WK-LIMITE-DIA
         END-IF.
         IF WK-USADO-DIA + SOL-IMPORTE > WK-LIMITE-DIA
             MOVE '10' TO WK-CODIGO-RECHAZO
             IF SOL-TIPO = 'R'
                 MOVE 'SUPERA LIMITE DIARIO RETIRO'
                     TO WK-MOTIVO-RECHAZO
             ELSE
                 MOVE 'SUPERA LIMITE DIARIO COMPRA'
                     TO WK-MOTIVO-RECHAZO
             END-IF
         END-IF.
      * LOS CARGOS CON TARJETA PASAN LOS MISMOS CONTROLES QUE UN
      * RETIRO EN VENTANILLA: CUENTA ACTIVA (UNA EMBARGADA O DE UN
      * TITULAR FALLECIDO NO ADMITE CARGOS) Y SALDO SUFICIENTE HASTA
      * EL DESCUBIERTO AUTORIZADO Y EL MINIMO DEL PRODUCTO.
       CARGAR-CUENTA.
         MOVE WK-CUENTA-TARJETA TO NUMERO-CTA.
         READ FICHERO-CTA
             INVALID KEY
                 MOVE '06' TO WK-CODIGO-RECHAZO
                 MOVE 'CUENTA NO EXISTE' TO WK-MOTIVO-RECHAZO
             NOT INVALID KEY
                 EVALUATE ESTADO-CTA
                     WHEN 'A'
                         PERFORM COMPROBAR-DISPONIBLE
                     WHEN 'D'
                         MOVE '07' TO WK-CODIGO-RECHAZO
                         MOVE 'CUENTA DORMIDA' TO WK-MOTIVO-RECHAZO
                     WHEN 'E'
                         MOVE '08' TO WK-CODIGO-RECHAZO
                         MOVE 'CUENTA EMBARGADA' TO WK-MOTIVO-RECHAZO
                     WHEN 'F'
                         MOVE '09' TO WK-CODIGO-RECHAZO
                         MOVE 'TITULAR FALLECIDO' TO WK-MOTIVO-RECHAZO
                     WHEN OTHER
                         MOVE '06' TO WK-CODIGO-RECHAZO
                         MOVE 'CUENTA CERRADA' TO WK-MOTIVO-RECHAZO
                 END-EVALUATE
         END-READ.
      * LO YA AUTORIZADO Y TODAVIA NO LIQUIDADO EN LA CUENTA, CON
      * CUALQUIERA DE SUS TARJETAS, CUENTA COMO YA GASTADO.
       COMPROBAR-DISPONIBLE.
         PERFORM SUMAR-PENDIENTE.
         COMPUTE WK-NUEVO-SALDO =
             SALDO-CTA - WK-PENDIENTE - SOL-IMPORTE.
         MOVE ZERO TO WK-SALDO-MINIMO.
         IF ES-CORRIENTE-CTA
             COMPUTE WK-SALDO-MINIMO = ZERO - LIMITE-DESCUBIERTO-CTA
         END-IF.
         CALL "LEER-PRODUCTO" USING PRODUCTO-CTA
             TIPO-CUENTA-CTA PRODUCTO-CUENTA WK-PRODUCTO-HALLADO.
         ADD PRD-SALDO-MINIMO TO WK-SALDO-MINIMO.
         IF WK-NUEVO-SALDO < WK-SALDO-MINIMO
             MOVE '11' TO WK-CODIGO-RECHAZO
             MOVE 'SALDO INSUFICIENTE' TO WK-MOTIVO-RECHAZO
         END-IF.
       SUMAR-PENDIENTE.
         MOVE ZERO TO WK-PENDIENTE.
         MOVE NUMERO-CTA TO TAU-CUENTA.
         START FICHERO-AUT KEY IS = TAU-CUENTA
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
                     IF TAU-CUENTA NOT = NUMERO-CTA
                         MOVE 'S' TO WK-FIN-AUT
                     ELSE
                         IF AUTORIZACION-APROBADA
                             AND AUTORIZACION-PENDIENTE
                             ADD TAU-IMPORTE TO WK-PENDIENTE
                         END-IF
                     END-IF
             END-READ
         END-PERFORM.
      * EL CONSUMO DEL DIA SOLO CRECE CON LO APROBADO.
       ANOTAR-CONSUMO.
         IF SOL-TIPO = 'R'
             ADD SOL-IMPORTE TO TRJ-RETIRADO-DIA
         ELSE
             ADD SOL-IMPORTE TO TRJ-COMPRADO-DIA
         END-IF.
         REWRITE REGISTRO-TARJETA.
       SIGUIENTE-AUTORIZACION.
         MOVE ZERO TO WK-AUTORIZACION-ID.
         OPEN INPUT FICHERO-ASQ.
         IF WK-ESTADO-ASQ = '00'
             READ FICHERO-ASQ
                 AT END
                     CONTINUE
                 NOT AT END
                     MOVE LINEA-ASQ TO WK-AUTORIZACION-ID
             END-READ
             CLOSE FICHERO-ASQ
         END-IF.
         ADD 1 TO WK-AUTORIZACION-ID.
         MOVE WK-AUTORIZACION-ID TO LINEA-ASQ.
         OPEN OUTPUT FICHERO-ASQ.
         WRITE LINEA-ASQ.
         CLOSE FICHERO-ASQ.
       GRABAR-AUTORIZACION.
         ACCEPT WK-HORA FROM TIME.
         MOVE WK-AUTORIZACION-ID TO TAU-NUMERO.
         MOVE WK-FECHA-HOY TO TAU-FECHA.
         MOVE WK-HORA TO TAU-HORA.
         IF SOL-TARJETA NUMERIC
             MOVE SOL-TARJETA TO TAU-TARJETA
         ELSE
             MOVE ZERO TO TAU-TARJETA
         END-IF.
         MOVE WK-CUENTA-TARJETA TO TAU-CUENTA.
         MOVE SOL-TIPO TO TAU-TIPO.
         IF SOL-IMPORTE NUMERIC
             MOVE SOL-IMPORTE TO TAU-IMPORTE
         ELSE
             MOVE ZERO TO TAU-IMPORTE
         END-IF.
         MOVE SOL-REFERENCIA TO TAU-REFERENCIA.
         MOVE SOL-TERMINAL TO TAU-TERMINAL.
         MOVE WK-CODIGO-RECHAZO TO TAU-CODIGO.
         IF WK-CODIGO-RECHAZO = '00'
             MOVE 'A' TO TAU-RESULTADO
             MOVE 'APROBADA' TO TAU-MOTIVO
             MOVE 'P' TO TAU-ESTADO
         ELSE
             MOVE 'D' TO TAU-RESULTADO
             MOVE WK-MOTIVO-RECHAZO TO TAU-MOTIVO
             MOVE SPACE TO TAU-ESTADO
         END-IF.
         MOVE ZERO TO TAU-FECHA-LIQUIDACION.
         MOVE ZERO TO TAU-IMPORTE-LIQUIDADO.
         WRITE REGISTRO-AUTORIZACION.
       ESCRIBIR-RESPUESTA.
         MOVE SOL-REFERENCIA TO RSP-REFERENCIA.
         MOVE SOL-TARJETA TO RSP-TARJETA.
         MOVE WK-AUTORIZACION-ID TO RSP-AUTORIZACION.
         MOVE TAU-CODIGO TO RSP-CODIGO.
         MOVE TAU-MOTIVO TO RSP-MOTIVO.
         MOVE TAU-RESULTADO TO RSP-RESULTADO.
         IF WK-CODIGO-RECHAZO = '00'
             ADD 1 TO WK-TOTAL-APROBADAS
             ADD SOL-IMPORTE TO WK-IMPORTE-APROBADO
         ELSE
             ADD 1 TO WK-TOTAL-DENEGADAS
             MOVE 'TARJETA DENEGADA' TO WK-AUD-EVENTO
             MOVE WK-MOTIVO-RECHAZO TO WK-AUD-RESULTADO
             MOVE WK-CUENTA-TARJETA TO WK-AUD-CUENTA
             CALL "REGISTRO-AUDITORIA" USING WK-AUD-EVENTO
                 WK-AUD-CUENTA WK-AUD-RESULTADO WK-AUD-OPERADOR
         END-IF.
         WRITE REGISTRO-RSP.
       END PROGRAM AUTORIZACION-TARJETAS.
