       IDENTIFICATION DIVISION.
       PROGRAM-ID. BARRIDO-CUENTAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-BAR ASSIGN TO '../data/BARRIDOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAR-CUENTA-CORRIENTE
               FILE STATUS IS WK-ESTADO-BAR.
           SELECT FICHERO-CTA ASSIGN TO '../data/CUENTAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CTA
               ALTERNATE RECORD KEY IS CLIENTE-ID-CTA
                   WITH DUPLICATES
               FILE STATUS IS WK-ESTADO-CTA.
           SELECT FICHERO-MOV ASSIGN TO '../data/MOVIMIENTOS.dat'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FICHERO-REP ASSIGN TO '../data/BARRIDOS.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-BAR.
           01 REGISTRO-BARRIDO.
           COPY "barreg.cpy".
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
           FD FICHERO-REP.
           01 LINEA-REP PIC X(80).
           WORKING-STORAGE SECTION.
           01 WK-FIN-FICHERO PIC X VALUE 'N'.
           01 WK-ESTADO-BAR PIC XX VALUE '00'.
           01 WK-ESTADO-CTA PIC XX VALUE '00'.
           01 WK-FECHA-HOY PIC 9(8) VALUE ZERO.
           01 WK-MOTIVO-OMISION PIC X(30) VALUE SPACES.
           01 WK-SALDO-CORRIENTE PIC S9(7)V99 VALUE ZERO.
           01 WK-SALDO-AHORRO PIC S9(7)V99 VALUE ZERO.
           01 WK-MONEDA-CORRIENTE PIC X(3) VALUE SPACES.
           01 WK-MONEDA-AHORRO PIC X(3) VALUE SPACES.
           01 WK-IMPORTE-BARRIDO PIC 9(7)V99 VALUE ZERO.
           01 WK-CUENTA-ORIGEN PIC 9(6) VALUE ZERO.
           01 WK-CUENTA-DESTINO PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-ENLACES PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-CUBIERTOS PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-DEVUELTOS PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-OMITIDOS PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-BARRIDOS PIC 9(6) VALUE ZERO.
           01 WK-IMPORTE-CUBIERTO PIC 9(9)V99 VALUE ZERO.
           01 WK-IMPORTE-DEVUELTO PIC 9(9)V99 VALUE ZERO.
           01 LINEA-DETALLE.
               05 FILLER PIC X(11) VALUE 'CORRIENTE: '.
               05 LD-CORRIENTE PIC 9(6).
               05 FILLER PIC X(10) VALUE '  AHORRO: '.
               05 LD-AHORRO PIC 9(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-IMPORTE PIC Z(6)9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-MOTIVO PIC X(30).
           01 LINEA-TOTALES.
               05 FILLER PIC X(11) VALUE 'CUBIERTOS: '.
               05 LT-CUBIERTO PIC Z(8)9.99.
               05 FILLER PIC X(14) VALUE '  DEVUELTOS: '.
               05 LT-DEVUELTO PIC Z(8)9.99.
               05 FILLER PIC X(12) VALUE '  OMITIDOS: '.
               05 LT-OMITIDOS PIC Z(5)9.
           01 WK-LOT-PROGRAMA PIC X(24) VALUE 'BARRIDO-CUENTAS'.
           01 WK-LOT-HORA-INICIO PIC 9(8) VALUE ZERO.
           01 WK-LOT-ESTADO PIC X(2) VALUE 'OK'.
       PROCEDURE DIVISION.
           ACCEPT WK-LOT-HORA-INICIO FROM TIME.
           CALL "FECHA-NEGOCIO" USING WK-FECHA-HOY.
           PERFORM PROCESAR-ENLACES.
           CALL "REGISTRO-LOTE" USING WK-LOT-PROGRAMA
               WK-LOT-HORA-INICIO WK-TOTAL-ENLACES
               WK-TOTAL-BARRIDOS WK-TOTAL-OMITIDOS WK-LOT-ESTADO.
        GOBACK.
       PROCESAR-ENLACES.
         MOVE 'N' TO WK-FIN-FICHERO.
         OPEN I-O FICHERO-BAR.
         IF WK-ESTADO-BAR = '35'
             DISPLAY 'NO HAY ENLACES DE BARRIDO REGISTRADOS TODAVIA'
         ELSE
           OPEN I-O FICHERO-CTA
           IF WK-ESTADO-CTA = '35'
               DISPLAY 'NO HAY CUENTAS REGISTRADAS TODAVIA'
               CLOSE FICHERO-BAR
           ELSE
             OPEN EXTEND FICHERO-MOV
             OPEN OUTPUT FICHERO-REP
             PERFORM UNTIL WK-FIN-FICHERO = 'S'
                 READ FICHERO-BAR NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-FICHERO
                     NOT AT END
                         IF BARRIDO-ACTIVO
                             ADD 1 TO WK-TOTAL-ENLACES
                             PERFORM PROCESAR-UN-ENLACE
                         END-IF
                 END-READ
             END-PERFORM
             MOVE WK-IMPORTE-CUBIERTO TO LT-CUBIERTO
             MOVE WK-IMPORTE-DEVUELTO TO LT-DEVUELTO
             MOVE WK-TOTAL-OMITIDOS TO LT-OMITIDOS
             MOVE LINEA-TOTALES TO LINEA-REP
             WRITE LINEA-REP
             CLOSE FICHERO-REP
             CLOSE FICHERO-MOV
             CLOSE FICHERO-CTA
             CLOSE FICHERO-BAR
             DISPLAY 'ENLACES DE BARRIDO REVISADOS: '
                 WK-TOTAL-ENLACES
             DISPLAY 'DESCUBIERTOS CUBIERTOS: ' WK-TOTAL-CUBIERTOS
                 ' IMPORTE: ' WK-IMPORTE-CUBIERTO
             DISPLAY 'EXCESOS DEVUELTOS: ' WK-TOTAL-DEVUELTOS
                 ' IMPORTE: ' WK-IMPORTE-DEVUELTO
             DISPLAY 'ENLACES OMITIDOS: ' WK-TOTAL-OMITIDOS
             DISPLAY 'REPORTE EN ../data/BARRIDOS.txt'
           END-IF
         END-IF.
      * EL BARRIDO NUNCA TOCA UNA CUENTA QUE NO ESTE ACTIVA: UNA
      * DORMIDA O EMBARGADA EN CUALQUIERA DE LAS DOS PUNTAS DEJA EL
      * ENLACE SIN MOVER HASTA QUE SE REGULARICE.
       PROCESAR-UN-ENLACE.
         MOVE SPACES TO WK-MOTIVO-OMISION.
         MOVE ZERO TO WK-IMPORTE-BARRIDO.
         MOVE BAR-CUENTA-CORRIENTE TO NUMERO-CTA.
         READ FICHERO-CTA
             INVALID KEY
                 MOVE 'CORRIENTE NO EXISTE' TO WK-MOTIVO-OMISION
             NOT INVALID KEY
                 EVALUATE ESTADO-CTA
                     WHEN 'A'
                         MOVE SALDO-CTA TO WK-SALDO-CORRIENTE
                         MOVE MONEDA-CTA TO WK-MONEDA-CORRIENTE
                     WHEN 'D'
                         MOVE 'CORRIENTE DORMIDA'
                             TO WK-MOTIVO-OMISION
                     WHEN 'E'
                         MOVE 'CORRIENTE EMBARGADA'
                             TO WK-MOTIVO-OMISION
                     WHEN OTHER
                         MOVE 'CORRIENTE NO ACTIVA'
                             TO WK-MOTIVO-OMISION
                 END-EVALUATE
         END-READ.
         IF WK-MOTIVO-OMISION = SPACES
             MOVE BAR-CUENTA-AHORRO TO NUMERO-CTA
             READ FICHERO-CTA
                 INVALID KEY
                     MOVE 'AHORRO NO EXISTE' TO WK-MOTIVO-OMISION
                 NOT INVALID KEY
                     EVALUATE ESTADO-CTA
                         WHEN 'A'
                             MOVE SALDO-CTA TO WK-SALDO-AHORRO
                             MOVE MONEDA-CTA TO WK-MONEDA-AHORRO
                         WHEN 'D'
                             MOVE 'AHORRO DORMIDA'
                                 TO WK-MOTIVO-OMISION
                         WHEN 'E'
                             MOVE 'AHORRO EMBARGADA'
                                 TO WK-MOTIVO-OMISION
                         WHEN OTHER
                             MOVE 'AHORRO NO ACTIVA'
                                 TO WK-MOTIVO-OMISION
                     END-EVALUATE
             END-READ
         END-IF.
         IF WK-MOTIVO-OMISION = SPACES
             IF WK-MONEDA-CORRIENTE = SPACES
                 MOVE 'EUR' TO WK-MONEDA-CORRIENTE
             END-IF
             IF WK-MONEDA-AHORRO = SPACES
                 MOVE 'EUR' TO WK-MONEDA-AHORRO
             END-IF
             IF WK-MONEDA-CORRIENTE NOT = WK-MONEDA-AHORRO
                 MOVE 'MONEDAS DISTINTAS' TO WK-MOTIVO-OMISION
             END-IF
         END-IF.
         IF WK-MOTIVO-OMISION = SPACES
             PERFORM CALCULAR-BARRIDO
         END-IF.
         IF WK-MOTIVO-OMISION NOT = SPACES
             ADD 1 TO WK-TOTAL-OMITIDOS
             MOVE WK-MOTIVO-OMISION TO LD-MOTIVO
             PERFORM ESCRIBIR-DETALLE
         ELSE
             IF WK-IMPORTE-BARRIDO NOT = ZERO
                 PERFORM APLICAR-BARRIDO
                 PERFORM ESCRIBIR-DETALLE
             END-IF
         END-IF.
      * PRIMERO SE CUBRE EL NEGATIVO DE LA CORRIENTE CON LO QUE HAYA
      * EN EL AHORRO (SI NO ALCANZA SE CUBRE LO QUE SE PUEDA); SOLO
      * SI LA CORRIENTE NO ESTA EN NEGATIVO SE MIRA EL EXCESO SOBRE
      * EL OBJETIVO.
       CALCULAR-BARRIDO.
         IF WK-SALDO-CORRIENTE < ZERO
             IF WK-SALDO-AHORRO NOT > ZERO
                 MOVE 'AHORRO SIN SALDO' TO WK-MOTIVO-OMISION
             ELSE
                 COMPUTE WK-IMPORTE-BARRIDO =
                     ZERO - WK-SALDO-CORRIENTE
                 IF WK-IMPORTE-BARRIDO > WK-SALDO-AHORRO
                     MOVE WK-SALDO-AHORRO TO WK-IMPORTE-BARRIDO
                     MOVE 'DESCUBIERTO CUBIERTO EN PARTE'
                         TO LD-MOTIVO
                 ELSE
                     MOVE 'DESCUBIERTO CUBIERTO' TO LD-MOTIVO
                 END-IF
                 MOVE BAR-CUENTA-AHORRO TO WK-CUENTA-ORIGEN
                 MOVE BAR-CUENTA-CORRIENTE TO WK-CUENTA-DESTINO
                 ADD 1 TO WK-TOTAL-CUBIERTOS
                 ADD WK-IMPORTE-BARRIDO TO WK-IMPORTE-CUBIERTO
             END-IF
         ELSE
             IF DEVUELVE-EXCESO
                 AND WK-SALDO-CORRIENTE > BAR-SALDO-OBJETIVO
                 COMPUTE WK-IMPORTE-BARRIDO =
                     WK-SALDO-CORRIENTE - BAR-SALDO-OBJETIVO
                 MOVE 'EXCESO DEVUELTO AL AHORRO' TO LD-MOTIVO
                 MOVE BAR-CUENTA-CORRIENTE TO WK-CUENTA-ORIGEN
                 MOVE BAR-CUENTA-AHORRO TO WK-CUENTA-DESTINO
                 ADD 1 TO WK-TOTAL-DEVUELTOS
                 ADD WK-IMPORTE-BARRIDO TO WK-IMPORTE-DEVUELTO
             END-IF
         END-IF.
      * EL BARRIDO SE GRABA COMO UNA TRANSFERENCIA CUALQUIERA, CON
      * SU PAR TRANSF-E / TRANSF-R, IGUAL QUE LAS ORDENES PERMANENTES.
       APLICAR-BARRIDO.
         MOVE WK-CUENTA-ORIGEN TO NUMERO-CTA.
         READ FICHERO-CTA
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 COMPUTE SALDO-CTA = SALDO-CTA - WK-IMPORTE-BARRIDO
                 REWRITE REGISTRO-CTA
                 MOVE NUMERO-CTA TO MOV-NUMERO-CUENTA
                 MOVE 'TRANSF-E' TO MOV-TIPO
                 MOVE WK-IMPORTE-BARRIDO TO MOV-IMPORTE
                 MOVE SALDO-CTA TO MOV-SALDO
                 MOVE WK-FECHA-HOY TO MOV-FECHA
                 MOVE WK-CUENTA-DESTINO TO MOV-CUENTA-CONTRA
                 MOVE ZERO TO MOV-OPERADOR
                 MOVE ZERO TO MOV-TASA-CAMBIO
                 CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
                     SUCURSAL-CTA
                 WRITE REGISTRO-MOV
                 CALL "GRABAR-MOVIMIENTO-IDX"
                     USING REGISTRO-MOV
         END-READ.
         MOVE WK-CUENTA-DESTINO TO NUMERO-CTA.
         READ FICHERO-CTA
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 COMPUTE SALDO-CTA = SALDO-CTA + WK-IMPORTE-BARRIDO
                 REWRITE REGISTRO-CTA
                 MOVE NUMERO-CTA TO MOV-NUMERO-CUENTA
                 MOVE 'TRANSF-R' TO MOV-TIPO
                 MOVE WK-IMPORTE-BARRIDO TO MOV-IMPORTE
                 MOVE SALDO-CTA TO MOV-SALDO
                 MOVE WK-FECHA-HOY TO MOV-FECHA
                 MOVE WK-CUENTA-ORIGEN TO MOV-CUENTA-CONTRA
                 MOVE ZERO TO MOV-OPERADOR
                 MOVE ZERO TO MOV-TASA-CAMBIO
                 CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
                     SUCURSAL-CTA
                 WRITE REGISTRO-MOV
                 CALL "GRABAR-MOVIMIENTO-IDX"
                     USING REGISTRO-MOV
         END-READ.
         MOVE WK-FECHA-HOY TO BAR-ULTIMO-BARRIDO.
         REWRITE REGISTRO-BARRIDO.
         ADD 1 TO WK-TOTAL-BARRIDOS.
       ESCRIBIR-DETALLE.
         MOVE BAR-CUENTA-CORRIENTE TO LD-CORRIENTE.
         MOVE BAR-CUENTA-AHORRO TO LD-AHORRO.
         MOVE WK-IMPORTE-BARRIDO TO LD-IMPORTE.
         MOVE LINEA-DETALLE TO LINEA-REP.
         WRITE LINEA-REP.
       END PROGRAM BARRIDO-CUENTAS.
