       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDACION-SUCURSALES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-IDX ASSIGN TO '../data/MOVIMIENTOS.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-CLAVE
               ALTERNATE RECORD KEY IS IDX-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WK-ESTADO-IDX.
           SELECT FICHERO-LIQ ASSIGN TO WK-NOMBRE-LIQUIDACION
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-IDX.
           01 REGISTRO-IDX.
           COPY "movidx.cpy".
           FD FICHERO-LIQ.
           01 LINEA-LIQ PIC X(80).
           WORKING-STORAGE SECTION.
           01 WK-FIN-FICHERO PIC X VALUE 'N'.
           01 WK-ESTADO-IDX PIC XX VALUE '00'.
           01 WK-FECHA-HOY PIC 9(8) VALUE ZERO.
           01 WK-NOMBRE-LIQUIDACION PIC X(36) VALUE SPACES.
           01 WK-TOTAL-MOVIMIENTOS PIC 9(6) VALUE ZERO.
           01 WK-SUCURSAL-DEUDORA PIC 9(3) VALUE ZERO.
           01 WK-SUCURSAL-ACREEDORA PIC 9(3) VALUE ZERO.
           01 WK-SUCURSAL-MENOR PIC 9(3) VALUE ZERO.
           01 WK-SUCURSAL-MAYOR PIC 9(3) VALUE ZERO.
           01 WK-IMPORTE-NETO PIC S9(11)V99 VALUE ZERO.
           01 WK-PAR-ENCONTRADO PIC X VALUE 'N'.
           01 WK-IDX-PAR PIC 9(3) VALUE ZERO.
           01 WK-PAR-HALLADO PIC 9(3) VALUE ZERO.
           01 WK-TOTAL-PARES PIC 9(3) VALUE ZERO.
      * CADA PAR DE SUCURSALES SE GUARDA UNA SOLA VEZ (MENOR, MAYOR)
      * CON UN NETO CON SIGNO: POSITIVO ES LO QUE LA MENOR DEBE A LA
      * MAYOR, NEGATIVO LO QUE LA MAYOR DEBE A LA MENOR.
           01 TABLA-PARES.
               05 TPA-ENTRADA OCCURS 200 TIMES.
                   10 TPA-MENOR PIC 9(3).
                   10 TPA-MAYOR PIC 9(3).
                   10 TPA-MOVIMIENTOS PIC 9(6).
                   10 TPA-NETO PIC S9(11)V99.
           01 WK-SUCURSAL-BUSCADA PIC 9(3) VALUE ZERO.
           01 WK-SUC-ENCONTRADA PIC X VALUE 'N'.
           01 WK-IDX-SUC PIC 9(2) VALUE ZERO.
           01 WK-SUC-HALLADA PIC 9(2) VALUE ZERO.
           01 WK-TOTAL-SUCURSALES PIC 9(2) VALUE ZERO.
           01 TABLA-SUCURSALES.
               05 TSU-ENTRADA OCCURS 20 TIMES.
                   10 TSU-SUCURSAL PIC 9(3).
                   10 TSU-A-PAGAR PIC 9(11)V99.
                   10 TSU-A-COBRAR PIC 9(11)V99.
           01 WK-POSICION-NETA PIC S9(11)V99 VALUE ZERO.
           01 WK-LOT-PROGRAMA PIC X(24)
               VALUE 'LIQUIDACION-SUCURSALES'.
           01 WK-LOT-HORA-INICIO PIC 9(8) VALUE ZERO.
           01 WK-LOT-LEIDOS PIC 9(6) VALUE ZERO.
           01 WK-LOT-RECHAZADOS PIC 9(6) VALUE ZERO.
           01 WK-LOT-ESTADO PIC X(2) VALUE 'OK'.
           01 LINEA-TITULO.
               05 FILLER PIC X(40) VALUE
                   'LIQUIDACION ENTRE SUCURSALES DEL DIA    '.
               05 LT-FECHA PIC 9(8).
           01 LINEA-SUBTITULO.
               05 LB-TEXTO PIC X(60).
           01 LINEA-DETALLE.
               05 FILLER PIC X(8) VALUE 'CUENTA: '.
               05 LD-CUENTA PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LD-TIPO PIC X(8).
               05 FILLER PIC X(10) VALUE ' DE SUC. '.
               05 LD-DUENA PIC 9(3).
               05 FILLER PIC X(14) VALUE ' HECHO EN SUC.'.
               05 LD-OPERA PIC 9(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LD-IMPORTE PIC Z(8)9.99.
           01 LINEA-PAR.
               05 FILLER PIC X(9) VALUE 'SUCURSAL '.
               05 LP-DEUDORA PIC 9(3).
               05 FILLER PIC X(23) VALUE ' DEBE A LA SUCURSAL    '.
               05 LP-ACREEDORA PIC 9(3).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LP-IMPORTE PIC Z(10)9.99.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LP-MOVIMIENTOS PIC Z(5)9.
               05 FILLER PIC X(5) VALUE ' MOV.'.
           01 LINEA-POSICION.
               05 FILLER PIC X(9) VALUE 'SUCURSAL '.
               05 LS-SUCURSAL PIC 9(3).
               05 FILLER PIC X(10) VALUE ' A PAGAR: '.
               05 LS-A-PAGAR PIC Z(8)9.99.
               05 FILLER PIC X(12) VALUE ' A COBRAR: '.
               05 LS-A-COBRAR PIC Z(8)9.99.
               05 FILLER PIC X(7) VALUE ' NETO: '.
               05 LS-NETO PIC Z(8)9.99-.
       PROCEDURE DIVISION.
           ACCEPT WK-LOT-HORA-INICIO FROM TIME.
           CALL "FECHA-NEGOCIO" USING WK-FECHA-HOY.
           MOVE SPACES TO WK-NOMBRE-LIQUIDACION.
           STRING '../data/LIQUIDACION_' DELIMITED BY SIZE
                  WK-FECHA-HOY DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WK-NOMBRE-LIQUIDACION.
           OPEN OUTPUT FICHERO-LIQ.
           MOVE WK-FECHA-HOY TO LT-FECHA.
           MOVE LINEA-TITULO TO LINEA-LIQ.
           WRITE LINEA-LIQ.
           PERFORM REVISAR-DIA.
           PERFORM ESCRIBIR-PARES.
           PERFORM ESCRIBIR-POSICIONES.
           CLOSE FICHERO-LIQ.
           DISPLAY 'MOVIMIENTOS INTERSUCURSAL: ' WK-TOTAL-MOVIMIENTOS.
           DISPLAY 'LIQUIDACION EN ' WK-NOMBRE-LIQUIDACION.
           CALL "REGISTRO-LOTE" USING WK-LOT-PROGRAMA
               WK-LOT-HORA-INICIO WK-LOT-LEIDOS
               WK-TOTAL-MOVIMIENTOS WK-LOT-RECHAZADOS WK-LOT-ESTADO.
        GOBACK.
       REVISAR-DIA.
         MOVE SPACES TO LB-TEXTO.
         MOVE '--- MOVIMIENTOS PROCESADOS FUERA DE LA SUCURSAL ---'
             TO LB-TEXTO.
         MOVE LINEA-SUBTITULO TO LINEA-LIQ.
         WRITE LINEA-LIQ.
         MOVE 'N' TO WK-FIN-FICHERO.
         OPEN INPUT FICHERO-IDX.
         IF WK-ESTADO-IDX NOT = '00'
             DISPLAY 'NO HAY ESPEJO DE MOVIMIENTOS TODAVIA'
             DISPLAY 'EJECUTE RECONSTRUIR-IDX PARA CREARLO'
             MOVE 'ER' TO WK-LOT-ESTADO
         ELSE
             MOVE WK-FECHA-HOY TO IDX-FECHA
             START FICHERO-IDX KEY IS = IDX-FECHA
                 INVALID KEY
                     MOVE 'S' TO WK-FIN-FICHERO
                 NOT INVALID KEY
                     MOVE 'N' TO WK-FIN-FICHERO
             END-START
             PERFORM UNTIL WK-FIN-FICHERO = 'S'
                 READ FICHERO-IDX NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-FICHERO
                     NOT AT END
                         IF IDX-FECHA NOT = WK-FECHA-HOY
                             MOVE 'S' TO WK-FIN-FICHERO
                         ELSE
                             ADD 1 TO WK-LOT-LEIDOS
                             IF IDX-ES-INTERSUCURSAL
                                 PERFORM PROCESAR-MOVIMIENTO
                             END-IF
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE FICHERO-IDX
         END-IF.
      * UN ABONO EN LA CUENTA LO COBRO LA SUCURSAL QUE OPERO POR
      * CUENTA DE LA DUENA: LA QUE OPERO LE DEBE EL IMPORTE. UN
      * CARGO LO PAGO LA QUE OPERO: LA DUENA SE LO DEBE A ELLA.
       PROCESAR-MOVIMIENTO.
         ADD 1 TO WK-TOTAL-MOVIMIENTOS.
         MOVE IDX-CUENTA TO LD-CUENTA.
         MOVE IDX-TIPO TO LD-TIPO.
         MOVE IDX-SUCURSAL TO LD-DUENA.
         MOVE IDX-SUCURSAL-OPERA TO LD-OPERA.
         MOVE IDX-IMPORTE TO LD-IMPORTE.
         MOVE LINEA-DETALLE TO LINEA-LIQ.
         WRITE LINEA-LIQ.
         EVALUATE IDX-TIPO
             WHEN 'RETIRO'
                 PERFORM DEUDORA-LA-DUENA
             WHEN 'TRANSF-E'
                 PERFORM DEUDORA-LA-DUENA
             WHEN 'COMISION'
                 PERFORM DEUDORA-LA-DUENA
             WHEN 'PF-APERT'
                 PERFORM DEUDORA-LA-DUENA
             WHEN 'PAGOCUOT'
                 PERFORM DEUDORA-LA-DUENA
             WHEN 'DOMICILI'
                 PERFORM DEUDORA-LA-DUENA
             WHEN 'AMORTIZA'
                 PERFORM DEUDORA-LA-DUENA
             WHEN 'EXTORNO-'
                 PERFORM DEUDORA-LA-DUENA
             WHEN 'TRANSF-X'
                 PERFORM DEUDORA-LA-DUENA
             WHEN 'CHEQUE'
                 PERFORM DEUDORA-LA-DUENA
             WHEN 'RETENC-E'
                 PERFORM DEUDORA-LA-DUENA
             WHEN 'EMB-PAGO'
                 PERFORM DEUDORA-LA-DUENA
             WHEN 'PRESCR-E'
                 PERFORM DEUDORA-LA-DUENA
             WHEN 'INT-DESC'
                 PERFORM DEUDORA-LA-DUENA
             WHEN 'AJ-INT-'
                 PERFORM DEUDORA-LA-DUENA
             WHEN 'AJ-DEB-'
                 PERFORM DEUDORA-LA-DUENA
             WHEN 'CAJERO'
                 PERFORM DEUDORA-LA-DUENA
             WHEN 'COMPRA-T'
                 PERFORM DEUDORA-LA-DUENA
             WHEN OTHER
                 MOVE IDX-SUCURSAL-OPERA TO WK-SUCURSAL-DEUDORA
                 MOVE IDX-SUCURSAL TO WK-SUCURSAL-ACREEDORA
         END-EVALUATE.
         PERFORM ACUMULAR-PAR.
         MOVE WK-SUCURSAL-DEUDORA TO WK-SUCURSAL-BUSCADA.
         PERFORM UBICAR-SUCURSAL.
         IF WK-SUC-HALLADA NOT = ZERO
             ADD IDX-IMPORTE TO TSU-A-PAGAR (WK-SUC-HALLADA)
         END-IF.
         MOVE WK-SUCURSAL-ACREEDORA TO WK-SUCURSAL-BUSCADA.
         PERFORM UBICAR-SUCURSAL.
         IF WK-SUC-HALLADA NOT = ZERO
             ADD IDX-IMPORTE TO TSU-A-COBRAR (WK-SUC-HALLADA)
         END-IF.
       DEUDORA-LA-DUENA.
         MOVE IDX-SUCURSAL TO WK-SUCURSAL-DEUDORA.
         MOVE IDX-SUCURSAL-OPERA TO WK-SUCURSAL-ACREEDORA.
       ACUMULAR-PAR.
         IF WK-SUCURSAL-DEUDORA < WK-SUCURSAL-ACREEDORA
             MOVE WK-SUCURSAL-DEUDORA TO WK-SUCURSAL-MENOR
             MOVE WK-SUCURSAL-ACREEDORA TO WK-SUCURSAL-MAYOR
             MOVE IDX-IMPORTE TO WK-IMPORTE-NETO
         ELSE
             MOVE WK-SUCURSAL-ACREEDORA TO WK-SUCURSAL-MENOR
             MOVE WK-SUCURSAL-DEUDORA TO WK-SUCURSAL-MAYOR
             COMPUTE WK-IMPORTE-NETO = ZERO - IDX-IMPORTE
         END-IF.
         MOVE 'N' TO WK-PAR-ENCONTRADO.
         IF WK-TOTAL-PARES NOT = ZERO
             PERFORM BUSCAR-PAR
                 VARYING WK-IDX-PAR FROM 1 BY 1
                 UNTIL WK-IDX-PAR > WK-TOTAL-PARES
                 OR WK-PAR-ENCONTRADO = 'S'
         END-IF.
         IF WK-PAR-ENCONTRADO = 'N'
             IF WK-TOTAL-PARES < 200
                 ADD 1 TO WK-TOTAL-PARES
                 MOVE WK-TOTAL-PARES TO WK-PAR-HALLADO
                 MOVE WK-SUCURSAL-MENOR TO TPA-MENOR (WK-PAR-HALLADO)
                 MOVE WK-SUCURSAL-MAYOR TO TPA-MAYOR (WK-PAR-HALLADO)
                 MOVE ZERO TO TPA-MOVIMIENTOS (WK-PAR-HALLADO)
                 MOVE ZERO TO TPA-NETO (WK-PAR-HALLADO)
                 MOVE 'S' TO WK-PAR-ENCONTRADO
             ELSE
                 DISPLAY 'AVISO: DEMASIADOS PARES DE SUCURSALES, '
                     'AMPLIE LA TABLA'
                 MOVE 'ER' TO WK-LOT-ESTADO
                 ADD 1 TO WK-LOT-RECHAZADOS
             END-IF
         END-IF.
         IF WK-PAR-ENCONTRADO = 'S'
             ADD 1 TO TPA-MOVIMIENTOS (WK-PAR-HALLADO)
             ADD WK-IMPORTE-NETO TO TPA-NETO (WK-PAR-HALLADO)
         END-IF.
       BUSCAR-PAR.
         IF TPA-MENOR (WK-IDX-PAR) = WK-SUCURSAL-MENOR
             AND TPA-MAYOR (WK-IDX-PAR) = WK-SUCURSAL-MAYOR
             MOVE 'S' TO WK-PAR-ENCONTRADO
             MOVE WK-IDX-PAR TO WK-PAR-HALLADO
         END-IF.
       UBICAR-SUCURSAL.
         MOVE ZERO TO WK-SUC-HALLADA.
         MOVE 'N' TO WK-SUC-ENCONTRADA.
         IF WK-TOTAL-SUCURSALES NOT = ZERO
             PERFORM BUSCAR-SUCURSAL-TABLA
                 VARYING WK-IDX-SUC FROM 1 BY 1
                 UNTIL WK-IDX-SUC > WK-TOTAL-SUCURSALES
                 OR WK-SUC-ENCONTRADA = 'S'
         END-IF.
         IF WK-SUC-ENCONTRADA = 'N' AND WK-TOTAL-SUCURSALES < 20
             ADD 1 TO WK-TOTAL-SUCURSALES
             MOVE WK-TOTAL-SUCURSALES TO WK-SUC-HALLADA
             MOVE WK-SUCURSAL-BUSCADA TO TSU-SUCURSAL (WK-SUC-HALLADA)
             MOVE ZERO TO TSU-A-PAGAR (WK-SUC-HALLADA)
             MOVE ZERO TO TSU-A-COBRAR (WK-SUC-HALLADA)
         END-IF.
       BUSCAR-SUCURSAL-TABLA.
         IF TSU-SUCURSAL (WK-IDX-SUC) = WK-SUCURSAL-BUSCADA
             MOVE 'S' TO WK-SUC-ENCONTRADA
             MOVE WK-IDX-SUC TO WK-SUC-HALLADA
         END-IF.
      * EL SALDO DE CADA PAR SE PRESENTA YA COMPENSADO: SOLO SE
      * LIQUIDA LA DIFERENCIA ENTRE LO QUE SE DEBEN MUTUAMENTE.
       ESCRIBIR-PARES.
         MOVE SPACES TO LINEA-LIQ.
         WRITE LINEA-LIQ.
         MOVE SPACES TO LB-TEXTO.
         MOVE '--- SALDOS NETOS ENTRE SUCURSALES ---' TO LB-TEXTO.
         MOVE LINEA-SUBTITULO TO LINEA-LIQ.
         WRITE LINEA-LIQ.
         IF WK-TOTAL-PARES = ZERO
             MOVE SPACES TO LB-TEXTO
             MOVE 'SIN MOVIMIENTOS INTERSUCURSAL EN EL DIA'
                 TO LB-TEXTO
             MOVE LINEA-SUBTITULO TO LINEA-LIQ
             WRITE LINEA-LIQ
         ELSE
             PERFORM ESCRIBIR-UN-PAR
                 VARYING WK-IDX-PAR FROM 1 BY 1
                 UNTIL WK-IDX-PAR > WK-TOTAL-PARES
         END-IF.
       ESCRIBIR-UN-PAR.
         IF TPA-NETO (WK-IDX-PAR) < ZERO
             MOVE TPA-MAYOR (WK-IDX-PAR) TO LP-DEUDORA
             MOVE TPA-MENOR (WK-IDX-PAR) TO LP-ACREEDORA
             COMPUTE LP-IMPORTE = ZERO - TPA-NETO (WK-IDX-PAR)
         ELSE
             MOVE TPA-MENOR (WK-IDX-PAR) TO LP-DEUDORA
             MOVE TPA-MAYOR (WK-IDX-PAR) TO LP-ACREEDORA
             MOVE TPA-NETO (WK-IDX-PAR) TO LP-IMPORTE
         END-IF.
         MOVE TPA-MOVIMIENTOS (WK-IDX-PAR) TO LP-MOVIMIENTOS.
         MOVE LINEA-PAR TO LINEA-LIQ.
         WRITE LINEA-LIQ.
       ESCRIBIR-POSICIONES.
         IF WK-TOTAL-SUCURSALES NOT = ZERO
             MOVE SPACES TO LINEA-LIQ
             WRITE LINEA-LIQ
             MOVE SPACES TO LB-TEXTO
             MOVE '--- POSICION NETA DE CADA SUCURSAL ---'
                 TO LB-TEXTO
             MOVE LINEA-SUBTITULO TO LINEA-LIQ
             WRITE LINEA-LIQ
             PERFORM ESCRIBIR-UNA-POSICION
                 VARYING WK-IDX-SUC FROM 1 BY 1
                 UNTIL WK-IDX-SUC > WK-TOTAL-SUCURSALES
         END-IF.
       ESCRIBIR-UNA-POSICION.
         COMPUTE WK-POSICION-NETA = TSU-A-COBRAR (WK-IDX-SUC)
             - TSU-A-PAGAR (WK-IDX-SUC).
         MOVE TSU-SUCURSAL (WK-IDX-SUC) TO LS-SUCURSAL.
         MOVE TSU-A-PAGAR (WK-IDX-SUC) TO LS-A-PAGAR.
         MOVE TSU-A-COBRAR (WK-IDX-SUC) TO LS-A-COBRAR.
         MOVE WK-POSICION-NETA TO LS-NETO.
         MOVE LINEA-POSICION TO LINEA-LIQ.
         WRITE LINEA-LIQ.
         DISPLAY 'SUCURSAL ' TSU-SUCURSAL (WK-IDX-SUC)
             ' POSICION NETA: ' WK-POSICION-NETA.
       END PROGRAM LIQUIDACION-SUCURSALES.
