       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-TARJETAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-TRJ ASSIGN TO '../data/TARJETAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRJ-NUMERO
               ALTERNATE RECORD KEY IS TRJ-CUENTA WITH DUPLICATES
               FILE STATUS IS WK-ESTADO-TRJ.
           SELECT FICHERO ASSIGN TO '../data/CUENTAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO
               ALTERNATE RECORD KEY IS CLIENTE-ID-CTA
                   WITH DUPLICATES
               FILE STATUS IS WK-ESTADO-FICHERO.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-TRJ.
           01 REGISTRO-TARJETA.
           COPY "tarjreg.cpy".
           FD FICHERO.
           01 REGISTRO.
           COPY "cuentareg.cpy"
               REPLACING ==CLIENTE-ID== BY ==CLIENTE-ID-CTA==.
           WORKING-STORAGE SECTION.
           01 WK-SALIR PIC X VALUE 'N'.
           01 WK-OPCION PIC 9 VALUE ZERO.
           01 WK-FIN-FICHERO PIC X VALUE 'N'.
           01 WK-ESTADO-TRJ PIC XX VALUE '00'.
           01 WK-ESTADO-FICHERO PIC XX VALUE '00'.
           01 WK-ENTRADA-VALIDA PIC X VALUE 'N'.
           01 WK-FECHA-NEGOCIO PIC 9(8) VALUE ZERO.
           01 WK-NUMERO-TARJETA PIC 9(16) VALUE ZERO.
           01 WK-CUENTA-PEDIDA PIC 9(6) VALUE ZERO.
           01 WK-CUENTA-VALIDA PIC X VALUE 'N'.
           01 WK-CLIENTE-CUENTA PIC 9(6) VALUE ZERO.
           01 WK-MONEDA-CUENTA PIC X(3) VALUE SPACES.
           01 WK-ESTADO-NUEVO PIC X VALUE SPACE.
           01 WK-TARJETAS-LISTADAS PIC 9(4) VALUE ZERO.
           01 WK-AUD-EVENTO PIC X(20) VALUE SPACES.
           01 WK-AUD-RESULTADO PIC X(30) VALUE SPACES.
           LINKAGE SECTION.
           01 P-OPCION PIC 9(2).
           01 P-OPERADOR PIC 9(4).
       PROCEDURE DIVISION USING P-OPCION P-OPERADOR.
           CALL "FECHA-NEGOCIO" USING WK-FECHA-NEGOCIO.
           PERFORM UNTIL WK-SALIR = 'S'
               DISPLAY 'TARJETAS'
               DISPLAY '1. ALTA DE TARJETA'
               DISPLAY '2. CAMBIAR LIMITES'
               DISPLAY '3. CAMBIAR ESTADO'
               DISPLAY '4. TARJETAS DE UNA CUENTA'
               DISPLAY '5. VOLVER'
               MOVE 'N' TO WK-ENTRADA-VALIDA
               PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
                   ACCEPT WK-OPCION
                   IF WK-OPCION NOT NUMERIC
                       DISPLAY 'OPCION NO VALIDA, INGRESE UN NUMERO'
                   ELSE
                       MOVE 'S' TO WK-ENTRADA-VALIDA
                   END-IF
               END-PERFORM
               EVALUATE WK-OPCION
                   WHEN 1
                       PERFORM ALTA-TARJETA
                   WHEN 2
                       PERFORM CAMBIAR-LIMITES
                   WHEN 3
                       PERFORM CAMBIAR-ESTADO
                   WHEN 4
                       PERFORM LISTAR-TARJETAS
                   WHEN 5
                       MOVE 'S' TO WK-SALIR
                   WHEN OTHER
                       DISPLAY 'OPCION NO VALIDA'
               END-EVALUATE
           END-PERFORM.
        GOBACK.
       PEDIR-NUMERO-TARJETA.
         DISPLAY 'NUMERO DE TARJETA (16 DIGITOS)'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT WK-NUMERO-TARJETA
             IF WK-NUMERO-TARJETA NOT NUMERIC
                 OR WK-NUMERO-TARJETA = ZERO
                 DISPLAY 'NUMERO DE TARJETA NO VALIDO'
             ELSE
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
       PEDIR-CUENTA.
         DISPLAY 'CUENTA DE LA TARJETA'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT WK-CUENTA-PEDIDA
             IF WK-CUENTA-PEDIDA NOT NUMERIC
                 OR WK-CUENTA-PEDIDA = ZERO
                 DISPLAY 'NUMERO DE CUENTA NO VALIDO'
             ELSE
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
      * LA TARJETA SOLO SE EMITE SOBRE UNA CUENTA QUE EXISTA, NO ESTE
      * CERRADA Y SEA EN EUROS: LA RED LIQUIDA SIEMPRE EN EUROS Y LA
      * LIQUIDACION NO CONVIERTE MONEDAS. EL RESTO DE ESTADOS (DORMIDA,
      * EMBARGADA, DEFUNCION) SE COMPRUEBAN EN CADA AUTORIZACION.
       VALIDAR-CUENTA.
         MOVE 'N' TO WK-CUENTA-VALIDA.
         OPEN INPUT FICHERO.
         IF WK-ESTADO-FICHERO = '35'
             DISPLAY 'NO HAY CUENTAS REGISTRADAS TODAVIA'
         ELSE
             MOVE WK-CUENTA-PEDIDA TO NUMERO
             READ FICHERO
                 INVALID KEY
                     DISPLAY 'CUENTA NO ENCONTRADA'
                 NOT INVALID KEY
                     MOVE MONEDA TO WK-MONEDA-CUENTA
                     IF WK-MONEDA-CUENTA = SPACES
                         MOVE 'EUR' TO WK-MONEDA-CUENTA
                     END-IF
                     IF ESTADO = 'C'
                         DISPLAY 'LA CUENTA ESTA CERRADA'
                     ELSE
                         IF WK-MONEDA-CUENTA NOT = 'EUR'
                             DISPLAY 'LA TARJETA SOLO SE EMITE SOBRE '
                                 'CUENTAS EN EUROS'
                         ELSE
                             MOVE CLIENTE-ID-CTA TO WK-CLIENTE-CUENTA
                             MOVE 'S' TO WK-CUENTA-VALIDA
                         END-IF
                     END-IF
             END-READ
             CLOSE FICHERO
         END-IF.
       ALTA-TARJETA.
         PERFORM PEDIR-NUMERO-TARJETA.
         OPEN I-O FICHERO-TRJ.
         IF WK-ESTADO-TRJ = '35'
             OPEN OUTPUT FICHERO-TRJ
             CLOSE FICHERO-TRJ
             OPEN I-O FICHERO-TRJ
         END-IF.
         MOVE WK-NUMERO-TARJETA TO TRJ-NUMERO.
         READ FICHERO-TRJ
             INVALID KEY
                 PERFORM CAPTURAR-TARJETA
             NOT INVALID KEY
                 DISPLAY 'ESE NUMERO DE TARJETA YA EXISTE'
         END-READ.
         CLOSE FICHERO-TRJ.
       CAPTURAR-TARJETA.
         PERFORM PEDIR-CUENTA.
         PERFORM VALIDAR-CUENTA.
         IF WK-CUENTA-VALIDA = 'S'
             INITIALIZE REGISTRO-TARJETA
             MOVE WK-NUMERO-TARJETA TO TRJ-NUMERO
             MOVE WK-CUENTA-PEDIDA TO TRJ-CUENTA
             MOVE WK-CLIENTE-CUENTA TO TRJ-CLIENTE-ID
             MOVE 'A' TO TRJ-ESTADO
             MOVE WK-FECHA-NEGOCIO TO TRJ-FECHA-ALTA
             PERFORM PEDIR-CADUCIDAD
             PERFORM CAPTURAR-LIMITES
             MOVE ZERO TO TRJ-FECHA-USO
             MOVE ZERO TO TRJ-RETIRADO-DIA
             MOVE ZERO TO TRJ-COMPRADO-DIA
             MOVE P-OPERADOR TO TRJ-OPERADOR
             WRITE REGISTRO-TARJETA
             DISPLAY 'TARJETA DADA DE ALTA'
             MOVE 'ALTA TARJETA' TO WK-AUD-EVENTO
             MOVE SPACES TO WK-AUD-RESULTADO
             STRING 'TARJETA ' DELIMITED BY SIZE
                    TRJ-NUMERO DELIMITED BY SIZE
                 INTO WK-AUD-RESULTADO
             CALL "REGISTRO-AUDITORIA" USING WK-AUD-EVENTO
                 TRJ-CUENTA WK-AUD-RESULTADO P-OPERADOR
         END-IF.
       PEDIR-CADUCIDAD.
         DISPLAY 'FECHA DE CADUCIDAD (AAAAMMDD)'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT TRJ-FECHA-CADUCIDAD
             IF TRJ-FECHA-CADUCIDAD NOT NUMERIC
                 OR TRJ-FECHA-CADUCIDAD NOT > WK-FECHA-NEGOCIO
                 DISPLAY 'LA CADUCIDAD DEBE SER POSTERIOR A HOY'
             ELSE
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
       CAPTURAR-LIMITES.
         DISPLAY 'LIMITE DIARIO DE RETIRO EN CAJERO'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT TRJ-LIMITE-RETIRO
             IF TRJ-LIMITE-RETIRO NOT NUMERIC
                 DISPLAY 'IMPORTE NO VALIDO'
             ELSE
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
         DISPLAY 'LIMITE DIARIO DE COMPRAS'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT TRJ-LIMITE-COMPRA
             IF TRJ-LIMITE-COMPRA NOT NUMERIC
                 DISPLAY 'IMPORTE NO VALIDO'
             ELSE
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
       CAMBIAR-LIMITES.
         PERFORM PEDIR-NUMERO-TARJETA.
         OPEN I-O FICHERO-TRJ.
         IF WK-ESTADO-TRJ = '35'
             DISPLAY 'NO HAY TARJETAS REGISTRADAS TODAVIA'
         ELSE
             MOVE WK-NUMERO-TARJETA TO TRJ-NUMERO
             READ FICHERO-TRJ
                 INVALID KEY
                     DISPLAY 'TARJETA NO ENCONTRADA'
                 NOT INVALID KEY
                     IF TARJETA-PERDIDA OR TARJETA-CANCELADA
                         DISPLAY 'LA TARJETA ESTA DADA DE BAJA'
                     ELSE
                         DISPLAY 'RETIRO ACTUAL: ' TRJ-LIMITE-RETIRO
                             ' COMPRAS ACTUAL: ' TRJ-LIMITE-COMPRA
                         PERFORM CAPTURAR-LIMITES
                         MOVE P-OPERADOR TO TRJ-OPERADOR
                         REWRITE REGISTRO-TARJETA
                         DISPLAY 'LIMITES ACTUALIZADOS'
                         MOVE 'CAMBIO LIMITES TARJ' TO WK-AUD-EVENTO
                         MOVE SPACES TO WK-AUD-RESULTADO
                         STRING 'TARJETA ' DELIMITED BY SIZE
                                TRJ-NUMERO DELIMITED BY SIZE
                             INTO WK-AUD-RESULTADO
                         CALL "REGISTRO-AUDITORIA" USING
                             WK-AUD-EVENTO TRJ-CUENTA
                             WK-AUD-RESULTADO P-OPERADOR
                     END-IF
             END-READ
             CLOSE FICHERO-TRJ
         END-IF.
      * UNA TARJETA ACTIVA PUEDE BLOQUEARSE Y UNA BLOQUEADA PUEDE
      * VOLVER A ACTIVARSE. PERDIDA (P) Y CANCELADA (C) SON
      * DEFINITIVAS: LA TARJETA YA NO CAMBIA DE ESTADO.
       CAMBIAR-ESTADO.
         PERFORM PEDIR-NUMERO-TARJETA.
         OPEN I-O FICHERO-TRJ.
         IF WK-ESTADO-TRJ = '35'
             DISPLAY 'NO HAY TARJETAS REGISTRADAS TODAVIA'
         ELSE
             MOVE WK-NUMERO-TARJETA TO TRJ-NUMERO
             READ FICHERO-TRJ
                 INVALID KEY
                     DISPLAY 'TARJETA NO ENCONTRADA'
                 NOT INVALID KEY
                     IF TARJETA-PERDIDA OR TARJETA-CANCELADA
                         DISPLAY 'LA TARJETA ESTA DADA DE BAJA Y NO '
                             'PUEDE CAMBIAR DE ESTADO'
                     ELSE
                         PERFORM CAPTURAR-ESTADO
                     END-IF
             END-READ
             CLOSE FICHERO-TRJ
         END-IF.
       CAPTURAR-ESTADO.
         DISPLAY 'ESTADO ACTUAL: ' TRJ-ESTADO.
         DISPLAY 'NUEVO ESTADO (A ACTIVA, B BLOQUEADA, P PERDIDA, '
             'C CANCELADA)'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT WK-ESTADO-NUEVO
             IF WK-ESTADO-NUEVO NOT = 'A'
                 AND WK-ESTADO-NUEVO NOT = 'B'
                 AND WK-ESTADO-NUEVO NOT = 'P'
                 AND WK-ESTADO-NUEVO NOT = 'C'
                 DISPLAY 'ESTADO NO VALIDO'
             ELSE
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
         IF WK-ESTADO-NUEVO = TRJ-ESTADO
             DISPLAY 'LA TARJETA YA ESTA EN ESE ESTADO'
         ELSE
             MOVE WK-ESTADO-NUEVO TO TRJ-ESTADO
             MOVE P-OPERADOR TO TRJ-OPERADOR
             REWRITE REGISTRO-TARJETA
             DISPLAY 'ESTADO DE LA TARJETA ACTUALIZADO'
             MOVE 'ESTADO TARJETA' TO WK-AUD-EVENTO
             MOVE SPACES TO WK-AUD-RESULTADO
             STRING 'TARJETA ' DELIMITED BY SIZE
                    TRJ-NUMERO DELIMITED BY SIZE
                    ' A ' DELIMITED BY SIZE
                    TRJ-ESTADO DELIMITED BY SIZE
                 INTO WK-AUD-RESULTADO
             CALL "REGISTRO-AUDITORIA" USING WK-AUD-EVENTO
                 TRJ-CUENTA WK-AUD-RESULTADO P-OPERADOR
         END-IF.
       LISTAR-TARJETAS.
         PERFORM PEDIR-CUENTA.
         MOVE ZERO TO WK-TARJETAS-LISTADAS.
         OPEN INPUT FICHERO-TRJ.
         IF WK-ESTADO-TRJ = '35'
             DISPLAY 'NO HAY TARJETAS REGISTRADAS TODAVIA'
         ELSE
             MOVE WK-CUENTA-PEDIDA TO TRJ-CUENTA
             MOVE 'N' TO WK-FIN-FICHERO
             START FICHERO-TRJ KEY IS EQUAL TO TRJ-CUENTA
                 INVALID KEY
                     MOVE 'S' TO WK-FIN-FICHERO
             END-START
             PERFORM UNTIL WK-FIN-FICHERO = 'S'
                 READ FICHERO-TRJ NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-FICHERO
                     NOT AT END
                         IF TRJ-CUENTA NOT = WK-CUENTA-PEDIDA
                             MOVE 'S' TO WK-FIN-FICHERO
                         ELSE
                             ADD 1 TO WK-TARJETAS-LISTADAS
                             DISPLAY 'TARJETA: ' TRJ-NUMERO
                                 ' ESTADO: ' TRJ-ESTADO
                                 ' CADUCA: ' TRJ-FECHA-CADUCIDAD
                             DISPLAY '   LIMITE RETIRO: '
                                 TRJ-LIMITE-RETIRO
                                 ' LIMITE COMPRAS: ' TRJ-LIMITE-COMPRA
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE FICHERO-TRJ
             IF WK-TARJETAS-LISTADAS = ZERO
                 DISPLAY 'LA CUENTA NO TIENE TARJETAS'
             END-IF
         END-IF.
       END PROGRAM MANTENIMIENTO-TARJETAS.
