       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-BARRIDOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-BAR ASSIGN TO '../data/BARRIDOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAR-CUENTA-CORRIENTE
               FILE STATUS IS WK-ESTADO-BAR.
           SELECT FICHERO ASSIGN TO '../data/CUENTAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO
               ALTERNATE RECORD KEY IS CLIENTE-ID-CTA
                   WITH DUPLICATES
               FILE STATUS IS WK-ESTADO-FICHERO.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-BAR.
           01 REGISTRO-BARRIDO.
           COPY "barreg.cpy".
           FD FICHERO.
           01 REGISTRO.
           COPY "cuentareg.cpy"
               REPLACING ==CLIENTE-ID== BY ==CLIENTE-ID-CTA==.
           WORKING-STORAGE SECTION.
           01 WK-SALIR PIC X VALUE 'N'.
           01 WK-OPCION PIC 9 VALUE ZERO.
           01 WK-FIN-FICHERO PIC X VALUE 'N'.
           01 WK-ESTADO-BAR PIC XX VALUE '00'.
           01 WK-ESTADO-FICHERO PIC XX VALUE '00'.
           01 WK-ENTRADA-VALIDA PIC X VALUE 'N'.
           01 WK-FECHA-NEGOCIO PIC 9(8) VALUE ZERO.
           01 WK-CUENTA-CORRIENTE PIC 9(6) VALUE ZERO.
           01 WK-CUENTA-VALIDA PIC X VALUE 'N'.
           01 WK-ENLACE-EXISTE PIC X VALUE 'N'.
           01 WK-CUENTA-PEDIDA PIC 9(6) VALUE ZERO.
           01 WK-TIPO-ESPERADO PIC X VALUE SPACES.
           01 WK-CLIENTE-CUENTA PIC 9(6) VALUE ZERO.
           01 WK-MONEDA-CUENTA PIC X(3) VALUE SPACES.
           01 WK-MONEDA-CORRIENTE PIC X(3) VALUE SPACES.
           01 WK-AUD-EVENTO PIC X(20) VALUE SPACES.
           01 WK-AUD-RESULTADO PIC X(30) VALUE SPACES.
           LINKAGE SECTION.
           01 P-OPCION PIC 9(2).
           01 P-OPERADOR PIC 9(4).
       PROCEDURE DIVISION USING P-OPCION P-OPERADOR.
           CALL "FECHA-NEGOCIO" USING WK-FECHA-NEGOCIO.
           PERFORM UNTIL WK-SALIR = 'S'
               DISPLAY 'BARRIDO ENTRE CUENTAS'
               DISPLAY '1. ALTA DE ENLACE'
               DISPLAY '2. CAMBIAR SALDO OBJETIVO'
               DISPLAY '3. BAJA DE ENLACE'
               DISPLAY '4. LISTAR ENLACES'
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
                       PERFORM ALTA-BARRIDO
                   WHEN 2
                       PERFORM CAMBIAR-BARRIDO
                   WHEN 3
                       PERFORM BAJA-BARRIDO
                   WHEN 4
                       PERFORM LISTAR-BARRIDOS
                   WHEN 5
                       MOVE 'S' TO WK-SALIR
                   WHEN OTHER
                       DISPLAY 'OPCION NO VALIDA'
               END-EVALUATE
           END-PERFORM.
        GOBACK.
       PEDIR-CUENTA-CORRIENTE.
         DISPLAY 'CUENTA CORRIENTE DEL ENLACE'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT WK-CUENTA-CORRIENTE
             IF WK-CUENTA-CORRIENTE NOT NUMERIC
                 OR WK-CUENTA-CORRIENTE = ZERO
                 DISPLAY 'NUMERO DE CUENTA NO VALIDO'
             ELSE
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
      * LAS DOS CUENTAS DEL ENLACE TIENEN QUE EXISTIR, NO ESTAR
      * CERRADAS Y SER DEL TIPO QUE LES TOCA. LA DE AHORRO ADEMAS
      * TIENE QUE SER DEL MISMO CLIENTE Y LA MISMA MONEDA QUE LA
      * CORRIENTE: EL BARRIDO NO CONVIERTE MONEDAS.
       VALIDAR-CUENTA-PEDIDA.
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
                     PERFORM COMPROBAR-CUENTA-PEDIDA
             END-READ
             CLOSE FICHERO
         END-IF.
       COMPROBAR-CUENTA-PEDIDA.
         MOVE MONEDA TO WK-MONEDA-CUENTA.
         IF WK-MONEDA-CUENTA = SPACES
             MOVE 'EUR' TO WK-MONEDA-CUENTA
         END-IF.
         IF ESTADO = 'C'
             DISPLAY 'LA CUENTA ESTA CERRADA'
         ELSE
           IF TIPO-CUENTA NOT = WK-TIPO-ESPERADO
             IF WK-TIPO-ESPERADO = 'C'
                 DISPLAY 'LA CUENTA NO ES UNA CUENTA CORRIENTE'
             ELSE
                 DISPLAY 'LA CUENTA NO ES UNA CUENTA DE AHORRO'
             END-IF
           ELSE
             IF WK-TIPO-ESPERADO = 'A'
                 AND CLIENTE-ID-CTA NOT = WK-CLIENTE-CUENTA
                 DISPLAY 'LA CUENTA DE AHORRO ES DE OTRO CLIENTE'
             ELSE
               IF WK-TIPO-ESPERADO = 'A'
                   AND WK-MONEDA-CUENTA NOT = WK-MONEDA-CORRIENTE
                   DISPLAY 'LAS DOS CUENTAS DEBEN SER DE LA MISMA '
                       'MONEDA'
               ELSE
                   MOVE CLIENTE-ID-CTA TO WK-CLIENTE-CUENTA
                   MOVE 'S' TO WK-CUENTA-VALIDA
               END-IF
             END-IF
           END-IF
         END-IF.
       ALTA-BARRIDO.
         PERFORM PEDIR-CUENTA-CORRIENTE.
         MOVE WK-CUENTA-CORRIENTE TO WK-CUENTA-PEDIDA.
         MOVE 'C' TO WK-TIPO-ESPERADO.
         PERFORM VALIDAR-CUENTA-PEDIDA.
         IF WK-CUENTA-VALIDA = 'S'
             MOVE WK-MONEDA-CUENTA TO WK-MONEDA-CORRIENTE
             MOVE 'N' TO WK-ENLACE-EXISTE
             OPEN I-O FICHERO-BAR
             IF WK-ESTADO-BAR = '35'
                 OPEN OUTPUT FICHERO-BAR
                 PERFORM CAPTURAR-BARRIDO
             ELSE
                 MOVE WK-CUENTA-CORRIENTE TO BAR-CUENTA-CORRIENTE
                 READ FICHERO-BAR
                     INVALID KEY
                         PERFORM CAPTURAR-BARRIDO
                     NOT INVALID KEY
                         IF BARRIDO-ACTIVO
                             DISPLAY 'ESA CUENTA YA TIENE UN ENLACE '
                                 'DE BARRIDO ACTIVO'
                         ELSE
                             MOVE 'S' TO WK-ENLACE-EXISTE
                             PERFORM CAPTURAR-BARRIDO
                         END-IF
                 END-READ
             END-IF
             CLOSE FICHERO-BAR
         END-IF.
      * UN ENLACE DADO DE BAJA PUEDE VOLVER A DARSE DE ALTA PARA LA
      * MISMA CUENTA CORRIENTE: SE REESCRIBE CON LOS DATOS NUEVOS.
       CAPTURAR-BARRIDO.
         DISPLAY 'CUENTA DE AHORRO DEL ENLACE'.
         MOVE 'A' TO WK-TIPO-ESPERADO.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT WK-CUENTA-PEDIDA
             IF WK-CUENTA-PEDIDA NOT NUMERIC
                 OR WK-CUENTA-PEDIDA = ZERO
                 DISPLAY 'NUMERO DE CUENTA NO VALIDO'
             ELSE
                 PERFORM VALIDAR-CUENTA-PEDIDA
                 IF WK-CUENTA-VALIDA = 'S'
                     MOVE 'S' TO WK-ENTRADA-VALIDA
                 END-IF
             END-IF
         END-PERFORM.
         MOVE WK-CUENTA-CORRIENTE TO BAR-CUENTA-CORRIENTE.
         MOVE WK-CUENTA-PEDIDA TO BAR-CUENTA-AHORRO.
         MOVE WK-CLIENTE-CUENTA TO BAR-CLIENTE-ID.
         PERFORM CAPTURAR-OBJETIVO.
         MOVE 'A' TO BAR-ESTADO.
         MOVE WK-FECHA-NEGOCIO TO BAR-FECHA-ALTA.
         MOVE ZERO TO BAR-FECHA-BAJA.
         MOVE ZERO TO BAR-ULTIMO-BARRIDO.
         MOVE P-OPERADOR TO BAR-OPERADOR.
         IF WK-ENLACE-EXISTE = 'S'
             REWRITE REGISTRO-BARRIDO
         ELSE
             WRITE REGISTRO-BARRIDO
         END-IF.
         DISPLAY 'ENLACE DE BARRIDO DADO DE ALTA'.
         MOVE 'ALTA BARRIDO' TO WK-AUD-EVENTO.
         MOVE SPACES TO WK-AUD-RESULTADO.
         STRING 'AHORRO ' DELIMITED BY SIZE
                BAR-CUENTA-AHORRO DELIMITED BY SIZE
             INTO WK-AUD-RESULTADO.
         CALL "REGISTRO-AUDITORIA" USING WK-AUD-EVENTO
             BAR-CUENTA-CORRIENTE WK-AUD-RESULTADO P-OPERADOR.
       CAPTURAR-OBJETIVO.
         DISPLAY 'SALDO OBJETIVO DE LA CUENTA CORRIENTE'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT BAR-SALDO-OBJETIVO
             IF BAR-SALDO-OBJETIVO NOT NUMERIC
                 DISPLAY 'IMPORTE NO VALIDO'
             ELSE
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
         DISPLAY 'DEVOLVER AL AHORRO LO QUE SUPERE EL OBJETIVO '
             '(S/N)'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT BAR-DEVOLVER-EXCESO
             IF BAR-DEVOLVER-EXCESO NOT = 'S'
                 AND BAR-DEVOLVER-EXCESO NOT = 'N'
                 DISPLAY 'RESPONDA S O N'
             ELSE
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
       CAMBIAR-BARRIDO.
         PERFORM PEDIR-CUENTA-CORRIENTE.
         OPEN I-O FICHERO-BAR.
         IF WK-ESTADO-BAR = '35'
             DISPLAY 'NO HAY ENLACES DE BARRIDO REGISTRADOS TODAVIA'
         ELSE
             MOVE WK-CUENTA-CORRIENTE TO BAR-CUENTA-CORRIENTE
             READ FICHERO-BAR
                 INVALID KEY
                     DISPLAY 'ENLACE NO ENCONTRADO'
                 NOT INVALID KEY
                     IF BARRIDO-BAJA
                         DISPLAY 'EL ENLACE ESTA DADO DE BAJA'
                     ELSE
                         DISPLAY 'OBJETIVO ACTUAL: '
                             BAR-SALDO-OBJETIVO
                             ' DEVUELVE EXCESO: '
                             BAR-DEVOLVER-EXCESO
                         PERFORM CAPTURAR-OBJETIVO
                         MOVE P-OPERADOR TO BAR-OPERADOR
                         REWRITE REGISTRO-BARRIDO
                         DISPLAY 'ENLACE DE BARRIDO ACTUALIZADO'
                         MOVE 'CAMBIO BARRIDO' TO WK-AUD-EVENTO
                         MOVE 'OK' TO WK-AUD-RESULTADO
                         CALL "REGISTRO-AUDITORIA" USING
                             WK-AUD-EVENTO BAR-CUENTA-CORRIENTE
                             WK-AUD-RESULTADO P-OPERADOR
                     END-IF
             END-READ
             CLOSE FICHERO-BAR
         END-IF.
       BAJA-BARRIDO.
         PERFORM PEDIR-CUENTA-CORRIENTE.
         OPEN I-O FICHERO-BAR.
         IF WK-ESTADO-BAR = '35'
             DISPLAY 'NO HAY ENLACES DE BARRIDO REGISTRADOS TODAVIA'
         ELSE
             MOVE WK-CUENTA-CORRIENTE TO BAR-CUENTA-CORRIENTE
             READ FICHERO-BAR
                 INVALID KEY
                     DISPLAY 'ENLACE NO ENCONTRADO'
                 NOT INVALID KEY
                     IF BARRIDO-BAJA
                         DISPLAY 'EL ENLACE YA ESTA DADO DE BAJA'
                     ELSE
                         MOVE 'B' TO BAR-ESTADO
                         MOVE WK-FECHA-NEGOCIO TO BAR-FECHA-BAJA
                         REWRITE REGISTRO-BARRIDO
                         DISPLAY 'ENLACE DE BARRIDO DADO DE BAJA'
                         MOVE 'BAJA BARRIDO' TO WK-AUD-EVENTO
                         MOVE 'OK' TO WK-AUD-RESULTADO
                         CALL "REGISTRO-AUDITORIA" USING
                             WK-AUD-EVENTO BAR-CUENTA-CORRIENTE
                             WK-AUD-RESULTADO P-OPERADOR
                     END-IF
             END-READ
             CLOSE FICHERO-BAR
         END-IF.
       LISTAR-BARRIDOS.
         MOVE 'N' TO WK-FIN-FICHERO.
         OPEN INPUT FICHERO-BAR.
         IF WK-ESTADO-BAR = '35'
             DISPLAY 'NO HAY ENLACES DE BARRIDO REGISTRADOS TODAVIA'
         ELSE
             PERFORM UNTIL WK-FIN-FICHERO = 'S'
                 READ FICHERO-BAR NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-FICHERO
                     NOT AT END
                         DISPLAY 'CORRIENTE: ' BAR-CUENTA-CORRIENTE
                             ' AHORRO: ' BAR-CUENTA-AHORRO
                             ' CLIENTE: ' BAR-CLIENTE-ID
                             ' ESTADO: ' BAR-ESTADO
                         DISPLAY '   OBJETIVO: ' BAR-SALDO-OBJETIVO
                             ' DEVUELVE EXCESO: ' BAR-DEVOLVER-EXCESO
                             ' ULTIMO BARRIDO: ' BAR-ULTIMO-BARRIDO
                 END-READ
             END-PERFORM
             CLOSE FICHERO-BAR
         END-IF.
       END PROGRAM MANTENIMIENTO-BARRIDOS.
