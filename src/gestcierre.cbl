       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-CIERRE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-CIE ASSIGN TO '../data/CONTROL_CIERRE.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIE-CLAVE
               FILE STATUS IS WK-ESTADO-CIE.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-CIE.
           01 REGISTRO-CIERRE.
           COPY "cierrereg.cpy".
           WORKING-STORAGE SECTION.
           01 WK-SALIR PIC X VALUE 'N'.
           01 WK-PAUSA PIC X.
           01 WK-OPCION PIC 9 VALUE ZERO.
           01 WK-ESTADO-CIE PIC XX VALUE '00'.
           01 WK-ENTRADA-VALIDA PIC X VALUE 'N'.
           01 WK-FIN-FICHERO PIC X VALUE 'N'.
           01 WK-CONFIRMA PIC X VALUE 'N'.
           01 WK-FECHA-NEGOCIO PIC 9(8) VALUE ZERO.
           01 WK-FECHA-CONSULTA PIC 9(8) VALUE ZERO.
           01 WK-PASO PIC 9(2) VALUE ZERO.
           01 WK-TOTAL-PASOS PIC 9(2) VALUE ZERO.
           01 WK-AUD-EVENTO PIC X(20) VALUE SPACES.
           01 WK-AUD-RESULTADO PIC X(30) VALUE SPACES.
           01 WK-AUD-CUENTA PIC 9(6) VALUE ZERO.
           01 WK-REQUIERE-SUP PIC X VALUE 'S'.
           01 WK-AUTORIZADO PIC X VALUE 'N'.
           01 WK-AUTORIZANTE PIC 9(4) VALUE ZERO.
           01 WK-AUT-CUENTA PIC 9(6) VALUE ZERO.
           01 WK-AUT-IMPORTE PIC 9(7)V99 VALUE ZERO.
           01 LINEA-PASO.
               05 LP-PASO PIC 99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LP-PROGRAMA PIC X(24).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LP-OBLIGATORIO PIC X(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LP-ESTADO PIC X(14).
               05 FILLER PIC X(5) VALUE ' INT:'.
               05 LP-INTENTOS PIC ZZ9.
               05 FILLER PIC X(3) VALUE ' L:'.
               05 LP-LEIDOS PIC Z(5)9.
               05 FILLER PIC X(3) VALUE ' A:'.
               05 LP-ACEPTADOS PIC Z(5)9.
               05 FILLER PIC X(3) VALUE ' R:'.
               05 LP-RECHAZADOS PIC Z(5)9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LP-ACCION PIC X(8).
               05 LP-AUTORIZANTE PIC X(4).
           LINKAGE SECTION.
           01 P-OPCION PIC 9(2).
           01 P-OPERADOR PIC 9(4).
      * CONTROL DEL CIERRE DEL DIA (CONTROL_CIERRE.dat). CONSULTA EL
      * ESTADO Y LOS CONTADORES DE CADA PASO DE CUALQUIER FECHA DE
      * NEGOCIO, Y SOBRE EL CIERRE DE LA FECHA ACTUAL PERMITE, CON
      * APROBACION DE UN SUPERVISOR:
      * - FORZAR LA REPETICION DE UN PASO YA RESUELTO: VUELVE A
      *   PENDIENTE Y LA PROXIMA CORRIDA DE CIERRE-DIA LO EJECUTA.
      *   LOS PASOS CON CONTROL DE FECHA PROPIO (DEVENGO.fec,
      *   INTDEB.fec, AJVALOR.fec, CUMPLIM.fec) LO SIGUEN
      *   APLICANDO.
      * - OMITIR UN PASO NO OBLIGATORIO QUE NO SE QUIERE O NO SE
      *   PUEDE EJECUTAR HOY. LOS OBLIGATORIOS NO SE OMITEN: LA FECHA
      *   NO AVANZA HASTA QUE ESTEN COMPLETOS.
       PROCEDURE DIVISION USING P-OPCION P-OPERADOR.
           CALL "FECHA-NEGOCIO" USING WK-FECHA-NEGOCIO.
           MOVE 'N' TO WK-SALIR.
           PERFORM UNTIL WK-SALIR = 'S'
               DISPLAY 'CONTROL DEL CIERRE DEL DIA'
               DISPLAY '1. CONSULTAR LOS PASOS DE UN CIERRE'
               DISPLAY '2. FORZAR LA REPETICION DE UN PASO'
               DISPLAY '3. OMITIR UN PASO NO OBLIGATORIO'
               DISPLAY '4. VOLVER'
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
                       PERFORM CONSULTAR-CIERRE
                   WHEN 2
                       PERFORM FORZAR-PASO
                   WHEN 3
                       PERFORM OMITIR-PASO
                   WHEN 4
                       MOVE 'S' TO WK-SALIR
                   WHEN OTHER
                       DISPLAY 'OPCION NO VALIDA'
               END-EVALUATE
           END-PERFORM.
        GOBACK.
       CONSULTAR-CIERRE.
         DISPLAY 'FECHA DE NEGOCIO DEL CIERRE (AAAAMMDD, 0 = LA '
             'ACTUAL)'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT WK-FECHA-CONSULTA
             IF WK-FECHA-CONSULTA NOT NUMERIC
                 DISPLAY 'FECHA NO VALIDA'
             ELSE
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
         IF WK-FECHA-CONSULTA = ZERO
             MOVE WK-FECHA-NEGOCIO TO WK-FECHA-CONSULTA
         END-IF.
         OPEN INPUT FICHERO-CIE.
         IF WK-ESTADO-CIE = '35'
             DISPLAY 'NO HAY CIERRES REGISTRADOS TODAVIA'
         ELSE
             MOVE ZERO TO WK-TOTAL-PASOS
             MOVE 'N' TO WK-FIN-FICHERO
             MOVE WK-FECHA-CONSULTA TO CIE-FECHA
             MOVE ZERO TO CIE-PASO
             START FICHERO-CIE KEY IS NOT LESS THAN CIE-CLAVE
                 INVALID KEY
                     MOVE 'S' TO WK-FIN-FICHERO
             END-START
             PERFORM UNTIL WK-FIN-FICHERO = 'S'
                 READ FICHERO-CIE NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-FICHERO
                     NOT AT END
                         IF CIE-FECHA NOT = WK-FECHA-CONSULTA
                             MOVE 'S' TO WK-FIN-FICHERO
                         ELSE
                             IF WK-TOTAL-PASOS = ZERO
                                 DISPLAY 'CIERRE DEL DIA '
                                     WK-FECHA-CONSULTA
                             END-IF
                             ADD 1 TO WK-TOTAL-PASOS
                             PERFORM MOSTRAR-PASO
                         END-IF
                 END-READ
             END-PERFORM
             IF WK-TOTAL-PASOS = ZERO
                 DISPLAY 'NO HAY CIERRE INICIADO PARA EL '
                     WK-FECHA-CONSULTA
             END-IF
             CLOSE FICHERO-CIE
         END-IF.
         DISPLAY 'PRESIONE ENTER PARA CONTINUAR...'.
         ACCEPT WK-PAUSA.
       MOSTRAR-PASO.
         MOVE CIE-PASO TO LP-PASO.
         MOVE CIE-PROGRAMA TO LP-PROGRAMA.
         IF PASO-OBLIGATORIO
             MOVE 'OBL' TO LP-OBLIGATORIO
         ELSE
             MOVE 'OPC' TO LP-OBLIGATORIO
         END-IF.
         EVALUATE TRUE
             WHEN PASO-PENDIENTE
                 MOVE 'PENDIENTE' TO LP-ESTADO
             WHEN PASO-EN-CURSO
                 MOVE 'INTERRUMPIDO' TO LP-ESTADO
             WHEN PASO-COMPLETO
                 MOVE 'COMPLETO' TO LP-ESTADO
             WHEN PASO-FALLIDO
                 MOVE 'FALLIDO' TO LP-ESTADO
             WHEN PASO-OMITIDO
                 MOVE 'OMITIDO' TO LP-ESTADO
             WHEN PASO-NO-CORRESPONDE
                 MOVE 'NO CORRESPONDE' TO LP-ESTADO
             WHEN OTHER
                 MOVE CIE-ESTADO TO LP-ESTADO
         END-EVALUATE.
         MOVE CIE-INTENTOS TO LP-INTENTOS.
         MOVE CIE-LEIDOS TO LP-LEIDOS.
         MOVE CIE-ACEPTADOS TO LP-ACEPTADOS.
         MOVE CIE-RECHAZADOS TO LP-RECHAZADOS.
         MOVE SPACES TO LP-ACCION.
         MOVE SPACES TO LP-AUTORIZANTE.
         IF PASO-FORZADO
             MOVE 'FORZADO ' TO LP-ACCION
             MOVE CIE-AUTORIZANTE TO LP-AUTORIZANTE
         END-IF.
         IF PASO-SALTADO
             MOVE 'OMITIDO ' TO LP-ACCION
             MOVE CIE-AUTORIZANTE TO LP-AUTORIZANTE
         END-IF.
         DISPLAY LINEA-PASO.
       PEDIR-PASO.
         DISPLAY 'NUMERO DE PASO DEL CIERRE DE HOY ('
             WK-FECHA-NEGOCIO ')'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT WK-PASO
             IF WK-PASO NOT NUMERIC OR WK-PASO = ZERO
                 DISPLAY 'PASO NO VALIDO'
             ELSE
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
      * SOLO UN PASO YA RESUELTO NECESITA FORZARSE: UNO PENDIENTE,
      * FALLIDO O INTERRUMPIDO SE REPITE SOLO EN LA PROXIMA CORRIDA.
       FORZAR-PASO.
         PERFORM PEDIR-PASO.
         MOVE 'N' TO WK-CONFIRMA.
         OPEN I-O FICHERO-CIE.
         IF WK-ESTADO-CIE = '35'
             DISPLAY 'NO HAY CIERRES REGISTRADOS TODAVIA'
         ELSE
             MOVE WK-FECHA-NEGOCIO TO CIE-FECHA
             MOVE WK-PASO TO CIE-PASO
             READ FICHERO-CIE
                 INVALID KEY
                     DISPLAY 'NO HAY CIERRE INICIADO CON ESE PASO '
                         'PARA HOY'
                 NOT INVALID KEY
                     IF PASO-COMPLETO OR PASO-OMITIDO
                         PERFORM MOSTRAR-PASO
                         DISPLAY 'CONFIRMA QUE SE REPITA EL PASO EN '
                             'LA PROXIMA CORRIDA? (S/N)'
                         ACCEPT WK-CONFIRMA
                     ELSE
                         IF PASO-NO-CORRESPONDE
                             DISPLAY 'EL PASO NO CORRESPONDE A LA '
                                 'FECHA DE HOY'
                         ELSE
                             DISPLAY 'EL PASO AUN NO ESTA RESUELTO, '
                                 'LA PROXIMA CORRIDA YA LO EJECUTA'
                         END-IF
                     END-IF
             END-READ
             IF WK-CONFIRMA = 'S'
                 CALL "VALIDAR-AUTORIZACION" USING P-OPERADOR
                     WK-AUT-CUENTA WK-AUT-IMPORTE WK-REQUIERE-SUP
                     WK-AUTORIZADO WK-AUTORIZANTE
                 IF WK-AUTORIZADO = 'S'
                     MOVE 'P' TO CIE-ESTADO
                     MOVE 'F' TO CIE-ACCION
                     MOVE WK-AUTORIZANTE TO CIE-AUTORIZANTE
                     REWRITE REGISTRO-CIERRE
                     DISPLAY 'EL PASO SE REPETIRA EN LA PROXIMA '
                         'CORRIDA DEL CIERRE'
                     MOVE 'CIERRE PASO FORZADO' TO WK-AUD-EVENTO
                     PERFORM AUDITAR-PASO
                 END-IF
             END-IF
             CLOSE FICHERO-CIE
         END-IF.
         DISPLAY 'PRESIONE ENTER PARA CONTINUAR...'.
         ACCEPT WK-PAUSA.
       OMITIR-PASO.
         PERFORM PEDIR-PASO.
         MOVE 'N' TO WK-CONFIRMA.
         OPEN I-O FICHERO-CIE.
         IF WK-ESTADO-CIE = '35'
             DISPLAY 'NO HAY CIERRES REGISTRADOS TODAVIA'
         ELSE
             MOVE WK-FECHA-NEGOCIO TO CIE-FECHA
             MOVE WK-PASO TO CIE-PASO
             READ FICHERO-CIE
                 INVALID KEY
                     DISPLAY 'NO HAY CIERRE INICIADO CON ESE PASO '
                         'PARA HOY'
                 NOT INVALID KEY
                     IF PASO-OBLIGATORIO
                         DISPLAY 'UN PASO OBLIGATORIO NO SE PUEDE '
                             'OMITIR; CORRIJA LA CAUSA Y RELANCE EL '
                             'CIERRE'
                     ELSE
                         IF PASO-COMPLETO OR PASO-OMITIDO
                             OR PASO-NO-CORRESPONDE
                             DISPLAY 'EL PASO YA ESTA RESUELTO'
                         ELSE
                             PERFORM MOSTRAR-PASO
                             DISPLAY 'CONFIRMA QUE SE OMITA EL PASO '
                                 'EN EL CIERRE DE HOY? (S/N)'
                             ACCEPT WK-CONFIRMA
                         END-IF
                     END-IF
             END-READ
             IF WK-CONFIRMA = 'S'
                 CALL "VALIDAR-AUTORIZACION" USING P-OPERADOR
                     WK-AUT-CUENTA WK-AUT-IMPORTE WK-REQUIERE-SUP
                     WK-AUTORIZADO WK-AUTORIZANTE
                 IF WK-AUTORIZADO = 'S'
                     MOVE 'O' TO CIE-ESTADO
                     MOVE 'O' TO CIE-ACCION
                     MOVE WK-AUTORIZANTE TO CIE-AUTORIZANTE
                     REWRITE REGISTRO-CIERRE
                     DISPLAY 'EL PASO QUEDA OMITIDO EN EL CIERRE '
                         'DE HOY'
                     MOVE 'CIERRE PASO OMITIDO' TO WK-AUD-EVENTO
                     PERFORM AUDITAR-PASO
                 END-IF
             END-IF
             CLOSE FICHERO-CIE
         END-IF.
         DISPLAY 'PRESIONE ENTER PARA CONTINUAR...'.
         ACCEPT WK-PAUSA.
       AUDITAR-PASO.
         MOVE SPACES TO WK-AUD-RESULTADO.
         STRING 'PASO ' DELIMITED BY SIZE
                CIE-PASO DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                CIE-PROGRAMA DELIMITED BY SPACE
             INTO WK-AUD-RESULTADO.
         CALL "REGISTRO-AUDITORIA" USING WK-AUD-EVENTO
             WK-AUD-CUENTA WK-AUD-RESULTADO WK-AUTORIZANTE.
       END PROGRAM GESTION-CIERRE.
