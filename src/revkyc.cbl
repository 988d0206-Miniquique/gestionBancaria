       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISION-KYC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-CLI ASSIGN TO '../data/CLIENTES.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-ID
               FILE STATUS IS WK-ESTADO-CLI.
           SELECT FICHERO-REP ASSIGN TO WK-NOMBRE-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-CLI.
           01 REGISTRO-CLIENTE.
           COPY "clientereg.cpy".
           FD FICHERO-REP.
           01 LINEA-REP PIC X(80).
           WORKING-STORAGE SECTION.
           01 WK-FIN-FICHERO PIC X VALUE 'N'.
           01 WK-ESTADO-CLI PIC XX VALUE '00'.
           01 WK-FECHA-HOY PIC 9(8) VALUE ZERO.
           01 WK-FECHA-HOY-DET REDEFINES WK-FECHA-HOY.
               05 WK-PERIODO-HOY PIC 9(6).
               05 FILLER PIC 9(2).
           01 WK-NOMBRE-REPORTE PIC X(40) VALUE SPACES.
           01 WK-RESULTADO-KYC PIC X VALUE SPACE.
           01 WK-PROXIMA-REVISION PIC 9(8) VALUE ZERO.
           01 WK-TOTAL-REVISADOS PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-VENCIDOS PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-DOCUMENTO PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-REVISION PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-INCOMPLETO PIC 9(6) VALUE ZERO.
           01 WK-LOT-PROGRAMA PIC X(24) VALUE 'REVISION-KYC'.
           01 WK-LOT-HORA-INICIO PIC 9(8) VALUE ZERO.
           01 WK-LOT-RECHAZADOS PIC 9(6) VALUE ZERO.
           01 WK-LOT-ESTADO PIC X(2) VALUE 'OK'.
           01 LINEA-TITULO.
               05 FILLER PIC X(40) VALUE
                   'CLIENTES CON KYC VENCIDO AL             '.
               05 LT-FECHA PIC 9(8).
           01 LINEA-DETALLE.
               05 FILLER PIC X(9) VALUE 'CLIENTE: '.
               05 LD-CLIENTE PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LD-NOMBRE PIC X(25).
               05 FILLER PIC X(8) VALUE ' RIESGO '.
               05 LD-RIESGO PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LD-MOTIVO PIC X(19).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LD-FECHA PIC 9(8).
           01 LINEA-TOTALES.
               05 FILLER PIC X(20)
                   VALUE 'CLIENTES REVISADOS: '.
               05 LT-REVISADOS PIC Z(5)9.
               05 FILLER PIC X(22)
                   VALUE '  CON KYC VENCIDO:    '.
               05 LT-VENCIDOS PIC Z(5)9.
           01 LINEA-MOTIVOS.
               05 FILLER PIC X(12) VALUE 'DOCUMENTO: '.
               05 LM-DOCUMENTO PIC Z(5)9.
               05 FILLER PIC X(13) VALUE '  REVISION: '.
               05 LM-REVISION PIC Z(5)9.
               05 FILLER PIC X(15) VALUE '  INCOMPLETOS: '.
               05 LM-INCOMPLETO PIC Z(5)9.
      * PROCESO MENSUAL: RECORRE CLIENTES.dat Y LISTA A LOS CLIENTES
      * CUYO KYC YA NO ESTA VIGENTE A LA FECHA DE NEGOCIO, CON EL
      * DOCUMENTO CADUCADO, LA REVISION PERIODICA PASADA DE PLAZO O
      * LOS DATOS SIN COMPLETAR. EL PLAZO DE REVISION LO FIJA
      * EVALUAR-KYC SEGUN EL NIVEL DE RIESGO, DE MODO QUE LOS CLIENTES
      * DE RIESGO ALTO SALEN A REVISION MAS A MENUDO. LA FECHA DEL
      * LISTADO ES LA DEL VENCIMIENTO DEL DOCUMENTO O LA DE LA
      * REVISION QUE NO SE HIZO. LOS CLIENTES FALLECIDOS NO SE
      * REVISAN. SOLO LEE, NO TOCA NINGUN REGISTRO.
       PROCEDURE DIVISION.
           ACCEPT WK-LOT-HORA-INICIO FROM TIME.
           CALL "FECHA-NEGOCIO" USING WK-FECHA-HOY.
           MOVE SPACES TO WK-NOMBRE-REPORTE.
           STRING '../data/REVISION_KYC_' DELIMITED BY SIZE
                  WK-PERIODO-HOY DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WK-NOMBRE-REPORTE.
           OPEN INPUT FICHERO-CLI.
           IF WK-ESTADO-CLI = '35'
               DISPLAY 'NO HAY CLIENTES REGISTRADOS TODAVIA'
           ELSE
               PERFORM REVISAR-CLIENTES
               CLOSE FICHERO-CLI
           END-IF.
           CALL "REGISTRO-LOTE" USING WK-LOT-PROGRAMA
               WK-LOT-HORA-INICIO WK-TOTAL-REVISADOS
               WK-TOTAL-VENCIDOS WK-LOT-RECHAZADOS WK-LOT-ESTADO.
           STOP RUN.
       REVISAR-CLIENTES.
         MOVE 'N' TO WK-FIN-FICHERO.
         OPEN OUTPUT FICHERO-REP.
         MOVE WK-FECHA-HOY TO LT-FECHA.
         MOVE LINEA-TITULO TO LINEA-REP.
         WRITE LINEA-REP.
         PERFORM UNTIL WK-FIN-FICHERO = 'S'
             READ FICHERO-CLI NEXT RECORD
                 AT END
                     MOVE 'S' TO WK-FIN-FICHERO
                 NOT AT END
                     IF CLIENTE-FECHA-DEFUNCION NUMERIC
                         AND CLIENTE-FECHA-DEFUNCION NOT = ZERO
                         CONTINUE
                     ELSE
                         ADD 1 TO WK-TOTAL-REVISADOS
                         PERFORM REVISAR-CLIENTE
                     END-IF
             END-READ
         END-PERFORM.
         MOVE WK-TOTAL-REVISADOS TO LT-REVISADOS.
         MOVE WK-TOTAL-VENCIDOS TO LT-VENCIDOS.
         MOVE LINEA-TOTALES TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE WK-TOTAL-DOCUMENTO TO LM-DOCUMENTO.
         MOVE WK-TOTAL-REVISION TO LM-REVISION.
         MOVE WK-TOTAL-INCOMPLETO TO LM-INCOMPLETO.
         MOVE LINEA-MOTIVOS TO LINEA-REP.
         WRITE LINEA-REP.
         CLOSE FICHERO-REP.
         DISPLAY 'CLIENTES REVISADOS: ' WK-TOTAL-REVISADOS.
         DISPLAY 'CON KYC VENCIDO: ' WK-TOTAL-VENCIDOS.
         DISPLAY 'REPORTE EN ' WK-NOMBRE-REPORTE.
       REVISAR-CLIENTE.
         CALL "EVALUAR-KYC" USING REGISTRO-CLIENTE WK-FECHA-HOY
             WK-RESULTADO-KYC WK-PROXIMA-REVISION.
         IF WK-RESULTADO-KYC NOT = 'S'
             ADD 1 TO WK-TOTAL-VENCIDOS
             MOVE CLIENTE-ID TO LD-CLIENTE
             MOVE CLIENTE-NOMBRE TO LD-NOMBRE
             MOVE CLIENTE-RIESGO TO LD-RIESGO
             MOVE ZERO TO LD-FECHA
             EVALUATE WK-RESULTADO-KYC
                 WHEN 'D'
                     ADD 1 TO WK-TOTAL-DOCUMENTO
                     MOVE 'DOCUMENTO VENCIDO' TO LD-MOTIVO
                     MOVE CLIENTE-VENCE-DOC TO LD-FECHA
                 WHEN 'R'
                     ADD 1 TO WK-TOTAL-REVISION
                     MOVE 'REVISION VENCIDA' TO LD-MOTIVO
                     MOVE WK-PROXIMA-REVISION TO LD-FECHA
                 WHEN OTHER
                     ADD 1 TO WK-TOTAL-INCOMPLETO
                     MOVE 'KYC INCOMPLETO' TO LD-MOTIVO
             END-EVALUATE
             MOVE LINEA-DETALLE TO LINEA-REP
             WRITE LINEA-REP
         END-IF.
       END PROGRAM REVISION-KYC.
