       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTADO-PENDIENTES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-PEN ASSIGN TO '../data/PENDIENTES.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-ID
               FILE STATUS IS WK-ESTADO-PEN.
           SELECT FICHERO-REP ASSIGN TO WK-NOMBRE-LISTADO
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-PEN.
           01 REGISTRO-PENDIENTE.
           COPY "pendreg.cpy".
           FD FICHERO-REP.
           01 LINEA-REP PIC X(80).
           WORKING-STORAGE SECTION.
           01 WK-FIN-FICHERO PIC X VALUE 'N'.
           01 WK-ESTADO-PEN PIC XX VALUE '00'.
           01 WK-FECHA-HOY PIC 9(8) VALUE ZERO.
           01 WK-NOMBRE-LISTADO PIC X(36) VALUE SPACES.
           01 WK-TOTAL-PENDIENTES PIC 9(6) VALUE ZERO.
           01 WK-LOT-PROGRAMA PIC X(24)
               VALUE 'LISTADO-PENDIENTES'.
           01 WK-LOT-HORA-INICIO PIC 9(8) VALUE ZERO.
           01 WK-LOT-LEIDOS PIC 9(6) VALUE ZERO.
           01 WK-LOT-RECHAZADOS PIC 9(6) VALUE ZERO.
           01 WK-LOT-ESTADO PIC X(2) VALUE 'OK'.
           01 LINEA-TITULO.
               05 FILLER PIC X(40) VALUE
                   'CAMBIOS PENDIENTES DE APROBACION AL     '.
               05 LT-FECHA PIC 9(8).
           01 LINEA-DETALLE.
               05 FILLER PIC X(8) VALUE 'CAMBIO: '.
               05 LD-ID PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LD-FICHERO PIC X(10).
               05 FILLER PIC X(8) VALUE ' CLAVE: '.
               05 LD-CLAVE PIC X(10).
               05 FILLER PIC X(12) VALUE ' PEDIDO POR '.
               05 LD-SOLICITANTE PIC 9(4).
               05 FILLER PIC X(4) VALUE ' EL '.
               05 LD-FECHA PIC 9(8).
           01 LINEA-DESCRIPCION.
               05 FILLER PIC X(8) VALUE SPACES.
               05 LX-DESCRIPCION PIC X(40).
           01 LINEA-TOTAL.
               05 FILLER PIC X(30) VALUE
                   'TOTAL DE CAMBIOS PENDIENTES: '.
               05 LO-TOTAL PIC Z(5)9.
      * SE EJECUTA DESDE EL CIERRE: NO RESUELVE NADA, SOLO DEJA A LA
      * VISTA LOS CAMBIOS DE MANTENIMIENTO QUE SIGUEN ESPERANDO A UN
      * SUPERVISOR PARA QUE NINGUNO SE QUEDE OLVIDADO.
       PROCEDURE DIVISION.
           ACCEPT WK-LOT-HORA-INICIO FROM TIME.
           CALL "FECHA-NEGOCIO" USING WK-FECHA-HOY.
           MOVE SPACES TO WK-NOMBRE-LISTADO.
           STRING '../data/PENDIENTES_' DELIMITED BY SIZE
                  WK-FECHA-HOY DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WK-NOMBRE-LISTADO.
           OPEN OUTPUT FICHERO-REP.
           MOVE WK-FECHA-HOY TO LT-FECHA.
           MOVE LINEA-TITULO TO LINEA-REP.
           WRITE LINEA-REP.
           PERFORM REVISAR-PENDIENTES.
           MOVE WK-TOTAL-PENDIENTES TO LO-TOTAL.
           MOVE LINEA-TOTAL TO LINEA-REP.
           WRITE LINEA-REP.
           CLOSE FICHERO-REP.
           DISPLAY 'CAMBIOS PENDIENTES DE APROBACION: '
               WK-TOTAL-PENDIENTES.
           IF WK-TOTAL-PENDIENTES NOT = ZERO
               DISPLAY 'DETALLE EN ' WK-NOMBRE-LISTADO
           END-IF.
           CALL "REGISTRO-LOTE" USING WK-LOT-PROGRAMA
               WK-LOT-HORA-INICIO WK-LOT-LEIDOS
               WK-TOTAL-PENDIENTES WK-LOT-RECHAZADOS WK-LOT-ESTADO.
        GOBACK.
       REVISAR-PENDIENTES.
         MOVE 'N' TO WK-FIN-FICHERO.
         OPEN INPUT FICHERO-PEN.
         IF WK-ESTADO-PEN = '00'
             PERFORM UNTIL WK-FIN-FICHERO = 'S'
                 READ FICHERO-PEN NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-FICHERO
                     NOT AT END
                         ADD 1 TO WK-LOT-LEIDOS
                         IF CAMBIO-PENDIENTE
                             PERFORM ESCRIBIR-PENDIENTE
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE FICHERO-PEN
         END-IF.
       ESCRIBIR-PENDIENTE.
         ADD 1 TO WK-TOTAL-PENDIENTES.
         MOVE PEN-ID TO LD-ID.
         MOVE PEN-FICHERO TO LD-FICHERO.
         MOVE PEN-CLAVE TO LD-CLAVE.
         MOVE PEN-SOLICITANTE TO LD-SOLICITANTE.
         MOVE PEN-FECHA-SOLICITUD TO LD-FECHA.
         MOVE LINEA-DETALLE TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE PEN-DESCRIPCION TO LX-DESCRIPCION.
         MOVE LINEA-DESCRIPCION TO LINEA-REP.
         WRITE LINEA-REP.
       END PROGRAM LISTADO-PENDIENTES.
