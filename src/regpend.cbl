       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRAR-PENDIENTE.

      * DEJA UN CAMBIO DE MANTENIMIENTO EN PENDIENTES.dat A LA ESPERA
      * DE APROBACION, CON EL NUMERO SIGUIENTE DE PENDIENTES.seq, Y
      * LO ANOTA EN AUDITORIA. UNA MODIFICACION SOBRE UN REGISTRO
      * QUE YA TIENE OTRA PENDIENTE NO SE ADMITE (SE DEVUELVE EL
      * NUMERO EN CERO): HAY QUE APROBAR O RECHAZAR LA PRIMERA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-PEN ASSIGN TO '../data/PENDIENTES.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-ID
               FILE STATUS IS WK-ESTADO-PEN.
           SELECT FICHERO-PSQ ASSIGN TO '../data/PENDIENTES.seq'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-PSQ.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-PEN.
           01 REGISTRO-PENDIENTE.
           COPY "pendreg.cpy".
           FD FICHERO-PSQ.
           01 LINEA-PSQ PIC 9(6).
           WORKING-STORAGE SECTION.
           01 WK-ESTADO-PEN PIC XX.
           01 WK-ESTADO-PSQ PIC XX.
           01 WK-FIN-FICHERO PIC X VALUE 'N'.
           01 WK-YA-PENDIENTE PIC X VALUE 'N'.
           01 WK-PEN-ID PIC 9(6) VALUE ZERO.
           01 WK-FECHA-NEGOCIO PIC 9(8) VALUE ZERO.
           01 WK-CUENTA-AUD PIC 9(6) VALUE ZERO.
           01 WK-AUD-EVENTO PIC X(20) VALUE SPACES.
           01 WK-AUD-RESULTADO PIC X(30) VALUE SPACES.
           LINKAGE SECTION.
           01 P-FICHERO PIC X(10).
           01 P-TIPO-CAMBIO PIC X(1).
           01 P-CLAVE PIC X(10).
           01 P-DESCRIPCION PIC X(40).
           01 P-IMAGEN-ANTES PIC X(200).
           01 P-IMAGEN-DESPUES PIC X(200).
           01 P-SOLICITANTE PIC 9(4).
           01 P-PEN-ID PIC 9(6).
       PROCEDURE DIVISION USING P-FICHERO P-TIPO-CAMBIO P-CLAVE
           P-DESCRIPCION P-IMAGEN-ANTES P-IMAGEN-DESPUES
           P-SOLICITANTE P-PEN-ID.
       PERFORM GRABAR-PENDIENTE.
        GOBACK.
       GRABAR-PENDIENTE.
         MOVE ZERO TO P-PEN-ID.
         OPEN I-O FICHERO-PEN.
         IF WK-ESTADO-PEN = '35'
             OPEN OUTPUT FICHERO-PEN
             CLOSE FICHERO-PEN
             OPEN I-O FICHERO-PEN
         END-IF.
         MOVE 'N' TO WK-YA-PENDIENTE.
         IF P-TIPO-CAMBIO = 'M'
             PERFORM BUSCAR-PENDIENTE-IGUAL
         END-IF.
         IF WK-YA-PENDIENTE = 'S'
             DISPLAY 'YA HAY UN CAMBIO PENDIENTE DE APROBAR SOBRE '
                 'ESE REGISTRO'
         ELSE
             PERFORM SIGUIENTE-PENDIENTE-ID
             CALL "FECHA-NEGOCIO" USING WK-FECHA-NEGOCIO
             MOVE WK-PEN-ID TO PEN-ID
             MOVE P-FICHERO TO PEN-FICHERO
             MOVE P-TIPO-CAMBIO TO PEN-TIPO-CAMBIO
             MOVE P-CLAVE TO PEN-CLAVE
             MOVE P-DESCRIPCION TO PEN-DESCRIPCION
             MOVE 'P' TO PEN-ESTADO
             MOVE P-SOLICITANTE TO PEN-SOLICITANTE
             MOVE WK-FECHA-NEGOCIO TO PEN-FECHA-SOLICITUD
             ACCEPT PEN-HORA-SOLICITUD FROM TIME
             MOVE ZERO TO PEN-REVISOR
             MOVE ZERO TO PEN-FECHA-REVISION
             MOVE P-IMAGEN-ANTES TO PEN-IMAGEN-ANTES
             MOVE P-IMAGEN-DESPUES TO PEN-IMAGEN-DESPUES
             WRITE REGISTRO-PENDIENTE
             MOVE WK-PEN-ID TO P-PEN-ID
             DISPLAY 'CAMBIO ' WK-PEN-ID ' PENDIENTE DE APROBACION '
                 'POR UN SUPERVISOR'
             MOVE 'CAMBIO SOLICITADO' TO WK-AUD-EVENTO
             MOVE SPACES TO WK-AUD-RESULTADO
             STRING 'PENDIENTE ' DELIMITED BY SIZE
                    WK-PEN-ID DELIMITED BY SIZE
                    ' ' DELIMITED BY SIZE
                    P-FICHERO DELIMITED BY SPACE
                 INTO WK-AUD-RESULTADO
             MOVE ZERO TO WK-CUENTA-AUD
             CALL "REGISTRO-AUDITORIA" USING WK-AUD-EVENTO
                 WK-CUENTA-AUD WK-AUD-RESULTADO P-SOLICITANTE
         END-IF.
         CLOSE FICHERO-PEN.
       BUSCAR-PENDIENTE-IGUAL.
         MOVE 'N' TO WK-FIN-FICHERO.
         MOVE ZERO TO PEN-ID.
         START FICHERO-PEN KEY IS NOT LESS THAN PEN-ID
             INVALID KEY
                 MOVE 'S' TO WK-FIN-FICHERO
         END-START.
         PERFORM UNTIL WK-FIN-FICHERO = 'S'
             READ FICHERO-PEN NEXT RECORD
                 AT END
                     MOVE 'S' TO WK-FIN-FICHERO
                 NOT AT END
                     IF CAMBIO-PENDIENTE
                         AND PEN-FICHERO = P-FICHERO
                         AND PEN-CLAVE = P-CLAVE
                         MOVE 'S' TO WK-YA-PENDIENTE
                         MOVE 'S' TO WK-FIN-FICHERO
                     END-IF
             END-READ
         END-PERFORM.
       SIGUIENTE-PENDIENTE-ID.
         MOVE ZERO TO WK-PEN-ID.
         OPEN INPUT FICHERO-PSQ.
         IF WK-ESTADO-PSQ = '00'
             READ FICHERO-PSQ
                 AT END
                     CONTINUE
                 NOT AT END
                     MOVE LINEA-PSQ TO WK-PEN-ID
             END-READ
             CLOSE FICHERO-PSQ
         END-IF.
         ADD 1 TO WK-PEN-ID.
         MOVE WK-PEN-ID TO LINEA-PSQ.
         OPEN OUTPUT FICHERO-PSQ.
         WRITE LINEA-PSQ.
         CLOSE FICHERO-PSQ.
       END PROGRAM REGISTRAR-PENDIENTE.
