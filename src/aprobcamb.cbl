       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROBACION-CAMBIOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-PEN ASSIGN TO '../data/PENDIENTES.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-ID
               FILE STATUS IS WK-ESTADO-PEN.
           SELECT FICHERO-OPE ASSIGN TO '../data/OPERADORES.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WK-ESTADO-OPE.
           SELECT FICHERO-CLI ASSIGN TO '../data/CLIENTES.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-ID
               FILE STATUS IS WK-ESTADO-CLI.
           SELECT FICHERO-TAS ASSIGN TO '../data/TASAS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-TAS.
           SELECT FICHERO-RET ASSIGN TO '../data/RETENCION.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-RET.
           SELECT FICHERO-TDB ASSIGN TO '../data/TASASDEB.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-TDB.
           SELECT FICHERO-CAM ASSIGN TO '../data/CAMBIOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-CAM.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-PEN.
           01 REGISTRO-PENDIENTE.
           COPY "pendreg.cpy".
           FD FICHERO-OPE.
           01 REGISTRO-OPERADOR.
           COPY "operreg.cpy".
           FD FICHERO-CLI.
           01 REGISTRO-CLIENTE.
           COPY "clientereg.cpy".
           FD FICHERO-TAS.
           01 REGISTRO-TASA.
           COPY "tasareg.cpy".
           FD FICHERO-RET.
           01 REGISTRO-RETENCION.
           COPY "retreg.cpy".
           FD FICHERO-TDB.
           01 REGISTRO-TASADEB.
           COPY "tasadebreg.cpy".
           FD FICHERO-CAM.
           01 REGISTRO-CAMBIO.
           COPY "cambioreg.cpy".
           WORKING-STORAGE SECTION.
           01 WK-SALIR PIC X VALUE 'N'.
           01 WK-OPCION PIC 9 VALUE ZERO.
           01 WK-FIN-FICHERO PIC X VALUE 'N'.
           01 WK-ENTRADA-VALIDA PIC X VALUE 'N'.
           01 WK-ESTADO-PEN PIC XX VALUE '00'.
           01 WK-ESTADO-OPE PIC XX VALUE '00'.
           01 WK-ESTADO-CLI PIC XX VALUE '00'.
           01 WK-ESTADO-TAS PIC XX VALUE '00'.
           01 WK-ESTADO-RET PIC XX VALUE '00'.
           01 WK-ESTADO-TDB PIC XX VALUE '00'.
           01 WK-ESTADO-CAM PIC XX VALUE '00'.
           01 WK-REVISOR-VALIDO PIC X VALUE 'N'.
           01 WK-PEN-ID PIC 9(6) VALUE ZERO.
           01 WK-DECISION PIC X VALUE SPACE.
           01 WK-APLICADO PIC X VALUE 'N'.
           01 WK-CLAVE-ACTUAL PIC X(16) VALUE SPACES.
           01 WK-TOTAL-PENDIENTES PIC 9(6) VALUE ZERO.
           01 WK-FECHA-NEGOCIO PIC 9(8) VALUE ZERO.
           01 WK-CUENTA-AUD PIC 9(6) VALUE ZERO.
           01 WK-AUD-EVENTO PIC X(20) VALUE SPACES.
           01 WK-AUD-RESULTADO PIC X(30) VALUE SPACES.
           LINKAGE SECTION.
           01 P-OPCION PIC 9(2).
           01 P-OPERADOR PIC 9(4).
      * PANTALLA DEL REVISOR: SOLO UN SUPERVISOR O ADMINISTRADOR
      * ACTIVO PUEDE ENTRAR, Y NUNCA PUEDE RESOLVER UN CAMBIO QUE
      * HAYA PEDIDO EL MISMO. AL APROBAR SE APLICA LA IMAGEN NUEVA
      * AL FICHERO MAESTRO; SI EL REGISTRO YA NO COINCIDE CON LA
      * IMAGEN ANTERIOR (OTRO CAMBIO LO TOCO ENTRE MEDIAS) EL CAMBIO
      * SE RECHAZA Y HAY QUE VOLVER A PEDIRLO SOBRE LOS DATOS
      * ACTUALES.
       PROCEDURE DIVISION USING P-OPCION P-OPERADOR.
           CALL "FECHA-NEGOCIO" USING WK-FECHA-NEGOCIO.
           PERFORM COMPROBAR-REVISOR.
           IF WK-REVISOR-VALIDO NOT = 'S'
               DISPLAY 'SOLO UN SUPERVISOR O ADMINISTRADOR PUEDE '
                   'APROBAR CAMBIOS'
           ELSE
               PERFORM UNTIL WK-SALIR = 'S'
                   DISPLAY 'APROBACION DE CAMBIOS PENDIENTES'
                   DISPLAY '1. LISTAR CAMBIOS PENDIENTES'
                   DISPLAY '2. APROBAR O RECHAZAR UN CAMBIO'
                   DISPLAY '3. VOLVER'
                   MOVE 'N' TO WK-ENTRADA-VALIDA
                   PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
                       ACCEPT WK-OPCION
                       IF WK-OPCION NOT NUMERIC
                           DISPLAY 'OPCION NO VALIDA, INGRESE UN '
                               'NUMERO'
                       ELSE
                           MOVE 'S' TO WK-ENTRADA-VALIDA
                       END-IF
                   END-PERFORM
                   EVALUATE WK-OPCION
                       WHEN 1
                           PERFORM LISTAR-PENDIENTES
                       WHEN 2
                           PERFORM REVISAR-CAMBIO
                       WHEN 3
                           MOVE 'S' TO WK-SALIR
                       WHEN OTHER
                           DISPLAY 'OPCION NO VALIDA'
                   END-EVALUATE
               END-PERFORM
           END-IF.
        GOBACK.
       COMPROBAR-REVISOR.
         MOVE 'N' TO WK-REVISOR-VALIDO.
         OPEN INPUT FICHERO-OPE.
         IF WK-ESTADO-OPE = '00'
             MOVE P-OPERADOR TO OPER-ID
             READ FICHERO-OPE
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     IF OPERADOR-ACTIVO
                         AND (ROL-SUPERVISOR OR ROL-ADMINISTRADOR)
                         MOVE 'S' TO WK-REVISOR-VALIDO
                     END-IF
             END-READ
             CLOSE FICHERO-OPE
         END-IF.
       LISTAR-PENDIENTES.
         MOVE ZERO TO WK-TOTAL-PENDIENTES.
         MOVE 'N' TO WK-FIN-FICHERO.
         OPEN INPUT FICHERO-PEN.
         IF WK-ESTADO-PEN = '00'
             PERFORM UNTIL WK-FIN-FICHERO = 'S'
                 READ FICHERO-PEN NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-FICHERO
                     NOT AT END
                         IF CAMBIO-PENDIENTE
                             ADD 1 TO WK-TOTAL-PENDIENTES
                             DISPLAY 'CAMBIO: ' PEN-ID
                                 ' ' PEN-FICHERO
                                 ' CLAVE: ' PEN-CLAVE
                                 ' PEDIDO POR: ' PEN-SOLICITANTE
                                 ' EL ' PEN-FECHA-SOLICITUD
                             DISPLAY '    ' PEN-DESCRIPCION
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE FICHERO-PEN
         END-IF.
         IF WK-TOTAL-PENDIENTES = ZERO
             DISPLAY 'NO HAY CAMBIOS PENDIENTES DE APROBAR'
         END-IF.
       REVISAR-CAMBIO.
         DISPLAY 'NUMERO DEL CAMBIO'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT WK-PEN-ID
             IF WK-PEN-ID NOT NUMERIC OR WK-PEN-ID = ZERO
                 DISPLAY 'NUMERO NO VALIDO'
             ELSE
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
         OPEN I-O FICHERO-PEN.
         IF WK-ESTADO-PEN = '35'
             DISPLAY 'NO HAY CAMBIOS PENDIENTES DE APROBAR'
         ELSE
             MOVE WK-PEN-ID TO PEN-ID
             READ FICHERO-PEN
                 INVALID KEY
                     DISPLAY 'CAMBIO NO ENCONTRADO'
                 NOT INVALID KEY
                     IF NOT CAMBIO-PENDIENTE
                         DISPLAY 'EL CAMBIO YA ESTA RESUELTO: '
                             PEN-ESTADO
                     ELSE
                         IF PEN-SOLICITANTE = P-OPERADOR
                             DISPLAY 'NO PUEDE APROBAR UN CAMBIO '
                                 'PEDIDO POR USTED MISMO'
                         ELSE
                             PERFORM MOSTRAR-CAMBIO
                             PERFORM DECIDIR-CAMBIO
                         END-IF
                     END-IF
             END-READ
             CLOSE FICHERO-PEN
         END-IF.
       MOSTRAR-CAMBIO.
         DISPLAY 'CAMBIO: ' PEN-ID ' FICHERO: ' PEN-FICHERO
             ' CLAVE: ' PEN-CLAVE.
         DISPLAY PEN-DESCRIPCION.
         DISPLAY 'PEDIDO POR: ' PEN-SOLICITANTE
             ' EL ' PEN-FECHA-SOLICITUD ' A LAS ' PEN-HORA-SOLICITUD.
         IF PEN-ES-MODIFICACION
             DISPLAY 'ANTES:   ' PEN-IMAGEN-ANTES
         END-IF.
         DISPLAY 'DESPUES: ' PEN-IMAGEN-DESPUES.
       DECIDIR-CAMBIO.
         DISPLAY 'A=APROBAR, R=RECHAZAR, ENTER=DEJARLO PENDIENTE'.
         MOVE SPACE TO WK-DECISION.
         ACCEPT WK-DECISION.
         EVALUATE WK-DECISION
             WHEN 'A'
                 PERFORM APLICAR-CAMBIO
                 IF WK-APLICADO = 'S'
                     MOVE 'A' TO PEN-ESTADO
                     MOVE 'CAMBIO APROBADO' TO WK-AUD-EVENTO
                     DISPLAY 'CAMBIO APROBADO Y APLICADO'
                 ELSE
                     MOVE 'R' TO PEN-ESTADO
                     MOVE 'CAMBIO RECHAZADO' TO WK-AUD-EVENTO
                     DISPLAY 'EL CAMBIO NO SE PUDO APLICAR Y QUEDA '
                         'RECHAZADO'
                 END-IF
                 PERFORM CERRAR-CAMBIO
             WHEN 'R'
                 MOVE 'R' TO PEN-ESTADO
                 MOVE 'CAMBIO RECHAZADO' TO WK-AUD-EVENTO
                 DISPLAY 'CAMBIO RECHAZADO'
                 PERFORM CERRAR-CAMBIO
             WHEN OTHER
                 DISPLAY 'EL CAMBIO SIGUE PENDIENTE'
         END-EVALUATE.
       CERRAR-CAMBIO.
         MOVE P-OPERADOR TO PEN-REVISOR.
         MOVE WK-FECHA-NEGOCIO TO PEN-FECHA-REVISION.
         REWRITE REGISTRO-PENDIENTE.
         MOVE SPACES TO WK-AUD-RESULTADO.
         STRING 'PENDIENTE ' DELIMITED BY SIZE
                PEN-ID DELIMITED BY SIZE
                ' ' DELIMITED BY SIZE
                PEN-FICHERO DELIMITED BY SPACE
             INTO WK-AUD-RESULTADO.
         MOVE ZERO TO WK-CUENTA-AUD.
         CALL "REGISTRO-AUDITORIA" USING WK-AUD-EVENTO
             WK-CUENTA-AUD WK-AUD-RESULTADO P-OPERADOR.
       APLICAR-CAMBIO.
         MOVE 'N' TO WK-APLICADO.
         EVALUATE PEN-FICHERO
             WHEN 'CLIENTES'
                 PERFORM APLICAR-CLIENTE
             WHEN 'OPERADORES'
                 PERFORM APLICAR-OPERADOR
             WHEN 'TASAS'
                 PERFORM APLICAR-TASA
             WHEN 'RETENCION'
                 PERFORM APLICAR-RETENCION
             WHEN 'TASASDEB'
                 PERFORM APLICAR-TASA-DESCUBIERTO
             WHEN 'CAMBIOS'
                 PERFORM APLICAR-TASA-CAMBIO
             WHEN OTHER
                 DISPLAY 'FICHERO DESCONOCIDO: ' PEN-FICHERO
         END-EVALUATE.
       APLICAR-CLIENTE.
         OPEN I-O FICHERO-CLI.
         IF WK-ESTADO-CLI NOT = '00'
             DISPLAY 'NO SE PUEDE ABRIR CLIENTES.dat'
         ELSE
             MOVE PEN-IMAGEN-DESPUES TO REGISTRO-CLIENTE
             READ FICHERO-CLI
                 INVALID KEY
                     DISPLAY 'EL CLIENTE YA NO EXISTE'
                 NOT INVALID KEY
                     IF REGISTRO-CLIENTE = PEN-IMAGEN-ANTES
                         MOVE PEN-IMAGEN-DESPUES TO REGISTRO-CLIENTE
                         REWRITE REGISTRO-CLIENTE
                         MOVE 'S' TO WK-APLICADO
                     ELSE
                         DISPLAY 'EL CLIENTE CAMBIO DESDE QUE SE '
                             'PIDIO LA MODIFICACION'
                     END-IF
             END-READ
             CLOSE FICHERO-CLI
         END-IF.
       APLICAR-OPERADOR.
         OPEN I-O FICHERO-OPE.
         IF WK-ESTADO-OPE NOT = '00'
             DISPLAY 'NO SE PUEDE ABRIR OPERADORES.dat'
         ELSE
             MOVE PEN-IMAGEN-DESPUES TO REGISTRO-OPERADOR
             READ FICHERO-OPE
                 INVALID KEY
                     DISPLAY 'EL OPERADOR YA NO EXISTE'
                 NOT INVALID KEY
                     IF REGISTRO-OPERADOR = PEN-IMAGEN-ANTES
                         MOVE OPER-CLAVE TO WK-CLAVE-ACTUAL
                         MOVE PEN-IMAGEN-DESPUES TO REGISTRO-OPERADOR
                         REWRITE REGISTRO-OPERADOR
                         MOVE 'S' TO WK-APLICADO
                         IF OPER-CLAVE NOT = WK-CLAVE-ACTUAL
                             PERFORM AUDITAR-REINICIO-CLAVE
                         END-IF
                     ELSE
                         DISPLAY 'EL OPERADOR CAMBIO DESDE QUE SE '
                             'PIDIO LA MODIFICACION'
                     END-IF
             END-READ
             CLOSE FICHERO-OPE
         END-IF.
       AUDITAR-REINICIO-CLAVE.
         MOVE 'CAMBIO CLAVE' TO WK-AUD-EVENTO.
         MOVE SPACES TO WK-AUD-RESULTADO.
         STRING 'REINICIADA CLAVE DE ' DELIMITED BY SIZE
                OPER-ID DELIMITED BY SIZE
             INTO WK-AUD-RESULTADO.
         MOVE ZERO TO WK-CUENTA-AUD.
         CALL "REGISTRO-AUDITORIA" USING WK-AUD-EVENTO
             WK-CUENTA-AUD WK-AUD-RESULTADO P-OPERADOR.
       APLICAR-TASA.
         OPEN EXTEND FICHERO-TAS.
         IF WK-ESTADO-TAS = '35'
             OPEN OUTPUT FICHERO-TAS
         END-IF.
         MOVE PEN-IMAGEN-DESPUES TO REGISTRO-TASA.
         WRITE REGISTRO-TASA.
         CLOSE FICHERO-TAS.
         MOVE 'S' TO WK-APLICADO.
       APLICAR-RETENCION.
         OPEN EXTEND FICHERO-RET.
         IF WK-ESTADO-RET = '35'
             OPEN OUTPUT FICHERO-RET
         END-IF.
         MOVE PEN-IMAGEN-DESPUES TO REGISTRO-RETENCION.
         WRITE REGISTRO-RETENCION.
         CLOSE FICHERO-RET.
         MOVE 'S' TO WK-APLICADO.
       APLICAR-TASA-DESCUBIERTO.
         OPEN EXTEND FICHERO-TDB.
         IF WK-ESTADO-TDB = '35'
             OPEN OUTPUT FICHERO-TDB
         END-IF.
         MOVE PEN-IMAGEN-DESPUES TO REGISTRO-TASADEB.
         WRITE REGISTRO-TASADEB.
         CLOSE FICHERO-TDB.
         MOVE 'S' TO WK-APLICADO.
       APLICAR-TASA-CAMBIO.
         OPEN EXTEND FICHERO-CAM.
         IF WK-ESTADO-CAM = '35'
             OPEN OUTPUT FICHERO-CAM
         END-IF.
         MOVE PEN-IMAGEN-DESPUES TO REGISTRO-CAMBIO.
         WRITE REGISTRO-CAMBIO.
         CLOSE FICHERO-CAM.
         MOVE 'S' TO WK-APLICADO.
       END PROGRAM APROBACION-CAMBIOS.
