               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WK-ESTADO-OPE.
           SELECT FICHERO-SUC ASSIGN TO '../data/SUCURSALES.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUC-CODIGO
               FILE STATUS IS WK-ESTADO-SUC.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-OPE.
           01 REGISTRO-OPERADOR.
           COPY "operreg.cpy".
           FD FICHERO-SUC.
           01 REGISTRO-SUCURSAL.
           COPY "sucreg.cpy".
           WORKING-STORAGE SECTION.
           01 WK-SALIR PIC X VALUE 'N'.
           01 WK-OPCION PIC 9 VALUE ZERO.
           01 WK-ESTADO-OPE PIC XX VALUE '00'.
           01 WK-ENTRADA-VALIDA PIC X VALUE 'N'.
           01 WK-OPERADOR-ID PIC 9(4) VALUE ZERO.
           01 WK-ESTADO-SUC PIC XX VALUE '00'.
           01 WK-CLAVE PIC X(8) VALUE SPACES.
           01 WK-CLAVE-PROTEGIDA PIC X(16) VALUE SPACES.
           01 WK-RESULTADO-CLAVE PIC X VALUE 'N'.
           01 WK-ADMINISTRADOR PIC 9(4) VALUE ZERO.
           01 WK-ADMIN-VALIDO PIC X VALUE 'N'.
           01 WK-IND PIC 9 VALUE ZERO.
           01 WK-FECHA-NEGOCIO PIC 9(8) VALUE ZERO.
           01 WK-CUENTA-AUD PIC 9(6) VALUE ZERO.
           01 WK-AUD-EVENTO PIC X(20) VALUE SPACES.
           01 WK-AUD-RESULTADO PIC X(30) VALUE SPACES.
           01 WK-SOLICITANTE PIC 9(4) VALUE ZERO.
           01 WK-SOLICITANTE-ID PIC 9(4) VALUE ZERO.
           01 WK-PEN-FICHERO PIC X(10) VALUE 'OPERADORES'.
           01 WK-PEN-TIPO PIC X VALUE 'M'.
           01 WK-PEN-CLAVE PIC X(10) VALUE SPACES.
           01 WK-PEN-DESCRIPCION PIC X(40) VALUE SPACES.
           01 WK-PEN-ID PIC 9(6) VALUE ZERO.
           01 WK-IMAGEN-ANTES PIC X(200) VALUE SPACES.
           01 WK-IMAGEN-DESPUES PIC X(200) VALUE SPACES.
       PROCEDURE DIVISION.
           PERFORM UNTIL WK-SALIR = 'S'
               DISPLAY 'MANTENIMIENTO DE OPERADORES'
               DISPLAY '1. ALTA DE OPERADOR'
               DISPLAY '2. MODIFICAR OPERADOR'
               DISPLAY '3. LISTAR OPERADORES'
               DISPLAY '4. DESBLOQUEAR OPERADOR'
               DISPLAY '5. SALIR'
               MOVE 'N' TO WK-ENTRADA-VALIDA
               PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
                   ACCEPT WK-OPCION
                   WHEN 3
                       PERFORM LISTAR-OPERADORES
                   WHEN 4
                       PERFORM DESBLOQUEAR-OPERADOR
                   WHEN 5
                       MOVE 'S' TO WK-SALIR
                   WHEN OTHER
                       DISPLAY 'OPCION NO VALIDA'
         IF WK-ESTADO-OPE = '35'
             OPEN OUTPUT FICHERO-OPE
             PERFORM CAPTURAR-DATOS-OPERADOR
             PERFORM ASIGNAR-CLAVE-INICIAL
             MOVE 'A' TO OPER-ESTADO
             WRITE REGISTRO-OPERADOR
             DISPLAY 'OPERADOR DADO DE ALTA'
             READ FICHERO-OPE
                 INVALID KEY
                     PERFORM CAPTURAR-DATOS-OPERADOR
                     PERFORM ASIGNAR-CLAVE-INICIAL
                     MOVE 'A' TO OPER-ESTADO
                     WRITE REGISTRO-OPERADOR
                     DISPLAY 'OPERADOR DADO DE ALTA'
             END-READ
         END-IF.
         CLOSE FICHERO-OPE.
      * LA MODIFICACION (ROL, LIMITE, SUCURSAL, ESTADO O CLAVE
      * PROVISIONAL) NO SE GRABA AQUI: QUEDA PENDIENTE CON LA IMAGEN
      * ANTERIOR Y LA NUEVA HASTA QUE OTRO SUPERVISOR O
      * ADMINISTRADOR LA APRUEBE EN APROBACION-CAMBIOS. QUIEN LA
      * PIDE SE IDENTIFICA ANTES CON SU ID Y SU CLAVE.
       MODIFICAR-OPERADOR.
         PERFORM IDENTIFICAR-SOLICITANTE.
         IF WK-SOLICITANTE = ZERO
             DISPLAY 'NO SE PUEDE PEDIR EL CAMBIO SIN IDENTIFICARSE'
         ELSE
             PERFORM PEDIR-MODIFICACION
         END-IF.
       PEDIR-MODIFICACION.
         PERFORM PEDIR-OPERADOR-ID.
         OPEN INPUT FICHERO-OPE.
         IF WK-ESTADO-OPE = '35'
             DISPLAY 'NO HAY OPERADORES REGISTRADOS TODAVIA'
         ELSE
               NOT INVALID KEY
                   DISPLAY 'OPERADOR: ' OPER-NOMBRE
                   DISPLAY 'ESTADO: ' OPER-ESTADO
                   MOVE REGISTRO-OPERADOR TO WK-IMAGEN-ANTES
                   PERFORM CAPTURAR-DATOS-OPERADOR
                   PERFORM REINICIAR-CLAVE
                   DISPLAY 'ESTADO (A=ACTIVO, B=BAJA)'
                   ACCEPT OPER-ESTADO
                   IF OPER-ESTADO NOT = 'A' AND OPER-ESTADO NOT = 'B'
                       DISPLAY 'ESTADO NO VALIDO, SE DEJA ACTIVO'
                       MOVE 'A' TO OPER-ESTADO
                   END-IF
                   PERFORM SOLICITAR-MODIFICACION
           END-READ
           CLOSE FICHERO-OPE
         END-IF.
       SOLICITAR-MODIFICACION.
         MOVE REGISTRO-OPERADOR TO WK-IMAGEN-DESPUES.
         MOVE SPACES TO WK-PEN-CLAVE.
         MOVE OPER-ID TO WK-PEN-CLAVE.
         MOVE SPACES TO WK-PEN-DESCRIPCION.
         STRING 'MODIFICACION DEL OPERADOR ' DELIMITED BY SIZE
                OPER-ID DELIMITED BY SIZE
             INTO WK-PEN-DESCRIPCION.
         CALL "REGISTRAR-PENDIENTE" USING WK-PEN-FICHERO
             WK-PEN-TIPO WK-PEN-CLAVE WK-PEN-DESCRIPCION
             WK-IMAGEN-ANTES WK-IMAGEN-DESPUES WK-SOLICITANTE
             WK-PEN-ID.
       IDENTIFICAR-SOLICITANTE.
         IF WK-SOLICITANTE = ZERO
             DISPLAY 'ID DEL OPERADOR QUE PIDE EL CAMBIO'
             ACCEPT WK-SOLICITANTE-ID
             DISPLAY 'CLAVE DEL OPERADOR'
             ACCEPT WK-CLAVE
             IF WK-SOLICITANTE-ID NUMERIC
                 AND WK-SOLICITANTE-ID NOT = ZERO
                 CALL "VERIFICAR-CLAVE" USING WK-SOLICITANTE-ID
                     WK-CLAVE WK-RESULTADO-CLAVE
                 IF WK-RESULTADO-CLAVE = 'S'
                     MOVE WK-SOLICITANTE-ID TO WK-SOLICITANTE
                 END-IF
             END-IF
         END-IF.
       CAPTURAR-DATOS-OPERADOR.
         DISPLAY 'INGRESE EL NOMBRE DEL OPERADOR'.
         ACCEPT OPER-NOMBRE.
         DISPLAY 'ROL (C=CAJERO, S=SUPERVISOR, A=ADMINISTRADOR)'.
         ACCEPT OPER-ROL.
         IF OPER-ROL NOT = 'C' AND OPER-ROL NOT = 'S'
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
         PERFORM PEDIR-SUCURSAL.
         MOVE WK-OPERADOR-ID TO OPER-ID.
      * LA CLAVE QUE PONE EL MANTENIMIENTO ES PROVISIONAL: SE GRABA
      * PROTEGIDA Y CON CAMBIO OBLIGADO, ASI QUE EL OPERADOR TIENE
      * QUE ELEGIR LA SUYA EN EL PRIMER INICIO DE SESION.
       ASIGNAR-CLAVE-INICIAL.
         DISPLAY 'INGRESE LA CLAVE INICIAL (MAX 8 CARACTERES)'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT WK-CLAVE
             IF WK-CLAVE = SPACES
                 DISPLAY 'LA CLAVE NO PUEDE QUEDAR EN BLANCO'
             ELSE
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
         MOVE SPACES TO OPER-CLAVES-ANTERIORES.
         MOVE ZERO TO OPER-INTENTOS-FALLIDOS.
         MOVE 'N' TO OPER-BLOQUEO.
         PERFORM GRABAR-CLAVE-PROVISIONAL.
       REINICIAR-CLAVE.
         DISPLAY 'NUEVA CLAVE PROVISIONAL (ENTER = NO CAMBIARLA)'.
         ACCEPT WK-CLAVE.
         IF WK-CLAVE NOT = SPACES
             PERFORM CORRER-CLAVE-ANTERIOR VARYING WK-IND FROM 5 BY -1
                 UNTIL WK-IND < 2
             MOVE OPER-CLAVE TO OPER-CLAVE-ANTERIOR (1)
             PERFORM GRABAR-CLAVE-PROVISIONAL
         END-IF.
       CORRER-CLAVE-ANTERIOR.
         MOVE OPER-CLAVE-ANTERIOR (WK-IND - 1)
             TO OPER-CLAVE-ANTERIOR (WK-IND).
       GRABAR-CLAVE-PROVISIONAL.
         CALL "PROTEGER-CLAVE" USING OPER-ID WK-CLAVE
             WK-CLAVE-PROTEGIDA.
         MOVE WK-CLAVE-PROTEGIDA TO OPER-CLAVE.
         CALL "FECHA-NEGOCIO" USING WK-FECHA-NEGOCIO.
         MOVE WK-FECHA-NEGOCIO TO OPER-FECHA-CLAVE.
         MOVE 'S' TO OPER-CAMBIO-CLAVE.
      * LA SUCURSAL TIENE QUE ESTAR DADA DE ALTA Y ACTIVA EN
      * SUCURSALES.dat. MIENTRAS NO EXISTA EL FICHERO SOLO HAY
      * OFICINA PRINCIPAL Y SE ASIGNA LA 001.
       PEDIR-SUCURSAL.
         OPEN INPUT FICHERO-SUC.
         IF WK-ESTADO-SUC NOT = '00'
             DISPLAY 'SIN SUCURSALES REGISTRADAS, SE ASIGNA LA 001'
             MOVE 1 TO OPER-SUCURSAL
         ELSE
             DISPLAY 'SUCURSAL DEL OPERADOR (3 DIGITOS)'
             MOVE 'N' TO WK-ENTRADA-VALIDA
             PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
                 ACCEPT OPER-SUCURSAL
                 IF OPER-SUCURSAL NOT NUMERIC
                     DISPLAY 'SUCURSAL NO VALIDA'
                 ELSE
                     MOVE OPER-SUCURSAL TO SUC-CODIGO
                     READ FICHERO-SUC
                         INVALID KEY
                             DISPLAY 'SUCURSAL NO ENCONTRADA'
                         NOT INVALID KEY
                             IF SUCURSAL-ACTIVA
                                 MOVE 'S' TO WK-ENTRADA-VALIDA
                             ELSE
                                 DISPLAY 'LA SUCURSAL ESTA DE BAJA'
                             END-IF
                     END-READ
                 END-IF
             END-PERFORM
             CLOSE FICHERO-SUC
         END-IF.
      * SOLO UN ADMINISTRADOR, CON SU ID Y SU CLAVE, PUEDE QUITAR EL
      * BLOQUEO POR CLAVES ERRONEAS. LA CLAVE DEL ADMINISTRADOR PASA
      * POR VERIFICAR-CLAVE Y SUS FALLOS CUENTAN COMO CUALQUIER OTRO.
       DESBLOQUEAR-OPERADOR.
         PERFORM PEDIR-ADMINISTRADOR.
         IF WK-ADMIN-VALIDO NOT = 'S'
             DISPLAY 'SOLO UN ADMINISTRADOR PUEDE DESBLOQUEAR '
                 'OPERADORES'
         ELSE
             PERFORM PEDIR-OPERADOR-ID
             OPEN I-O FICHERO-OPE
             IF WK-ESTADO-OPE = '35'
                 DISPLAY 'NO HAY OPERADORES REGISTRADOS TODAVIA'
             ELSE
                 MOVE WK-OPERADOR-ID TO OPER-ID
                 READ FICHERO-OPE
                     INVALID KEY
                         DISPLAY 'OPERADOR NO ENCONTRADO'
                     NOT INVALID KEY
                         IF OPERADOR-BLOQUEADO
                             PERFORM QUITAR-BLOQUEO
                         ELSE
                             DISPLAY 'EL OPERADOR NO ESTA BLOQUEADO'
                         END-IF
                 END-READ
                 CLOSE FICHERO-OPE
             END-IF
         END-IF.
       QUITAR-BLOQUEO.
         MOVE 'N' TO OPER-BLOQUEO.
         MOVE ZERO TO OPER-INTENTOS-FALLIDOS.
         REWRITE REGISTRO-OPERADOR.
         DISPLAY 'OPERADOR ' OPER-ID ' DESBLOQUEADO'.
         MOVE 'DESBLOQUEO OPERADOR' TO WK-AUD-EVENTO.
         MOVE SPACES TO WK-AUD-RESULTADO.
         STRING 'DESBLOQUEA AL OPERADOR ' DELIMITED BY SIZE
                OPER-ID DELIMITED BY SIZE
             INTO WK-AUD-RESULTADO.
         MOVE ZERO TO WK-CUENTA-AUD.
         CALL "REGISTRO-AUDITORIA" USING WK-AUD-EVENTO
             WK-CUENTA-AUD WK-AUD-RESULTADO WK-ADMINISTRADOR.
       PEDIR-ADMINISTRADOR.
         MOVE 'N' TO WK-ADMIN-VALIDO.
         DISPLAY 'ID DEL ADMINISTRADOR'.
         ACCEPT WK-ADMINISTRADOR.
         DISPLAY 'CLAVE DEL ADMINISTRADOR'.
         ACCEPT WK-CLAVE.
         IF WK-ADMINISTRADOR NUMERIC AND WK-ADMINISTRADOR NOT = ZERO
             CALL "VERIFICAR-CLAVE" USING WK-ADMINISTRADOR WK-CLAVE
                 WK-RESULTADO-CLAVE
             IF WK-RESULTADO-CLAVE = 'S' OR WK-RESULTADO-CLAVE = 'C'
                 OPEN INPUT FICHERO-OPE
                 MOVE WK-ADMINISTRADOR TO OPER-ID
                 READ FICHERO-OPE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         IF ROL-ADMINISTRADOR
                             MOVE 'S' TO WK-ADMIN-VALIDO
                         END-IF
                 END-READ
                 CLOSE FICHERO-OPE
             END-IF
         END-IF.
       LISTAR-OPERADORES.
         MOVE 'N' TO WK-FIN-FICHERO.
         OPEN INPUT FICHERO-OPE.
                             ' ESTADO: ' OPER-ESTADO
                             ' ROL: ' OPER-ROL
                             ' LIMITE: ' OPER-LIMITE
                             ' SUCURSAL: ' OPER-SUCURSAL
                             ' BLOQUEADO: ' OPER-BLOQUEO
                             ' CLAVE DEL: ' OPER-FECHA-CLAVE
                 END-READ
             END-PERFORM
             CLOSE FICHERO-OPE
