       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMBIAR-CLAVE.

      * CAMBIO DE CLAVE POR EL PROPIO OPERADOR. SE PIDE LA CLAVE
      * NUEVA DOS VECES; TIENE QUE TENER AL MENOS 6 CARACTERES, SER
      * DISTINTA DE LA ACTUAL Y NO REPETIR NINGUNA DE LAS ULTIMAS
      * QUE MARQUE CLAVES.par. LA ACTUAL PASA A LA HISTORIA, SE
      * ANOTA LA FECHA DE NEGOCIO COMO FECHA DE CAMBIO Y SE QUITA
      * EL CAMBIO OBLIGADO. DEVUELVE 'S' SI LA CLAVE QUEDO CAMBIADA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-OPE ASSIGN TO '../data/OPERADORES.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WK-ESTADO-OPE.
           SELECT FICHERO-PAR ASSIGN TO '../data/CLAVES.par'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-PAR.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-OPE.
           01 REGISTRO-OPERADOR.
           COPY "operreg.cpy".
           FD FICHERO-PAR.
           01 LINEA-PAR.
               05 PAR-MAX-INTENTOS PIC 9(2).
               05 PAR-DIAS-VIGENCIA PIC 9(3).
               05 PAR-HISTORIA PIC 9(1).
           WORKING-STORAGE SECTION.
           01 WK-ESTADO-OPE PIC XX.
           01 WK-ESTADO-PAR PIC XX.
           01 WK-HISTORIA PIC 9 VALUE 3.
           01 WK-IND PIC 9 VALUE ZERO.
           01 WK-INTENTOS PIC 9 VALUE ZERO.
           01 WK-CLAVE-VALIDA PIC X VALUE 'N'.
           01 WK-CLAVE-NUEVA PIC X(8) VALUE SPACES.
           01 WK-CLAVE-NUEVA-DET REDEFINES WK-CLAVE-NUEVA.
               05 FILLER PIC X(5).
               05 WK-CLAVE-SEXTO PIC X(1).
               05 FILLER PIC X(2).
           01 WK-CLAVE-REPETIDA PIC X(8) VALUE SPACES.
           01 WK-CLAVE-PROTEGIDA PIC X(16) VALUE SPACES.
           01 WK-FECHA-NEGOCIO PIC 9(8) VALUE ZERO.
           01 WK-CUENTA-AUD PIC 9(6) VALUE ZERO.
           01 WK-AUD-EVENTO PIC X(20) VALUE SPACES.
           01 WK-AUD-RESULTADO PIC X(30) VALUE SPACES.
           LINKAGE SECTION.
           01 P-OPERADOR PIC 9(4).
           01 P-RESULTADO PIC X(1).
       PROCEDURE DIVISION USING P-OPERADOR P-RESULTADO.
       PERFORM LEER-POLITICA.
       PERFORM CAMBIAR-CLAVE-OPERADOR.
        GOBACK.
       LEER-POLITICA.
         MOVE 3 TO WK-HISTORIA.
         OPEN INPUT FICHERO-PAR.
         IF WK-ESTADO-PAR = '00'
             READ FICHERO-PAR
                 AT END
                     CONTINUE
                 NOT AT END
                     IF PAR-HISTORIA NUMERIC
                         AND PAR-HISTORIA NOT = ZERO
                         MOVE PAR-HISTORIA TO WK-HISTORIA
                     END-IF
             END-READ
             CLOSE FICHERO-PAR
         END-IF.
         IF WK-HISTORIA > 5
             MOVE 5 TO WK-HISTORIA
         END-IF.
       CAMBIAR-CLAVE-OPERADOR.
         MOVE 'N' TO P-RESULTADO.
         OPEN I-O FICHERO-OPE.
         IF WK-ESTADO-OPE = '00'
             MOVE P-OPERADOR TO OPER-ID
             READ FICHERO-OPE
                 INVALID KEY
                     DISPLAY 'OPERADOR NO ENCONTRADO'
                 NOT INVALID KEY
                     PERFORM PEDIR-CLAVE-NUEVA
             END-READ
             CLOSE FICHERO-OPE
         END-IF.
       PEDIR-CLAVE-NUEVA.
         MOVE ZERO TO WK-INTENTOS.
         MOVE 'N' TO WK-CLAVE-VALIDA.
         PERFORM UNTIL WK-CLAVE-VALIDA = 'S' OR WK-INTENTOS = 3
             ADD 1 TO WK-INTENTOS
             DISPLAY 'NUEVA CLAVE (DE 6 A 8 CARACTERES)'
             ACCEPT WK-CLAVE-NUEVA
             DISPLAY 'REPITA LA NUEVA CLAVE'
             ACCEPT WK-CLAVE-REPETIDA
             PERFORM VALIDAR-CLAVE-NUEVA
         END-PERFORM.
         IF WK-CLAVE-VALIDA = 'S'
             PERFORM GRABAR-CLAVE-NUEVA
         ELSE
             DISPLAY 'LA CLAVE NO SE HA CAMBIADO'
         END-IF.
       VALIDAR-CLAVE-NUEVA.
         IF WK-CLAVE-NUEVA NOT = WK-CLAVE-REPETIDA
             DISPLAY 'LAS CLAVES NO COINCIDEN'
         ELSE
             IF WK-CLAVE-NUEVA = SPACES OR WK-CLAVE-SEXTO = SPACE
                 DISPLAY 'LA CLAVE DEBE TENER AL MENOS 6 CARACTERES'
             ELSE
                 CALL "PROTEGER-CLAVE" USING OPER-ID WK-CLAVE-NUEVA
                     WK-CLAVE-PROTEGIDA
                 IF WK-CLAVE-PROTEGIDA = OPER-CLAVE
                     DISPLAY 'LA CLAVE NUEVA DEBE SER DISTINTA DE '
                         'LA ACTUAL'
                 ELSE
                     MOVE 'S' TO WK-CLAVE-VALIDA
                     PERFORM COMPROBAR-CLAVE-ANTERIOR
                         VARYING WK-IND FROM 1 BY 1
                         UNTIL WK-IND > WK-HISTORIA
                     IF WK-CLAVE-VALIDA = 'N'
                         DISPLAY 'ESA CLAVE YA SE USO HACE POCO, '
                             'ELIJA OTRA'
                     END-IF
                 END-IF
             END-IF
         END-IF.
       COMPROBAR-CLAVE-ANTERIOR.
         IF WK-CLAVE-PROTEGIDA = OPER-CLAVE-ANTERIOR (WK-IND)
             MOVE 'N' TO WK-CLAVE-VALIDA
         END-IF.
       GRABAR-CLAVE-NUEVA.
         PERFORM CORRER-CLAVE-ANTERIOR VARYING WK-IND FROM 5 BY -1
             UNTIL WK-IND < 2.
         MOVE OPER-CLAVE TO OPER-CLAVE-ANTERIOR (1).
         MOVE WK-CLAVE-PROTEGIDA TO OPER-CLAVE.
         CALL "FECHA-NEGOCIO" USING WK-FECHA-NEGOCIO.
         MOVE WK-FECHA-NEGOCIO TO OPER-FECHA-CLAVE.
         MOVE 'N' TO OPER-CAMBIO-CLAVE.
         MOVE ZERO TO OPER-INTENTOS-FALLIDOS.
         REWRITE REGISTRO-OPERADOR.
         DISPLAY 'CLAVE CAMBIADA'.
         MOVE 'S' TO P-RESULTADO.
         MOVE 'CAMBIO CLAVE' TO WK-AUD-EVENTO.
         MOVE 'CAMBIO POR EL PROPIO OPERADOR' TO WK-AUD-RESULTADO.
         MOVE ZERO TO WK-CUENTA-AUD.
         CALL "REGISTRO-AUDITORIA" USING WK-AUD-EVENTO
             WK-CUENTA-AUD WK-AUD-RESULTADO OPER-ID.
       CORRER-CLAVE-ANTERIOR.
         MOVE OPER-CLAVE-ANTERIOR (WK-IND - 1)
             TO OPER-CLAVE-ANTERIOR (WK-IND).
       END PROGRAM CAMBIAR-CLAVE.
