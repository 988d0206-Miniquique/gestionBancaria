           01 WK-SUPERVISOR PIC 9(4) VALUE ZERO.
           01 WK-CLAVE PIC X(8) VALUE SPACES.
           01 WK-INTENTOS PIC 9 VALUE ZERO.
           01 WK-RESULTADO-CLAVE PIC X VALUE 'N'.
           01 WK-AUD-EVENTO PIC X(20) VALUE SPACES.
           01 WK-AUD-RESULTADO PIC X(30) VALUE SPACES.
           LINKAGE SECTION.
                 NOT INVALID KEY
                     PERFORM EVALUAR-OPERADOR
             END-READ
             CLOSE FICHERO-OPE
             IF WK-NECESITA-SUP = 'S'
                 PERFORM PEDIR-SUPERVISOR
             END-IF
         END-IF.
       EVALUAR-OPERADOR.
         IF ROL-SUPERVISOR OR ROL-ADMINISTRADOR
         IF WK-SUPERVISOR NOT NUMERIC OR WK-SUPERVISOR = ZERO
             DISPLAY 'SUPERVISOR O CLAVE INCORRECTOS'
         ELSE
             CALL "VERIFICAR-CLAVE" USING WK-SUPERVISOR WK-CLAVE
                 WK-RESULTADO-CLAVE
             EVALUATE WK-RESULTADO-CLAVE
                 WHEN 'S'
                 WHEN 'C'
                     PERFORM COMPROBAR-ROL-SUPERVISOR
                 WHEN 'B'
                     DISPLAY 'SUPERVISOR BLOQUEADO'
                 WHEN OTHER
                     DISPLAY 'SUPERVISOR O CLAVE INCORRECTOS'
             END-EVALUATE
         END-IF.
      * UNA CLAVE CADUCADA SIGUE VALIENDO PARA APROBAR: EL CAMBIO SE
      * LE EXIGE AL SUPERVISOR EN SU PROPIO INICIO DE SESION.
       COMPROBAR-ROL-SUPERVISOR.
         OPEN INPUT FICHERO-OPE.
         MOVE WK-SUPERVISOR TO OPER-ID.
         READ FICHERO-OPE
             INVALID KEY
                 DISPLAY 'SUPERVISOR O CLAVE INCORRECTOS'
             NOT INVALID KEY
                 IF (ROL-SUPERVISOR OR ROL-ADMINISTRADOR)
                     AND (OPER-LIMITE = ZERO
                         OR P-AUT-IMPORTE NOT > OPER-LIMITE)
                     MOVE 'S' TO P-AUTORIZADO
                     MOVE WK-SUPERVISOR TO P-AUTORIZANTE
                 ELSE
                     DISPLAY 'SUPERVISOR O CLAVE INCORRECTOS'
                 END-IF
         END-READ.
         CLOSE FICHERO-OPE.
       END PROGRAM VALIDAR-AUTORIZACION.
