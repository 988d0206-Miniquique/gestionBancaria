           01 WK-ESTADO-OPE PIC XX.
           01 WK-OPERADOR PIC 9(4) VALUE ZERO.
           01 WK-OPERADOR-NOMBRE PIC X(30) VALUE SPACES.
           01 WK-OPERADOR-SUCURSAL PIC 9(3) VALUE 1.
           01 WK-CLAVE PIC X(8) VALUE SPACES.
           01 WK-SESION-VALIDA PIC X VALUE 'N'.
           01 WK-INTENTOS PIC 9 VALUE ZERO.
           01 WK-RESULTADO-CLAVE PIC X VALUE 'N'.
           01 WK-CLAVE-CAMBIADA PIC X VALUE 'N'.
           01 WK-CERT-EJERCICIO PIC 9(4) VALUE ZERO.
           01 WK-CERT-CLIENTE PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
           PERFORM INICIAR-SESION.
           IF WK-SESION-VALIDA NOT = 'S'
                DISPLAY '22. GESTION DE CHEQUES'
                DISPLAY '23. HISTORIA DE LOTES'
                DISPLAY '24. TITULARES DE CUENTAS'
                DISPLAY '25. DOMICILIACIONES'
                DISPLAY '26. BARRIDO ENTRE CUENTAS'
                DISPLAY '27. CATALOGO DE PRODUCTOS'
                DISPLAY '28. SUCURSALES'
                DISPLAY '29. APROBACION DE CAMBIOS'
                DISPLAY '30. TRANSFERENCIAS RETENIDAS'
                DISPLAY '31. REGISTRO DE DEFUNCION'
                DISPLAY '32. BRECHA DE LIQUIDEZ'
                DISPLAY '33. RENTABILIDAD DE CLIENTES'
                DISPLAY '34. CERTIFICADO FISCAL'
                DISPLAY '35. CONTROL DEL CIERRE DEL DIA'
                DISPLAY '36. TARJETAS'
                DISPLAY '37. SALIR'
                MOVE 'N' TO WK-ENTRADA-VALIDA
                PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
                    ACCEPT WK-OPCION
                        END-IF
                    WHEN 20
                        DISPLAY 'TASAS DE CAMBIO'
                        CALL "MANTENIMIENTO-CAMBIOS" USING WK-OPCION
                            WK-OPERADOR
                    WHEN 21
                        DISPLAY 'NOTIFICACIONES DE UN CLIENTE'
                        CALL "CONSULTA-NOTIFICACIONES"
                        CALL "GESTION-TITULARES" USING WK-OPCION
                            WK-OPERADOR
                    WHEN 25
                        DISPLAY 'DOMICILIACIONES'
                        CALL "MANTENIMIENTO-DOMICILIACIONES" USING
                            WK-OPCION WK-OPERADOR
                    WHEN 26
                        DISPLAY 'BARRIDO ENTRE CUENTAS'
                        CALL "MANTENIMIENTO-BARRIDOS" USING
                            WK-OPCION WK-OPERADOR
                    WHEN 27
                        DISPLAY 'CATALOGO DE PRODUCTOS'
                        CALL "MANTENIMIENTO-PRODUCTOS" USING
                            WK-OPCION WK-OPERADOR
                    WHEN 28
                        DISPLAY 'SUCURSALES'
                        CALL "MANTENIMIENTO-SUCURSALES" USING
                            WK-OPCION WK-OPERADOR
                    WHEN 29
                        DISPLAY 'APROBACION DE CAMBIOS'
                        CALL "APROBACION-CAMBIOS" USING
                            WK-OPCION WK-OPERADOR
                    WHEN 30
                        DISPLAY 'TRANSFERENCIAS RETENIDAS'
                        CALL "GESTION-RETENIDAS" USING
                            WK-OPCION WK-OPERADOR
                    WHEN 31
                        DISPLAY 'REGISTRO DE DEFUNCION'
                        CALL "REGISTRO-DEFUNCION" USING
                            WK-OPCION WK-OPERADOR
                    WHEN 32
                        DISPLAY 'BRECHA DE LIQUIDEZ'
                        CALL "BRECHA-LIQUIDEZ"
                    WHEN 33
                        DISPLAY 'RENTABILIDAD DE CLIENTES'
                        CALL "RENTABILIDAD-CLIENTES" USING
                            WK-OPCION WK-OPERADOR
                    WHEN 34
                        DISPLAY 'CERTIFICADO FISCAL'
                        MOVE ZERO TO WK-CERT-EJERCICIO
                        MOVE ZERO TO WK-CERT-CLIENTE
                        CALL "CERTIFICADO-FISCAL" USING
                            WK-CERT-EJERCICIO WK-CERT-CLIENTE
                    WHEN 35
                        DISPLAY 'CONTROL DEL CIERRE DEL DIA'
                        CALL "GESTION-CIERRE" USING
                            WK-OPCION WK-OPERADOR
                    WHEN 36
                        DISPLAY 'TARJETAS'
                        CALL "MANTENIMIENTO-TARJETAS" USING
                            WK-OPCION WK-OPERADOR
                    WHEN 37
                        MOVE 'S' TO WK-SALIR
                    WHEN OTHER
                        DISPLAY 'OPCION NO VALIDA'
             MOVE 'SIN REGISTRAR' TO WK-OPERADOR-NOMBRE
             MOVE 'S' TO WK-SESION-VALIDA
         ELSE
             CLOSE FICHERO-OPE
             MOVE ZERO TO WK-INTENTOS
             PERFORM UNTIL WK-SESION-VALIDA = 'S'
                 OR WK-INTENTOS = 3
                 PERFORM VALIDAR-OPERADOR
             END-PERFORM
         END-IF.
         IF WK-SESION-VALIDA = 'S'
             DISPLAY 'SESION INICIADA: ' WK-OPERADOR
                 ' ' WK-OPERADOR-NOMBRE
                 ' SUCURSAL ' WK-OPERADOR-SUCURSAL
         END-IF.
      * LA CLAVE LA COMPRUEBA VERIFICAR-CLAVE, QUE LLEVA EL CONTADOR
      * DE FALLOS EN EL PROPIO OPERADOR Y LO BLOQUEA AL LLEGAR AL
      * MAXIMO AUNQUE SE REARRANQUE EL PROGRAMA. CON LA CLAVE
      * CADUCADA O REINICIADA NO SE ENTRA AL MENU SIN CAMBIARLA.
       VALIDAR-OPERADOR.
         ADD 1 TO WK-INTENTOS.
         DISPLAY 'INGRESE SU ID DE OPERADOR'.
         IF WK-OPERADOR NOT NUMERIC OR WK-OPERADOR = ZERO
             DISPLAY 'OPERADOR O CLAVE INCORRECTOS'
         ELSE
             CALL "VERIFICAR-CLAVE" USING WK-OPERADOR WK-CLAVE
                 WK-RESULTADO-CLAVE
             EVALUATE WK-RESULTADO-CLAVE
                 WHEN 'S'
                     PERFORM CARGAR-OPERADOR
                 WHEN 'C'
                     DISPLAY 'SU CLAVE HA CADUCADO O DEBE CAMBIARSE '
                         'ANTES DE CONTINUAR'
                     CALL "CAMBIAR-CLAVE" USING WK-OPERADOR
                         WK-CLAVE-CAMBIADA
                     IF WK-CLAVE-CAMBIADA = 'S'
                         PERFORM CARGAR-OPERADOR
                     ELSE
                         MOVE 3 TO WK-INTENTOS
                     END-IF
                 WHEN 'B'
                     DISPLAY 'OPERADOR BLOQUEADO, CONSULTE CON UN '
                         'ADMINISTRADOR'
                     MOVE 3 TO WK-INTENTOS
                 WHEN OTHER
                     DISPLAY 'OPERADOR O CLAVE INCORRECTOS'
             END-EVALUATE
         END-IF.
       CARGAR-OPERADOR.
         OPEN INPUT FICHERO-OPE.
         MOVE WK-OPERADOR TO OPER-ID.
         READ FICHERO-OPE
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE OPER-NOMBRE TO WK-OPERADOR-NOMBRE
                 IF OPER-SUCURSAL NUMERIC
                     AND OPER-SUCURSAL NOT = ZERO
                     MOVE OPER-SUCURSAL TO WK-OPERADOR-SUCURSAL
                 END-IF
                 MOVE 'S' TO WK-SESION-VALIDA
         END-READ.
         CLOSE FICHERO-OPE.
       VERIFICAR-LOTE-INTERESES.
         MOVE 'N' TO WK-LOTE-PENDIENTE.
         OPEN INPUT FICHERO-CTL.
