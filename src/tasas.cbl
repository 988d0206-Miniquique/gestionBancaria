           01 WK-ESTADO-RET PIC XX VALUE '00'.
           01 WK-ESTADO-TDB PIC XX VALUE '00'.
           01 WK-ENTRADA-VALIDA PIC X VALUE 'N'.
           01 WK-OPERADOR-ID PIC 9(4) VALUE ZERO.
           01 WK-CLAVE PIC X(8) VALUE SPACES.
           01 WK-RESULTADO-CLAVE PIC X VALUE 'N'.
           01 WK-SOLICITANTE PIC 9(4) VALUE ZERO.
           01 WK-PEN-FICHERO PIC X(10) VALUE SPACES.
           01 WK-PEN-TIPO PIC X VALUE 'A'.
           01 WK-PEN-CLAVE PIC X(10) VALUE SPACES.
           01 WK-PEN-DESCRIPCION PIC X(40) VALUE SPACES.
           01 WK-PEN-ID PIC 9(6) VALUE ZERO.
           01 WK-IMAGEN-ANTES PIC X(200) VALUE SPACES.
           01 WK-IMAGEN-DESPUES PIC X(200) VALUE SPACES.
       PROCEDURE DIVISION.
           PERFORM UNTIL WK-SALIR = 'S'
               DISPLAY 'MANTENIMIENTO DE TASAS DE INTERES'
                   WHEN 1
                       PERFORM LISTAR-TRAMOS
                   WHEN 2
                       PERFORM IDENTIFICAR-SOLICITANTE
                       IF WK-SOLICITANTE NOT = ZERO
                           PERFORM AGREGAR-TRAMO
                       END-IF
                   WHEN 3
                       PERFORM LISTAR-RETENCIONES
                   WHEN 4
                       PERFORM IDENTIFICAR-SOLICITANTE
                       IF WK-SOLICITANTE NOT = ZERO
                           PERFORM AGREGAR-RETENCION
                       END-IF
                   WHEN 5
                       PERFORM LISTAR-TASAS-DESCUBIERTO
                   WHEN 6
                       PERFORM IDENTIFICAR-SOLICITANTE
                       IF WK-SOLICITANTE NOT = ZERO
                           PERFORM AGREGAR-TASA-DESCUBIERTO
                       END-IF
                   WHEN 7
                       MOVE 'S' TO WK-SALIR
                   WHEN OTHER
                     AT END
                         MOVE 'S' TO WK-FIN-FICHERO
                     NOT AT END
                         DISPLAY 'ESCALA: ' TAS-ESCALA
                             ' EFECTO: ' TAS-FECHA-EFECTO
                             ' DESDE: ' TAS-SALDO-DESDE
                             ' HASTA: ' TAS-SALDO-HASTA
                             ' TASA DIARIA: ' TAS-TASA-DIARIA
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
      * LOS PRODUCTOS DEL CATALOGO NOMBRAN LA ESCALA CON QUE DEVENGAN;
      * EN BLANCO EL TRAMO PERTENECE A LA ESCALA GENERAL.
         DISPLAY 'ESCALA (ENTER = ESCALA GENERAL)'.
         MOVE SPACES TO TAS-ESCALA.
         ACCEPT TAS-ESCALA.
         MOVE 'TASAS' TO WK-PEN-FICHERO.
         MOVE TAS-FECHA-EFECTO TO WK-PEN-CLAVE.
         MOVE 'NUEVO TRAMO DE TASA DE INTERES' TO WK-PEN-DESCRIPCION.
         MOVE REGISTRO-TASA TO WK-IMAGEN-DESPUES.
         PERFORM SOLICITAR-ALTA.
       LISTAR-RETENCIONES.
         MOVE 'N' TO WK-FIN-FICHERO.
         OPEN INPUT FICHERO-RET.
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
         MOVE 'RETENCION' TO WK-PEN-FICHERO.
         MOVE RET-FECHA-EFECTO TO WK-PEN-CLAVE.
         MOVE 'NUEVO PORCENTAJE DE RETENCION FISCAL'
             TO WK-PEN-DESCRIPCION.
         MOVE REGISTRO-RETENCION TO WK-IMAGEN-DESPUES.
         PERFORM SOLICITAR-ALTA.
       LISTAR-TASAS-DESCUBIERTO.
         MOVE 'N' TO WK-FIN-FICHERO.
         OPEN INPUT FICHERO-TDB.
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
         MOVE 'TASASDEB' TO WK-PEN-FICHERO.
         MOVE TDB-FECHA-EFECTO TO WK-PEN-CLAVE.
         MOVE 'NUEVA TASA DE DESCUBIERTO' TO WK-PEN-DESCRIPCION.
         MOVE REGISTRO-TASADEB TO WK-IMAGEN-DESPUES.
         PERFORM SOLICITAR-ALTA.
      * LAS TASAS NUEVAS NO SE GRABAN AQUI: QUEDAN PENDIENTES HASTA
      * QUE OTRO OPERADOR CON ROL DE SUPERVISOR LAS APRUEBE EN
      * APROBACION-CAMBIOS, QUE ES QUIEN LAS GRABA EN SU FICHERO.
       SOLICITAR-ALTA.
         MOVE SPACES TO WK-IMAGEN-ANTES.
         CALL "REGISTRAR-PENDIENTE" USING WK-PEN-FICHERO
             WK-PEN-TIPO WK-PEN-CLAVE WK-PEN-DESCRIPCION
             WK-IMAGEN-ANTES WK-IMAGEN-DESPUES WK-SOLICITANTE
             WK-PEN-ID.
      * EL PROGRAMA SE LANZA FUERA DEL MENU, ASI QUE QUIEN PIDE EL
      * CAMBIO SE IDENTIFICA CON SU ID Y SU CLAVE LA PRIMERA VEZ.
       IDENTIFICAR-SOLICITANTE.
         IF WK-SOLICITANTE = ZERO
             DISPLAY 'ID DEL OPERADOR QUE PIDE EL CAMBIO'
             ACCEPT WK-OPERADOR-ID
             DISPLAY 'CLAVE DEL OPERADOR'
             ACCEPT WK-CLAVE
             IF WK-OPERADOR-ID NOT NUMERIC OR WK-OPERADOR-ID = ZERO
                 DISPLAY 'OPERADOR O CLAVE INCORRECTOS'
             ELSE
                 CALL "VERIFICAR-CLAVE" USING WK-OPERADOR-ID WK-CLAVE
                     WK-RESULTADO-CLAVE
                 IF WK-RESULTADO-CLAVE = 'S'
                     MOVE WK-OPERADOR-ID TO WK-SOLICITANTE
                 ELSE
                     DISPLAY 'OPERADOR O CLAVE INCORRECTOS'
                 END-IF
             END-IF
         END-IF.
       END PROGRAM MANTENIMIENTO-TASAS.
