           01 WK-AUD-EVENTO PIC X(20) VALUE SPACES.
           01 WK-AUD-RESULTADO PIC X(30) VALUE SPACES.
           01 WK-AUD-CUENTA PIC 9(6) VALUE ZERO.
           01 WK-PEN-FICHERO PIC X(10) VALUE 'CLIENTES'.
           01 WK-PEN-TIPO PIC X VALUE 'M'.
           01 WK-PEN-CLAVE PIC X(10) VALUE SPACES.
           01 WK-PEN-DESCRIPCION PIC X(40) VALUE SPACES.
           01 WK-PEN-ID PIC 9(6) VALUE ZERO.
           01 WK-IMAGEN-ANTES PIC X(200) VALUE SPACES.
           01 WK-IMAGEN-DESPUES PIC X(200) VALUE SPACES.
           01 WK-FECHA-NEGOCIO PIC 9(8) VALUE ZERO.
           01 WK-RESULTADO-KYC PIC X VALUE SPACE.
           01 WK-PROXIMA-REVISION PIC 9(8) VALUE ZERO.
           01 WK-KYC-REVISADO PIC X VALUE 'N'.
           LINKAGE SECTION.
           01 P-OPCION PIC 9(2).
           01 P-OPERADOR PIC 9(4).
       PROCEDURE DIVISION USING P-OPCION P-OPERADOR.
           CALL "FECHA-NEGOCIO" USING WK-FECHA-NEGOCIO.
           PERFORM UNTIL WK-SALIR = 'S'
               DISPLAY 'MANTENIMIENTO DE CLIENTES'
               DISPLAY '1. CONSULTAR CLIENTE'
         DISPLAY 'TELEFONO: ' CLIENTE-TELEFONO.
         DISPLAY 'AVISOS: ' CLIENTE-NOTIFICAR
             ' UMBRAL DE RETIRO: ' CLIENTE-UMBRAL-AVISO.
         DISPLAY 'DOCUMENTO: ' CLIENTE-TIPO-DOC ' ' CLIENTE-DOCUMENTO
             ' VENCE: ' CLIENTE-VENCE-DOC.
         DISPLAY 'DOMICILIO: ' CLIENTE-DIRECCION.
         DISPLAY 'NACIMIENTO: ' CLIENTE-FECHA-NAC
             ' OCUPACION: ' CLIENTE-OCUPACION.
         DISPLAY 'RIESGO: ' CLIENTE-RIESGO
             ' ULTIMA REVISION KYC: ' CLIENTE-FECHA-KYC.
         IF CLIENTE-FECHA-DEFUNCION NUMERIC
             AND CLIENTE-FECHA-DEFUNCION NOT = ZERO
             DISPLAY 'CLIENTE FALLECIDO EL ' CLIENTE-FECHA-DEFUNCION
         END-IF.
         CALL "EVALUAR-KYC" USING REGISTRO-CLIENTE WK-FECHA-NEGOCIO
             WK-RESULTADO-KYC WK-PROXIMA-REVISION.
         EVALUATE WK-RESULTADO-KYC
             WHEN 'S'
                 DISPLAY 'KYC VIGENTE, PROXIMA REVISION: '
                     WK-PROXIMA-REVISION
             WHEN 'I'
                 DISPLAY 'KYC INCOMPLETO, COMPLETE LOS DATOS'
             WHEN 'D'
                 DISPLAY 'KYC VENCIDO: DOCUMENTO DE IDENTIDAD '
                     'CADUCADO'
             WHEN 'R'
                 DISPLAY 'KYC VENCIDO: REVISION PENDIENTE DESDE '
                     WK-PROXIMA-REVISION
         END-EVALUATE.
      * LA MODIFICACION NO SE GRABA EN CLIENTES.dat: QUEDA PENDIENTE
      * CON LA IMAGEN ANTERIOR Y LA NUEVA HASTA QUE OTRO OPERADOR
      * CON ROL DE SUPERVISOR LA APRUEBE EN APROBACION-CAMBIOS.
       MODIFICAR-CLIENTE.
         PERFORM PEDIR-CLIENTE-ID.
         OPEN INPUT FICHERO-CLI.
         IF WK-ESTADO-CLI = '35'
             DISPLAY 'NO HAY CLIENTES REGISTRADOS TODAVIA'
         ELSE
                     DISPLAY 'CLIENTE NO ENCONTRADO'
                 NOT INVALID KEY
                     PERFORM MOSTRAR-CLIENTE
                     MOVE REGISTRO-CLIENTE TO WK-IMAGEN-ANTES
                     DISPLAY 'INGRESE EL NUEVO NOMBRE'
                     ACCEPT CLIENTE-NOMBRE
                     DISPLAY 'INGRESE EL NUEVO TELEFONO'
                             MOVE 'S' TO WK-ENTRADA-VALIDA
                         END-IF
                     END-PERFORM
                     PERFORM PEDIR-DATOS-KYC
                     PERFORM SOLICITAR-MODIFICACION
             END-READ
             CLOSE FICHERO-CLI
         END-IF.
      * LOS DATOS KYC SE PIDEN TODOS DE NUEVO. SOLO SI EL OPERADOR
      * DECLARA QUE HA REVISADO LA DOCUMENTACION DEL CLIENTE SE
      * ANOTA LA FECHA DE NEGOCIO COMO ULTIMA REVISION; CORREGIR UN
      * DATO SUELTO NO RENUEVA EL KYC.
       PEDIR-DATOS-KYC.
         DISPLAY 'TIPO DE DOCUMENTO (D=DNI P=PASAPORTE E=EXTRANJERO)'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT CLIENTE-TIPO-DOC
             IF DOC-DNI OR DOC-PASAPORTE OR DOC-EXTRANJERO
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             ELSE
                 DISPLAY 'TIPO DE DOCUMENTO NO VALIDO'
             END-IF
         END-PERFORM.
         DISPLAY 'NUMERO DE DOCUMENTO'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT CLIENTE-DOCUMENTO
             IF CLIENTE-DOCUMENTO = SPACES
                 DISPLAY 'EL DOCUMENTO ES OBLIGATORIO'
             ELSE
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
         DISPLAY 'FECHA DE VENCIMIENTO DEL DOCUMENTO (AAAAMMDD)'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT CLIENTE-VENCE-DOC
             IF CLIENTE-VENCE-DOC NOT NUMERIC
               OR CLIENTE-VENCE-DOC = ZERO
                 DISPLAY 'FECHA NO VALIDA'
             ELSE
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
         DISPLAY 'DOMICILIO'.
         ACCEPT CLIENTE-DIRECCION.
         DISPLAY 'FECHA DE NACIMIENTO (AAAAMMDD)'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT CLIENTE-FECHA-NAC
             IF CLIENTE-FECHA-NAC NOT NUMERIC
               OR CLIENTE-FECHA-NAC = ZERO
               OR CLIENTE-FECHA-NAC > WK-FECHA-NEGOCIO
                 DISPLAY 'FECHA NO VALIDA'
             ELSE
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
         DISPLAY 'OCUPACION'.
         ACCEPT CLIENTE-OCUPACION.
         DISPLAY 'NIVEL DE RIESGO (B=BAJO M=MEDIO A=ALTO)'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT CLIENTE-RIESGO
             IF RIESGO-BAJO OR RIESGO-MEDIO OR RIESGO-ALTO
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             ELSE
                 DISPLAY 'NIVEL DE RIESGO NO VALIDO'
             END-IF
         END-PERFORM.
         DISPLAY 'SE HA REVISADO LA DOCUMENTACION DEL CLIENTE? (S/N)'.
         ACCEPT WK-KYC-REVISADO.
         IF WK-KYC-REVISADO = 'S'
             MOVE WK-FECHA-NEGOCIO TO CLIENTE-FECHA-KYC
         END-IF.
         IF CLIENTE-FECHA-KYC NOT NUMERIC
             MOVE ZERO TO CLIENTE-FECHA-KYC
         END-IF.
       SOLICITAR-MODIFICACION.
         MOVE REGISTRO-CLIENTE TO WK-IMAGEN-DESPUES.
         MOVE SPACES TO WK-PEN-CLAVE.
         MOVE CLIENTE-ID TO WK-PEN-CLAVE.
         MOVE SPACES TO WK-PEN-DESCRIPCION.
         STRING 'MODIFICACION DEL CLIENTE ' DELIMITED BY SIZE
                CLIENTE-ID DELIMITED BY SIZE
             INTO WK-PEN-DESCRIPCION.
         CALL "REGISTRAR-PENDIENTE" USING WK-PEN-FICHERO
             WK-PEN-TIPO WK-PEN-CLAVE WK-PEN-DESCRIPCION
             WK-IMAGEN-ANTES WK-IMAGEN-DESPUES P-OPERADOR WK-PEN-ID.
       ELIMINAR-CLIENTE.
         PERFORM PEDIR-CLIENTE-ID.
         OPEN I-O FICHERO-CLI.
