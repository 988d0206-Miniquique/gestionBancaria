                         ==CUENTA-DORMIDA== BY ==CUENTA-DORMIDA-WK==
                         ==CUENTA-EMBARGADA== BY
                             ==CUENTA-EMBARGADA-WK==
                         ==CUENTA-DEFUNCION== BY ==CUENTA-DEFUNCION-WK==
                         ==LIMITE-DESCUBIERTO== BY
                             ==LIMITE-DESCUBIERTO-WK==
                         ==MONEDA== BY ==MONEDA-WK==
                         ==PRODUCTO== BY ==PRODUCTO-WK==
                         ==SUCURSAL== BY ==SUCURSAL-WK==.
           01 WK-DUPLICADA PIC X VALUE 'N'.
           01 WK-TIPO-OPCION PIC 9 VALUE ZERO.
           01 WK-ESTADO-FICHERO PIC XX VALUE '00'.
           01 WK-REQUIERE-SUP PIC X VALUE 'S'.
           01 WK-AUTORIZADO PIC X VALUE 'N'.
           01 WK-AUTORIZANTE PIC 9(4) VALUE ZERO.
           01 WK-PRODUCTO-HALLADO PIC X VALUE 'N'.
           01 WK-MONEDA-DEFECTO PIC X(3) VALUE SPACES.
           01 WK-FECHA-NEGOCIO PIC 9(8) VALUE ZERO.
           01 WK-RESULTADO-KYC PIC X VALUE SPACE.
           01 WK-PROXIMA-REVISION PIC 9(8) VALUE ZERO.
           01 WK-COINCIDE-SANCION PIC X VALUE 'N'.
           01 WK-CLIENTE-FALLECIDO PIC X VALUE 'N'.
           01 WK-NOMBRE-COTEJO PIC X(50) VALUE SPACES.
           01 WK-SAN-REFERENCIA PIC X(10) VALUE SPACES.
           01 WK-SAN-NOMBRE PIC X(50) VALUE SPACES.
           01 PRODUCTO-CUENTA.
           COPY "prodreg.cpy".
           LINKAGE SECTION.
           01 P-OPCION PIC 9(2).
           01 P-OPERADOR PIC 9(4).
       PROCEDURE DIVISION USING P-OPCION P-OPERADOR.
           CALL "FECHA-NEGOCIO" USING WK-FECHA-NEGOCIO.
           PERFORM ASIGNAR-NUMERO-CUENTA.
           DISPLAY 'NUMERO DE CUENTA ASIGNADO: ' NUMERO-WK.

               END-IF
           END-PERFORM.
           PERFORM LOCALIZAR-O-CREAR-CLIENTE.
           IF WK-CLIENTE-FALLECIDO = 'S'
               DISPLAY 'EL CLIENTE FIGURA COMO FALLECIDO, NO SE PUEDE '
                   'ABRIR LA CUENTA'
               MOVE 'APERTURA RECHAZADA' TO WK-AUD-EVENTO
               MOVE 'CLIENTE FALLECIDO' TO WK-AUD-RESULTADO
               CALL "REGISTRO-AUDITORIA" USING WK-AUD-EVENTO
                   NUMERO-WK WK-AUD-RESULTADO P-OPERADOR
               GOBACK
           END-IF.
      * UN CLIENTE NUEVO CUYO NOMBRE COINCIDE CON LA LISTA DE
      * SANCIONES NO SE DA DE ALTA NI SE LE ABRE LA CUENTA; QUEDA EN
      * AUDITORIA PARA QUE LO REVISE CUMPLIMIENTO.
           IF WK-COINCIDE-SANCION = 'S'
               DISPLAY 'NO SE PUEDE ABRIR LA CUENTA, EL CLIENTE '
                   'QUEDA PENDIENTE DE REVISION DE CUMPLIMIENTO'
               MOVE 'APERTURA RECHAZADA' TO WK-AUD-EVENTO
               MOVE 'POSIBLE COINCIDENCIA SANCIONES'
                   TO WK-AUD-RESULTADO
               CALL "REGISTRO-AUDITORIA" USING WK-AUD-EVENTO
                   NUMERO-WK WK-AUD-RESULTADO P-OPERADOR
               GOBACK
           END-IF.
      * NO SE ABRE NINGUNA CUENTA A UN CLIENTE SIN KYC VIGENTE: HAY
      * QUE ACTUALIZAR ANTES SUS DATOS EN MANTENIMIENTO-CLIENTES.
           IF WK-RESULTADO-KYC NOT = 'S'
               PERFORM MOSTRAR-KYC-VENCIDO
               DISPLAY 'NO SE PUEDE ABRIR LA CUENTA, ACTUALICE ANTES '
                   'EL KYC DEL CLIENTE'
               MOVE 'APERTURA RECHAZADA' TO WK-AUD-EVENTO
               MOVE 'KYC DEL CLIENTE VENCIDO' TO WK-AUD-RESULTADO
               CALL "REGISTRO-AUDITORIA" USING WK-AUD-EVENTO
                   NUMERO-WK WK-AUD-RESULTADO P-OPERADOR
               GOBACK
           END-IF.

           PERFORM ELEGIR-PRODUCTO.
           DISPLAY 'cual es el deposito inicial?'
           MOVE 'N' TO WK-ENTRADA-VALIDA.
           PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
               IF SALDO-WK NOT NUMERIC
                   DISPLAY 'MONTO NO VALIDO'
               ELSE
                 IF SALDO-WK < PRD-SALDO-APERTURA
                   DISPLAY 'EL PRODUCTO EXIGE UN DEPOSITO INICIAL '
                       'DE AL MENOS ' PRD-SALDO-APERTURA
                 ELSE
                   MOVE 'S' TO WK-ENTRADA-VALIDA
                 END-IF
               END-IF
           END-PERFORM.
           MOVE ZERO TO LIMITE-DESCUBIERTO-WK.
           IF PRD-ADMITE-DESCUBIERTO
               DISPLAY 'LIMITE DE DESCUBIERTO AUTORIZADO (0 = SIN '
                   'DESCUBIERTO)'
               MOVE 'N' TO WK-ENTRADA-VALIDA
                   END-IF
               END-IF
           END-IF.
           MOVE PRD-MONEDA TO WK-MONEDA-DEFECTO.
           IF WK-MONEDA-DEFECTO = SPACES
               MOVE 'EUR' TO WK-MONEDA-DEFECTO
           END-IF.
           DISPLAY 'MONEDA DE LA CUENTA (ENTER = ' WK-MONEDA-DEFECTO
               ')'.
           ACCEPT MONEDA-WK.
           IF MONEDA-WK = SPACES
               MOVE WK-MONEDA-DEFECTO TO MONEDA-WK
           END-IF.
           CALL "FECHA-NEGOCIO" USING FECHA-APERTURA-WK.
      * LA CUENTA QUEDA EN LA SUCURSAL DEL OPERADOR QUE LA ABRE.
           CALL "SUCURSAL-OPERADOR" USING P-OPERADOR SUCURSAL-WK.

       OPEN I-O FICHERO.
           IF WK-ESTADO-FICHERO = '35'
           MOVE 'A' TO ESTADO.
           MOVE LIMITE-DESCUBIERTO-WK TO LIMITE-DESCUBIERTO.
           MOVE MONEDA-WK TO MONEDA.
           MOVE PRODUCTO-WK TO PRODUCTO.
           MOVE SUCURSAL-WK TO SUCURSAL.
           WRITE REGISTRO.

       CLOSE FICHERO.
       CALL "REGISTRO-AUDITORIA" USING WK-AUD-EVENTO
           NUMERO-WK WK-AUD-RESULTADO P-OPERADOR.
       GOBACK.
      * LA CUENTA SE ABRE SOBRE UN PRODUCTO DEL CATALOGO: EL TIPO
      * BASE PASA A TIPO-CUENTA Y EL PRODUCTO FIJA EL DEPOSITO MINIMO,
      * SI ADMITE DESCUBIERTO Y LA MONEDA POR DEFECTO. SIN CODIGO SE
      * ABRE UNA CUENTA BASICA DE AHORRO O CORRIENTE CON LAS REGLAS DE
      * SIEMPRE, COMO ANTES DE EXISTIR EL CATALOGO.
       ELEGIR-PRODUCTO.
         DISPLAY 'CODIGO DE PRODUCTO (ENTER = CUENTA BASICA)'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT PRODUCTO-WK
             IF PRODUCTO-WK = SPACES
                 PERFORM ELEGIR-TIPO-BASICO
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             ELSE
                 CALL "LEER-PRODUCTO" USING PRODUCTO-WK
                     TIPO-CUENTA-WK PRODUCTO-CUENTA
                     WK-PRODUCTO-HALLADO
                 IF WK-PRODUCTO-HALLADO NOT = 'S'
                     DISPLAY 'PRODUCTO NO ENCONTRADO, INGRESE OTRO '
                         'CODIGO (ENTER = CUENTA BASICA)'
                 ELSE
                     IF PRODUCTO-BAJA
                         DISPLAY 'EL PRODUCTO ESTA DADO DE BAJA, '
                             'INGRESE OTRO CODIGO'
                     ELSE
                         DISPLAY 'PRODUCTO: ' PRD-DESCRIPCION
                         MOVE PRD-TIPO-BASE TO TIPO-CUENTA-WK
                         MOVE 'S' TO WK-ENTRADA-VALIDA
                     END-IF
                 END-IF
             END-IF
         END-PERFORM.
       ELEGIR-TIPO-BASICO.
         DISPLAY 'TIPO DE CUENTA'
         DISPLAY '1. AHORRO'
         DISPLAY '2. CORRIENTE'
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT WK-TIPO-OPCION
             IF WK-TIPO-OPCION NOT NUMERIC
                 DISPLAY 'OPCION NO VALIDA'
             ELSE
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
         EVALUATE WK-TIPO-OPCION
             WHEN 2
                 MOVE 'C' TO TIPO-CUENTA-WK
             WHEN OTHER
                 MOVE 'A' TO TIPO-CUENTA-WK
         END-EVALUATE.
         CALL "LEER-PRODUCTO" USING PRODUCTO-WK TIPO-CUENTA-WK
             PRODUCTO-CUENTA WK-PRODUCTO-HALLADO.
      * EL NUMERO DE CUENTA LO ASIGNA EL SISTEMA: LA BASE SALE DE LA
      * SECUENCIA CONTROLADA CUENTAS.seq Y EL SEXTO DIGITO ES EL
      * DIGITO DE CONTROL QUE CALCULA DIGITO-CUENTA. EL CAJERO YA NO
               ELSE
                 MOVE WK-COTITULAR TO CLIENTE-ID-WK
                 PERFORM LOCALIZAR-O-CREAR-CLIENTE
                 IF WK-COINCIDE-SANCION = 'S'
                     OR WK-CLIENTE-FALLECIDO = 'S'
                     DISPLAY 'EL COTITULAR NO SE AGREGA'
                 ELSE
                   IF WK-RESULTADO-KYC = 'S'
                     PERFORM GRABAR-UN-COTITULAR
                   ELSE
                     PERFORM MOSTRAR-KYC-VENCIDO
                     DISPLAY 'EL COTITULAR NO SE AGREGA'
                   END-IF
                 END-IF
                 DISPLAY 'OTRO COTITULAR? (0 = TERMINAR)'
               END-IF
             END-IF
         MOVE ZERO TO MOV-CUENTA-CONTRA.
         MOVE P-OPERADOR TO MOV-OPERADOR.
         MOVE ZERO TO MOV-TASA-CAMBIO.
         CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
             SUCURSAL-WK.
         WRITE REGISTRO-MOV.
         CALL "GRABAR-MOVIMIENTO-IDX"
             USING REGISTRO-MOV.
         CLOSE FICHERO-MOV.
       LOCALIZAR-O-CREAR-CLIENTE.
         MOVE 'N' TO WK-COINCIDE-SANCION.
         MOVE 'N' TO WK-CLIENTE-FALLECIDO.
         MOVE CLIENTE-ID-WK TO CLIENTE-ID.
         OPEN I-O FICHERO-CLI.
         IF WK-ESTADO-CLI = '35'
                     PERFORM CREAR-CLIENTE
                 NOT INVALID KEY
                     DISPLAY 'CLIENTE EXISTENTE: ' CLIENTE-NOMBRE
                     PERFORM EVALUAR-KYC-CLIENTE
                     IF CLIENTE-FECHA-DEFUNCION NUMERIC
                         AND CLIENTE-FECHA-DEFUNCION NOT = ZERO
                         DISPLAY 'CLIENTE FALLECIDO EL '
                             CLIENTE-FECHA-DEFUNCION
                         MOVE 'S' TO WK-CLIENTE-FALLECIDO
                     END-IF
             END-READ
         END-IF.
         CLOSE FICHERO-CLI.
       EVALUAR-KYC-CLIENTE.
         CALL "EVALUAR-KYC" USING REGISTRO-CLIENTE WK-FECHA-NEGOCIO
             WK-RESULTADO-KYC WK-PROXIMA-REVISION.
       MOSTRAR-KYC-VENCIDO.
         EVALUATE WK-RESULTADO-KYC
             WHEN 'I'
                 DISPLAY 'EL CLIENTE ' CLIENTE-ID ' TIENE EL KYC '
                     'INCOMPLETO'
             WHEN 'D'
                 DISPLAY 'EL CLIENTE ' CLIENTE-ID ' TIENE EL '
                     'DOCUMENTO DE IDENTIDAD VENCIDO'
             WHEN 'R'
                 DISPLAY 'EL CLIENTE ' CLIENTE-ID ' TIENE LA '
                     'REVISION KYC VENCIDA DESDE ' WK-PROXIMA-REVISION
         END-EVALUATE.
      * EL NOMBRE DEL CLIENTE NUEVO SE COTEJA CON LA LISTA DE
      * SANCIONES ANTES DE PEDIR EL RESTO DE DATOS: SI COINCIDE NO SE
      * GRABA EL CLIENTE Y SE DEJA LA ALERTA EN AUDITORIA.
       CREAR-CLIENTE.
         DISPLAY 'CLIENTE NUEVO, INGRESE EL NOMBRE'
         ACCEPT CLIENTE-NOMBRE.
         MOVE CLIENTE-NOMBRE TO WK-NOMBRE-COTEJO.
         CALL "COTEJAR-SANCIONES" USING WK-NOMBRE-COTEJO
             WK-COINCIDE-SANCION WK-SAN-REFERENCIA WK-SAN-NOMBRE.
         IF WK-COINCIDE-SANCION = 'S'
             MOVE 'N' TO WK-RESULTADO-KYC
             DISPLAY 'POSIBLE COINCIDENCIA CON LA LISTA DE SANCIONES'
             DISPLAY '  LISTA: ' WK-SAN-REFERENCIA ' ' WK-SAN-NOMBRE
             DISPLAY 'EL CLIENTE NO SE DA DE ALTA'
             MOVE 'ALERTA SANCIONES' TO WK-AUD-EVENTO
             MOVE SPACES TO WK-AUD-RESULTADO
             STRING 'CLI ' DELIMITED BY SIZE
                    CLIENTE-ID-WK DELIMITED BY SIZE
                    ' LISTA ' DELIMITED BY SIZE
                    WK-SAN-REFERENCIA DELIMITED BY SIZE
                 INTO WK-AUD-RESULTADO
             CALL "REGISTRO-AUDITORIA" USING WK-AUD-EVENTO
                 NUMERO-WK WK-AUD-RESULTADO P-OPERADOR
         ELSE
             PERFORM COMPLETAR-CLIENTE
         END-IF.
       COMPLETAR-CLIENTE.
         DISPLAY 'INGRESE EL TELEFONO DE CONTACTO'
         ACCEPT CLIENTE-TELEFONO.
         DISPLAY 'DESEA RECIBIR AVISOS? (S/N)'
                 END-IF
             END-PERFORM
         END-IF.
         PERFORM PEDIR-DATOS-KYC.
         MOVE ZERO TO CLIENTE-FECHA-DEFUNCION.
         MOVE CLIENTE-ID-WK TO CLIENTE-ID.
         PERFORM EVALUAR-KYC-CLIENTE.
         WRITE REGISTRO-CLIENTE.
      * EL CLIENTE NUEVO DEJA TODOS SUS DATOS KYC EN EL ALTA; LA
      * DOCUMENTACION SE REVISA EN EL ACTO, ASI QUE LA FECHA DE
      * NEGOCIO QUEDA COMO PRIMERA REVISION.
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
         MOVE WK-FECHA-NEGOCIO TO CLIENTE-FECHA-KYC.
       END PROGRAM CREACION-CUENTAS.
