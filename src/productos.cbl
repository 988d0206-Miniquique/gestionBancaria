       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-PRODUCTOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-PRD ASSIGN TO '../data/PRODUCTOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRD-CODIGO
               FILE STATUS IS WK-ESTADO-PRD.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-PRD.
           01 REGISTRO-PRODUCTO.
           COPY "prodreg.cpy".
           WORKING-STORAGE SECTION.
           01 WK-SALIR PIC X VALUE 'N'.
           01 WK-OPCION PIC 9 VALUE ZERO.
           01 WK-TIPO-OPCION PIC 9 VALUE ZERO.
           01 WK-FIN-FICHERO PIC X VALUE 'N'.
           01 WK-ESTADO-PRD PIC XX VALUE '00'.
           01 WK-ENTRADA-VALIDA PIC X VALUE 'N'.
           01 WK-FECHA-NEGOCIO PIC 9(8) VALUE ZERO.
           01 WK-CODIGO PIC X(4) VALUE SPACES.
           01 WK-PRODUCTO-EXISTE PIC X VALUE 'N'.
           01 WK-RESPUESTA PIC X VALUE SPACE.
           01 WK-CUENTA-AUD PIC 9(6) VALUE ZERO.
           01 WK-IMPORTE-AUT PIC 9(7)V99 VALUE ZERO.
           01 WK-REQUIERE-SUP PIC X VALUE 'S'.
           01 WK-AUTORIZADO PIC X VALUE 'N'.
           01 WK-AUTORIZANTE PIC 9(4) VALUE ZERO.
           01 WK-AUD-EVENTO PIC X(20) VALUE SPACES.
           01 WK-AUD-RESULTADO PIC X(30) VALUE SPACES.
           LINKAGE SECTION.
           01 P-OPCION PIC 9(2).
           01 P-OPERADOR PIC 9(4).
      * EL CATALOGO DECIDE LAS REGLAS DE TODAS LAS CUENTAS DE CADA
      * PRODUCTO, ASI QUE DAR DE ALTA, CAMBIAR O DAR DE BAJA UN
      * PRODUCTO ES FUNCION DE SUPERVISOR. LA CONSULTA ES LIBRE.
       PROCEDURE DIVISION USING P-OPCION P-OPERADOR.
           CALL "FECHA-NEGOCIO" USING WK-FECHA-NEGOCIO.
           PERFORM UNTIL WK-SALIR = 'S'
               DISPLAY 'CATALOGO DE PRODUCTOS'
               DISPLAY '1. ALTA DE PRODUCTO'
               DISPLAY '2. MODIFICAR PRODUCTO'
               DISPLAY '3. BAJA DE PRODUCTO'
               DISPLAY '4. LISTAR PRODUCTOS'
               DISPLAY '5. VOLVER'
               MOVE 'N' TO WK-ENTRADA-VALIDA
               PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
                   ACCEPT WK-OPCION
                   IF WK-OPCION NOT NUMERIC
                       DISPLAY 'OPCION NO VALIDA, INGRESE UN NUMERO'
                   ELSE
                       MOVE 'S' TO WK-ENTRADA-VALIDA
                   END-IF
               END-PERFORM
               EVALUATE WK-OPCION
                   WHEN 1
                       PERFORM ALTA-PRODUCTO
                   WHEN 2
                       PERFORM MODIFICAR-PRODUCTO
                   WHEN 3
                       PERFORM BAJA-PRODUCTO
                   WHEN 4
                       PERFORM LISTAR-PRODUCTOS
                   WHEN 5
                       MOVE 'S' TO WK-SALIR
                   WHEN OTHER
                       DISPLAY 'OPCION NO VALIDA'
               END-EVALUATE
           END-PERFORM.
        GOBACK.
       PEDIR-CODIGO.
         DISPLAY 'CODIGO DE PRODUCTO (4 CARACTERES)'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT WK-CODIGO
             IF WK-CODIGO = SPACES
                 DISPLAY 'CODIGO NO VALIDO'
             ELSE
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
       PEDIR-AUTORIZACION.
         MOVE ZERO TO WK-CUENTA-AUD.
         MOVE ZERO TO WK-IMPORTE-AUT.
         CALL "VALIDAR-AUTORIZACION" USING P-OPERADOR WK-CUENTA-AUD
             WK-IMPORTE-AUT WK-REQUIERE-SUP WK-AUTORIZADO
             WK-AUTORIZANTE.
       GRABAR-AUDITORIA.
         MOVE SPACES TO WK-AUD-RESULTADO.
         STRING 'PRODUCTO ' DELIMITED BY SIZE
                PRD-CODIGO DELIMITED BY SIZE
             INTO WK-AUD-RESULTADO.
         MOVE ZERO TO WK-CUENTA-AUD.
         CALL "REGISTRO-AUDITORIA" USING WK-AUD-EVENTO
             WK-CUENTA-AUD WK-AUD-RESULTADO P-OPERADOR.
       ALTA-PRODUCTO.
         PERFORM PEDIR-CODIGO.
         MOVE 'N' TO WK-PRODUCTO-EXISTE.
         OPEN I-O FICHERO-PRD.
         IF WK-ESTADO-PRD = '35'
             OPEN OUTPUT FICHERO-PRD
             CLOSE FICHERO-PRD
             OPEN I-O FICHERO-PRD
         END-IF.
         MOVE WK-CODIGO TO PRD-CODIGO.
         READ FICHERO-PRD
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE 'S' TO WK-PRODUCTO-EXISTE
         END-READ.
         IF WK-PRODUCTO-EXISTE = 'S'
             DISPLAY 'YA EXISTE UN PRODUCTO CON ESE CODIGO'
         ELSE
             PERFORM PEDIR-AUTORIZACION
             IF WK-AUTORIZADO = 'S'
                 MOVE WK-CODIGO TO PRD-CODIGO
                 PERFORM CAPTURAR-PRODUCTO
                 MOVE 'A' TO PRD-ESTADO
                 MOVE WK-FECHA-NEGOCIO TO PRD-FECHA-ALTA
                 MOVE P-OPERADOR TO PRD-OPERADOR
                 WRITE REGISTRO-PRODUCTO
                 DISPLAY 'PRODUCTO ' PRD-CODIGO ' DADO DE ALTA'
                 MOVE 'ALTA PRODUCTO' TO WK-AUD-EVENTO
                 PERFORM GRABAR-AUDITORIA
             END-IF
         END-IF.
         CLOSE FICHERO-PRD.
      * EL TIPO BASE NO SE CAMBIA UNA VEZ DADO DE ALTA: LAS CUENTAS
      * YA ABIERTAS CON EL PRODUCTO LLEVAN ESE TIPO EN TIPO-CUENTA.
       MODIFICAR-PRODUCTO.
         PERFORM PEDIR-CODIGO.
         MOVE 'N' TO WK-PRODUCTO-EXISTE.
         OPEN I-O FICHERO-PRD.
         IF WK-ESTADO-PRD = '35'
             DISPLAY 'NO HAY PRODUCTOS REGISTRADOS TODAVIA'
         ELSE
             MOVE WK-CODIGO TO PRD-CODIGO
             READ FICHERO-PRD
                 INVALID KEY
                     DISPLAY 'PRODUCTO NO ENCONTRADO'
                 NOT INVALID KEY
                     MOVE 'S' TO WK-PRODUCTO-EXISTE
             END-READ
             IF WK-PRODUCTO-EXISTE = 'S'
                 PERFORM MOSTRAR-PRODUCTO
                 PERFORM PEDIR-AUTORIZACION
                 IF WK-AUTORIZADO = 'S'
                     PERFORM CAPTURAR-REGLAS
                     MOVE P-OPERADOR TO PRD-OPERADOR
                     REWRITE REGISTRO-PRODUCTO
                     DISPLAY 'PRODUCTO ' PRD-CODIGO ' MODIFICADO'
                     MOVE 'CAMBIO PRODUCTO' TO WK-AUD-EVENTO
                     PERFORM GRABAR-AUDITORIA
                 END-IF
             END-IF
             CLOSE FICHERO-PRD
         END-IF.
      * LA BAJA SOLO IMPIDE ABRIR CUENTAS NUEVAS DEL PRODUCTO; LAS
      * QUE YA EXISTEN SIGUEN CON SUS REGLAS HASTA QUE SE CIERREN.
       BAJA-PRODUCTO.
         PERFORM PEDIR-CODIGO.
         OPEN I-O FICHERO-PRD.
         IF WK-ESTADO-PRD = '35'
             DISPLAY 'NO HAY PRODUCTOS REGISTRADOS TODAVIA'
         ELSE
             MOVE WK-CODIGO TO PRD-CODIGO
             READ FICHERO-PRD
                 INVALID KEY
                     DISPLAY 'PRODUCTO NO ENCONTRADO'
                 NOT INVALID KEY
                     IF PRODUCTO-BAJA
                         DISPLAY 'EL PRODUCTO YA ESTA DADO DE BAJA'
                     ELSE
                         PERFORM PEDIR-AUTORIZACION
                         IF WK-AUTORIZADO = 'S'
                             MOVE 'B' TO PRD-ESTADO
                             MOVE P-OPERADOR TO PRD-OPERADOR
                             REWRITE REGISTRO-PRODUCTO
                             DISPLAY 'PRODUCTO ' PRD-CODIGO
                                 ' DADO DE BAJA'
                             MOVE 'BAJA PRODUCTO' TO WK-AUD-EVENTO
                             PERFORM GRABAR-AUDITORIA
                         END-IF
                     END-IF
             END-READ
             CLOSE FICHERO-PRD
         END-IF.
       LISTAR-PRODUCTOS.
         MOVE 'N' TO WK-FIN-FICHERO.
         OPEN INPUT FICHERO-PRD.
         IF WK-ESTADO-PRD NOT = '00'
             DISPLAY 'NO HAY PRODUCTOS REGISTRADOS TODAVIA'
         ELSE
             PERFORM UNTIL WK-FIN-FICHERO = 'S'
                 READ FICHERO-PRD NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-FICHERO
                     NOT AT END
                         PERFORM MOSTRAR-PRODUCTO
                 END-READ
             END-PERFORM
             CLOSE FICHERO-PRD
         END-IF.
       MOSTRAR-PRODUCTO.
         DISPLAY 'PRODUCTO: ' PRD-CODIGO ' ' PRD-DESCRIPCION
             ' TIPO BASE: ' PRD-TIPO-BASE ' ESTADO: ' PRD-ESTADO.
         DISPLAY '  APERTURA MINIMA: ' PRD-SALDO-APERTURA
             ' SALDO MINIMO: ' PRD-SALDO-MINIMO
             ' MONEDA: ' PRD-MONEDA.
         DISPLAY '  INTERES: ' PRD-DEVENGA ' ESCALA: '
             PRD-ESCALA-TASA ' MANTENIMIENTO: ' PRD-COMISION-MANT
             ' TALONARIO: ' PRD-TALONARIO
             ' DESCUBIERTO: ' PRD-DESCUBIERTO.
       CAPTURAR-PRODUCTO.
         DISPLAY 'DESCRIPCION DEL PRODUCTO'.
         ACCEPT PRD-DESCRIPCION.
         DISPLAY 'TIPO BASE'.
         DISPLAY '1. AHORRO'.
         DISPLAY '2. CORRIENTE'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT WK-TIPO-OPCION
             IF WK-TIPO-OPCION NOT NUMERIC
                 OR (WK-TIPO-OPCION NOT = 1 AND WK-TIPO-OPCION NOT = 2)
                 DISPLAY 'OPCION NO VALIDA'
             ELSE
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
         IF WK-TIPO-OPCION = 2
             MOVE 'C' TO PRD-TIPO-BASE
         ELSE
             MOVE 'A' TO PRD-TIPO-BASE
         END-IF.
         PERFORM CAPTURAR-REGLAS.
       CAPTURAR-REGLAS.
         DISPLAY 'SALDO MINIMO DE APERTURA'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT PRD-SALDO-APERTURA
             IF PRD-SALDO-APERTURA NOT NUMERIC
                 DISPLAY 'MONTO NO VALIDO'
             ELSE
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
         DISPLAY 'SALDO MINIMO A MANTENER (0 = SIN MINIMO)'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT PRD-SALDO-MINIMO
             IF PRD-SALDO-MINIMO NOT NUMERIC
                 DISPLAY 'MONTO NO VALIDO'
             ELSE
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
         DISPLAY 'DEVENGA INTERESES? (S/N)'.
         ACCEPT WK-RESPUESTA.
         IF WK-RESPUESTA = 'S'
             MOVE 'S' TO PRD-DEVENGA
             DISPLAY 'ESCALA DE TASAS.dat (ENTER = ESCALA GENERAL)'
             ACCEPT PRD-ESCALA-TASA
         ELSE
             MOVE 'N' TO PRD-DEVENGA
             MOVE SPACES TO PRD-ESCALA-TASA
         END-IF.
         DISPLAY 'PAGA COMISION DE MANTENIMIENTO? (S/N)'.
         ACCEPT WK-RESPUESTA.
         IF WK-RESPUESTA = 'S'
             MOVE 'S' TO PRD-COMISION-MANT
         ELSE
             MOVE 'N' TO PRD-COMISION-MANT
         END-IF.
      * TALONARIO Y DESCUBIERTO SOLO TIENEN SENTIDO EN PRODUCTOS DE
      * BASE CORRIENTE: EL RESTO DEL SISTEMA SIGUE TRATANDO EL AHORRO
      * COMO UNA CUENTA QUE NO BAJA DE CERO.
         MOVE 'N' TO PRD-TALONARIO.
         MOVE 'N' TO PRD-DESCUBIERTO.
         IF PRD-BASE-CORRIENTE
             DISPLAY 'ADMITE TALONARIO? (S/N)'
             ACCEPT WK-RESPUESTA
             IF WK-RESPUESTA = 'S'
                 MOVE 'S' TO PRD-TALONARIO
             END-IF
             DISPLAY 'ADMITE DESCUBIERTO? (S/N)'
             ACCEPT WK-RESPUESTA
             IF WK-RESPUESTA = 'S'
                 MOVE 'S' TO PRD-DESCUBIERTO
             END-IF
         END-IF.
         DISPLAY 'MONEDA POR DEFECTO (ENTER = EUR)'.
         ACCEPT PRD-MONEDA.
         IF PRD-MONEDA = SPACES
             MOVE 'EUR' TO PRD-MONEDA
         END-IF.
       END PROGRAM MANTENIMIENTO-PRODUCTOS.
