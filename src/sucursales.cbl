       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-SUCURSALES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-SUC ASSIGN TO '../data/SUCURSALES.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUC-CODIGO
               FILE STATUS IS WK-ESTADO-SUC.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-SUC.
           01 REGISTRO-SUCURSAL.
           COPY "sucreg.cpy".
           WORKING-STORAGE SECTION.
           01 WK-SALIR PIC X VALUE 'N'.
           01 WK-OPCION PIC 9 VALUE ZERO.
           01 WK-FIN-FICHERO PIC X VALUE 'N'.
           01 WK-ESTADO-SUC PIC XX VALUE '00'.
           01 WK-ENTRADA-VALIDA PIC X VALUE 'N'.
           01 WK-FECHA-NEGOCIO PIC 9(8) VALUE ZERO.
           01 WK-CODIGO PIC 9(3) VALUE ZERO.
           01 WK-SUCURSAL-EXISTE PIC X VALUE 'N'.
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
      * LAS SUCURSALES SE DAN DE ALTA, SE RENOMBRAN O SE DAN DE BAJA
      * CON APROBACION DE SUPERVISOR. LA BAJA SOLO IMPIDE ASIGNARLE
      * OPERADORES NUEVOS: LAS CUENTAS Y CAJAS QUE YA TIENE SIGUEN
      * TOTALIZANDO EN ELLA.
       PROCEDURE DIVISION USING P-OPCION P-OPERADOR.
           CALL "FECHA-NEGOCIO" USING WK-FECHA-NEGOCIO.
           PERFORM UNTIL WK-SALIR = 'S'
               DISPLAY 'MANTENIMIENTO DE SUCURSALES'
               DISPLAY '1. ALTA DE SUCURSAL'
               DISPLAY '2. MODIFICAR SUCURSAL'
               DISPLAY '3. BAJA DE SUCURSAL'
               DISPLAY '4. LISTAR SUCURSALES'
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
                       PERFORM ALTA-SUCURSAL
                   WHEN 2
                       PERFORM MODIFICAR-SUCURSAL
                   WHEN 3
                       PERFORM BAJA-SUCURSAL
                   WHEN 4
                       PERFORM LISTAR-SUCURSALES
                   WHEN 5
                       MOVE 'S' TO WK-SALIR
                   WHEN OTHER
                       DISPLAY 'OPCION NO VALIDA'
               END-EVALUATE
           END-PERFORM.
        GOBACK.
       PEDIR-CODIGO.
         DISPLAY 'CODIGO DE SUCURSAL (3 DIGITOS)'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT WK-CODIGO
             IF WK-CODIGO NOT NUMERIC OR WK-CODIGO = ZERO
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
         STRING 'SUCURSAL ' DELIMITED BY SIZE
                SUC-CODIGO DELIMITED BY SIZE
             INTO WK-AUD-RESULTADO.
         MOVE ZERO TO WK-CUENTA-AUD.
         CALL "REGISTRO-AUDITORIA" USING WK-AUD-EVENTO
             WK-CUENTA-AUD WK-AUD-RESULTADO P-OPERADOR.
       ALTA-SUCURSAL.
         PERFORM PEDIR-CODIGO.
         MOVE 'N' TO WK-SUCURSAL-EXISTE.
         OPEN I-O FICHERO-SUC.
         IF WK-ESTADO-SUC = '35'
             OPEN OUTPUT FICHERO-SUC
             CLOSE FICHERO-SUC
             OPEN I-O FICHERO-SUC
         END-IF.
         MOVE WK-CODIGO TO SUC-CODIGO.
         READ FICHERO-SUC
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE 'S' TO WK-SUCURSAL-EXISTE
         END-READ.
         IF WK-SUCURSAL-EXISTE = 'S'
             DISPLAY 'YA EXISTE UNA SUCURSAL CON ESE CODIGO'
         ELSE
             PERFORM PEDIR-AUTORIZACION
             IF WK-AUTORIZADO = 'S'
                 MOVE WK-CODIGO TO SUC-CODIGO
                 DISPLAY 'NOMBRE DE LA SUCURSAL'
                 ACCEPT SUC-NOMBRE
                 MOVE 'A' TO SUC-ESTADO
                 MOVE WK-FECHA-NEGOCIO TO SUC-FECHA-ALTA
                 MOVE P-OPERADOR TO SUC-OPERADOR
                 WRITE REGISTRO-SUCURSAL
                 DISPLAY 'SUCURSAL ' SUC-CODIGO ' DADA DE ALTA'
                 MOVE 'ALTA SUCURSAL' TO WK-AUD-EVENTO
                 PERFORM GRABAR-AUDITORIA
             END-IF
         END-IF.
         CLOSE FICHERO-SUC.
       MODIFICAR-SUCURSAL.
         PERFORM PEDIR-CODIGO.
         MOVE 'N' TO WK-SUCURSAL-EXISTE.
         OPEN I-O FICHERO-SUC.
         IF WK-ESTADO-SUC = '35'
             DISPLAY 'NO HAY SUCURSALES REGISTRADAS TODAVIA'
         ELSE
             MOVE WK-CODIGO TO SUC-CODIGO
             READ FICHERO-SUC
                 INVALID KEY
                     DISPLAY 'SUCURSAL NO ENCONTRADA'
                 NOT INVALID KEY
                     MOVE 'S' TO WK-SUCURSAL-EXISTE
             END-READ
             IF WK-SUCURSAL-EXISTE = 'S'
                 PERFORM MOSTRAR-SUCURSAL
                 PERFORM PEDIR-AUTORIZACION
                 IF WK-AUTORIZADO = 'S'
                     DISPLAY 'NUEVO NOMBRE DE LA SUCURSAL'
                     ACCEPT SUC-NOMBRE
                     DISPLAY 'ESTADO (A=ACTIVA, B=BAJA)'
                     ACCEPT SUC-ESTADO
                     IF NOT SUCURSAL-ACTIVA AND NOT SUCURSAL-BAJA
                         DISPLAY 'ESTADO NO VALIDO, SE DEJA ACTIVA'
                         MOVE 'A' TO SUC-ESTADO
                     END-IF
                     MOVE P-OPERADOR TO SUC-OPERADOR
                     REWRITE REGISTRO-SUCURSAL
                     DISPLAY 'SUCURSAL ' SUC-CODIGO ' MODIFICADA'
                     MOVE 'CAMBIO SUCURSAL' TO WK-AUD-EVENTO
                     PERFORM GRABAR-AUDITORIA
                 END-IF
             END-IF
             CLOSE FICHERO-SUC
         END-IF.
       BAJA-SUCURSAL.
         PERFORM PEDIR-CODIGO.
         OPEN I-O FICHERO-SUC.
         IF WK-ESTADO-SUC = '35'
             DISPLAY 'NO HAY SUCURSALES REGISTRADAS TODAVIA'
         ELSE
             MOVE WK-CODIGO TO SUC-CODIGO
             READ FICHERO-SUC
                 INVALID KEY
                     DISPLAY 'SUCURSAL NO ENCONTRADA'
                 NOT INVALID KEY
                     IF SUCURSAL-BAJA
                         DISPLAY 'LA SUCURSAL YA ESTA DADA DE BAJA'
                     ELSE
                         PERFORM PEDIR-AUTORIZACION
                         IF WK-AUTORIZADO = 'S'
                             MOVE 'B' TO SUC-ESTADO
                             MOVE P-OPERADOR TO SUC-OPERADOR
                             REWRITE REGISTRO-SUCURSAL
                             DISPLAY 'SUCURSAL ' SUC-CODIGO
                                 ' DADA DE BAJA'
                             MOVE 'BAJA SUCURSAL' TO WK-AUD-EVENTO
                             PERFORM GRABAR-AUDITORIA
                         END-IF
                     END-IF
             END-READ
             CLOSE FICHERO-SUC
         END-IF.
       LISTAR-SUCURSALES.
         MOVE 'N' TO WK-FIN-FICHERO.
         OPEN INPUT FICHERO-SUC.
         IF WK-ESTADO-SUC NOT = '00'
             DISPLAY 'NO HAY SUCURSALES REGISTRADAS TODAVIA'
         ELSE
             PERFORM UNTIL WK-FIN-FICHERO = 'S'
                 READ FICHERO-SUC NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-FICHERO
                     NOT AT END
                         PERFORM MOSTRAR-SUCURSAL
                 END-READ
             END-PERFORM
             CLOSE FICHERO-SUC
         END-IF.
       MOSTRAR-SUCURSAL.
         DISPLAY 'SUCURSAL: ' SUC-CODIGO ' ' SUC-NOMBRE
             ' ESTADO: ' SUC-ESTADO ' ALTA: ' SUC-FECHA-ALTA.
       END PROGRAM MANTENIMIENTO-SUCURSALES.
