       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENIMIENTO-DOMICILIACIONES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-DOM ASSIGN TO '../data/DOMICILIACIONES.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOM-CLAVE
               FILE STATUS IS WK-ESTADO-DOM.
           SELECT FICHERO ASSIGN TO '../data/CUENTAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO
               ALTERNATE RECORD KEY IS CLIENTE-ID-CTA
                   WITH DUPLICATES
               FILE STATUS IS WK-ESTADO-FICHERO.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-DOM.
           01 REGISTRO-DOMICILIACION.
           COPY "domireg.cpy".
           FD FICHERO.
           01 REGISTRO.
           COPY "cuentareg.cpy"
               REPLACING ==CLIENTE-ID== BY ==CLIENTE-ID-CTA==.
           WORKING-STORAGE SECTION.
           01 WK-SALIR PIC X VALUE 'N'.
           01 WK-OPCION PIC 9 VALUE ZERO.
           01 WK-FIN-FICHERO PIC X VALUE 'N'.
           01 WK-ESTADO-DOM PIC XX VALUE '00'.
           01 WK-ESTADO-FICHERO PIC XX VALUE '00'.
           01 WK-ENTRADA-VALIDA PIC X VALUE 'N'.
           01 WK-FECHA-NEGOCIO PIC 9(8) VALUE ZERO.
           01 WK-EMISOR PIC X(6) VALUE SPACES.
           01 WK-REFERENCIA PIC X(20) VALUE SPACES.
           01 WK-CUENTA-VALIDA PIC X VALUE 'N'.
           01 WK-MANDATO-EXISTE PIC X VALUE 'N'.
           01 WK-CUENTA-PEDIDA PIC 9(6) VALUE ZERO.
           01 WK-CLIENTE-CUENTA PIC 9(6) VALUE ZERO.
           01 WK-AUD-EVENTO PIC X(20) VALUE SPACES.
           01 WK-AUD-RESULTADO PIC X(30) VALUE SPACES.
           LINKAGE SECTION.
           01 P-OPCION PIC 9(2).
           01 P-OPERADOR PIC 9(4).
       PROCEDURE DIVISION USING P-OPCION P-OPERADOR.
           CALL "FECHA-NEGOCIO" USING WK-FECHA-NEGOCIO.
           PERFORM UNTIL WK-SALIR = 'S'
               DISPLAY 'DOMICILIACIONES'
               DISPLAY '1. ALTA DE MANDATO'
               DISPLAY '2. BAJA DE MANDATO'
               DISPLAY '3. LISTAR MANDATOS'
               DISPLAY '4. VOLVER'
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
                       PERFORM ALTA-DOMICILIACION
                   WHEN 2
                       PERFORM BAJA-DOMICILIACION
                   WHEN 3
                       PERFORM LISTAR-DOMICILIACIONES
                   WHEN 4
                       MOVE 'S' TO WK-SALIR
                   WHEN OTHER
                       DISPLAY 'OPCION NO VALIDA'
               END-EVALUATE
           END-PERFORM.
        GOBACK.
       PEDIR-CLAVE-MANDATO.
         DISPLAY 'CODIGO DEL EMISOR'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT WK-EMISOR
             IF WK-EMISOR = SPACES
                 DISPLAY 'CODIGO DE EMISOR NO VALIDO'
             ELSE
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
         DISPLAY 'REFERENCIA DEL CLIENTE EN EL EMISOR'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT WK-REFERENCIA
             IF WK-REFERENCIA = SPACES
                 DISPLAY 'REFERENCIA NO VALIDA'
             ELSE
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
      * LA CUENTA A CARGAR TIENE QUE EXISTIR Y NO ESTAR CERRADA; SI
      * ESTA DORMIDA O EMBARGADA EL MANDATO SE ACEPTA IGUAL Y ES EL
      * LOTE DE COBRO EL QUE RECHAZA CADA CARGO MIENTRAS DURE.
       VALIDAR-CUENTA-PEDIDA.
         MOVE 'N' TO WK-CUENTA-VALIDA.
         OPEN INPUT FICHERO.
         IF WK-ESTADO-FICHERO = '35'
             DISPLAY 'NO HAY CUENTAS REGISTRADAS TODAVIA'
         ELSE
             MOVE WK-CUENTA-PEDIDA TO NUMERO
             READ FICHERO
                 INVALID KEY
                     DISPLAY 'CUENTA NO ENCONTRADA'
                 NOT INVALID KEY
                     IF ESTADO = 'C'
                         DISPLAY 'LA CUENTA ESTA CERRADA'
                     ELSE
                         MOVE CLIENTE-ID-CTA TO WK-CLIENTE-CUENTA
                         MOVE 'S' TO WK-CUENTA-VALIDA
                     END-IF
             END-READ
             CLOSE FICHERO
         END-IF.
       ALTA-DOMICILIACION.
         PERFORM PEDIR-CLAVE-MANDATO.
         MOVE 'N' TO WK-MANDATO-EXISTE.
         OPEN I-O FICHERO-DOM.
         IF WK-ESTADO-DOM = '35'
             OPEN OUTPUT FICHERO-DOM
             PERFORM CAPTURAR-DOMICILIACION
         ELSE
             MOVE WK-EMISOR TO DOM-EMISOR
             MOVE WK-REFERENCIA TO DOM-REFERENCIA
             READ FICHERO-DOM
                 INVALID KEY
                     PERFORM CAPTURAR-DOMICILIACION
                 NOT INVALID KEY
                     IF DOMICILIACION-ACTIVA
                         DISPLAY 'YA EXISTE UN MANDATO ACTIVO PARA '
                             'ESE EMISOR Y REFERENCIA'
                     ELSE
                         MOVE 'S' TO WK-MANDATO-EXISTE
                         PERFORM CAPTURAR-DOMICILIACION
                     END-IF
             END-READ
         END-IF.
         CLOSE FICHERO-DOM.
      * UN MANDATO DADO DE BAJA PUEDE VOLVER A DARSE DE ALTA CON LA
      * MISMA CLAVE: SE REESCRIBE EL REGISTRO CON LOS DATOS NUEVOS.
       CAPTURAR-DOMICILIACION.
         DISPLAY 'CUENTA A CARGAR'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT WK-CUENTA-PEDIDA
             IF WK-CUENTA-PEDIDA NOT NUMERIC
                 OR WK-CUENTA-PEDIDA = ZERO
                 DISPLAY 'NUMERO DE CUENTA NO VALIDO'
             ELSE
                 PERFORM VALIDAR-CUENTA-PEDIDA
                 IF WK-CUENTA-VALIDA = 'S'
                     MOVE 'S' TO WK-ENTRADA-VALIDA
                 END-IF
             END-IF
         END-PERFORM.
         MOVE WK-CUENTA-PEDIDA TO DOM-CUENTA.
         MOVE WK-CLIENTE-CUENTA TO DOM-CLIENTE-ID.
         DISPLAY 'IMPORTE MAXIMO POR COBRO (0 = SIN TOPE)'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT DOM-IMPORTE-MAXIMO
             IF DOM-IMPORTE-MAXIMO NOT NUMERIC
                 DISPLAY 'IMPORTE NO VALIDO'
             ELSE
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
         MOVE WK-EMISOR TO DOM-EMISOR.
         MOVE WK-REFERENCIA TO DOM-REFERENCIA.
         MOVE 'A' TO DOM-ESTADO.
         MOVE WK-FECHA-NEGOCIO TO DOM-FECHA-ALTA.
         MOVE ZERO TO DOM-FECHA-BAJA.
         MOVE ZERO TO DOM-ULTIMO-COBRO.
         MOVE P-OPERADOR TO DOM-OPERADOR.
         IF WK-MANDATO-EXISTE = 'S'
             REWRITE REGISTRO-DOMICILIACION
         ELSE
             WRITE REGISTRO-DOMICILIACION
         END-IF.
         DISPLAY 'MANDATO DADO DE ALTA'.
         MOVE 'ALTA DOMICILIACION' TO WK-AUD-EVENTO.
         MOVE SPACES TO WK-AUD-RESULTADO.
         STRING 'EMISOR ' DELIMITED BY SIZE
                DOM-EMISOR DELIMITED BY SIZE
             INTO WK-AUD-RESULTADO.
         CALL "REGISTRO-AUDITORIA" USING WK-AUD-EVENTO
             DOM-CUENTA WK-AUD-RESULTADO P-OPERADOR.
       BAJA-DOMICILIACION.
         PERFORM PEDIR-CLAVE-MANDATO.
         OPEN I-O FICHERO-DOM.
         IF WK-ESTADO-DOM = '35'
             DISPLAY 'NO HAY MANDATOS REGISTRADOS TODAVIA'
         ELSE
             MOVE WK-EMISOR TO DOM-EMISOR
             MOVE WK-REFERENCIA TO DOM-REFERENCIA
             READ FICHERO-DOM
                 INVALID KEY
                     DISPLAY 'MANDATO NO ENCONTRADO'
                 NOT INVALID KEY
                     IF DOMICILIACION-BAJA
                         DISPLAY 'EL MANDATO YA ESTA DADO DE BAJA'
                     ELSE
                         MOVE 'B' TO DOM-ESTADO
                         MOVE WK-FECHA-NEGOCIO TO DOM-FECHA-BAJA
                         REWRITE REGISTRO-DOMICILIACION
                         DISPLAY 'MANDATO DADO DE BAJA'
                         MOVE 'BAJA DOMICILIACION' TO WK-AUD-EVENTO
                         MOVE SPACES TO WK-AUD-RESULTADO
                         STRING 'EMISOR ' DELIMITED BY SIZE
                                DOM-EMISOR DELIMITED BY SIZE
                             INTO WK-AUD-RESULTADO
                         CALL "REGISTRO-AUDITORIA" USING
                             WK-AUD-EVENTO DOM-CUENTA
                             WK-AUD-RESULTADO P-OPERADOR
                     END-IF
             END-READ
             CLOSE FICHERO-DOM
         END-IF.
       LISTAR-DOMICILIACIONES.
         MOVE 'N' TO WK-FIN-FICHERO.
         OPEN INPUT FICHERO-DOM.
         IF WK-ESTADO-DOM = '35'
             DISPLAY 'NO HAY MANDATOS REGISTRADOS TODAVIA'
         ELSE
             PERFORM UNTIL WK-FIN-FICHERO = 'S'
                 READ FICHERO-DOM NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-FICHERO
                     NOT AT END
                         DISPLAY 'EMISOR: ' DOM-EMISOR
                             ' REF: ' DOM-REFERENCIA
                             ' CUENTA: ' DOM-CUENTA
                             ' ESTADO: ' DOM-ESTADO
                         DISPLAY '   TOPE: ' DOM-IMPORTE-MAXIMO
                             ' ALTA: ' DOM-FECHA-ALTA
                             ' BAJA: ' DOM-FECHA-BAJA
                             ' ULTIMO COBRO: ' DOM-ULTIMO-COBRO
                 END-READ
             END-PERFORM
             CLOSE FICHERO-DOM
         END-IF.
       END PROGRAM MANTENIMIENTO-DOMICILIACIONES.
