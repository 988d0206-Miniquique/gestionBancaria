       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESTION-RETENIDAS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-INT ASSIGN TO '../data/INTERBANCARIO.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INT-ID
               FILE STATUS IS WK-ESTADO-INT.
           SELECT FICHERO-OPE ASSIGN TO '../data/OPERADORES.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WK-ESTADO-OPE.
           SELECT FICHERO-CTA ASSIGN TO '../data/CUENTAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CTA
               ALTERNATE RECORD KEY IS CLIENTE-ID-CTA
                   WITH DUPLICATES
               FILE STATUS IS WK-ESTADO-CTA.
           SELECT FICHERO-MOV ASSIGN TO '../data/MOVIMIENTOS.dat'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FICHERO-LOCK ASSIGN TO '../data/MOVIMIENTO.lck'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-LOCK.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-INT.
           01 REGISTRO-INTERB.
           COPY "interreg.cpy".
           FD FICHERO-OPE.
           01 REGISTRO-OPERADOR.
           COPY "operreg.cpy".
           FD FICHERO-CTA.
           01 REGISTRO-CTA.
           COPY "cuentareg.cpy"
               REPLACING ==NUMERO== BY ==NUMERO-CTA==
                         ==CLIENTE-ID== BY ==CLIENTE-ID-CTA==
                         ==SALDO== BY ==SALDO-CTA==
                         ==TIPO-CUENTA== BY ==TIPO-CUENTA-CTA==
                         ==ES-AHORRO== BY ==ES-AHORRO-CTA==
                         ==ES-CORRIENTE== BY ==ES-CORRIENTE-CTA==
                         ==FECHA-APERTURA== BY ==FECHA-APERTURA-CTA==
                         ==ESTADO== BY ==ESTADO-CTA==
                         ==CUENTA-ACTIVA== BY ==CUENTA-ACTIVA-CTA==
                         ==CUENTA-CERRADA== BY ==CUENTA-CERRADA-CTA==
                         ==CUENTA-DORMIDA== BY ==CUENTA-DORMIDA-CTA==
                         ==CUENTA-EMBARGADA== BY
                             ==CUENTA-EMBARGADA-CTA==
                         ==CUENTA-DEFUNCION== BY
                             ==CUENTA-DEFUNCION-CTA==
                         ==LIMITE-DESCUBIERTO== BY
                             ==LIMITE-DESCUBIERTO-CTA==
                         ==MONEDA== BY ==MONEDA-CTA==
                         ==PRODUCTO== BY ==PRODUCTO-CTA==
                         ==SUCURSAL== BY ==SUCURSAL-CTA==.
           FD FICHERO-MOV.
           01 REGISTRO-MOV.
           COPY "movreg.cpy".
           FD FICHERO-LOCK.
           01 LINEA-LOCK PIC X(7).
           WORKING-STORAGE SECTION.
           01 WK-SALIR PIC X VALUE 'N'.
           01 WK-OPCION PIC 9 VALUE ZERO.
           01 WK-FIN-FICHERO PIC X VALUE 'N'.
           01 WK-ENTRADA-VALIDA PIC X VALUE 'N'.
           01 WK-ESTADO-INT PIC XX VALUE '00'.
           01 WK-ESTADO-OPE PIC XX VALUE '00'.
           01 WK-ESTADO-CTA PIC XX VALUE '00'.
           01 WK-ESTADO-LOCK PIC XX.
           01 WK-LOCK-OCUPADO PIC X VALUE 'N'.
           01 WK-REVISOR-VALIDO PIC X VALUE 'N'.
           01 WK-INT-ID PIC 9(6) VALUE ZERO.
           01 WK-DECISION PIC X VALUE SPACE.
           01 WK-TOTAL-RETENIDAS PIC 9(6) VALUE ZERO.
           01 WK-FECHA-NEGOCIO PIC 9(8) VALUE ZERO.
           01 WK-NOMBRE-COTEJO PIC X(50) VALUE SPACES.
           01 WK-COINCIDE PIC X VALUE 'N'.
           01 WK-SAN-REFERENCIA PIC X(10) VALUE SPACES.
           01 WK-SAN-NOMBRE PIC X(50) VALUE SPACES.
           01 WK-AUD-EVENTO PIC X(20) VALUE SPACES.
           01 WK-AUD-RESULTADO PIC X(30) VALUE SPACES.
           LINKAGE SECTION.
           01 P-OPCION PIC 9(2).
           01 P-OPERADOR PIC 9(4).
      * PANTALLA DE CUMPLIMIENTO PARA LAS TRANSFERENCIAS A OTRO BANCO
      * QUE ENVIO-INTERBANCARIO RETUVO POR COINCIDIR CON LA LISTA DE
      * SANCIONES. SOLO UN SUPERVISOR O ADMINISTRADOR ACTIVO PUEDE
      * RESOLVERLAS: LIBERAR LA ORDEN (SALE EN EL SIGUIENTE ENVIO) O
      * RECHAZARLA, EN CUYO CASO SE DEVUELVE EL IMPORTE A LA CUENTA
      * DE ORIGEN CON UN ABONO DEVOL-TR COMO CUANDO LA DEVUELVE EL
      * OTRO BANCO.
       PROCEDURE DIVISION USING P-OPCION P-OPERADOR.
           CALL "FECHA-NEGOCIO" USING WK-FECHA-NEGOCIO.
           PERFORM COMPROBAR-REVISOR.
           IF WK-REVISOR-VALIDO NOT = 'S'
               DISPLAY 'SOLO UN SUPERVISOR O ADMINISTRADOR PUEDE '
                   'RESOLVER ORDENES RETENIDAS'
           ELSE
               PERFORM UNTIL WK-SALIR = 'S'
                   DISPLAY 'TRANSFERENCIAS RETENIDAS POR SANCIONES'
                   DISPLAY '1. LISTAR ORDENES RETENIDAS'
                   DISPLAY '2. LIBERAR O RECHAZAR UNA ORDEN'
                   DISPLAY '3. VOLVER'
                   MOVE 'N' TO WK-ENTRADA-VALIDA
                   PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
                       ACCEPT WK-OPCION
                       IF WK-OPCION NOT NUMERIC
                           DISPLAY 'OPCION NO VALIDA, INGRESE UN '
                               'NUMERO'
                       ELSE
                           MOVE 'S' TO WK-ENTRADA-VALIDA
                       END-IF
                   END-PERFORM
                   EVALUATE WK-OPCION
                       WHEN 1
                           PERFORM LISTAR-RETENIDAS
                       WHEN 2
                           PERFORM RESOLVER-ORDEN
                       WHEN 3
                           MOVE 'S' TO WK-SALIR
                       WHEN OTHER
                           DISPLAY 'OPCION NO VALIDA'
                   END-EVALUATE
               END-PERFORM
           END-IF.
        GOBACK.
       COMPROBAR-REVISOR.
         MOVE 'N' TO WK-REVISOR-VALIDO.
         OPEN INPUT FICHERO-OPE.
         IF WK-ESTADO-OPE = '00'
             MOVE P-OPERADOR TO OPER-ID
             READ FICHERO-OPE
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     IF OPERADOR-ACTIVO
                         AND (ROL-SUPERVISOR OR ROL-ADMINISTRADOR)
                         MOVE 'S' TO WK-REVISOR-VALIDO
                     END-IF
             END-READ
             CLOSE FICHERO-OPE
         END-IF.
       LISTAR-RETENIDAS.
         MOVE ZERO TO WK-TOTAL-RETENIDAS.
         MOVE 'N' TO WK-FIN-FICHERO.
         OPEN INPUT FICHERO-INT.
         IF WK-ESTADO-INT NOT = '00'
             DISPLAY 'NO HAY ORDENES INTERBANCARIAS REGISTRADAS '
                 'TODAVIA'
         ELSE
             PERFORM UNTIL WK-FIN-FICHERO = 'S'
                 READ FICHERO-INT NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-FICHERO
                     NOT AT END
                         IF INTERB-RETENIDO
                             ADD 1 TO WK-TOTAL-RETENIDAS
                             PERFORM MOSTRAR-ORDEN
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE FICHERO-INT
             DISPLAY 'ORDENES RETENIDAS: ' WK-TOTAL-RETENIDAS
         END-IF.
       MOSTRAR-ORDEN.
         DISPLAY 'ORDEN: ' INT-ID ' CUENTA: ' INT-CUENTA
             ' BANCO: ' INT-BANCO ' FECHA: ' INT-FECHA.
         DISPLAY '  BENEFICIARIO: ' INT-REFERENCIA
             ' IMPORTE: ' INT-IMPORTE.
         MOVE INT-REFERENCIA TO WK-NOMBRE-COTEJO.
         CALL "COTEJAR-SANCIONES" USING WK-NOMBRE-COTEJO WK-COINCIDE
             WK-SAN-REFERENCIA WK-SAN-NOMBRE.
         IF WK-COINCIDE = 'S'
             DISPLAY '  COINCIDE CON: ' WK-SAN-REFERENCIA ' '
                 WK-SAN-NOMBRE
         ELSE
             DISPLAY '  YA NO COINCIDE CON LA LISTA ACTUAL'
         END-IF.
       RESOLVER-ORDEN.
         DISPLAY 'NUMERO DE ORDEN'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT WK-INT-ID
             IF WK-INT-ID NOT NUMERIC OR WK-INT-ID = ZERO
                 DISPLAY 'NUMERO DE ORDEN NO VALIDO'
             ELSE
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
         PERFORM OBTENER-LOCK.
         IF WK-LOCK-OCUPADO = 'S'
             DISPLAY 'OTRO MOVIMIENTO ESTA EN CURSO, INTENTE '
                 'DE NUEVO EN UN MOMENTO'
         ELSE
             OPEN I-O FICHERO-INT
             IF WK-ESTADO-INT NOT = '00'
                 DISPLAY 'NO HAY ORDENES INTERBANCARIAS REGISTRADAS '
                     'TODAVIA'
             ELSE
                 MOVE WK-INT-ID TO INT-ID
                 READ FICHERO-INT
                     INVALID KEY
                         DISPLAY 'ORDEN NO ENCONTRADA'
                     NOT INVALID KEY
                         IF INTERB-RETENIDO
                             PERFORM DECIDIR-ORDEN
                         ELSE
                             DISPLAY 'LA ORDEN NO ESTA RETENIDA'
                         END-IF
                 END-READ
                 CLOSE FICHERO-INT
             END-IF
             PERFORM LIBERAR-LOCK
         END-IF.
       DECIDIR-ORDEN.
         PERFORM MOSTRAR-ORDEN.
         DISPLAY 'L = LIBERAR, R = RECHAZAR Y DEVOLVER, '
             'OTRA = VOLVER'.
         ACCEPT WK-DECISION.
         EVALUATE WK-DECISION
             WHEN 'L'
                 MOVE 'L' TO INT-ESTADO
                 REWRITE REGISTRO-INTERB
                 DISPLAY 'ORDEN LIBERADA, SALE EN EL PROXIMO ENVIO'
                 MOVE 'ORDEN LIBERADA' TO WK-AUD-EVENTO
                 MOVE 'LIBERADA POR CUMPLIMIENTO' TO WK-AUD-RESULTADO
                 CALL "REGISTRO-AUDITORIA" USING WK-AUD-EVENTO
                     INT-CUENTA WK-AUD-RESULTADO P-OPERADOR
             WHEN 'R'
                 PERFORM DEVOLVER-IMPORTE
             WHEN OTHER
                 DISPLAY 'LA ORDEN SIGUE RETENIDA'
         END-EVALUATE.
       DEVOLVER-IMPORTE.
         OPEN I-O FICHERO-CTA.
         IF WK-ESTADO-CTA NOT = '00'
             DISPLAY 'NO SE PUEDE ABRIR CUENTAS.dat'
         ELSE
             MOVE INT-CUENTA TO NUMERO-CTA
             READ FICHERO-CTA
                 INVALID KEY
                     DISPLAY 'LA CUENTA DE ORIGEN NO EXISTE'
                 NOT INVALID KEY
                     PERFORM REABONAR-ORIGEN
             END-READ
             CLOSE FICHERO-CTA
         END-IF.
       REABONAR-ORIGEN.
         ADD INT-IMPORTE TO SALDO-CTA.
         REWRITE REGISTRO-CTA.
         OPEN EXTEND FICHERO-MOV.
         MOVE NUMERO-CTA TO MOV-NUMERO-CUENTA.
         MOVE 'DEVOL-TR' TO MOV-TIPO.
         MOVE INT-IMPORTE TO MOV-IMPORTE.
         MOVE SALDO-CTA TO MOV-SALDO.
         MOVE WK-FECHA-NEGOCIO TO MOV-FECHA.
         MOVE ZERO TO MOV-CUENTA-CONTRA.
         MOVE P-OPERADOR TO MOV-OPERADOR.
         MOVE ZERO TO MOV-TASA-CAMBIO.
         CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV SUCURSAL-CTA.
         WRITE REGISTRO-MOV.
         CALL "GRABAR-MOVIMIENTO-IDX" USING REGISTRO-MOV.
         CLOSE FICHERO-MOV.
         MOVE 'D' TO INT-ESTADO.
         REWRITE REGISTRO-INTERB.
         DISPLAY 'ORDEN RECHAZADA, IMPORTE DEVUELTO A LA CUENTA '
             NUMERO-CTA.
         MOVE 'ORDEN RECHAZADA' TO WK-AUD-EVENTO.
         MOVE 'DEVUELTA POR SANCIONES' TO WK-AUD-RESULTADO.
         CALL "REGISTRO-AUDITORIA" USING WK-AUD-EVENTO
             INT-CUENTA WK-AUD-RESULTADO P-OPERADOR.
       OBTENER-LOCK.
         MOVE 'N' TO WK-LOCK-OCUPADO.
         OPEN INPUT FICHERO-LOCK.
         IF WK-ESTADO-LOCK = '00'
             READ FICHERO-LOCK
                 AT END
                     CONTINUE
                 NOT AT END
                     IF LINEA-LOCK = 'OCUPADO'
                         OR LINEA-LOCK = 'CIERRE'
                         MOVE 'S' TO WK-LOCK-OCUPADO
                     END-IF
             END-READ
             CLOSE FICHERO-LOCK
         END-IF.
         IF WK-LOCK-OCUPADO = 'N'
             MOVE 'OCUPADO' TO LINEA-LOCK
             OPEN OUTPUT FICHERO-LOCK
             WRITE LINEA-LOCK
             CLOSE FICHERO-LOCK
         END-IF.
       LIBERAR-LOCK.
         MOVE 'LIBRE' TO LINEA-LOCK.
         OPEN OUTPUT FICHERO-LOCK.
         WRITE LINEA-LOCK.
         CLOSE FICHERO-LOCK.
       END PROGRAM GESTION-RETENIDAS.
