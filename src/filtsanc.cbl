       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILTRO-SANCIONES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-CLI ASSIGN TO '../data/CLIENTES.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-ID
               FILE STATUS IS WK-ESTADO-CLI.
           SELECT FICHERO-CTA ASSIGN TO '../data/CUENTAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CTA
               ALTERNATE RECORD KEY IS CLIENTE-ID-CTA
                   WITH DUPLICATES
               FILE STATUS IS WK-ESTADO-CTA.
           SELECT FICHERO-TIT ASSIGN TO '../data/TITULARES.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CLAVE
               ALTERNATE RECORD KEY IS TIT-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WK-ESTADO-TIT.
           SELECT FICHERO-REP ASSIGN TO WK-NOMBRE-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-CLI.
           01 REGISTRO-CLIENTE.
           COPY "clientereg.cpy".
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
           FD FICHERO-TIT.
           01 REGISTRO-TIT.
           COPY "titreg.cpy".
           FD FICHERO-REP.
           01 LINEA-REP PIC X(80).
           WORKING-STORAGE SECTION.
           01 WK-FIN-FICHERO PIC X VALUE 'N'.
           01 WK-FIN-CTA PIC X VALUE 'N'.
           01 WK-FIN-TIT PIC X VALUE 'N'.
           01 WK-ESTADO-CLI PIC XX VALUE '00'.
           01 WK-ESTADO-CTA PIC XX VALUE '00'.
           01 WK-ESTADO-TIT PIC XX VALUE '00'.
           01 WK-CTA-ABIERTO PIC X VALUE 'N'.
           01 WK-TIT-ABIERTO PIC X VALUE 'N'.
           01 WK-FECHA-HOY PIC 9(8) VALUE ZERO.
           01 WK-NOMBRE-REPORTE PIC X(40) VALUE SPACES.
           01 WK-NOMBRE-COTEJO PIC X(50) VALUE SPACES.
           01 WK-COINCIDE PIC X VALUE 'N'.
           01 WK-SAN-REFERENCIA PIC X(10) VALUE SPACES.
           01 WK-SAN-NOMBRE PIC X(50) VALUE SPACES.
           01 WK-TOTAL-REVISADOS PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-COINCIDENCIAS PIC 9(6) VALUE ZERO.
           01 WK-AUD-EVENTO PIC X(20) VALUE SPACES.
           01 WK-AUD-CUENTA PIC 9(6) VALUE ZERO.
           01 WK-AUD-RESULTADO PIC X(30) VALUE SPACES.
           01 WK-AUD-OPERADOR PIC 9(4) VALUE ZERO.
           01 WK-LOT-PROGRAMA PIC X(24) VALUE 'FILTRO-SANCIONES'.
           01 WK-LOT-HORA-INICIO PIC 9(8) VALUE ZERO.
           01 WK-LOT-RECHAZADOS PIC 9(6) VALUE ZERO.
           01 WK-LOT-ESTADO PIC X(2) VALUE 'OK'.
           01 LINEA-TITULO.
               05 FILLER PIC X(40) VALUE
                   'POSIBLES COINCIDENCIAS CON SANCIONES AL '.
               05 LT-FECHA PIC 9(8).
           01 LINEA-DETALLE.
               05 FILLER PIC X(9) VALUE 'CLIENTE: '.
               05 LD-CLIENTE PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LD-NOMBRE PIC X(50).
           01 LINEA-LISTA.
               05 FILLER PIC X(9) VALUE '  LISTA: '.
               05 LL-REFERENCIA PIC X(10).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LL-NOMBRE PIC X(50).
           01 LINEA-CUENTA.
               05 FILLER PIC X(10) VALUE '  CUENTA: '.
               05 LC-CUENTA PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LC-ROL PIC X(9).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LC-ESTADO PIC X(1).
           01 LINEA-TOTALES.
               05 FILLER PIC X(20)
                   VALUE 'CLIENTES REVISADOS: '.
               05 LT-REVISADOS PIC Z(5)9.
               05 FILLER PIC X(28)
                   VALUE '  POSIBLES COINCIDENCIAS:   '.
               05 LT-COINCIDENCIAS PIC Z(5)9.
      * PROCESO SEMANAL: COTEJA EL NOMBRE DE TODOS LOS CLIENTES DE
      * CLIENTES.dat CON LA LISTA DE SANCIONES VIGENTE (SANCIONES.txt)
      * MEDIANTE COTEJAR-SANCIONES, QUE ADMITE PEQUENAS DIFERENCIAS DE
      * ESCRITURA Y DE ORDEN DE LAS PALABRAS. LOS COTITULARES TAMBIEN
      * SON CLIENTES, ASI QUE QUEDAN CUBIERTOS: DE CADA POSIBLE
      * COINCIDENCIA SE LISTAN LAS CUENTAS DONDE ES TITULAR (MAESTRO
      * DE CUENTAS) Y DONDE ES COTITULAR (TITULARES.dat) PARA QUE
      * CUMPLIMIENTO LA REVISE. SOLO LEE, NO BLOQUEA NI TOCA CUENTAS.
       PROCEDURE DIVISION.
           ACCEPT WK-LOT-HORA-INICIO FROM TIME.
           CALL "FECHA-NEGOCIO" USING WK-FECHA-HOY.
           MOVE SPACES TO WK-NOMBRE-REPORTE.
           STRING '../data/SANCIONES_' DELIMITED BY SIZE
                  WK-FECHA-HOY DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WK-NOMBRE-REPORTE.
           OPEN INPUT FICHERO-CLI.
           IF WK-ESTADO-CLI = '35'
               DISPLAY 'NO HAY CLIENTES REGISTRADOS TODAVIA'
           ELSE
               OPEN INPUT FICHERO-CTA
               IF WK-ESTADO-CTA = '00'
                   MOVE 'S' TO WK-CTA-ABIERTO
               END-IF
               OPEN INPUT FICHERO-TIT
               IF WK-ESTADO-TIT = '00'
                   MOVE 'S' TO WK-TIT-ABIERTO
               END-IF
               PERFORM REVISAR-CLIENTES
               IF WK-TIT-ABIERTO = 'S'
                   CLOSE FICHERO-TIT
               END-IF
               IF WK-CTA-ABIERTO = 'S'
                   CLOSE FICHERO-CTA
               END-IF
               CLOSE FICHERO-CLI
           END-IF.
           CALL "REGISTRO-LOTE" USING WK-LOT-PROGRAMA
               WK-LOT-HORA-INICIO WK-TOTAL-REVISADOS
               WK-TOTAL-COINCIDENCIAS WK-LOT-RECHAZADOS WK-LOT-ESTADO.
           STOP RUN.
       REVISAR-CLIENTES.
         MOVE 'N' TO WK-FIN-FICHERO.
         OPEN OUTPUT FICHERO-REP.
         MOVE WK-FECHA-HOY TO LT-FECHA.
         MOVE LINEA-TITULO TO LINEA-REP.
         WRITE LINEA-REP.
         PERFORM UNTIL WK-FIN-FICHERO = 'S'
             READ FICHERO-CLI NEXT RECORD
                 AT END
                     MOVE 'S' TO WK-FIN-FICHERO
                 NOT AT END
                     ADD 1 TO WK-TOTAL-REVISADOS
                     PERFORM REVISAR-CLIENTE
             END-READ
         END-PERFORM.
         MOVE WK-TOTAL-REVISADOS TO LT-REVISADOS.
         MOVE WK-TOTAL-COINCIDENCIAS TO LT-COINCIDENCIAS.
         MOVE LINEA-TOTALES TO LINEA-REP.
         WRITE LINEA-REP.
         CLOSE FICHERO-REP.
         DISPLAY 'CLIENTES REVISADOS: ' WK-TOTAL-REVISADOS.
         DISPLAY 'POSIBLES COINCIDENCIAS: ' WK-TOTAL-COINCIDENCIAS.
         DISPLAY 'REPORTE EN ' WK-NOMBRE-REPORTE.
       REVISAR-CLIENTE.
         MOVE CLIENTE-NOMBRE TO WK-NOMBRE-COTEJO.
         CALL "COTEJAR-SANCIONES" USING WK-NOMBRE-COTEJO WK-COINCIDE
             WK-SAN-REFERENCIA WK-SAN-NOMBRE.
         IF WK-COINCIDE = 'S'
             ADD 1 TO WK-TOTAL-COINCIDENCIAS
             MOVE CLIENTE-ID TO LD-CLIENTE
             MOVE CLIENTE-NOMBRE TO LD-NOMBRE
             MOVE LINEA-DETALLE TO LINEA-REP
             WRITE LINEA-REP
             MOVE WK-SAN-REFERENCIA TO LL-REFERENCIA
             MOVE WK-SAN-NOMBRE TO LL-NOMBRE
             MOVE LINEA-LISTA TO LINEA-REP
             WRITE LINEA-REP
             PERFORM LISTAR-CUENTAS-TITULAR
             PERFORM LISTAR-CUENTAS-COTITULAR
             MOVE 'ALERTA SANCIONES' TO WK-AUD-EVENTO
             MOVE SPACES TO WK-AUD-RESULTADO
             STRING 'CLI ' DELIMITED BY SIZE
                    CLIENTE-ID DELIMITED BY SIZE
                    ' LISTA ' DELIMITED BY SIZE
                    WK-SAN-REFERENCIA DELIMITED BY SIZE
                 INTO WK-AUD-RESULTADO
             CALL "REGISTRO-AUDITORIA" USING WK-AUD-EVENTO
                 WK-AUD-CUENTA WK-AUD-RESULTADO WK-AUD-OPERADOR
         END-IF.
       LISTAR-CUENTAS-TITULAR.
         IF WK-CTA-ABIERTO = 'S'
             MOVE 'N' TO WK-FIN-CTA
             MOVE CLIENTE-ID TO CLIENTE-ID-CTA
             START FICHERO-CTA KEY IS = CLIENTE-ID-CTA
                 INVALID KEY
                     MOVE 'S' TO WK-FIN-CTA
             END-START
             PERFORM UNTIL WK-FIN-CTA = 'S'
                 READ FICHERO-CTA NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-CTA
                     NOT AT END
                         IF CLIENTE-ID-CTA NOT = CLIENTE-ID
                             MOVE 'S' TO WK-FIN-CTA
                         ELSE
                             MOVE NUMERO-CTA TO LC-CUENTA
                             MOVE 'TITULAR' TO LC-ROL
                             MOVE ESTADO-CTA TO LC-ESTADO
                             MOVE LINEA-CUENTA TO LINEA-REP
                             WRITE LINEA-REP
                         END-IF
                 END-READ
             END-PERFORM
         END-IF.
       LISTAR-CUENTAS-COTITULAR.
         IF WK-TIT-ABIERTO = 'S'
             MOVE 'N' TO WK-FIN-TIT
             MOVE CLIENTE-ID TO TIT-CLIENTE
             START FICHERO-TIT KEY IS = TIT-CLIENTE
                 INVALID KEY
                     MOVE 'S' TO WK-FIN-TIT
             END-START
             PERFORM UNTIL WK-FIN-TIT = 'S'
                 READ FICHERO-TIT NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-TIT
                     NOT AT END
                         IF TIT-CLIENTE NOT = CLIENTE-ID
                             MOVE 'S' TO WK-FIN-TIT
                         ELSE
                             IF TIT-COTITULAR
                                 PERFORM MOSTRAR-CUENTA-COTITULAR
                             END-IF
                         END-IF
                 END-READ
             END-PERFORM
         END-IF.
       MOSTRAR-CUENTA-COTITULAR.
         MOVE TIT-CUENTA TO LC-CUENTA.
         MOVE 'COTITULAR' TO LC-ROL.
         MOVE SPACE TO LC-ESTADO.
         IF WK-CTA-ABIERTO = 'S'
             MOVE TIT-CUENTA TO NUMERO-CTA
             READ FICHERO-CTA
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     MOVE ESTADO-CTA TO LC-ESTADO
             END-READ
         END-IF.
         MOVE LINEA-CUENTA TO LINEA-REP.
         WRITE LINEA-REP.
       END PROGRAM FILTRO-SANCIONES.
