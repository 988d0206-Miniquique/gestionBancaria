       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRO-DOMICILIACIONES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-ENT ASSIGN TO '../data/DOMI_ENTRADA.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-ENT.
           SELECT FICHERO-DOM ASSIGN TO '../data/DOMICILIACIONES.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOM-CLAVE
               FILE STATUS IS WK-ESTADO-DOM.
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
           SELECT FICHERO-RES ASSIGN TO '../data/DOMI_RESULTADO.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-RES.
           SELECT FICHERO-DEV ASSIGN TO WK-NOMBRE-SALIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-DEV.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-ENT.
      * LAYOUT FIJO DEL FICHERO DE COBROS PACTADO CON LOS EMISORES:
      * EL EMISOR, LA REFERENCIA DEL CLIENTE EN EL EMISOR (CLAVE DEL
      * MANDATO), EL NUMERO DE FACTURA, EL IMPORTE Y LA FECHA DE LA
      * FACTURA. PUEDEN VENIR LINEAS DE VARIOS EMISORES MEZCLADAS.
           01 REGISTRO-ENT.
               05 ENT-EMISOR PIC X(6).
               05 ENT-REFERENCIA PIC X(20).
               05 ENT-FACTURA PIC X(12).
               05 ENT-IMPORTE PIC 9(7)V99.
               05 ENT-FECHA PIC 9(8).
           FD FICHERO-DOM.
           01 REGISTRO-DOMICILIACION.
           COPY "domireg.cpy".
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
      * RESULTADO DE TODAS LAS LINEAS DEL DIA, EN EL MISMO FORMATO
      * QUE LAS DEVOLUCIONES; DE AQUI SE SACA DESPUES UN FICHERO DE
      * DEVOLUCION POR EMISOR.
           FD FICHERO-RES.
           01 LINEA-RESULTADO.
               05 RES-TIPO PIC X(1).
               05 RES-EMISOR PIC X(6).
               05 RES-REFERENCIA PIC X(20).
               05 RES-FACTURA PIC X(12).
               05 RES-IMPORTE PIC 9(7)V99.
               05 RES-CODIGO PIC X(2).
               05 RES-MOTIVO PIC X(30).
      * LAYOUT FIJO DEL FICHERO DE DEVOLUCION AL EMISOR: UNA LINEA
      * 'D' POR COBRO RECIBIDO CON SU CODIGO DE RESULTADO Y AL FINAL
      * UNA LINEA 'T' CON LO LIQUIDADO AL EMISOR.
      *   00 COBRADO                  05 CUENTA NO EXISTE O CERRADA
      *   01 LINEA NO VALIDA          06 CUENTA DORMIDA
      *   02 MANDATO INEXISTENTE      07 CUENTA EMBARGADA
      *   03 MANDATO DADO DE BAJA     08 SALDO INSUFICIENTE
      *   04 SUPERA EL TOPE           09 CUENTA NO ACTIVA
           FD FICHERO-DEV.
           01 LINEA-DEVOLUCION PIC X(80).
           01 LINEA-TOTAL-EMISOR.
               05 TOT-TIPO PIC X(1).
               05 TOT-EMISOR PIC X(6).
               05 TOT-COBRADOS PIC 9(6).
               05 TOT-RECHAZADOS PIC 9(6).
               05 TOT-IMPORTE PIC 9(9)V99.
           WORKING-STORAGE SECTION.
           01 WK-FIN-FICHERO PIC X VALUE 'N'.
           01 WK-ESTADO-ENT PIC XX.
           01 WK-ESTADO-DOM PIC XX VALUE '00'.
           01 WK-ESTADO-CTA PIC XX VALUE '00'.
           01 WK-ESTADO-LOCK PIC XX.
           01 WK-ESTADO-RES PIC XX.
           01 WK-ESTADO-DEV PIC XX.
           01 WK-LOCK-OCUPADO PIC X VALUE 'N'.
           01 WK-FECHA-HOY PIC 9(8) VALUE ZERO.
           01 WK-NOMBRE-SALIDA PIC X(40) VALUE SPACES.
           01 WK-CODIGO-RECHAZO PIC X(2) VALUE '00'.
           01 WK-MOTIVO-RECHAZO PIC X(30) VALUE SPACES.
           01 WK-NUEVO-SALDO PIC S9(7)V99 VALUE ZERO.
           01 WK-SALDO-MINIMO PIC S9(7)V99 VALUE ZERO.
           01 WK-NOT-TIPO PIC X(20) VALUE SPACES.
           01 WK-NOT-IMPORTE PIC 9(7)V99 VALUE ZERO.
           01 WK-TOTAL-LEIDOS PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-ACEPTADOS PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-RECHAZADOS PIC 9(6) VALUE ZERO.
           01 WK-IMPORTE-COBRADO PIC 9(9)V99 VALUE ZERO.
           01 WK-EMI-ENCONTRADO PIC X VALUE 'N'.
           01 WK-IDX-EMI PIC 9(2) VALUE ZERO.
           01 WK-IDX-ACTUAL PIC 9(2) VALUE ZERO.
           01 WK-TOTAL-EMISORES PIC 9(2) VALUE ZERO.
           01 TABLA-EMISORES.
               05 TEM-ENTRADA OCCURS 20 TIMES.
                   10 TEM-EMISOR PIC X(6).
                   10 TEM-COBRADOS PIC 9(6).
                   10 TEM-RECHAZADOS PIC 9(6).
                   10 TEM-IMPORTE PIC 9(9)V99.
           01 WK-AUD-EVENTO PIC X(20) VALUE SPACES.
           01 WK-AUD-RESULTADO PIC X(30) VALUE SPACES.
           01 WK-AUD-CUENTA PIC 9(6) VALUE ZERO.
           01 WK-AUD-OPERADOR PIC 9(4) VALUE ZERO.
           01 WK-LOT-PROGRAMA PIC X(24) VALUE 'COBRO-DOMICILIACIONES'.
           01 WK-LOT-HORA-INICIO PIC 9(8) VALUE ZERO.
           01 WK-LOT-ESTADO PIC X(2) VALUE 'OK'.
       PROCEDURE DIVISION.
           ACCEPT WK-LOT-HORA-INICIO FROM TIME.
           CALL "FECHA-NEGOCIO" USING WK-FECHA-HOY.
           PERFORM OBTENER-LOCK.
           IF WK-LOCK-OCUPADO = 'S'
               DISPLAY 'OTRO MOVIMIENTO ESTA EN CURSO, INTENTE '
                   'DE NUEVO EN UN MOMENTO'
               MOVE 'ER' TO WK-LOT-ESTADO
           ELSE
               PERFORM PROCESAR-COBROS
               PERFORM LIBERAR-LOCK
               IF WK-TOTAL-EMISORES NOT = ZERO
                   PERFORM GENERAR-DEVOLUCION
                       VARYING WK-IDX-ACTUAL FROM 1 BY 1
                       UNTIL WK-IDX-ACTUAL > WK-TOTAL-EMISORES
               END-IF
           END-IF.
           CALL "REGISTRO-LOTE" USING WK-LOT-PROGRAMA
               WK-LOT-HORA-INICIO WK-TOTAL-LEIDOS
               WK-TOTAL-ACEPTADOS WK-TOTAL-RECHAZADOS WK-LOT-ESTADO.
           STOP RUN.
       PROCESAR-COBROS.
         OPEN INPUT FICHERO-ENT.
         IF WK-ESTADO-ENT NOT = '00'
             DISPLAY 'NO SE ENCUENTRA EL ARCHIVO DE ENTRADA '
                 '../data/DOMI_ENTRADA.txt'
             MOVE 'ER' TO WK-LOT-ESTADO
         ELSE
           OPEN I-O FICHERO-CTA
           IF WK-ESTADO-CTA = '35'
               DISPLAY 'NO HAY CUENTAS REGISTRADAS TODAVIA'
               CLOSE FICHERO-ENT
           ELSE
             OPEN I-O FICHERO-DOM
             IF WK-ESTADO-DOM = '35'
                 OPEN OUTPUT FICHERO-DOM
                 CLOSE FICHERO-DOM
                 OPEN I-O FICHERO-DOM
             END-IF
             OPEN EXTEND FICHERO-MOV
             OPEN OUTPUT FICHERO-RES
             MOVE 'N' TO WK-FIN-FICHERO
             PERFORM UNTIL WK-FIN-FICHERO = 'S'
                 READ FICHERO-ENT
                     AT END
                         MOVE 'S' TO WK-FIN-FICHERO
                     NOT AT END
                         ADD 1 TO WK-TOTAL-LEIDOS
                         PERFORM PROCESAR-UN-COBRO
                 END-READ
             END-PERFORM
             CLOSE FICHERO-RES
             CLOSE FICHERO-MOV
             CLOSE FICHERO-DOM
             CLOSE FICHERO-CTA
             CLOSE FICHERO-ENT
             DISPLAY 'COBROS DE DOMICILIACIONES PROCESADOS'
             DISPLAY 'LEIDOS: ' WK-TOTAL-LEIDOS
             DISPLAY 'COBRADOS: ' WK-TOTAL-ACEPTADOS
             DISPLAY 'RECHAZADOS: ' WK-TOTAL-RECHAZADOS
             DISPLAY 'IMPORTE COBRADO: ' WK-IMPORTE-COBRADO
             DISPLAY 'RESULTADO EN ../data/DOMI_RESULTADO.txt'
           END-IF
         END-IF.
       PROCESAR-UN-COBRO.
         MOVE '00' TO WK-CODIGO-RECHAZO.
         MOVE SPACES TO WK-MOTIVO-RECHAZO.
         IF ENT-EMISOR = SPACES OR ENT-REFERENCIA = SPACES
             OR ENT-IMPORTE NOT NUMERIC OR ENT-IMPORTE = ZERO
             MOVE '01' TO WK-CODIGO-RECHAZO
             MOVE 'LINEA NO VALIDA' TO WK-MOTIVO-RECHAZO
         ELSE
             MOVE ENT-EMISOR TO DOM-EMISOR
             MOVE ENT-REFERENCIA TO DOM-REFERENCIA
             READ FICHERO-DOM
                 INVALID KEY
                     MOVE '02' TO WK-CODIGO-RECHAZO
                     MOVE 'MANDATO INEXISTENTE' TO WK-MOTIVO-RECHAZO
                 NOT INVALID KEY
                     PERFORM VALIDAR-MANDATO
             END-READ
         END-IF.
         IF WK-CODIGO-RECHAZO = '00'
             PERFORM CARGAR-CUENTA
         END-IF.
         PERFORM ESCRIBIR-RESULTADO.
       VALIDAR-MANDATO.
         IF NOT DOMICILIACION-ACTIVA
             MOVE '03' TO WK-CODIGO-RECHAZO
             MOVE 'MANDATO DADO DE BAJA' TO WK-MOTIVO-RECHAZO
         ELSE
             IF DOM-IMPORTE-MAXIMO NOT = ZERO
                 AND ENT-IMPORTE > DOM-IMPORTE-MAXIMO
                 MOVE '04' TO WK-CODIGO-RECHAZO
                 MOVE 'SUPERA EL TOPE DEL MANDATO'
                     TO WK-MOTIVO-RECHAZO
             END-IF
         END-IF.
      * EL CARGO PASA LOS MISMOS CONTROLES QUE UN RETIRO: LA CUENTA
      * TIENE QUE ESTAR ACTIVA (NI DORMIDA NI EMBARGADA) Y EL SALDO
      * NO PUEDE QUEDAR POR DEBAJO DEL DESCUBIERTO AUTORIZADO.
       CARGAR-CUENTA.
         MOVE DOM-CUENTA TO NUMERO-CTA.
         READ FICHERO-CTA
             INVALID KEY
                 MOVE '05' TO WK-CODIGO-RECHAZO
                 MOVE 'CUENTA NO EXISTE' TO WK-MOTIVO-RECHAZO
             NOT INVALID KEY
                 EVALUATE ESTADO-CTA
                     WHEN 'A'
                         PERFORM COMPROBAR-SALDO
                     WHEN 'C'
                         MOVE '05' TO WK-CODIGO-RECHAZO
                         MOVE 'CUENTA CERRADA' TO WK-MOTIVO-RECHAZO
                     WHEN 'D'
                         MOVE '06' TO WK-CODIGO-RECHAZO
                         MOVE 'CUENTA DORMIDA' TO WK-MOTIVO-RECHAZO
                     WHEN 'E'
                         MOVE '07' TO WK-CODIGO-RECHAZO
                         MOVE 'CUENTA EMBARGADA' TO WK-MOTIVO-RECHAZO
                     WHEN OTHER
                         MOVE '09' TO WK-CODIGO-RECHAZO
                         MOVE 'CUENTA NO ACTIVA' TO WK-MOTIVO-RECHAZO
                 END-EVALUATE
         END-READ.
         IF WK-CODIGO-RECHAZO = '00'
             PERFORM APLICAR-CARGO
         END-IF.
       COMPROBAR-SALDO.
         COMPUTE WK-NUEVO-SALDO = SALDO-CTA - ENT-IMPORTE.
         MOVE ZERO TO WK-SALDO-MINIMO.
         IF ES-CORRIENTE-CTA
             COMPUTE WK-SALDO-MINIMO = ZERO - LIMITE-DESCUBIERTO-CTA
         END-IF.
         IF WK-NUEVO-SALDO < WK-SALDO-MINIMO
             MOVE '08' TO WK-CODIGO-RECHAZO
             MOVE 'SALDO INSUFICIENTE' TO WK-MOTIVO-RECHAZO
         END-IF.
       APLICAR-CARGO.
         MOVE WK-NUEVO-SALDO TO SALDO-CTA.
         REWRITE REGISTRO-CTA.
         MOVE NUMERO-CTA TO MOV-NUMERO-CUENTA.
         MOVE 'DOMICILI' TO MOV-TIPO.
         MOVE ENT-IMPORTE TO MOV-IMPORTE.
         MOVE SALDO-CTA TO MOV-SALDO.
         MOVE WK-FECHA-HOY TO MOV-FECHA.
         MOVE ZERO TO MOV-CUENTA-CONTRA.
         MOVE ZERO TO MOV-OPERADOR.
         MOVE ZERO TO MOV-TASA-CAMBIO.
         CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
             SUCURSAL-CTA.
         WRITE REGISTRO-MOV.
         CALL "GRABAR-MOVIMIENTO-IDX" USING REGISTRO-MOV.
         MOVE WK-FECHA-HOY TO DOM-ULTIMO-COBRO.
         REWRITE REGISTRO-DOMICILIACION.
      * COMO EN EL COBRO DE CUOTAS, NO HAY CLIENTE DELANTE: SI EL
      * CARGO LO DEJO EN DESCUBIERTO SE LE DEJA EL AVISO.
         IF WK-NUEVO-SALDO < ZERO
             MOVE 'USO DE DESCUBIERTO' TO WK-NOT-TIPO
             MOVE ENT-IMPORTE TO WK-NOT-IMPORTE
             CALL "EMITIR-NOTIFICACION" USING CLIENTE-ID-CTA
                 NUMERO-CTA WK-NOT-TIPO WK-NOT-IMPORTE WK-FECHA-HOY
         END-IF.
       ESCRIBIR-RESULTADO.
         MOVE 'D' TO RES-TIPO.
         MOVE ENT-EMISOR TO RES-EMISOR.
         MOVE ENT-REFERENCIA TO RES-REFERENCIA.
         MOVE ENT-FACTURA TO RES-FACTURA.
         IF ENT-IMPORTE NUMERIC
             MOVE ENT-IMPORTE TO RES-IMPORTE
         ELSE
             MOVE ZERO TO RES-IMPORTE
         END-IF.
         MOVE WK-CODIGO-RECHAZO TO RES-CODIGO.
         IF WK-CODIGO-RECHAZO = '00'
             MOVE 'COBRADO' TO RES-MOTIVO
             ADD 1 TO WK-TOTAL-ACEPTADOS
             ADD ENT-IMPORTE TO WK-IMPORTE-COBRADO
         ELSE
             MOVE WK-MOTIVO-RECHAZO TO RES-MOTIVO
             ADD 1 TO WK-TOTAL-RECHAZADOS
             MOVE 'DOMICILIACION RECH.' TO WK-AUD-EVENTO
             MOVE WK-MOTIVO-RECHAZO TO WK-AUD-RESULTADO
             IF WK-CODIGO-RECHAZO = '01' OR WK-CODIGO-RECHAZO = '02'
                 MOVE ZERO TO WK-AUD-CUENTA
             ELSE
                 MOVE DOM-CUENTA TO WK-AUD-CUENTA
             END-IF
             CALL "REGISTRO-AUDITORIA" USING WK-AUD-EVENTO
                 WK-AUD-CUENTA WK-AUD-RESULTADO WK-AUD-OPERADOR
         END-IF.
         WRITE LINEA-RESULTADO.
         IF ENT-EMISOR NOT = SPACES
             PERFORM ACUMULAR-EMISOR
         END-IF.
       ACUMULAR-EMISOR.
         MOVE 'N' TO WK-EMI-ENCONTRADO.
         IF WK-TOTAL-EMISORES NOT = ZERO
             PERFORM BUSCAR-EMISOR
                 VARYING WK-IDX-EMI FROM 1 BY 1
                 UNTIL WK-IDX-EMI > WK-TOTAL-EMISORES
                 OR WK-EMI-ENCONTRADO = 'S'
         END-IF.
         IF WK-EMI-ENCONTRADO = 'N'
             IF WK-TOTAL-EMISORES < 20
                 ADD 1 TO WK-TOTAL-EMISORES
                 MOVE WK-TOTAL-EMISORES TO WK-IDX-EMI
                 MOVE ENT-EMISOR TO TEM-EMISOR (WK-IDX-EMI)
                 MOVE ZERO TO TEM-COBRADOS (WK-IDX-EMI)
                 MOVE ZERO TO TEM-RECHAZADOS (WK-IDX-EMI)
                 MOVE ZERO TO TEM-IMPORTE (WK-IDX-EMI)
                 MOVE 'S' TO WK-EMI-ENCONTRADO
             ELSE
                 DISPLAY 'AVISO: DEMASIADOS EMISORES, AMPLIE '
                     'LA TABLA'
             END-IF
         ELSE
             SUBTRACT 1 FROM WK-IDX-EMI
         END-IF.
         IF WK-EMI-ENCONTRADO = 'S'
             IF WK-CODIGO-RECHAZO = '00'
                 ADD 1 TO TEM-COBRADOS (WK-IDX-EMI)
                 ADD ENT-IMPORTE TO TEM-IMPORTE (WK-IDX-EMI)
             ELSE
                 ADD 1 TO TEM-RECHAZADOS (WK-IDX-EMI)
             END-IF
         END-IF.
       BUSCAR-EMISOR.
         IF TEM-EMISOR (WK-IDX-EMI) = ENT-EMISOR
             MOVE 'S' TO WK-EMI-ENCONTRADO
         END-IF.
      * UN FICHERO DE DEVOLUCION POR EMISOR Y DIA:
      * DOMI_DEV_EEEEEE_AAAAMMDD.txt, CON LAS LINEAS DEL EMISOR Y
      * EL TOTAL A LIQUIDARLE AL FINAL.
       GENERAR-DEVOLUCION.
         MOVE SPACES TO WK-NOMBRE-SALIDA.
         STRING '../data/DOMI_DEV_' DELIMITED BY SIZE
                TEM-EMISOR (WK-IDX-ACTUAL) DELIMITED BY SPACE
                '_' DELIMITED BY SIZE
                WK-FECHA-HOY DELIMITED BY SIZE
                '.txt' DELIMITED BY SIZE
             INTO WK-NOMBRE-SALIDA.
         OPEN OUTPUT FICHERO-DEV.
         OPEN INPUT FICHERO-RES.
         MOVE 'N' TO WK-FIN-FICHERO.
         PERFORM UNTIL WK-FIN-FICHERO = 'S'
             READ FICHERO-RES
                 AT END
                     MOVE 'S' TO WK-FIN-FICHERO
                 NOT AT END
                     IF RES-EMISOR = TEM-EMISOR (WK-IDX-ACTUAL)
                         MOVE LINEA-RESULTADO TO LINEA-DEVOLUCION
                         WRITE LINEA-DEVOLUCION
                     END-IF
             END-READ
         END-PERFORM.
         CLOSE FICHERO-RES.
         MOVE 'T' TO TOT-TIPO.
         MOVE TEM-EMISOR (WK-IDX-ACTUAL) TO TOT-EMISOR.
         MOVE TEM-COBRADOS (WK-IDX-ACTUAL) TO TOT-COBRADOS.
         MOVE TEM-RECHAZADOS (WK-IDX-ACTUAL) TO TOT-RECHAZADOS.
         MOVE TEM-IMPORTE (WK-IDX-ACTUAL) TO TOT-IMPORTE.
         WRITE LINEA-TOTAL-EMISOR.
         CLOSE FICHERO-DEV.
         DISPLAY 'GENERADO ' WK-NOMBRE-SALIDA
             ' A LIQUIDAR: ' TEM-IMPORTE (WK-IDX-ACTUAL).
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
       END PROGRAM COBRO-DOMICILIACIONES.
