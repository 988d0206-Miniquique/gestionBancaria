       IDENTIFICATION DIVISION.
       PROGRAM-ID. AJUSTE-FECHA-VALOR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-CTA ASSIGN TO '../data/CUENTAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CTA
               ALTERNATE RECORD KEY IS CLIENTE-ID-CTA
                   WITH DUPLICATES
               FILE STATUS IS WK-ESTADO-CTA.
           SELECT FICHERO-IDX ASSIGN TO '../data/MOVIMIENTOS.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-CLAVE
               ALTERNATE RECORD KEY IS IDX-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WK-ESTADO-IDX.
           SELECT FICHERO-IDB ASSIGN TO '../data/INTDEB.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDB-CUENTA
               FILE STATUS IS WK-ESTADO-IDB.
           SELECT FICHERO-MOV ASSIGN TO '../data/MOVIMIENTOS.dat'
               ORGANIZATION IS SEQUENTIAL.
           SELECT FICHERO-RTN ASSIGN TO '../data/RETENIDOS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-ESTADO-RTN.
           SELECT FICHERO-HIS ASSIGN TO '../data/HISTORIAL_LOTES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-ESTADO-HIS.
           SELECT FICHERO-TAS ASSIGN TO '../data/TASAS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-TAS.
           SELECT FICHERO-RET ASSIGN TO '../data/RETENCION.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-RET.
           SELECT FICHERO-TDB ASSIGN TO '../data/TASASDEB.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-TDB.
           SELECT FICHERO-FEC ASSIGN TO '../data/AJVALOR.fec'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-FEC.
           SELECT FICHERO-REP ASSIGN TO WK-NOMBRE-AJUSTES
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
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
           FD FICHERO-IDX.
           01 REGISTRO-IDX.
           COPY "movidx.cpy".
           FD FICHERO-IDB.
           01 REGISTRO-INTDEB.
           COPY "intdebreg.cpy".
           FD FICHERO-MOV.
           01 REGISTRO-MOV.
           COPY "movreg.cpy".
           FD FICHERO-RTN.
           01 REGISTRO-RETENIDO.
           COPY "retenreg.cpy".
           FD FICHERO-HIS.
           01 REGISTRO-HIS.
           COPY "histreg.cpy".
           FD FICHERO-TAS.
           01 REGISTRO-TASA.
           COPY "tasareg.cpy".
           FD FICHERO-RET.
           01 REGISTRO-RETENCION.
           COPY "retreg.cpy".
           FD FICHERO-TDB.
           01 REGISTRO-TASADEB.
           COPY "tasadebreg.cpy".
           FD FICHERO-FEC.
           01 LINEA-FEC PIC 9(8).
           FD FICHERO-REP.
           01 LINEA-REP PIC X(80).
           WORKING-STORAGE SECTION.
           01 WK-ESTADO-CTA PIC XX VALUE '00'.
           01 WK-ESTADO-IDX PIC XX.
           01 WK-ESTADO-IDB PIC XX.
           01 WK-ESTADO-RTN PIC XX.
           01 WK-ESTADO-HIS PIC XX.
           01 WK-ESTADO-TAS PIC XX.
           01 WK-ESTADO-RET PIC XX.
           01 WK-ESTADO-TDB PIC XX.
           01 WK-ESTADO-FEC PIC XX.
           01 WK-FIN-FICHERO PIC X VALUE 'N'.
           01 WK-FIN-IDX PIC X VALUE 'N'.
           01 WK-FIN-HIS PIC X VALUE 'N'.
           01 WK-FIN-TASAS PIC X VALUE 'N'.
           01 WK-FIN-RET PIC X VALUE 'N'.
           01 WK-FIN-TDB PIC X VALUE 'N'.
           01 WK-FECHA-HOY PIC 9(8) VALUE ZERO.
           01 WK-ULTIMA-FECHA-LOTE PIC 9(8) VALUE ZERO.
           01 WK-NOMBRE-AJUSTES PIC X(40) VALUE SPACES.
      * MOVIMIENTOS GRABADOS HOY CON UNA FECHA VALOR ANTERIOR. SOLO
      * LOS DEPOSITOS Y RETIROS DE VENTANILLA LLEVAN FECHA VALOR: EL
      * RETIRO RESTA DEL SALDO Y LO DEMAS SUMA.
           01 WK-TOTAL-VALOR PIC 9(3) VALUE ZERO.
           01 WK-IDX-VAL PIC 9(3) VALUE ZERO.
           01 WK-IDX-ANT PIC 9(3) VALUE ZERO.
           01 WK-VALOR-MINIMO PIC 9(8) VALUE ZERO.
           01 TABLA-VALOR.
               05 TVA-ENTRADA OCCURS 500 TIMES.
                   10 TVA-CUENTA PIC 9(6).
                   10 TVA-TIPO PIC X(8).
                   10 TVA-IMPORTE PIC 9(7)V99.
                   10 TVA-FIRMADO PIC S9(7)V99.
                   10 TVA-FECHA-VALOR PIC 9(8).
      * DIAS DE NEGOCIO YA CERRADOS DESDE LA FECHA VALOR MAS ANTIGUA:
      * LOS QUE TIENEN DEVENGO-INTERESES EN LA HISTORIA DE LOTES. EN
      * CADA UNO SE GUARDA, PARA LA CUENTA QUE SE ESTA AJUSTANDO, EL
      * SALDO SOBRE EL QUE DEVENGO EL INTERES (ANTES DE ABONARLO) Y
      * EL SALDO AL TERMINAR EL DIA, QUE ES EL QUE VIO EL INTERES DE
      * DESCUBIERTO.
           01 WK-TOTAL-CIERRES PIC 9(3) VALUE ZERO.
           01 WK-IDX-CIE PIC 9(3) VALUE ZERO.
           01 WK-PRIMER-CIERRE PIC 9(3) VALUE ZERO.
           01 WK-CIERRES-AJUSTADOS PIC 9(3) VALUE ZERO.
           01 WK-FIN-CIE PIC X VALUE 'N'.
           01 WK-FECHA-LIMITE PIC 9(8) VALUE ZERO.
           01 TABLA-CIERRES.
               05 TCI-ENTRADA OCCURS 400 TIMES.
                   10 TCI-FECHA PIC 9(8).
                   10 TCI-SALDO PIC S9(7)V99.
                   10 TCI-SALDO-DEVENGO PIC S9(7)V99.
      * OTROS MOVIMIENTOS DE LA CUENTA CON FECHA VALOR ANTERIOR A SU
      * GRABACION (DE DIAS ANTERIORES O YA TRATADOS HOY): ENTRE SU
      * FECHA VALOR Y SU GRABACION SE SUMAN AL SALDO DEL DIA, PORQUE
      * SUS INTERESES YA SE REGULARIZARON.
           01 WK-TOTAL-PREVIOS PIC 9(2) VALUE ZERO.
           01 WK-IDX-PRE PIC 9(2) VALUE ZERO.
           01 TABLA-PREVIOS.
               05 TPV-ENTRADA OCCURS 50 TIMES.
                   10 TPV-FECHA-VALOR PIC 9(8).
                   10 TPV-FECHA PIC 9(8).
                   10 TPV-FIRMADO PIC S9(7)V99.
           01 WK-SALDO-CORRIDO PIC S9(7)V99 VALUE ZERO.
           01 WK-SALDO-ANTES-INT PIC S9(7)V99 VALUE ZERO.
           01 WK-FECHA-INT PIC 9(8) VALUE ZERO.
           01 WK-BASE PIC S9(9)V99 VALUE ZERO.
           01 WK-BASE-DEVENGO PIC S9(9)V99 VALUE ZERO.
           01 WK-SALDO-TRAMO PIC S9(9)V99 VALUE ZERO.
           01 WK-PERIODO-CIERRE PIC 9(6) VALUE ZERO.
           01 WK-PERIODO-IDB PIC 9(6) VALUE ZERO.
           01 WK-HAY-IDB PIC X VALUE 'N'.
           01 WK-CON-INTERES PIC X VALUE 'N'.
           01 WK-CON-DESCUBIERTO PIC X VALUE 'N'.
           01 WK-CUENTA-VALIDA PIC X VALUE 'N'.
      * TASAS DE HOY: ESCALAS DE INTERES, RETENCION Y DESCUBIERTO.
           01 WK-TASA-INTERES-DIARIA PIC 9V9(4) VALUE .0001.
           01 WK-TASAS-CARGADAS PIC 9(2) VALUE ZERO.
           01 WK-IDX-TASA PIC 9(2) VALUE ZERO.
           01 WK-TASA-APLICADA PIC 9V9(6) VALUE ZERO.
           01 TABLA-TASAS.
               05 TAS-TRAMO OCCURS 50 TIMES.
                   10 TAS-ESCALA-TRAMO PIC X(4).
                   10 TAS-DESDE PIC 9(7)V99.
                   10 TAS-HASTA PIC 9(7)V99.
                   10 TAS-TASA PIC 9V9(6).
           01 WK-ESCALAS-CARGADAS PIC 9(2) VALUE ZERO.
           01 WK-IDX-ESC PIC 9(2) VALUE ZERO.
           01 WK-ESC-HALLADA PIC X VALUE 'N'.
           01 TABLA-ESCALAS.
               05 ESC-ENTRADA OCCURS 20 TIMES.
                   10 ESC-CODIGO PIC X(4).
                   10 ESC-FECHA PIC 9(8).
           01 WK-ESCALA-BUSCADA PIC X(4) VALUE SPACES.
           01 WK-TRAMO-HALLADO PIC X VALUE 'N'.
           01 WK-PORCENTAJE-RETENCION PIC 9(2)V99 VALUE ZERO.
           01 WK-FECHA-VIG-RET PIC 9(8) VALUE ZERO.
           01 WK-TASA-DESCUBIERTO PIC 9V9(6) VALUE .000500.
           01 WK-FECHA-VIG-TDB PIC 9(8) VALUE ZERO.
           01 WK-PRODUCTO-HALLADO PIC X VALUE 'N'.
           01 PRODUCTO-CUENTA.
           COPY "prodreg.cpy".
      * DIFERENCIAS DE UN MOVIMIENTO: INTERES BRUTO, DESCUBIERTO YA
      * COBRADO EN MESES CERRADOS Y DESCUBIERTO DEL MES EN CURSO.
           01 WK-INTERES-ANTES PIC S9(7)V99 VALUE ZERO.
           01 WK-INTERES-DESPUES PIC S9(7)V99 VALUE ZERO.
           01 WK-DIF-INTERES PIC S9(7)V99 VALUE ZERO.
           01 WK-DIF-CARGADO PIC S9(7)V99 VALUE ZERO.
           01 WK-DIF-ABIERTO PIC S9(7)V99 VALUE ZERO.
           01 WK-NUEVO-ACUMULADO PIC S9(7)V99 VALUE ZERO.
           01 WK-BRUTO PIC 9(7)V99 VALUE ZERO.
           01 WK-RETENCION PIC 9(7)V99 VALUE ZERO.
           01 WK-NETO PIC 9(7)V99 VALUE ZERO.
           01 WK-AJUSTE-TIPO PIC X(8) VALUE SPACES.
           01 WK-AJUSTE-IMPORTE PIC 9(7)V99 VALUE ZERO.
           01 WK-AJUSTE-FIRMADO PIC S9(7)V99 VALUE ZERO.
           01 WK-NETO-INTERES PIC S9(7)V99 VALUE ZERO.
           01 WK-TOTAL-AJUSTADOS PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-OMITIDOS PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-INTERES PIC S9(9)V99 VALUE ZERO.
           01 WK-TOTAL-CARGADO PIC S9(9)V99 VALUE ZERO.
           01 WK-TOTAL-ABIERTO PIC S9(9)V99 VALUE ZERO.
           01 WK-LOT-PROGRAMA PIC X(24) VALUE 'AJUSTE-FECHA-VALOR'.
           01 WK-LOT-HORA-INICIO PIC 9(8) VALUE ZERO.
           01 WK-LOT-LEIDOS PIC 9(6) VALUE ZERO.
           01 WK-LOT-ESTADO PIC X(2) VALUE 'OK'.
           01 LINEA-TITULO.
               05 FILLER PIC X(40) VALUE
                   'AJUSTES DE INTERESES POR FECHA VALOR    '.
               05 LT-FECHA PIC 9(8).
           01 LINEA-MOVIMIENTO.
               05 FILLER PIC X(8) VALUE 'CUENTA: '.
               05 LM-CUENTA PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LM-TIPO PIC X(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LM-IMPORTE PIC Z(6)9.99.
               05 FILLER PIC X(14) VALUE '  FECHA VALOR '.
               05 LM-VALOR PIC 9(8).
               05 FILLER PIC X(11) VALUE '  CIERRES: '.
               05 LM-CIERRES PIC Z(2)9.
           01 LINEA-AJUSTE.
               05 FILLER PIC X(12) VALUE '   INTERES: '.
               05 LA-INTERES PIC Z(6)9.99-.
               05 FILLER PIC X(21) VALUE '  DESC. YA COBRADO: '.
               05 LA-CARGADO PIC Z(6)9.99-.
               05 FILLER PIC X(12) VALUE '  DEL MES: '.
               05 LA-ABIERTO PIC Z(6)9.99-.
           01 LINEA-MOTIVO.
               05 FILLER PIC X(3) VALUE SPACES.
               05 LO-MOTIVO PIC X(60).
           01 LINEA-TOTALES.
               05 FILLER PIC X(18) VALUE 'MOVIMIENTOS: '.
               05 LL-AJUSTADOS PIC Z(5)9.
               05 FILLER PIC X(12) VALUE '  INTERES: '.
               05 LL-INTERES PIC Z(8)9.99-.
               05 FILLER PIC X(15) VALUE '  DESCUBIERTO: '.
               05 LL-DESCUBIERTO PIC Z(8)9.99-.
           01 WK-TOTAL-DESCUBIERTO PIC S9(9)V99 VALUE ZERO.

      * REGULARIZA LOS INTERESES DE LOS MOVIMIENTOS QUE SE GRABARON
      * HOY CON UNA FECHA VALOR ANTERIOR. PARA CADA DIA YA CERRADO
      * ENTRE LA FECHA VALOR Y HOY SE VUELVE A CALCULAR EL INTERES
      * ACREEDOR Y EL DE DESCUBIERTO COMO SI EL MOVIMIENTO HUBIERA
      * ESTADO EN EL SALDO, CON LAS ESCALAS Y TASAS VIGENTES HOY, Y
      * SE APLICA LA DIFERENCIA: EL INTERES EN UN MOVIMIENTO AJ-INT+
      * (NETO DE RETENCION, QUE QUEDA EN RETENIDOS.dat) O AJ-INT-, EL
      * DESCUBIERTO DE MESES YA COBRADOS EN UN AJ-DEB- O AJ-DEB+, Y EL
      * DEL MES EN CURSO SOBRE EL ACUMULADO DE INTDEB.dat, QUE SE
      * COBRARA CON EL RESTO AL CAMBIAR DE MES. CORRE EN EL CIERRE
      * DESPUES DE INTERES-DESCUBIERTO Y DEJA EL DETALLE EN
      * AJUSTES_VALOR_<fecha>.txt.
       PROCEDURE DIVISION.
           ACCEPT WK-LOT-HORA-INICIO FROM TIME.
           CALL "FECHA-NEGOCIO" USING WK-FECHA-HOY.
           PERFORM LEER-ULTIMA-FECHA-LOTE.
           IF WK-ULTIMA-FECHA-LOTE = WK-FECHA-HOY
               DISPLAY 'LOS AJUSTES POR FECHA VALOR DE HOY YA FUERON '
                   'APLICADOS'
               DISPLAY 'NO SE VUELVE A EJECUTAR EN EL MISMO DIA'
           ELSE
               MOVE SPACES TO WK-NOMBRE-AJUSTES
               STRING '../data/AJUSTES_VALOR_' DELIMITED BY SIZE
                      WK-FECHA-HOY DELIMITED BY SIZE
                      '.txt' DELIMITED BY SIZE
                   INTO WK-NOMBRE-AJUSTES
               OPEN OUTPUT FICHERO-REP
               MOVE WK-FECHA-HOY TO LT-FECHA
               MOVE LINEA-TITULO TO LINEA-REP
               WRITE LINEA-REP
               PERFORM BUSCAR-MOVIMIENTOS-VALOR
               IF WK-LOT-ESTADO = 'OK' AND WK-TOTAL-VALOR NOT = ZERO
                   PERFORM CARGAR-CIERRES
                   PERFORM CARGAR-TASAS
                   PERFORM CARGAR-RETENCION
                   PERFORM CARGAR-TASA-DESCUBIERTO
                   PERFORM AJUSTAR-MOVIMIENTOS
               END-IF
               COMPUTE WK-TOTAL-DESCUBIERTO =
                   WK-TOTAL-CARGADO + WK-TOTAL-ABIERTO
               MOVE WK-TOTAL-AJUSTADOS TO LL-AJUSTADOS
               MOVE WK-TOTAL-INTERES TO LL-INTERES
               MOVE WK-TOTAL-DESCUBIERTO TO LL-DESCUBIERTO
               MOVE LINEA-TOTALES TO LINEA-REP
               WRITE LINEA-REP
               CLOSE FICHERO-REP
               IF WK-LOT-ESTADO = 'OK'
                   PERFORM GRABAR-ULTIMA-FECHA-LOTE
               END-IF
               DISPLAY 'MOVIMIENTOS CON FECHA VALOR: ' WK-LOT-LEIDOS
               DISPLAY 'MOVIMIENTOS AJUSTADOS: ' WK-TOTAL-AJUSTADOS
               DISPLAY 'AJUSTE NETO DE INTERESES: ' WK-TOTAL-INTERES
               DISPLAY 'AJUSTE DE DESCUBIERTO: ' WK-TOTAL-DESCUBIERTO
               DISPLAY 'DETALLE EN ' WK-NOMBRE-AJUSTES
           END-IF.
           CALL "REGISTRO-LOTE" USING WK-LOT-PROGRAMA
               WK-LOT-HORA-INICIO WK-LOT-LEIDOS
               WK-TOTAL-AJUSTADOS WK-TOTAL-OMITIDOS WK-LOT-ESTADO.
        GOBACK.
       LEER-ULTIMA-FECHA-LOTE.
         MOVE ZERO TO WK-ULTIMA-FECHA-LOTE.
         OPEN INPUT FICHERO-FEC.
         IF WK-ESTADO-FEC = '00'
             READ FICHERO-FEC
                 AT END
                     CONTINUE
                 NOT AT END
                     MOVE LINEA-FEC TO WK-ULTIMA-FECHA-LOTE
             END-READ
             CLOSE FICHERO-FEC
         END-IF.
       GRABAR-ULTIMA-FECHA-LOTE.
         MOVE WK-FECHA-HOY TO LINEA-FEC.
         OPEN OUTPUT FICHERO-FEC.
         WRITE LINEA-FEC.
         CLOSE FICHERO-FEC.
      * LOS MOVIMIENTOS DE HOY SE LEEN DEL ESPEJO POR LA CLAVE DE
      * FECHA. SIN ESPEJO NO HAY FORMA DE RECONSTRUIR LOS SALDOS DE
      * LOS DIAS ANTERIORES Y EL PASO TERMINA CON ERROR; SI EL ESPEJO
      * NO EXISTE TODAVIA ES QUE NO HAY MOVIMIENTOS QUE AJUSTAR.
       BUSCAR-MOVIMIENTOS-VALOR.
         MOVE ZERO TO WK-TOTAL-VALOR.
         MOVE WK-FECHA-HOY TO WK-VALOR-MINIMO.
         OPEN INPUT FICHERO-IDX.
         IF WK-ESTADO-IDX = '35'
             DISPLAY 'NO HAY MOVIMIENTOS REGISTRADOS TODAVIA'
         ELSE
           IF WK-ESTADO-IDX NOT = '00'
             DISPLAY 'NO HAY ESPEJO DE MOVIMIENTOS UTILIZABLE'
             DISPLAY 'EJECUTE RECONSTRUIR-IDX PARA CREARLO'
             MOVE 'ER' TO WK-LOT-ESTADO
           ELSE
             MOVE WK-FECHA-HOY TO IDX-FECHA
             START FICHERO-IDX KEY IS = IDX-FECHA
                 INVALID KEY
                     MOVE 'S' TO WK-FIN-IDX
                 NOT INVALID KEY
                     MOVE 'N' TO WK-FIN-IDX
             END-START
             PERFORM UNTIL WK-FIN-IDX = 'S'
                 READ FICHERO-IDX NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-IDX
                     NOT AT END
                         IF IDX-FECHA NOT = WK-FECHA-HOY
                             MOVE 'S' TO WK-FIN-IDX
                         ELSE
                             IF IDX-FECHA-VALOR NUMERIC
                                 AND IDX-FECHA-VALOR NOT = ZERO
                                 AND IDX-FECHA-VALOR < IDX-FECHA
                                 PERFORM ANOTAR-MOVIMIENTO-VALOR
                             END-IF
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE FICHERO-IDX
           END-IF
         END-IF.
       ANOTAR-MOVIMIENTO-VALOR.
         ADD 1 TO WK-LOT-LEIDOS.
         IF WK-TOTAL-VALOR < 500
             ADD 1 TO WK-TOTAL-VALOR
             MOVE IDX-CUENTA TO TVA-CUENTA (WK-TOTAL-VALOR)
             MOVE IDX-TIPO TO TVA-TIPO (WK-TOTAL-VALOR)
             MOVE IDX-IMPORTE TO TVA-IMPORTE (WK-TOTAL-VALOR)
             MOVE IDX-FECHA-VALOR TO TVA-FECHA-VALOR (WK-TOTAL-VALOR)
             IF IDX-TIPO = 'RETIRO'
                 COMPUTE TVA-FIRMADO (WK-TOTAL-VALOR) =
                     ZERO - IDX-IMPORTE
             ELSE
                 MOVE IDX-IMPORTE TO TVA-FIRMADO (WK-TOTAL-VALOR)
             END-IF
             IF IDX-FECHA-VALOR < WK-VALOR-MINIMO
                 MOVE IDX-FECHA-VALOR TO WK-VALOR-MINIMO
             END-IF
         ELSE
             ADD 1 TO WK-TOTAL-OMITIDOS
             DISPLAY 'AVISO: DEMASIADOS MOVIMIENTOS CON FECHA VALOR, '
                 'CUENTA ' IDX-CUENTA ' SIN AJUSTAR'
         END-IF.
      * LA HISTORIA DE LOTES SE GRABA EN ORDEN, ASI QUE LAS FECHAS
      * SALEN CRECIENTES; UN DEVENGO REPETIDO EN EL MISMO DIA SOLO
      * CUENTA UNA VEZ.
       CARGAR-CIERRES.
         MOVE ZERO TO WK-TOTAL-CIERRES.
         MOVE 'N' TO WK-FIN-HIS.
         OPEN INPUT FICHERO-HIS.
         IF WK-ESTADO-HIS NOT = '00'
             DISPLAY 'NO HAY HISTORIA DE LOTES, NO HAY DIAS CERRADOS '
                 'QUE AJUSTAR'
         ELSE
             PERFORM UNTIL WK-FIN-HIS = 'S'
                 READ FICHERO-HIS
                     AT END
                         MOVE 'S' TO WK-FIN-HIS
                     NOT AT END
                         IF HIS-PROGRAMA = 'DEVENGO-INTERESES'
                             AND HIS-FECHA-NEGOCIO NOT < WK-VALOR-MINIMO
                             AND HIS-FECHA-NEGOCIO < WK-FECHA-HOY
                             PERFORM ANOTAR-CIERRE
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE FICHERO-HIS
         END-IF.
         DISPLAY 'DIAS CERRADOS DESDE LA FECHA VALOR MAS ANTIGUA: '
             WK-TOTAL-CIERRES.
       ANOTAR-CIERRE.
         IF WK-TOTAL-CIERRES = ZERO
             OR HIS-FECHA-NEGOCIO > TCI-FECHA (WK-TOTAL-CIERRES)
             IF WK-TOTAL-CIERRES < 400
                 ADD 1 TO WK-TOTAL-CIERRES
                 MOVE HIS-FECHA-NEGOCIO
                     TO TCI-FECHA (WK-TOTAL-CIERRES)
             END-IF
         END-IF.
       AJUSTAR-MOVIMIENTOS.
         OPEN I-O FICHERO-CTA.
         IF WK-ESTADO-CTA = '35'
             DISPLAY 'NO HAY CUENTAS REGISTRADAS TODAVIA'
         ELSE
      * SI EL FICHERO DE DEVENGO NO EXISTE TODAVIA SE CREA VACIO Y
      * SE REABRE EN I-O, IGUAL QUE EN INTERES-DESCUBIERTO.
             OPEN I-O FICHERO-IDB
             IF WK-ESTADO-IDB = '35'
                 OPEN OUTPUT FICHERO-IDB
                 CLOSE FICHERO-IDB
                 OPEN I-O FICHERO-IDB
             END-IF
             OPEN EXTEND FICHERO-MOV
             OPEN EXTEND FICHERO-RTN
             IF WK-ESTADO-RTN = '35'
                 OPEN OUTPUT FICHERO-RTN
             END-IF
             PERFORM AJUSTAR-UN-MOVIMIENTO
                 VARYING WK-IDX-VAL FROM 1 BY 1
                 UNTIL WK-IDX-VAL > WK-TOTAL-VALOR
             CLOSE FICHERO-RTN
             CLOSE FICHERO-MOV
             CLOSE FICHERO-IDB
             CLOSE FICHERO-CTA
         END-IF.
       AJUSTAR-UN-MOVIMIENTO.
         MOVE TVA-CUENTA (WK-IDX-VAL) TO LM-CUENTA.
         MOVE TVA-TIPO (WK-IDX-VAL) TO LM-TIPO.
         MOVE TVA-IMPORTE (WK-IDX-VAL) TO LM-IMPORTE.
         MOVE TVA-FECHA-VALOR (WK-IDX-VAL) TO LM-VALOR.
         MOVE ZERO TO WK-DIF-INTERES.
         MOVE ZERO TO WK-DIF-CARGADO.
         MOVE ZERO TO WK-DIF-ABIERTO.
         MOVE ZERO TO WK-CIERRES-AJUSTADOS.
         PERFORM LEER-CUENTA-AJUSTE.
         IF WK-CUENTA-VALIDA = 'S'
             PERFORM UBICAR-PRIMER-CIERRE
             IF WK-PRIMER-CIERRE NOT > WK-TOTAL-CIERRES
                 PERFORM RECONSTRUIR-SALDOS
                 PERFORM RECALCULAR-UN-CIERRE
                     VARYING WK-IDX-CIE FROM WK-PRIMER-CIERRE BY 1
                     UNTIL WK-IDX-CIE > WK-TOTAL-CIERRES
                 PERFORM APLICAR-AJUSTES
             END-IF
         END-IF.
         MOVE WK-CIERRES-AJUSTADOS TO LM-CIERRES.
         MOVE LINEA-MOVIMIENTO TO LINEA-REP.
         WRITE LINEA-REP.
         IF WK-CUENTA-VALIDA = 'S'
             ADD 1 TO WK-TOTAL-AJUSTADOS
             MOVE WK-NETO-INTERES TO LA-INTERES
             MOVE WK-DIF-CARGADO TO LA-CARGADO
             MOVE WK-DIF-ABIERTO TO LA-ABIERTO
             MOVE LINEA-AJUSTE TO LINEA-REP
         ELSE
             ADD 1 TO WK-TOTAL-OMITIDOS
             MOVE LINEA-MOTIVO TO LINEA-REP
         END-IF.
         WRITE LINEA-REP.
      * QUE INTERESES CORRESPONDEN LO DICE EL PRODUCTO DE LA CUENTA,
      * IGUAL QUE EN DEVENGO-INTERESES E INTERES-DESCUBIERTO. UNA
      * CUENTA CERRADA YA NO SE AJUSTA.
       LEER-CUENTA-AJUSTE.
         MOVE 'N' TO WK-CUENTA-VALIDA.
         MOVE 'N' TO WK-CON-INTERES.
         MOVE 'N' TO WK-CON-DESCUBIERTO.
         MOVE ZERO TO WK-NETO-INTERES.
         MOVE TVA-CUENTA (WK-IDX-VAL) TO NUMERO-CTA.
         READ FICHERO-CTA
             INVALID KEY
                 MOVE 'CUENTA NO ENCONTRADA, SIN AJUSTE' TO LO-MOTIVO
             NOT INVALID KEY
                 IF ESTADO-CTA = 'C'
                     MOVE 'CUENTA CERRADA, SIN AJUSTE' TO LO-MOTIVO
                 ELSE
                     MOVE 'S' TO WK-CUENTA-VALIDA
                     CALL "LEER-PRODUCTO" USING PRODUCTO-CTA
                         TIPO-CUENTA-CTA PRODUCTO-CUENTA
                         WK-PRODUCTO-HALLADO
                     IF PRD-CON-INTERES
                         MOVE 'S' TO WK-CON-INTERES
                     END-IF
                     IF PRD-ADMITE-DESCUBIERTO
                         MOVE 'S' TO WK-CON-DESCUBIERTO
                     END-IF
                 END-IF
         END-READ.
         MOVE 'N' TO WK-HAY-IDB.
         COMPUTE WK-PERIODO-IDB = WK-FECHA-HOY / 100.
         IF WK-CON-DESCUBIERTO = 'S'
             MOVE NUMERO-CTA TO IDB-CUENTA
             READ FICHERO-IDB
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     MOVE 'S' TO WK-HAY-IDB
                     MOVE IDB-PERIODO TO WK-PERIODO-IDB
             END-READ
         END-IF.
       UBICAR-PRIMER-CIERRE.
         MOVE 1 TO WK-PRIMER-CIERRE.
         MOVE 'N' TO WK-FIN-CIE.
         PERFORM UNTIL WK-FIN-CIE = 'S'
             IF WK-PRIMER-CIERRE > WK-TOTAL-CIERRES
                 MOVE 'S' TO WK-FIN-CIE
             ELSE
                 IF TCI-FECHA (WK-PRIMER-CIERRE)
                     NOT < TVA-FECHA-VALOR (WK-IDX-VAL)
                     MOVE 'S' TO WK-FIN-CIE
                 ELSE
                     ADD 1 TO WK-PRIMER-CIERRE
                 END-IF
             END-IF
         END-PERFORM.
      * EL SALDO DE CADA DIA CERRADO SALE DEL ULTIMO MOVIMIENTO DE LA
      * CUENTA HASTA ESE DIA EN EL ESPEJO. LOS MOVIMIENTOS DE HOY YA
      * TRATADOS ANTES QUE ESTE, EN LA MISMA CUENTA, CUENTAN COMO
      * PREVIOS.
       RECONSTRUIR-SALDOS.
         MOVE ZERO TO WK-TOTAL-PREVIOS.
         PERFORM ANOTAR-PREVIO-DE-HOY
             VARYING WK-IDX-ANT FROM 1 BY 1
             UNTIL WK-IDX-ANT NOT < WK-IDX-VAL.
         MOVE ZERO TO WK-SALDO-CORRIDO.
         MOVE ZERO TO WK-SALDO-ANTES-INT.
         MOVE ZERO TO WK-FECHA-INT.
         MOVE WK-PRIMER-CIERRE TO WK-IDX-CIE.
         OPEN INPUT FICHERO-IDX.
         IF WK-ESTADO-IDX = '00'
             MOVE NUMERO-CTA TO IDX-CUENTA
             MOVE ZERO TO IDX-FECHA
             MOVE ZERO TO IDX-SECUENCIA
             START FICHERO-IDX KEY IS NOT LESS THAN IDX-CLAVE
                 INVALID KEY
                     MOVE 'S' TO WK-FIN-IDX
                 NOT INVALID KEY
                     MOVE 'N' TO WK-FIN-IDX
             END-START
             PERFORM UNTIL WK-FIN-IDX = 'S'
                 READ FICHERO-IDX NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-IDX
                     NOT AT END
                         IF IDX-CUENTA NOT = NUMERO-CTA
                             OR IDX-FECHA NOT < WK-FECHA-HOY
                             MOVE 'S' TO WK-FIN-IDX
                         ELSE
                             MOVE IDX-FECHA TO WK-FECHA-LIMITE
                             PERFORM ANOTAR-SALDOS-HASTA
                             PERFORM ACUMULAR-MOVIMIENTO-IDX
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE FICHERO-IDX
         END-IF.
         MOVE WK-FECHA-HOY TO WK-FECHA-LIMITE.
         PERFORM ANOTAR-SALDOS-HASTA.
       ANOTAR-PREVIO-DE-HOY.
         IF TVA-CUENTA (WK-IDX-ANT) = TVA-CUENTA (WK-IDX-VAL)
             AND WK-TOTAL-PREVIOS < 50
             ADD 1 TO WK-TOTAL-PREVIOS
             MOVE TVA-FECHA-VALOR (WK-IDX-ANT)
                 TO TPV-FECHA-VALOR (WK-TOTAL-PREVIOS)
             MOVE WK-FECHA-HOY TO TPV-FECHA (WK-TOTAL-PREVIOS)
             MOVE TVA-FIRMADO (WK-IDX-ANT)
                 TO TPV-FIRMADO (WK-TOTAL-PREVIOS)
         END-IF.
       ACUMULAR-MOVIMIENTO-IDX.
         MOVE IDX-SALDO TO WK-SALDO-CORRIDO.
         IF IDX-TIPO = 'INTERES'
             MOVE IDX-FECHA TO WK-FECHA-INT
             COMPUTE WK-SALDO-ANTES-INT = IDX-SALDO - IDX-IMPORTE
         END-IF.
         IF IDX-FECHA-VALOR NUMERIC
             AND IDX-FECHA-VALOR NOT = ZERO
             AND IDX-FECHA-VALOR < IDX-FECHA
             AND WK-TOTAL-PREVIOS < 50
             ADD 1 TO WK-TOTAL-PREVIOS
             MOVE IDX-FECHA-VALOR TO TPV-FECHA-VALOR (WK-TOTAL-PREVIOS)
             MOVE IDX-FECHA TO TPV-FECHA (WK-TOTAL-PREVIOS)
             IF IDX-TIPO = 'RETIRO'
                 COMPUTE TPV-FIRMADO (WK-TOTAL-PREVIOS) =
                     ZERO - IDX-IMPORTE
             ELSE
                 MOVE IDX-IMPORTE TO TPV-FIRMADO (WK-TOTAL-PREVIOS)
             END-IF
         END-IF.
      * CIERRA CON EL SALDO CORRIDO TODOS LOS DIAS ANTERIORES A LA
      * FECHA DEL MOVIMIENTO QUE SE VA A ACUMULAR.
       ANOTAR-SALDOS-HASTA.
         MOVE 'N' TO WK-FIN-CIE.
         PERFORM UNTIL WK-FIN-CIE = 'S'
             IF WK-IDX-CIE > WK-TOTAL-CIERRES
                 MOVE 'S' TO WK-FIN-CIE
             ELSE
                 IF TCI-FECHA (WK-IDX-CIE) NOT < WK-FECHA-LIMITE
                     MOVE 'S' TO WK-FIN-CIE
                 ELSE
                     MOVE WK-SALDO-CORRIDO TO TCI-SALDO (WK-IDX-CIE)
                     IF WK-FECHA-INT = TCI-FECHA (WK-IDX-CIE)
                         MOVE WK-SALDO-ANTES-INT
                             TO TCI-SALDO-DEVENGO (WK-IDX-CIE)
                     ELSE
                         MOVE WK-SALDO-CORRIDO
                             TO TCI-SALDO-DEVENGO (WK-IDX-CIE)
                     END-IF
                     ADD 1 TO WK-IDX-CIE
                 END-IF
             END-IF
         END-PERFORM.
      * EL DIA SE RECALCULA CON Y SIN EL MOVIMIENTO, SOBRE EL SALDO
      * DEL DIA MAS LOS MOVIMIENTOS PREVIOS QUE YA ESTABAN EN VALOR.
       RECALCULAR-UN-CIERRE.
         ADD 1 TO WK-CIERRES-AJUSTADOS.
         MOVE TCI-SALDO (WK-IDX-CIE) TO WK-BASE.
         MOVE TCI-SALDO-DEVENGO (WK-IDX-CIE) TO WK-BASE-DEVENGO.
         PERFORM SUMAR-PREVIO
             VARYING WK-IDX-PRE FROM 1 BY 1
             UNTIL WK-IDX-PRE > WK-TOTAL-PREVIOS.
         IF WK-CON-INTERES = 'S'
             MOVE WK-BASE-DEVENGO TO WK-SALDO-TRAMO
             PERFORM CALCULAR-INTERES-DIA
             MOVE WK-INTERES-DESPUES TO WK-INTERES-ANTES
             COMPUTE WK-SALDO-TRAMO =
                 WK-BASE-DEVENGO + TVA-FIRMADO (WK-IDX-VAL)
             PERFORM CALCULAR-INTERES-DIA
             COMPUTE WK-DIF-INTERES = WK-DIF-INTERES
                 + WK-INTERES-DESPUES - WK-INTERES-ANTES
         END-IF.
         IF WK-CON-DESCUBIERTO = 'S'
             MOVE WK-BASE TO WK-SALDO-TRAMO
             PERFORM CALCULAR-DESCUBIERTO-DIA
             MOVE WK-INTERES-DESPUES TO WK-INTERES-ANTES
             COMPUTE WK-SALDO-TRAMO = WK-BASE + TVA-FIRMADO (WK-IDX-VAL)
             PERFORM CALCULAR-DESCUBIERTO-DIA
             COMPUTE WK-PERIODO-CIERRE = TCI-FECHA (WK-IDX-CIE) / 100
             IF WK-PERIODO-CIERRE = WK-PERIODO-IDB
                 COMPUTE WK-DIF-ABIERTO = WK-DIF-ABIERTO
                     + WK-INTERES-DESPUES - WK-INTERES-ANTES
             ELSE
                 COMPUTE WK-DIF-CARGADO = WK-DIF-CARGADO
                     + WK-INTERES-DESPUES - WK-INTERES-ANTES
             END-IF
         END-IF.
       SUMAR-PREVIO.
         IF TPV-FECHA-VALOR (WK-IDX-PRE) NOT > TCI-FECHA (WK-IDX-CIE)
             AND TPV-FECHA (WK-IDX-PRE) > TCI-FECHA (WK-IDX-CIE)
             ADD TPV-FIRMADO (WK-IDX-PRE) TO WK-BASE
             ADD TPV-FIRMADO (WK-IDX-PRE) TO WK-BASE-DEVENGO
         END-IF.
      * MISMA CUENTA QUE DEVENGO-INTERESES: SALDO POR LA TASA DIARIA
      * DEL TRAMO, Y SOLO SI SALE POSITIVO.
       CALCULAR-INTERES-DIA.
         MOVE ZERO TO WK-INTERES-DESPUES.
         IF WK-SALDO-TRAMO > ZERO
             PERFORM BUSCAR-TASA
             COMPUTE WK-INTERES-DESPUES ROUNDED =
                 WK-SALDO-TRAMO * WK-TASA-APLICADA
         END-IF.
      * MISMA CUENTA QUE INTERES-DESCUBIERTO: SALDO NEGATIVO POR LA
      * TASA DIARIA DE DESCUBIERTO.
       CALCULAR-DESCUBIERTO-DIA.
         MOVE ZERO TO WK-INTERES-DESPUES.
         IF WK-SALDO-TRAMO < ZERO
             COMPUTE WK-INTERES-DESPUES ROUNDED =
                 (ZERO - WK-SALDO-TRAMO) * WK-TASA-DESCUBIERTO
         END-IF.
       APLICAR-AJUSTES.
         IF WK-DIF-INTERES > ZERO
             MOVE WK-DIF-INTERES TO WK-BRUTO
             COMPUTE WK-RETENCION ROUNDED =
                 WK-BRUTO * WK-PORCENTAJE-RETENCION / 100
             COMPUTE WK-NETO = WK-BRUTO - WK-RETENCION
             IF WK-NETO > ZERO
                 MOVE 'AJ-INT+' TO WK-AJUSTE-TIPO
                 MOVE WK-NETO TO WK-AJUSTE-IMPORTE
                 MOVE WK-NETO TO WK-AJUSTE-FIRMADO
                 PERFORM GRABAR-AJUSTE
                 MOVE WK-NETO TO WK-NETO-INTERES
             END-IF
             IF WK-RETENCION > ZERO
                 MOVE WK-FECHA-HOY TO RTN-FECHA
                 MOVE CLIENTE-ID-CTA TO RTN-CLIENTE
                 MOVE NUMERO-CTA TO RTN-CUENTA
                 MOVE WK-BRUTO TO RTN-BRUTO
                 MOVE WK-RETENCION TO RTN-RETENCION
                 MOVE WK-NETO TO RTN-NETO
                 WRITE REGISTRO-RETENIDO
             END-IF
         END-IF.
      * UN INTERES QUE SOBRA SE DEVUELVE POR LO QUE SE ABONO, ES
      * DECIR NETO DE RETENCION; LO RETENIDO NO SE TOCA.
         IF WK-DIF-INTERES < ZERO
             COMPUTE WK-BRUTO = ZERO - WK-DIF-INTERES
             COMPUTE WK-RETENCION ROUNDED =
                 WK-BRUTO * WK-PORCENTAJE-RETENCION / 100
             COMPUTE WK-NETO = WK-BRUTO - WK-RETENCION
             IF WK-NETO > ZERO
                 MOVE 'AJ-INT-' TO WK-AJUSTE-TIPO
                 MOVE WK-NETO TO WK-AJUSTE-IMPORTE
                 COMPUTE WK-AJUSTE-FIRMADO = ZERO - WK-NETO
                 PERFORM GRABAR-AJUSTE
                 COMPUTE WK-NETO-INTERES = ZERO - WK-NETO
             END-IF
         END-IF.
         ADD WK-NETO-INTERES TO WK-TOTAL-INTERES.
         IF WK-DIF-CARGADO > ZERO
             MOVE 'AJ-DEB-' TO WK-AJUSTE-TIPO
             MOVE WK-DIF-CARGADO TO WK-AJUSTE-IMPORTE
             COMPUTE WK-AJUSTE-FIRMADO = ZERO - WK-DIF-CARGADO
             PERFORM GRABAR-AJUSTE
         END-IF.
         IF WK-DIF-CARGADO < ZERO
             MOVE 'AJ-DEB+' TO WK-AJUSTE-TIPO
             COMPUTE WK-AJUSTE-IMPORTE = ZERO - WK-DIF-CARGADO
             COMPUTE WK-AJUSTE-FIRMADO = ZERO - WK-DIF-CARGADO
             PERFORM GRABAR-AJUSTE
         END-IF.
         ADD WK-DIF-CARGADO TO WK-TOTAL-CARGADO.
         IF WK-DIF-ABIERTO NOT = ZERO
             PERFORM AJUSTAR-ACUMULADO
         END-IF.
      * LO DEL MES EN CURSO TODAVIA NO SE COBRO: SE CORRIGE EL
      * ACUMULADO, QUE NUNCA QUEDA NEGATIVO.
       AJUSTAR-ACUMULADO.
         IF WK-HAY-IDB = 'S'
             COMPUTE WK-NUEVO-ACUMULADO =
                 IDB-ACUMULADO + WK-DIF-ABIERTO
         ELSE
             MOVE WK-DIF-ABIERTO TO WK-NUEVO-ACUMULADO
         END-IF.
         IF WK-NUEVO-ACUMULADO < ZERO
             MOVE ZERO TO WK-NUEVO-ACUMULADO
         END-IF.
         IF WK-HAY-IDB = 'S'
             COMPUTE WK-DIF-ABIERTO =
                 WK-NUEVO-ACUMULADO - IDB-ACUMULADO
             MOVE WK-NUEVO-ACUMULADO TO IDB-ACUMULADO
             REWRITE REGISTRO-INTDEB
         ELSE
             MOVE WK-NUEVO-ACUMULADO TO WK-DIF-ABIERTO
             IF WK-NUEVO-ACUMULADO > ZERO
                 MOVE NUMERO-CTA TO IDB-CUENTA
                 MOVE WK-PERIODO-IDB TO IDB-PERIODO
                 MOVE WK-NUEVO-ACUMULADO TO IDB-ACUMULADO
                 MOVE ZERO TO IDB-DIAS-NEGATIVO
                 WRITE REGISTRO-INTDEB
             END-IF
         END-IF.
         ADD WK-DIF-ABIERTO TO WK-TOTAL-ABIERTO.
       GRABAR-AJUSTE.
         ADD WK-AJUSTE-FIRMADO TO SALDO-CTA.
         REWRITE REGISTRO-CTA.
         MOVE NUMERO-CTA TO MOV-NUMERO-CUENTA.
         MOVE WK-AJUSTE-TIPO TO MOV-TIPO.
         MOVE WK-AJUSTE-IMPORTE TO MOV-IMPORTE.
         MOVE SALDO-CTA TO MOV-SALDO.
         MOVE WK-FECHA-HOY TO MOV-FECHA.
         MOVE ZERO TO MOV-CUENTA-CONTRA.
         MOVE ZERO TO MOV-OPERADOR.
         MOVE ZERO TO MOV-TASA-CAMBIO.
         CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
             SUCURSAL-CTA.
         WRITE REGISTRO-MOV.
         CALL "GRABAR-MOVIMIENTO-IDX" USING REGISTRO-MOV.
       CARGAR-TASAS.
         MOVE ZERO TO WK-ESCALAS-CARGADAS.
         MOVE ZERO TO WK-TASAS-CARGADAS.
         MOVE 'N' TO WK-FIN-TASAS.
         OPEN INPUT FICHERO-TAS.
         IF WK-ESTADO-TAS = '00'
             PERFORM UNTIL WK-FIN-TASAS = 'S'
                 READ FICHERO-TAS
                     AT END
                         MOVE 'S' TO WK-FIN-TASAS
                     NOT AT END
                         IF TAS-FECHA-EFECTO NOT > WK-FECHA-HOY
                             PERFORM ANOTAR-FECHA-ESCALA
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE FICHERO-TAS
         END-IF.
         IF WK-ESCALAS-CARGADAS NOT = ZERO
             MOVE 'N' TO WK-FIN-TASAS
             OPEN INPUT FICHERO-TAS
             PERFORM UNTIL WK-FIN-TASAS = 'S'
                 READ FICHERO-TAS
                     AT END
                         MOVE 'S' TO WK-FIN-TASAS
                     NOT AT END
                         PERFORM BUSCAR-ESCALA
                         IF WK-ESC-HALLADA = 'S'
                             AND TAS-FECHA-EFECTO =
                                 ESC-FECHA (WK-IDX-ESC)
                             AND WK-TASAS-CARGADAS < 50
                             ADD 1 TO WK-TASAS-CARGADAS
                             MOVE TAS-ESCALA TO
                                 TAS-ESCALA-TRAMO (WK-TASAS-CARGADAS)
                             MOVE TAS-SALDO-DESDE TO
                                 TAS-DESDE (WK-TASAS-CARGADAS)
                             MOVE TAS-SALDO-HASTA TO
                                 TAS-HASTA (WK-TASAS-CARGADAS)
                             MOVE TAS-TASA-DIARIA TO
                                 TAS-TASA (WK-TASAS-CARGADAS)
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE FICHERO-TAS
         END-IF.
       BUSCAR-ESCALA.
         MOVE 'N' TO WK-ESC-HALLADA.
         MOVE 1 TO WK-IDX-ESC.
         PERFORM UNTIL WK-ESC-HALLADA = 'S'
             OR WK-IDX-ESC > WK-ESCALAS-CARGADAS
             IF ESC-CODIGO (WK-IDX-ESC) = TAS-ESCALA
                 MOVE 'S' TO WK-ESC-HALLADA
             ELSE
                 ADD 1 TO WK-IDX-ESC
             END-IF
         END-PERFORM.
       ANOTAR-FECHA-ESCALA.
         PERFORM BUSCAR-ESCALA.
         IF WK-ESC-HALLADA = 'S'
             IF TAS-FECHA-EFECTO > ESC-FECHA (WK-IDX-ESC)
                 MOVE TAS-FECHA-EFECTO TO ESC-FECHA (WK-IDX-ESC)
             END-IF
         ELSE
             IF WK-ESCALAS-CARGADAS < 20
                 ADD 1 TO WK-ESCALAS-CARGADAS
                 MOVE TAS-ESCALA TO ESC-CODIGO (WK-ESCALAS-CARGADAS)
                 MOVE TAS-FECHA-EFECTO
                     TO ESC-FECHA (WK-ESCALAS-CARGADAS)
             END-IF
         END-IF.
       BUSCAR-TASA.
         MOVE WK-TASA-INTERES-DIARIA TO WK-TASA-APLICADA.
         MOVE 'N' TO WK-TRAMO-HALLADO.
         IF WK-TASAS-CARGADAS NOT = ZERO
             MOVE PRD-ESCALA-TASA TO WK-ESCALA-BUSCADA
             PERFORM REVISAR-TRAMO
                 VARYING WK-IDX-TASA FROM 1 BY 1
                 UNTIL WK-IDX-TASA > WK-TASAS-CARGADAS
             IF WK-TRAMO-HALLADO = 'N'
                 AND WK-ESCALA-BUSCADA NOT = SPACES
                 MOVE SPACES TO WK-ESCALA-BUSCADA
                 PERFORM REVISAR-TRAMO
                     VARYING WK-IDX-TASA FROM 1 BY 1
                     UNTIL WK-IDX-TASA > WK-TASAS-CARGADAS
             END-IF
         END-IF.
       REVISAR-TRAMO.
         IF TAS-ESCALA-TRAMO (WK-IDX-TASA) = WK-ESCALA-BUSCADA
             AND WK-SALDO-TRAMO NOT < TAS-DESDE (WK-IDX-TASA)
             AND (TAS-HASTA (WK-IDX-TASA) = ZERO
                 OR WK-SALDO-TRAMO NOT > TAS-HASTA (WK-IDX-TASA))
             MOVE TAS-TASA (WK-IDX-TASA) TO WK-TASA-APLICADA
             MOVE 'S' TO WK-TRAMO-HALLADO
         END-IF.
       CARGAR-RETENCION.
         MOVE ZERO TO WK-PORCENTAJE-RETENCION.
         MOVE ZERO TO WK-FECHA-VIG-RET.
         MOVE 'N' TO WK-FIN-RET.
         OPEN INPUT FICHERO-RET.
         IF WK-ESTADO-RET = '00'
             PERFORM UNTIL WK-FIN-RET = 'S'
                 READ FICHERO-RET
                     AT END
                         MOVE 'S' TO WK-FIN-RET
                     NOT AT END
                         IF RET-FECHA-EFECTO NOT > WK-FECHA-HOY
                             AND RET-FECHA-EFECTO > WK-FECHA-VIG-RET
                             MOVE RET-FECHA-EFECTO
                                 TO WK-FECHA-VIG-RET
                             MOVE RET-PORCENTAJE
                                 TO WK-PORCENTAJE-RETENCION
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE FICHERO-RET
         END-IF.
       CARGAR-TASA-DESCUBIERTO.
         MOVE ZERO TO WK-FECHA-VIG-TDB.
         MOVE 'N' TO WK-FIN-TDB.
         OPEN INPUT FICHERO-TDB.
         IF WK-ESTADO-TDB = '00'
             PERFORM UNTIL WK-FIN-TDB = 'S'
                 READ FICHERO-TDB
                     AT END
                         MOVE 'S' TO WK-FIN-TDB
                     NOT AT END
                         IF TDB-FECHA-EFECTO NOT > WK-FECHA-HOY
                             AND TDB-FECHA-EFECTO > WK-FECHA-VIG-TDB
                             MOVE TDB-FECHA-EFECTO
                                 TO WK-FECHA-VIG-TDB
                             MOVE TDB-TASA-DIARIA
                                 TO WK-TASA-DESCUBIERTO
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE FICHERO-TDB
         END-IF.
       END PROGRAM AJUSTE-FECHA-VALOR.
