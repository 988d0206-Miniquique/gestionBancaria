       IDENTIFICATION DIVISION.
       PROGRAM-ID. MORA-PRESTAMOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-PRE ASSIGN TO '../data/PRESTAMOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-ID
               FILE STATUS IS WK-ESTADO-PRE.
           SELECT FICHERO-CUO ASSIGN TO '../data/CUOTAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-CLAVE
               FILE STATUS IS WK-ESTADO-CUO.
           SELECT FICHERO-MOR ASSIGN TO '../data/MORA.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOR-PRESTAMO
               FILE STATUS IS WK-ESTADO-MOR.
           SELECT FICHERO-PAR ASSIGN TO '../data/MORA.par'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-PAR.
           SELECT FICHERO-FEC ASSIGN TO '../data/MORA.fec'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-FEC.
           SELECT FICHERO-PRV ASSIGN TO '../data/PROVISIONES.tot'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FICHERO-REP ASSIGN TO '../data/PROVISIONES.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-PRE.
           01 REGISTRO-PRESTAMO.
           COPY "prestreg.cpy".
           FD FICHERO-CUO.
           01 REGISTRO-CUOTA.
           COPY "cuotareg.cpy".
           FD FICHERO-MOR.
           01 REGISTRO-MORA.
           COPY "morareg.cpy".
      * TASA DIARIA DE INTERES MORATORIO Y PORCENTAJE DE PROVISION
      * DE CADA TRAMO DE ATRASO, DEL MAS LEVE AL MAS GRAVE.
           FD FICHERO-PAR.
           01 LINEA-PAR.
               05 PAR-TASA-MORA PIC 9V9(6).
               05 PAR-PORCENTAJE PIC 9(3)V99 OCCURS 4 TIMES.
           FD FICHERO-FEC.
           01 LINEA-FEC PIC 9(8).
           FD FICHERO-PRV.
           01 REGISTRO-PROVISION.
           COPY "provreg.cpy".
           FD FICHERO-REP.
           01 LINEA-REP PIC X(80).
           WORKING-STORAGE SECTION.
           01 WK-FIN-FICHERO PIC X VALUE 'N'.
           01 WK-FIN-CUOTAS PIC X VALUE 'N'.
           01 WK-ESTADO-PRE PIC XX VALUE '00'.
           01 WK-ESTADO-CUO PIC XX VALUE '00'.
           01 WK-ESTADO-MOR PIC XX.
           01 WK-ESTADO-PAR PIC XX.
           01 WK-ESTADO-FEC PIC XX.
           01 WK-FECHA-HOY PIC 9(8) VALUE ZERO.
           01 WK-ULTIMA-FECHA-LOTE PIC 9(8) VALUE ZERO.
           01 WK-TASA-MORA PIC 9V9(6) VALUE .000600.
           01 WK-PORCENTAJES-DEFECTO.
               05 FILLER PIC 9(3)V99 VALUE 1.00.
               05 FILLER PIC 9(3)V99 VALUE 10.00.
               05 FILLER PIC 9(3)V99 VALUE 50.00.
               05 FILLER PIC 9(3)V99 VALUE 100.00.
           01 TABLA-PORCENTAJES REDEFINES WK-PORCENTAJES-DEFECTO.
               05 TPO-PORCENTAJE PIC 9(3)V99 OCCURS 4 TIMES.
           01 WK-NOMBRES-TRAMO.
               05 FILLER PIC X(6) VALUE '1-30'.
               05 FILLER PIC X(6) VALUE '31-60'.
               05 FILLER PIC X(6) VALUE '61-90'.
               05 FILLER PIC X(6) VALUE '90+'.
           01 TABLA-NOMBRES REDEFINES WK-NOMBRES-TRAMO.
               05 TNO-NOMBRE PIC X(6) OCCURS 4 TIMES.
           01 TABLA-TRAMOS.
               05 TTR-ENTRADA OCCURS 4 TIMES.
                   10 TTR-PRESTAMOS PIC 9(6).
                   10 TTR-CAPITAL PIC 9(11)V99.
                   10 TTR-PROVISION PIC 9(11)V99.
           01 WK-IDX-TRAMO PIC 9 VALUE ZERO.
           01 WK-HAY-REGISTRO PIC X VALUE 'N'.
           01 WK-FECHA-MAS-ANTIGUA PIC 9(8) VALUE ZERO.
           01 WK-FECHA-DESDE PIC 9(8) VALUE ZERO.
           01 WK-CAPITAL-VENCIDO PIC 9(7)V99 VALUE ZERO.
           01 WK-CAPITAL-PENDIENTE PIC 9(7)V99 VALUE ZERO.
           01 WK-DIAS-ATRASO PIC 9(4) VALUE ZERO.
           01 WK-DIAS-TRANSCURRIDOS PIC 9(4) VALUE ZERO.
           01 WK-TRAMO PIC 9 VALUE ZERO.
           01 WK-INTERES-DIA PIC 9(7)V99 VALUE ZERO.
           01 WK-INTERES-REVERTIDO PIC 9(7)V99 VALUE ZERO.
           01 WK-PROVISION-ANTERIOR PIC 9(7)V99 VALUE ZERO.
           01 WK-PROVISION PIC 9(7)V99 VALUE ZERO.
           01 WK-TOTAL-INTERES PIC 9(9)V99 VALUE ZERO.
           01 WK-TOTAL-INTERES-REV PIC 9(9)V99 VALUE ZERO.
           01 WK-TOTAL-DOTACION PIC 9(9)V99 VALUE ZERO.
           01 WK-TOTAL-REVERSION PIC 9(9)V99 VALUE ZERO.
           01 WK-TOTAL-PROVISION PIC 9(11)V99 VALUE ZERO.
           01 WK-TOTAL-REVISADOS PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-EN-MORA PIC 9(6) VALUE ZERO.
           01 WK-FECHA-CALCULO PIC 9(8) VALUE ZERO.
           01 WK-FECHA-CAL-DET REDEFINES WK-FECHA-CALCULO.
               05 WK-ANO-CAL PIC 9(4).
               05 WK-MES-CAL PIC 9(2).
               05 WK-DIA-CAL PIC 9(2).
           01 WK-ULTIMO-DIA PIC 9(2) VALUE ZERO.
           01 WK-COCIENTE PIC 9(6) VALUE ZERO.
           01 WK-RESTO PIC 9(6) VALUE ZERO.
           01 WK-AUD-EVENTO PIC X(20) VALUE SPACES.
           01 WK-AUD-RESULTADO PIC X(30) VALUE SPACES.
           01 WK-AUD-OPERADOR PIC 9(4) VALUE ZERO.
           01 LINEA-TITULO.
               05 FILLER PIC X(30)
                   VALUE 'MORA Y PROVISIONES AL DIA:    '.
               05 LT-FECHA PIC 9(8).
           01 LINEA-CABECERA.
               05 FILLER PIC X(40)
                   VALUE 'PRESTAMO  CUENTA   DIAS  TRAMO   CAP.VEN'.
               05 FILLER PIC X(40)
                   VALUE 'CIDO  INT.MORATORIO     PROVISION       '.
           01 LINEA-DETALLE.
               05 LD-PRESTAMO PIC 9(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-CUENTA PIC 9(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-DIAS PIC Z(4)9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-TRAMO PIC X(6).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LD-VENCIDO PIC Z(6)9.99.
               05 FILLER PIC X(5) VALUE SPACES.
               05 LD-INTERES PIC Z(6)9.99.
               05 FILLER PIC X(4) VALUE SPACES.
               05 LD-PROVISION PIC Z(6)9.99.
           01 LINEA-TRAMO.
               05 FILLER PIC X(7) VALUE 'TRAMO '.
               05 LR-TRAMO PIC X(6).
               05 FILLER PIC X(12) VALUE ' PRESTAMOS: '.
               05 LR-PRESTAMOS PIC Z(5)9.
               05 FILLER PIC X(11) VALUE ' PENDIENTE:'.
               05 LR-CAPITAL PIC Z(9)9.99.
               05 FILLER PIC X(7) VALUE ' PROV: '.
               05 LR-PROVISION PIC Z(9)9.99.
           01 LINEA-TOTALES.
               05 FILLER PIC X(12) VALUE 'INT.MORA:  '.
               05 LT-INTERES PIC Z(8)9.99.
               05 FILLER PIC X(12) VALUE '  DOTACION: '.
               05 LT-DOTACION PIC Z(8)9.99.
               05 FILLER PIC X(13) VALUE '  REVERSION: '.
               05 LT-REVERSION PIC Z(8)9.99.
           01 LINEA-REVERSION-MORA.
               05 FILLER PIC X(24) VALUE 'INT.MORA REVERTIDO:    '.
               05 LV-INTERES PIC Z(8)9.99.
           01 WK-LOT-PROGRAMA PIC X(24) VALUE 'MORA-PRESTAMOS'.
           01 WK-LOT-HORA-INICIO PIC 9(8) VALUE ZERO.
           01 WK-LOT-RECHAZADOS PIC 9(6) VALUE ZERO.
           01 WK-LOT-ESTADO PIC X(2) VALUE 'OK'.
       PROCEDURE DIVISION.
           ACCEPT WK-LOT-HORA-INICIO FROM TIME.
           CALL "FECHA-NEGOCIO" USING WK-FECHA-HOY.
           PERFORM LEER-ULTIMA-FECHA-LOTE.
           IF WK-ULTIMA-FECHA-LOTE = WK-FECHA-HOY
               DISPLAY 'LA MORA DE PRESTAMOS DE HOY YA FUE '
                   'CALCULADA'
               DISPLAY 'NO SE VUELVE A EJECUTAR EN EL MISMO DIA'
           ELSE
               PERFORM LEER-PARAMETROS
               PERFORM PROCESAR-PRESTAMOS
               CALL "REGISTRO-LOTE" USING WK-LOT-PROGRAMA
                   WK-LOT-HORA-INICIO WK-TOTAL-REVISADOS
                   WK-TOTAL-EN-MORA WK-LOT-RECHAZADOS WK-LOT-ESTADO
           END-IF.
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
       LEER-PARAMETROS.
         OPEN INPUT FICHERO-PAR.
         IF WK-ESTADO-PAR = '00'
             READ FICHERO-PAR
                 AT END
                     CONTINUE
                 NOT AT END
                     IF PAR-TASA-MORA NUMERIC
                         MOVE PAR-TASA-MORA TO WK-TASA-MORA
                     END-IF
                     PERFORM TOMAR-PORCENTAJE
                         VARYING WK-IDX-TRAMO FROM 1 BY 1
                         UNTIL WK-IDX-TRAMO > 4
             END-READ
             CLOSE FICHERO-PAR
         END-IF.
         DISPLAY 'TASA DIARIA DE INTERES MORATORIO: ' WK-TASA-MORA.
         DISPLAY 'PROVISION POR TRAMO: ' TPO-PORCENTAJE (1) ' '
             TPO-PORCENTAJE (2) ' ' TPO-PORCENTAJE (3) ' '
             TPO-PORCENTAJE (4).
       TOMAR-PORCENTAJE.
         IF PAR-PORCENTAJE (WK-IDX-TRAMO) NUMERIC
             AND PAR-PORCENTAJE (WK-IDX-TRAMO) NOT > 100
             MOVE PAR-PORCENTAJE (WK-IDX-TRAMO)
                 TO TPO-PORCENTAJE (WK-IDX-TRAMO)
         END-IF.
       PROCESAR-PRESTAMOS.
         MOVE 'N' TO WK-FIN-FICHERO.
         PERFORM LIMPIAR-TRAMO
             VARYING WK-IDX-TRAMO FROM 1 BY 1
             UNTIL WK-IDX-TRAMO > 4.
         OPEN INPUT FICHERO-PRE.
         IF WK-ESTADO-PRE NOT = '00'
             DISPLAY 'NO HAY PRESTAMOS REGISTRADOS TODAVIA'
         ELSE
           OPEN INPUT FICHERO-CUO
           IF WK-ESTADO-CUO NOT = '00'
               DISPLAY 'NO HAY CUOTAS REGISTRADAS TODAVIA'
               CLOSE FICHERO-PRE
           ELSE
      * SI EL ACUMULADOR DE MORA NO EXISTE TODAVIA SE CREA VACIO Y
      * SE REABRE EN I-O: LOS READ Y REWRITE DEL PROCESO NO ESTAN
      * PERMITIDOS EN MODO OUTPUT.
             OPEN I-O FICHERO-MOR
             IF WK-ESTADO-MOR = '35'
                 OPEN OUTPUT FICHERO-MOR
                 CLOSE FICHERO-MOR
                 OPEN I-O FICHERO-MOR
             END-IF
             OPEN OUTPUT FICHERO-REP
             MOVE WK-FECHA-HOY TO LT-FECHA
             MOVE LINEA-TITULO TO LINEA-REP
             WRITE LINEA-REP
             MOVE LINEA-CABECERA TO LINEA-REP
             WRITE LINEA-REP
             PERFORM UNTIL WK-FIN-FICHERO = 'S'
                 READ FICHERO-PRE NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-FICHERO
                     NOT AT END
                         PERFORM PROCESAR-UN-PRESTAMO
                 END-READ
             END-PERFORM
             PERFORM ESCRIBIR-TRAMO
                 VARYING WK-IDX-TRAMO FROM 1 BY 1
                 UNTIL WK-IDX-TRAMO > 4
             MOVE WK-TOTAL-INTERES TO LT-INTERES
             MOVE WK-TOTAL-DOTACION TO LT-DOTACION
             MOVE WK-TOTAL-REVERSION TO LT-REVERSION
             MOVE LINEA-TOTALES TO LINEA-REP
             WRITE LINEA-REP
             MOVE WK-TOTAL-INTERES-REV TO LV-INTERES
             MOVE LINEA-REVERSION-MORA TO LINEA-REP
             WRITE LINEA-REP
             CLOSE FICHERO-REP
             CLOSE FICHERO-MOR
             CLOSE FICHERO-CUO
             CLOSE FICHERO-PRE
             PERFORM GRABAR-TOTALES-CONTABLES
             PERFORM GRABAR-ULTIMA-FECHA-LOTE
             DISPLAY 'PRESTAMOS REVISADOS: ' WK-TOTAL-REVISADOS
             DISPLAY 'PRESTAMOS EN MORA: ' WK-TOTAL-EN-MORA
             DISPLAY 'INTERES MORATORIO DEVENGADO: '
                 WK-TOTAL-INTERES
             DISPLAY 'INTERES MORATORIO REVERTIDO: '
                 WK-TOTAL-INTERES-REV
             DISPLAY 'PROVISION EXIGIDA: ' WK-TOTAL-PROVISION
             DISPLAY 'DOTACION: ' WK-TOTAL-DOTACION
                 ' REVERSION: ' WK-TOTAL-REVERSION
             DISPLAY 'REPORTE EN ../data/PROVISIONES.txt'
           END-IF
         END-IF.
       LIMPIAR-TRAMO.
         MOVE ZERO TO TTR-PRESTAMOS (WK-IDX-TRAMO).
         MOVE ZERO TO TTR-CAPITAL (WK-IDX-TRAMO).
         MOVE ZERO TO TTR-PROVISION (WK-IDX-TRAMO).
      * UN PRESTAMO LIQUIDADO SOLO SE REVISA SI TODAVIA TIENE
      * PROVISION CONSTITUIDA O MORATORIO ACUMULADO, PARA
      * REVERTIRLOS.
       PROCESAR-UN-PRESTAMO.
         MOVE 'S' TO WK-HAY-REGISTRO.
         MOVE PRE-ID TO MOR-PRESTAMO.
         READ FICHERO-MOR
             INVALID KEY
                 MOVE 'N' TO WK-HAY-REGISTRO
                 MOVE ZERO TO MOR-PROVISION
                 MOVE ZERO TO MOR-INTERES-ACUM
         END-READ.
         IF PRESTAMO-VIGENTE OR MOR-PROVISION NOT = ZERO
             OR MOR-INTERES-ACUM NOT = ZERO
             ADD 1 TO WK-TOTAL-REVISADOS
             PERFORM ACUMULAR-CUOTAS
             IF WK-CAPITAL-VENCIDO NOT = ZERO
                 OR WK-HAY-REGISTRO = 'S'
                 PERFORM CALCULAR-MORA
             END-IF
         END-IF.
      * RECORRE EL CUADRO DEL PRESTAMO: CAPITAL AUN NO PAGADO, Y DE
      * ESE EL QUE YA VENCIO ANTES DE HOY. UNA CUOTA QUE VENCE HOY
      * Y NO ENTRO EN EL COBRO TODAVIA NO CUENTA COMO ATRASO.
       ACUMULAR-CUOTAS.
         MOVE ZERO TO WK-CAPITAL-VENCIDO.
         MOVE ZERO TO WK-CAPITAL-PENDIENTE.
         MOVE ZERO TO WK-FECHA-MAS-ANTIGUA.
         MOVE PRE-ID TO CUO-PRESTAMO.
         MOVE ZERO TO CUO-NUMERO.
         START FICHERO-CUO KEY IS NOT < CUO-CLAVE
             INVALID KEY
                 MOVE 'S' TO WK-FIN-CUOTAS
             NOT INVALID KEY
                 MOVE 'N' TO WK-FIN-CUOTAS
         END-START.
         PERFORM UNTIL WK-FIN-CUOTAS = 'S'
             READ FICHERO-CUO NEXT RECORD
                 AT END
                     MOVE 'S' TO WK-FIN-CUOTAS
                 NOT AT END
                     IF CUO-PRESTAMO NOT = PRE-ID
                         MOVE 'S' TO WK-FIN-CUOTAS
                     ELSE
                         IF NOT CUOTA-PAGADA
                             ADD CUO-CAPITAL TO WK-CAPITAL-PENDIENTE
                             IF CUO-FECHA-VENCIMIENTO < WK-FECHA-HOY
                                 ADD CUO-CAPITAL
                                     TO WK-CAPITAL-VENCIDO
                                 IF WK-FECHA-MAS-ANTIGUA = ZERO
                                     MOVE CUO-FECHA-VENCIMIENTO
                                         TO WK-FECHA-MAS-ANTIGUA
                                 END-IF
                             END-IF
                         END-IF
                     END-IF
             END-READ
         END-PERFORM.
       CALCULAR-MORA.
         IF WK-HAY-REGISTRO = 'N'
             MOVE PRE-ID TO MOR-PRESTAMO
             MOVE ZERO TO MOR-FECHA-CALCULO
             MOVE ZERO TO MOR-DIAS-ATRASO
             MOVE ZERO TO MOR-TRAMO
             MOVE ZERO TO MOR-CAPITAL-VENCIDO
             MOVE ZERO TO MOR-CAPITAL-PENDIENTE
             MOVE ZERO TO MOR-INTERES-ACUM
             MOVE ZERO TO MOR-PROVISION
         END-IF.
         MOVE ZERO TO WK-DIAS-ATRASO.
         MOVE ZERO TO WK-TRAMO.
         MOVE ZERO TO WK-INTERES-DIA.
         MOVE ZERO TO WK-INTERES-REVERTIDO.
         MOVE ZERO TO WK-PROVISION.
         MOVE MOR-PROVISION TO WK-PROVISION-ANTERIOR.
         IF WK-CAPITAL-VENCIDO NOT = ZERO
             MOVE WK-FECHA-MAS-ANTIGUA TO WK-FECHA-DESDE
             PERFORM CONTAR-DIAS-TRANSCURRIDOS
             MOVE WK-DIAS-TRANSCURRIDOS TO WK-DIAS-ATRASO
             EVALUATE TRUE
                 WHEN WK-DIAS-ATRASO NOT > 30
                     MOVE 1 TO WK-TRAMO
                 WHEN WK-DIAS-ATRASO NOT > 60
                     MOVE 2 TO WK-TRAMO
                 WHEN WK-DIAS-ATRASO NOT > 90
                     MOVE 3 TO WK-TRAMO
                 WHEN OTHER
                     MOVE 4 TO WK-TRAMO
             END-EVALUATE
      * EL MORATORIO CORRE DESDE EL ULTIMO CALCULO, O DESDE EL
      * VENCIMIENTO SI EL ATRASO ES NUEVO, POR DIAS NATURALES: LOS
      * FINES DE SEMANA Y FERIADOS SE DEVENGAN EN EL CIERRE SIGUIENTE.
             IF MOR-FECHA-CALCULO > WK-FECHA-MAS-ANTIGUA
                 MOVE MOR-FECHA-CALCULO TO WK-FECHA-DESDE
                 PERFORM CONTAR-DIAS-TRANSCURRIDOS
             END-IF
             COMPUTE WK-INTERES-DIA ROUNDED =
                 WK-CAPITAL-VENCIDO * WK-TASA-MORA
                 * WK-DIAS-TRANSCURRIDOS
             COMPUTE WK-PROVISION ROUNDED =
                 WK-CAPITAL-PENDIENTE * TPO-PORCENTAJE (WK-TRAMO)
                 / 100
             ADD 1 TO WK-TOTAL-EN-MORA
             ADD 1 TO TTR-PRESTAMOS (WK-TRAMO)
             ADD WK-CAPITAL-PENDIENTE TO TTR-CAPITAL (WK-TRAMO)
             ADD WK-PROVISION TO TTR-PROVISION (WK-TRAMO)
             ADD WK-PROVISION TO WK-TOTAL-PROVISION
             ADD WK-INTERES-DIA TO MOR-INTERES-ACUM
         ELSE
      * SIN CUOTAS VENCIDAS EL ATRASO HA TERMINADO. EL MORATORIO
      * ACUMULADO NO SE CARGA AL PRESTATARIO, ASI QUE EL INGRESO YA
      * CONTABILIZADO SE REVIERTE (MORA-REV) Y EL ACUMULADO VUELVE
      * A CERO PARA QUE UN ATRASO POSTERIOR EMPIECE DE NUEVO.
             MOVE MOR-INTERES-ACUM TO WK-INTERES-REVERTIDO
             MOVE ZERO TO MOR-INTERES-ACUM
         END-IF.
         IF WK-TRAMO = 4 AND NOT MORA-TRAMO-DUDOSO
             MOVE 'PRESTAMO DUDOSO' TO WK-AUD-EVENTO
             MOVE 'MAS DE 90 DIAS DE ATRASO' TO WK-AUD-RESULTADO
             CALL "REGISTRO-AUDITORIA" USING WK-AUD-EVENTO
                 PRE-CUENTA WK-AUD-RESULTADO WK-AUD-OPERADOR
         END-IF.
         MOVE WK-FECHA-HOY TO MOR-FECHA-CALCULO.
         MOVE WK-DIAS-ATRASO TO MOR-DIAS-ATRASO.
         MOVE WK-TRAMO TO MOR-TRAMO.
         MOVE WK-CAPITAL-VENCIDO TO MOR-CAPITAL-VENCIDO.
         MOVE WK-CAPITAL-PENDIENTE TO MOR-CAPITAL-PENDIENTE.
         MOVE WK-PROVISION TO MOR-PROVISION.
         IF WK-HAY-REGISTRO = 'S'
             REWRITE REGISTRO-MORA
         ELSE
             WRITE REGISTRO-MORA
         END-IF.
      * SOLO PASA A CONTABILIDAD LO QUE QUEDO GRABADO EN MORA.dat: SI
      * LA GRABACION FALLA, LA CORRIDA SIGUIENTE VUELVE A CALCULAR EL
      * PRESTAMO DESDE EL REGISTRO ANTERIOR.
         IF WK-ESTADO-MOR NOT = '00'
             DISPLAY 'ERROR ' WK-ESTADO-MOR ' AL GRABAR LA MORA DEL '
                 'PRESTAMO ' PRE-ID
             ADD 1 TO WK-LOT-RECHAZADOS
             MOVE 'ER' TO WK-LOT-ESTADO
         ELSE
             ADD WK-INTERES-DIA TO WK-TOTAL-INTERES
             ADD WK-INTERES-REVERTIDO TO WK-TOTAL-INTERES-REV
             IF WK-PROVISION > WK-PROVISION-ANTERIOR
                 COMPUTE WK-TOTAL-DOTACION = WK-TOTAL-DOTACION
                     + WK-PROVISION - WK-PROVISION-ANTERIOR
             ELSE
                 COMPUTE WK-TOTAL-REVERSION = WK-TOTAL-REVERSION
                     + WK-PROVISION-ANTERIOR - WK-PROVISION
             END-IF
         END-IF.
         IF WK-TRAMO NOT = ZERO
             PERFORM ESCRIBIR-DETALLE
         END-IF.
       ESCRIBIR-DETALLE.
         MOVE PRE-ID TO LD-PRESTAMO.
         MOVE PRE-CUENTA TO LD-CUENTA.
         MOVE WK-DIAS-ATRASO TO LD-DIAS.
         MOVE TNO-NOMBRE (WK-TRAMO) TO LD-TRAMO.
         MOVE WK-CAPITAL-VENCIDO TO LD-VENCIDO.
         MOVE MOR-INTERES-ACUM TO LD-INTERES.
         MOVE WK-PROVISION TO LD-PROVISION.
         MOVE LINEA-DETALLE TO LINEA-REP.
         WRITE LINEA-REP.
       ESCRIBIR-TRAMO.
         MOVE TNO-NOMBRE (WK-IDX-TRAMO) TO LR-TRAMO.
         MOVE TTR-PRESTAMOS (WK-IDX-TRAMO) TO LR-PRESTAMOS.
         MOVE TTR-CAPITAL (WK-IDX-TRAMO) TO LR-CAPITAL.
         MOVE TTR-PROVISION (WK-IDX-TRAMO) TO LR-PROVISION.
         MOVE LINEA-TRAMO TO LINEA-REP.
         WRITE LINEA-REP.
      * LA CONTABILIDAD DEL CIERRE RECOGE ESTOS TOTALES CON LA
      * FECHA DEL DIA. LA PROVISION SE CONTABILIZA POR SU VARIACION
      * NETA, NO POR EL SALDO EXIGIDO.
       GRABAR-TOTALES-CONTABLES.
         OPEN OUTPUT FICHERO-PRV.
         MOVE WK-FECHA-HOY TO PRV-FECHA.
         IF WK-TOTAL-INTERES NOT = ZERO
             MOVE 'INT-MORA' TO PRV-TIPO
             MOVE WK-TOTAL-INTERES TO PRV-IMPORTE
             WRITE REGISTRO-PROVISION
         END-IF.
         IF WK-TOTAL-INTERES-REV NOT = ZERO
             MOVE 'MORA-REV' TO PRV-TIPO
             MOVE WK-TOTAL-INTERES-REV TO PRV-IMPORTE
             WRITE REGISTRO-PROVISION
         END-IF.
         IF WK-TOTAL-DOTACION > WK-TOTAL-REVERSION
             MOVE 'PROV-DOT' TO PRV-TIPO
             COMPUTE PRV-IMPORTE =
                 WK-TOTAL-DOTACION - WK-TOTAL-REVERSION
             WRITE REGISTRO-PROVISION
         END-IF.
         IF WK-TOTAL-REVERSION > WK-TOTAL-DOTACION
             MOVE 'PROV-REV' TO PRV-TIPO
             COMPUTE PRV-IMPORTE =
                 WK-TOTAL-REVERSION - WK-TOTAL-DOTACION
             WRITE REGISTRO-PROVISION
         END-IF.
         CLOSE FICHERO-PRV.
       CONTAR-DIAS-TRANSCURRIDOS.
         MOVE ZERO TO WK-DIAS-TRANSCURRIDOS.
         MOVE WK-FECHA-DESDE TO WK-FECHA-CALCULO.
         PERFORM UNTIL WK-FECHA-CALCULO NOT < WK-FECHA-HOY
             OR WK-DIAS-TRANSCURRIDOS = 9999
             PERFORM AVANZAR-UN-DIA
             ADD 1 TO WK-DIAS-TRANSCURRIDOS
         END-PERFORM.
       AVANZAR-UN-DIA.
         PERFORM CALCULAR-ULTIMO-DIA.
         IF WK-DIA-CAL < WK-ULTIMO-DIA
             ADD 1 TO WK-DIA-CAL
         ELSE
             MOVE 1 TO WK-DIA-CAL
             IF WK-MES-CAL < 12
                 ADD 1 TO WK-MES-CAL
             ELSE
                 MOVE 1 TO WK-MES-CAL
                 ADD 1 TO WK-ANO-CAL
             END-IF
         END-IF.
       CALCULAR-ULTIMO-DIA.
         EVALUATE WK-MES-CAL
             WHEN 1 MOVE 31 TO WK-ULTIMO-DIA
             WHEN 2 PERFORM CALCULAR-FEBRERO
             WHEN 3 MOVE 31 TO WK-ULTIMO-DIA
             WHEN 4 MOVE 30 TO WK-ULTIMO-DIA
             WHEN 5 MOVE 31 TO WK-ULTIMO-DIA
             WHEN 6 MOVE 30 TO WK-ULTIMO-DIA
             WHEN 7 MOVE 31 TO WK-ULTIMO-DIA
             WHEN 8 MOVE 31 TO WK-ULTIMO-DIA
             WHEN 9 MOVE 30 TO WK-ULTIMO-DIA
             WHEN 10 MOVE 31 TO WK-ULTIMO-DIA
             WHEN 11 MOVE 30 TO WK-ULTIMO-DIA
             WHEN OTHER MOVE 31 TO WK-ULTIMO-DIA
         END-EVALUATE.
       CALCULAR-FEBRERO.
         MOVE 28 TO WK-ULTIMO-DIA.
         DIVIDE WK-ANO-CAL BY 4 GIVING WK-COCIENTE
             REMAINDER WK-RESTO.
         IF WK-RESTO = ZERO
             MOVE 29 TO WK-ULTIMO-DIA
             DIVIDE WK-ANO-CAL BY 100 GIVING WK-COCIENTE
                 REMAINDER WK-RESTO
             IF WK-RESTO = ZERO
                 MOVE 28 TO WK-ULTIMO-DIA
                 DIVIDE WK-ANO-CAL BY 400 GIVING WK-COCIENTE
                     REMAINDER WK-RESTO
                 IF WK-RESTO = ZERO
                     MOVE 29 TO WK-ULTIMO-DIA
                 END-IF
             END-IF
         END-IF.
       END PROGRAM MORA-PRESTAMOS.
