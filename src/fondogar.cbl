       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARANTIA-DEPOSITOS.

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
           SELECT FICHERO-PLZ ASSIGN TO '../data/PLAZOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLZ-ID
               FILE STATUS IS WK-ESTADO-PLZ.
           SELECT FICHERO-MOV ASSIGN TO '../data/MOVIMIENTOS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-ESTADO-MOV.
           SELECT FICHERO-CAM ASSIGN TO '../data/CAMBIOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-CAM.
           SELECT FICHERO-PAR ASSIGN TO '../data/FONDOGAR.par'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-PAR.
           SELECT FICHERO-PPR ASSIGN TO '../data/PRESCRIP.par'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-PPR.
           SELECT FICHERO-REP ASSIGN TO WK-NOMBRE-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FICHERO-SAL ASSIGN TO WK-NOMBRE-SALIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-SAL.
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
           FD FICHERO-PLZ.
           01 REGISTRO-PLAZO.
           COPY "plazoreg.cpy".
           FD FICHERO-MOV.
           01 REGISTRO-MOV.
           COPY "movreg.cpy".
           FD FICHERO-CAM.
           01 REGISTRO-CAMBIO.
           COPY "cambioreg.cpy".
           FD FICHERO-PAR.
      * PARAMETRO DEL FONDO DE GARANTIA: IMPORTE MAXIMO CUBIERTO POR
      * DEPOSITANTE, EN EUR.
           01 LINEA-PAR.
               05 PAR-LIMITE PIC 9(7)V99.
           FD FICHERO-PPR.
           01 LINEA-PPR.
               05 PPR-ANOS PIC 9(2).
               05 PPR-CUENTA-DESTINO PIC 9(6).
           FD FICHERO-REP.
           01 LINEA-REP PIC X(100).
           FD FICHERO-SAL.
      * LAYOUT FIJO DEL FICHERO DE REMISION AL FONDO DE GARANTIA: UN
      * REGISTRO 'D' POR DEPOSITANTE CON SU DOCUMENTO, LOS DEPOSITOS
      * ADMISIBLES EN EUR Y SU REPARTO ENTRE CUBIERTO Y NO CUBIERTO,
      * Y AL FINAL UN REGISTRO 'T' CON LOS TOTALES DE LA ENTIDAD.
           01 LINEA-SALIDA.
               05 SAL-TIPO PIC X(1).
               05 SAL-FECHA PIC 9(8).
               05 SAL-CLIENTE PIC 9(6).
               05 SAL-TIPO-DOC PIC X(1).
               05 SAL-DOCUMENTO PIC X(15).
               05 SAL-NOMBRE PIC X(50).
               05 SAL-DEPOSITOS PIC 9(11)V99.
               05 SAL-CUBIERTO PIC 9(11)V99.
               05 SAL-NO-CUBIERTO PIC 9(11)V99.
           01 LINEA-SALIDA-TOTAL.
               05 SAT-TIPO PIC X(1).
               05 SAT-FECHA PIC 9(8).
               05 SAT-DEPOSITANTES PIC 9(6).
               05 SAT-DEPOSITOS PIC 9(13)V99.
               05 SAT-CUBIERTO PIC 9(13)V99.
               05 SAT-NO-CUBIERTO PIC 9(13)V99.
           WORKING-STORAGE SECTION.
           01 WK-FIN-FICHERO PIC X VALUE 'N'.
           01 WK-FIN-CTA PIC X VALUE 'N'.
           01 WK-FIN-TIT PIC X VALUE 'N'.
           01 WK-FIN-PLZ PIC X VALUE 'N'.
           01 WK-FIN-MOV PIC X VALUE 'N'.
           01 WK-FIN-CAM PIC X VALUE 'N'.
           01 WK-ESTADO-CLI PIC XX VALUE '00'.
           01 WK-ESTADO-CTA PIC XX VALUE '00'.
           01 WK-ESTADO-TIT PIC XX VALUE '00'.
           01 WK-ESTADO-PLZ PIC XX VALUE '00'.
           01 WK-ESTADO-MOV PIC XX VALUE '00'.
           01 WK-ESTADO-CAM PIC XX.
           01 WK-ESTADO-PAR PIC XX.
           01 WK-ESTADO-PPR PIC XX.
           01 WK-ESTADO-SAL PIC XX.
           01 WK-TIT-ABIERTO PIC X VALUE 'N'.
           01 WK-PLZ-ABIERTO PIC X VALUE 'N'.
           01 WK-FECHA-HOY PIC 9(8) VALUE ZERO.
           01 WK-NOMBRE-REPORTE PIC X(40) VALUE SPACES.
           01 WK-NOMBRE-SALIDA PIC X(40) VALUE SPACES.
           01 WK-LIMITE-CUBIERTO PIC 9(7)V99 VALUE 100000.00.
           01 WK-ANOS-PRESCRIPCION PIC 9(2) VALUE 10.
           01 WK-FECHA-CORTE PIC 9(8) VALUE ZERO.
           01 WK-ULTIMA-FECHA PIC 9(8) VALUE ZERO.
           01 WK-PRESCRITA PIC X VALUE 'N'.
           01 WK-CLIENTE PIC 9(6) VALUE ZERO.
           01 WK-SECCION PIC X VALUE SPACE.
           01 WK-EN-SECCION PIC X VALUE 'N'.
      * TASAS DE CAMBIO VIGENTES A LA FECHA DEL REPORTE, UNA POR
      * MONEDA: LA DE FECHA MAS RECIENTE QUE NO SEA FUTURA.
           01 WK-MONEDA-BUSCADA PIC X(3) VALUE SPACES.
           01 WK-TASA-BUSCADA PIC 9(3)V9(6) VALUE ZERO.
           01 WK-MON-ENCONTRADA PIC X VALUE 'N'.
           01 WK-IDX-MON PIC 9(2) VALUE ZERO.
           01 WK-IDX-HALLADO PIC 9(2) VALUE ZERO.
           01 WK-TOTAL-MONEDAS PIC 9(2) VALUE ZERO.
           01 TABLA-MONEDAS.
               05 TMO-ENTRADA OCCURS 20 TIMES.
                   10 TMO-MONEDA PIC X(3).
                   10 TMO-FECHA PIC 9(8).
                   10 TMO-TASA PIC 9(3)V9(6).
      * CUENTAS DONDE EL DEPOSITANTE ES COTITULAR PERO NO TITULAR
      * PRINCIPAL; SE RECOGEN ANTES DE TRATARLAS PORQUE CONTAR LOS
      * TITULARES DE CADA UNA RECORRE TITULARES.dat POR SU CLAVE.
           01 WK-TOTAL-TABLA PIC 9(3) VALUE ZERO.
           01 WK-IND PIC 9(3) VALUE ZERO.
           01 TABLA-COTITULAR.
               05 TC-CUENTA PIC 9(6) OCCURS 100 TIMES.
           01 WK-NUM-TITULARES PIC 9(3) VALUE ZERO.
           01 WK-SALDO-EUR PIC S9(11)V99 VALUE ZERO.
           01 WK-PARTE PIC S9(11)V99 VALUE ZERO.
           01 WK-IMPORTE-PLAZO PIC 9(9)V99 VALUE ZERO.
           01 WK-INTERES PIC 9(7)V99 VALUE ZERO.
           01 WK-DEP-CUENTAS PIC S9(11)V99 VALUE ZERO.
           01 WK-DEP-PLAZOS PIC S9(11)V99 VALUE ZERO.
           01 WK-DEP-TOTAL PIC S9(11)V99 VALUE ZERO.
           01 WK-DEP-CUBIERTO PIC S9(11)V99 VALUE ZERO.
           01 WK-DEP-NO-CUBIERTO PIC S9(11)V99 VALUE ZERO.
           01 WK-TOTAL-DEPOSITOS PIC S9(13)V99 VALUE ZERO.
           01 WK-TOTAL-CUBIERTO PIC S9(13)V99 VALUE ZERO.
           01 WK-TOTAL-NO-CUBIERTO PIC S9(13)V99 VALUE ZERO.
           01 WK-TOTAL-SECCION PIC S9(13)V99 VALUE ZERO.
           01 WK-CUENTAS-SECCION PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-REVISADOS PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-DEPOSITANTES PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-SIN-TASA PIC 9(6) VALUE ZERO.
           01 WK-FECHA-DESDE PIC 9(8) VALUE ZERO.
           01 WK-FECHA-HASTA PIC 9(8) VALUE ZERO.
           01 WK-DIAS-TRANSCURRIDOS PIC 9(4) VALUE ZERO.
           01 WK-FECHA-CALCULO PIC 9(8) VALUE ZERO.
           01 WK-FECHA-CAL-DET REDEFINES WK-FECHA-CALCULO.
               05 WK-ANO-CAL PIC 9(4).
               05 WK-MES-CAL PIC 9(2).
               05 WK-DIA-CAL PIC 9(2).
           01 WK-ULTIMO-DIA PIC 9(2) VALUE ZERO.
           01 WK-COCIENTE PIC 9(4) VALUE ZERO.
           01 WK-RESTO PIC 9(4) VALUE ZERO.
           01 WK-LOT-PROGRAMA PIC X(24) VALUE 'GARANTIA-DEPOSITOS'.
           01 WK-LOT-HORA-INICIO PIC 9(8) VALUE ZERO.
           01 WK-LOT-RECHAZADOS PIC 9(6) VALUE ZERO.
           01 WK-LOT-ESTADO PIC X(2) VALUE 'OK'.
           01 LINEA-TITULO.
               05 FILLER PIC X(40) VALUE
                   'COBERTURA DEL FONDO DE GARANTIA AL     '.
               05 LT-FECHA PIC 9(8).
               05 FILLER PIC X(22) VALUE
                   '   LIMITE CUBIERTO:   '.
               05 LT-LIMITE PIC Z(6)9.99.
           01 LINEA-SECCION PIC X(100) VALUE SPACES.
           01 LINEA-CABECERA.
               05 FILLER PIC X(33) VALUE 'CLIENTE NOMBRE'.
               05 FILLER PIC X(15) VALUE '       CUENTAS '.
               05 FILLER PIC X(15) VALUE '        PLAZOS '.
               05 FILLER PIC X(15) VALUE '      CUBIERTO '.
               05 FILLER PIC X(14) VALUE '   NO CUBIERTO'.
           01 LINEA-DEPOSITANTE.
               05 LD-CLIENTE PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LD-NOMBRE PIC X(25).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LD-CUENTAS PIC Z(10)9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LD-PLAZOS PIC Z(10)9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LD-CUBIERTO PIC Z(10)9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LD-NO-CUBIERTO PIC Z(10)9.99.
           01 LINEA-CUENTA.
               05 FILLER PIC X(8) VALUE 'CUENTA: '.
               05 LC-CUENTA PIC 9(6).
               05 FILLER PIC X(10) VALUE ' TITULAR: '.
               05 LC-TITULAR PIC 9(6).
               05 FILLER PIC X(12) VALUE ' TITULARES: '.
               05 LC-TITULARES PIC ZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LC-MONEDA PIC X(3).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LC-SALDO PIC Z(8)9.99-.
               05 FILLER PIC X(6) VALUE ' EUR: '.
               05 LC-EUR PIC Z(10)9.99-.
           01 LINEA-TOTAL-SECCION.
               05 FILLER PIC X(10) VALUE 'CUENTAS: '.
               05 LS-CUENTAS PIC Z(5)9.
               05 FILLER PIC X(14) VALUE '  TOTAL EUR: '.
               05 LS-TOTAL PIC Z(12)9.99-.
           01 LINEA-DEPOSITANTES.
               05 FILLER PIC X(40) VALUE 'DEPOSITANTES'.
               05 LT-DEPOSITANTES PIC Z(5)9.
           01 LINEA-TOTAL.
               05 LT-CONCEPTO PIC X(40).
               05 LT-IMPORTE PIC Z(12)9.99-.
      * PROCESO TRIMESTRAL PARA EL FONDO DE GARANTIA DE DEPOSITOS:
      * POR CADA DEPOSITANTE DE CLIENTES.dat SUMA EN EUR LOS SALDOS
      * ACREEDORES DE SUS CUENTAS DE AHORRO Y CORRIENTES Y SUS PLAZOS
      * FIJOS VIGENTES CON EL INTERES DEVENGADO HASTA LA FECHA, Y LO
      * REPARTE ENTRE CUBIERTO (HASTA EL LIMITE DE FONDOGAR.par) Y NO
      * CUBIERTO. EL SALDO DE UNA CUENTA CONJUNTA DE TITULARES.dat SE
      * REPARTE A PARTES IGUALES ENTRE SUS TITULARES; EL RESTO DEL
      * REDONDEO QUEDA AL TITULAR PRINCIPAL. LAS CUENTAS EN OTRA
      * MONEDA SE PASAN A EUR CON LA TASA DE CAMBIOS.dat VIGENTE A LA
      * FECHA DEL REPORTE. EL INTERES DE LAS CUENTAS SE ABONA EN CADA
      * CIERRE, ASI QUE YA VA EN EL SALDO.
      * LAS CUENTAS EMBARGADAS Y LAS DORMIDAS SIGUEN SIENDO DEL
      * DEPOSITANTE Y CUENTAN PARA SU COBERTURA, PERO SE DETALLAN
      * ADEMAS EN SECCIONES APARTE. LAS DORMIDAS QUE YA PASARON EL
      * PLAZO DE PRESCRIPCION (PRESCRIP.par) ESTAN PENDIENTES DE
      * ENTREGA AL FONDO ESTATAL: NO CUENTAN PARA EL DEPOSITANTE Y
      * SOLO SALEN EN SU PROPIA SECCION.
      * GENERA EL LISTADO FONDO_GARANTIA_<FECHA>.txt Y EL FICHERO DE
      * REMISION FGD_<FECHA>.dat. SOLO LEE, NO TOCA NINGUN REGISTRO.
       PROCEDURE DIVISION.
           ACCEPT WK-LOT-HORA-INICIO FROM TIME.
           CALL "FECHA-NEGOCIO" USING WK-FECHA-HOY.
           PERFORM LEER-PARAMETROS.
           COMPUTE WK-FECHA-CORTE =
               WK-FECHA-HOY - WK-ANOS-PRESCRIPCION * 10000.
           PERFORM CARGAR-CAMBIOS.
           MOVE SPACES TO WK-NOMBRE-REPORTE.
           STRING '../data/FONDO_GARANTIA_' DELIMITED BY SIZE
                  WK-FECHA-HOY DELIMITED BY SIZE
                  '.txt' DELIMITED BY SIZE
               INTO WK-NOMBRE-REPORTE.
           MOVE SPACES TO WK-NOMBRE-SALIDA.
           STRING '../data/FGD_' DELIMITED BY SIZE
                  WK-FECHA-HOY DELIMITED BY SIZE
                  '.dat' DELIMITED BY SIZE
               INTO WK-NOMBRE-SALIDA.
           OPEN INPUT FICHERO-CLI.
           IF WK-ESTADO-CLI = '35'
               DISPLAY 'NO HAY CLIENTES REGISTRADOS TODAVIA'
           ELSE
               OPEN INPUT FICHERO-CTA
               IF WK-ESTADO-CTA = '35'
                   DISPLAY 'NO HAY CUENTAS REGISTRADAS TODAVIA'
               ELSE
                   OPEN INPUT FICHERO-TIT
                   IF WK-ESTADO-TIT = '00'
                       MOVE 'S' TO WK-TIT-ABIERTO
                   END-IF
                   OPEN INPUT FICHERO-PLZ
                   IF WK-ESTADO-PLZ = '00'
                       MOVE 'S' TO WK-PLZ-ABIERTO
                   END-IF
                   PERFORM GENERAR-REPORTE
                   IF WK-PLZ-ABIERTO = 'S'
                       CLOSE FICHERO-PLZ
                   END-IF
                   IF WK-TIT-ABIERTO = 'S'
                       CLOSE FICHERO-TIT
                   END-IF
                   CLOSE FICHERO-CTA
               END-IF
               CLOSE FICHERO-CLI
           END-IF.
           IF WK-TOTAL-SIN-TASA NOT = ZERO
               MOVE 'ER' TO WK-LOT-ESTADO
           END-IF.
           CALL "REGISTRO-LOTE" USING WK-LOT-PROGRAMA
               WK-LOT-HORA-INICIO WK-TOTAL-REVISADOS
               WK-TOTAL-DEPOSITANTES WK-TOTAL-SIN-TASA WK-LOT-ESTADO.
           STOP RUN.
       LEER-PARAMETROS.
         OPEN INPUT FICHERO-PAR.
         IF WK-ESTADO-PAR = '00'
             READ FICHERO-PAR
                 AT END
                     CONTINUE
                 NOT AT END
                     IF PAR-LIMITE NUMERIC AND PAR-LIMITE NOT = ZERO
                         MOVE PAR-LIMITE TO WK-LIMITE-CUBIERTO
                     END-IF
             END-READ
             CLOSE FICHERO-PAR
         END-IF.
         OPEN INPUT FICHERO-PPR.
         IF WK-ESTADO-PPR = '00'
             READ FICHERO-PPR
                 AT END
                     CONTINUE
                 NOT AT END
                     IF PPR-ANOS NUMERIC AND PPR-ANOS NOT = ZERO
                         MOVE PPR-ANOS TO WK-ANOS-PRESCRIPCION
                     END-IF
             END-READ
             CLOSE FICHERO-PPR
         END-IF.
         DISPLAY 'LIMITE CUBIERTO POR DEPOSITANTE: '
             WK-LIMITE-CUBIERTO.
         DISPLAY 'ANOS DE DORMANCIA PARA PRESCRIBIR: '
             WK-ANOS-PRESCRIPCION.
       CARGAR-CAMBIOS.
         MOVE ZERO TO WK-TOTAL-MONEDAS.
         MOVE 'N' TO WK-FIN-CAM.
         OPEN INPUT FICHERO-CAM.
         IF WK-ESTADO-CAM = '00'
             PERFORM UNTIL WK-FIN-CAM = 'S'
                 READ FICHERO-CAM
                     AT END
                         MOVE 'S' TO WK-FIN-CAM
                     NOT AT END
                         IF CAM-FECHA NOT > WK-FECHA-HOY
                             PERFORM GUARDAR-UNA-TASA
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE FICHERO-CAM
         END-IF.
       GUARDAR-UNA-TASA.
         MOVE CAM-MONEDA TO WK-MONEDA-BUSCADA.
         PERFORM BUSCAR-MONEDA.
         IF WK-MON-ENCONTRADA = 'S'
             IF CAM-FECHA > TMO-FECHA (WK-IDX-HALLADO)
                 MOVE CAM-FECHA TO TMO-FECHA (WK-IDX-HALLADO)
                 MOVE CAM-TASA TO TMO-TASA (WK-IDX-HALLADO)
             END-IF
         ELSE
             IF WK-TOTAL-MONEDAS < 20
                 ADD 1 TO WK-TOTAL-MONEDAS
                 MOVE CAM-MONEDA TO TMO-MONEDA (WK-TOTAL-MONEDAS)
                 MOVE CAM-FECHA TO TMO-FECHA (WK-TOTAL-MONEDAS)
                 MOVE CAM-TASA TO TMO-TASA (WK-TOTAL-MONEDAS)
             ELSE
                 DISPLAY 'AVISO: DEMASIADAS MONEDAS, AMPLIE LA TABLA'
             END-IF
         END-IF.
       BUSCAR-MONEDA.
         MOVE 'N' TO WK-MON-ENCONTRADA.
         PERFORM COMPROBAR-MONEDA VARYING WK-IDX-MON FROM 1 BY 1
             UNTIL WK-IDX-MON > WK-TOTAL-MONEDAS
             OR WK-MON-ENCONTRADA = 'S'.
       COMPROBAR-MONEDA.
         IF TMO-MONEDA (WK-IDX-MON) = WK-MONEDA-BUSCADA
             MOVE 'S' TO WK-MON-ENCONTRADA
             MOVE WK-IDX-MON TO WK-IDX-HALLADO
         END-IF.
      * PASA A EUR EL SALDO DE LA CUENTA LEIDA EN REGISTRO-CTA. SIN
      * TASA PARA SU MONEDA EL IMPORTE NO SE PUEDE VALORAR: SE AVISA
      * Y QUEDA EN CERO.
       CONVERTIR-SALDO.
         MOVE MONEDA-CTA TO WK-MONEDA-BUSCADA.
         PERFORM BUSCAR-TASA.
         COMPUTE WK-SALDO-EUR ROUNDED = SALDO-CTA * WK-TASA-BUSCADA.
       BUSCAR-TASA.
         IF WK-MONEDA-BUSCADA = SPACES OR WK-MONEDA-BUSCADA = 'EUR'
             MOVE 1 TO WK-TASA-BUSCADA
         ELSE
             PERFORM BUSCAR-MONEDA
             IF WK-MON-ENCONTRADA = 'S'
                 MOVE TMO-TASA (WK-IDX-HALLADO) TO WK-TASA-BUSCADA
             ELSE
                 MOVE ZERO TO WK-TASA-BUSCADA
                 ADD 1 TO WK-TOTAL-SIN-TASA
                 DISPLAY 'SIN TASA PARA ' WK-MONEDA-BUSCADA
                     ' EN LA CUENTA ' NUMERO-CTA
                     ', QUEDA SIN VALORAR'
             END-IF
         END-IF.
       GENERAR-REPORTE.
         OPEN OUTPUT FICHERO-REP.
         OPEN OUTPUT FICHERO-SAL.
         MOVE WK-FECHA-HOY TO LT-FECHA.
         MOVE WK-LIMITE-CUBIERTO TO LT-LIMITE.
         MOVE LINEA-TITULO TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE SPACES TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE 'DEPOSITANTES' TO LINEA-SECCION.
         MOVE LINEA-SECCION TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE LINEA-CABECERA TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE 'N' TO WK-FIN-FICHERO.
         PERFORM UNTIL WK-FIN-FICHERO = 'S'
             READ FICHERO-CLI NEXT RECORD
                 AT END
                     MOVE 'S' TO WK-FIN-FICHERO
                 NOT AT END
                     ADD 1 TO WK-TOTAL-REVISADOS
                     PERFORM TRATAR-DEPOSITANTE
             END-READ
         END-PERFORM.
         MOVE 'E' TO WK-SECCION.
         MOVE 'CUENTAS EMBARGADAS' TO LINEA-SECCION.
         PERFORM LISTAR-SECCION.
         MOVE 'D' TO WK-SECCION.
         MOVE 'CUENTAS DORMIDAS' TO LINEA-SECCION.
         PERFORM LISTAR-SECCION.
         MOVE 'P' TO WK-SECCION.
         MOVE 'CUENTAS CON PLAZO DE PRESCRIPCION CUMPLIDO (EXCLUIDAS)'
             TO LINEA-SECCION.
         PERFORM LISTAR-SECCION.
         MOVE SPACES TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE WK-TOTAL-DEPOSITANTES TO LT-DEPOSITANTES.
         MOVE LINEA-DEPOSITANTES TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE 'TOTAL DEPOSITOS ADMISIBLES EUR' TO LT-CONCEPTO.
         MOVE WK-TOTAL-DEPOSITOS TO LT-IMPORTE.
         MOVE LINEA-TOTAL TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE 'TOTAL CUBIERTO EUR' TO LT-CONCEPTO.
         MOVE WK-TOTAL-CUBIERTO TO LT-IMPORTE.
         MOVE LINEA-TOTAL TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE 'TOTAL NO CUBIERTO EUR' TO LT-CONCEPTO.
         MOVE WK-TOTAL-NO-CUBIERTO TO LT-IMPORTE.
         MOVE LINEA-TOTAL TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE 'T' TO SAT-TIPO.
         MOVE WK-FECHA-HOY TO SAT-FECHA.
         MOVE WK-TOTAL-DEPOSITANTES TO SAT-DEPOSITANTES.
         MOVE WK-TOTAL-DEPOSITOS TO SAT-DEPOSITOS.
         MOVE WK-TOTAL-CUBIERTO TO SAT-CUBIERTO.
         MOVE WK-TOTAL-NO-CUBIERTO TO SAT-NO-CUBIERTO.
         WRITE LINEA-SALIDA-TOTAL.
         CLOSE FICHERO-SAL.
         CLOSE FICHERO-REP.
         DISPLAY 'DEPOSITANTES: ' WK-TOTAL-DEPOSITANTES.
         DISPLAY 'TOTAL DEPOSITOS EUR: ' WK-TOTAL-DEPOSITOS.
         DISPLAY 'TOTAL CUBIERTO EUR: ' WK-TOTAL-CUBIERTO.
         DISPLAY 'TOTAL NO CUBIERTO EUR: ' WK-TOTAL-NO-CUBIERTO.
         IF WK-TOTAL-SIN-TASA NOT = ZERO
             DISPLAY 'IMPORTES SIN TASA DE CAMBIO: '
                 WK-TOTAL-SIN-TASA
         END-IF.
         DISPLAY 'REPORTE EN ' WK-NOMBRE-REPORTE.
         DISPLAY 'FICHERO DE REMISION EN ' WK-NOMBRE-SALIDA.
       TRATAR-DEPOSITANTE.
         MOVE CLIENTE-ID TO WK-CLIENTE.
         MOVE ZERO TO WK-DEP-CUENTAS.
         MOVE ZERO TO WK-DEP-PLAZOS.
         MOVE 'N' TO WK-FIN-CTA.
         MOVE WK-CLIENTE TO CLIENTE-ID-CTA.
         START FICHERO-CTA KEY IS = CLIENTE-ID-CTA
             INVALID KEY
                 MOVE 'S' TO WK-FIN-CTA
         END-START.
         PERFORM UNTIL WK-FIN-CTA = 'S'
             READ FICHERO-CTA NEXT RECORD
                 AT END
                     MOVE 'S' TO WK-FIN-CTA
                 NOT AT END
                     IF CLIENTE-ID-CTA NOT = WK-CLIENTE
                         MOVE 'S' TO WK-FIN-CTA
                     ELSE
                         PERFORM SUMAR-CUENTA
                     END-IF
             END-READ
         END-PERFORM.
         PERFORM RECOGER-COTITULARIDADES.
         PERFORM SUMAR-COTITULARIDAD
             VARYING WK-IND FROM 1 BY 1
             UNTIL WK-IND > WK-TOTAL-TABLA.
         PERFORM SUMAR-PLAZOS.
         COMPUTE WK-DEP-TOTAL = WK-DEP-CUENTAS + WK-DEP-PLAZOS.
         IF WK-DEP-TOTAL > ZERO
             PERFORM ESCRIBIR-DEPOSITANTE
         END-IF.
       RECOGER-COTITULARIDADES.
         MOVE ZERO TO WK-TOTAL-TABLA.
         IF WK-TIT-ABIERTO = 'S'
             MOVE 'N' TO WK-FIN-TIT
             MOVE WK-CLIENTE TO TIT-CLIENTE
             START FICHERO-TIT KEY IS = TIT-CLIENTE
                 INVALID KEY
                     MOVE 'S' TO WK-FIN-TIT
             END-START
             PERFORM UNTIL WK-FIN-TIT = 'S'
                 READ FICHERO-TIT NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-TIT
                     NOT AT END
                         IF TIT-CLIENTE NOT = WK-CLIENTE
                             MOVE 'S' TO WK-FIN-TIT
                         ELSE
                             IF WK-TOTAL-TABLA < 100
                                 ADD 1 TO WK-TOTAL-TABLA
                                 MOVE TIT-CUENTA
                                     TO TC-CUENTA (WK-TOTAL-TABLA)
                             ELSE
                                 DISPLAY 'DEMASIADAS CUENTAS DEL '
                                     'CLIENTE ' WK-CLIENTE
                             END-IF
                         END-IF
                 END-READ
             END-PERFORM
         END-IF.
      * LAS CUENTAS DONDE ES TITULAR PRINCIPAL YA SE SUMARON POR EL
      * MAESTRO; AQUI SOLO ENTRAN LAS DE OTRO TITULAR PRINCIPAL.
       SUMAR-COTITULARIDAD.
         MOVE TC-CUENTA (WK-IND) TO NUMERO-CTA.
         READ FICHERO-CTA
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 IF CLIENTE-ID-CTA NOT = WK-CLIENTE
                     PERFORM SUMAR-CUENTA
                 END-IF
         END-READ.
       SUMAR-CUENTA.
         IF ESTADO-CTA NOT = 'C' AND SALDO-CTA > ZERO
             MOVE 'N' TO WK-PRESCRITA
             IF ESTADO-CTA = 'D'
                 PERFORM COMPROBAR-PRESCRIPCION
             END-IF
             IF WK-PRESCRITA = 'N'
                 PERFORM CONTAR-TITULARES
                 PERFORM CONVERTIR-SALDO
                 PERFORM CALCULAR-PARTE
                 ADD WK-PARTE TO WK-DEP-CUENTAS
             END-IF
         END-IF.
      * PARTE DE UN TITULAR EN EL SALDO EN EUR DE LA CUENTA: EL
      * COCIENTE TRUNCADO, Y PARA EL PRINCIPAL LO QUE QUEDA.
       CALCULAR-PARTE.
         COMPUTE WK-PARTE = WK-SALDO-EUR / WK-NUM-TITULARES.
         IF CLIENTE-ID-CTA = WK-CLIENTE
             COMPUTE WK-PARTE = WK-SALDO-EUR
                 - WK-PARTE * (WK-NUM-TITULARES - 1)
         END-IF.
      * LOS TITULARES SON EL PRINCIPAL DEL MAESTRO MAS LOS DE
      * TITULARES.dat DISTINTOS DE EL.
       CONTAR-TITULARES.
         MOVE 1 TO WK-NUM-TITULARES.
         IF WK-TIT-ABIERTO = 'S'
             MOVE 'N' TO WK-FIN-TIT
             MOVE NUMERO-CTA TO TIT-CUENTA
             MOVE ZERO TO TIT-CLIENTE
             START FICHERO-TIT KEY IS NOT LESS THAN TIT-CLAVE
                 INVALID KEY
                     MOVE 'S' TO WK-FIN-TIT
             END-START
             PERFORM UNTIL WK-FIN-TIT = 'S'
                 READ FICHERO-TIT NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-TIT
                     NOT AT END
                         IF TIT-CUENTA NOT = NUMERO-CTA
                             MOVE 'S' TO WK-FIN-TIT
                         ELSE
                             IF TIT-CLIENTE NOT = CLIENTE-ID-CTA
                                 ADD 1 TO WK-NUM-TITULARES
                             END-IF
                         END-IF
                 END-READ
             END-PERFORM
         END-IF.
      * UNA CUENTA DORMIDA CUYA ULTIMA ACTIVIDAD ES ANTERIOR AL CORTE
      * DE PRESCRIPCION-CUENTAS YA DEBE ENTREGARSE AL FONDO ESTATAL.
      * LA ULTIMA ACTIVIDAD SE BUSCA IGUAL QUE ALLI: LOS ABONOS DEL
      * PROPIO SISTEMA NO CUENTAN.
       COMPROBAR-PRESCRIPCION.
         MOVE FECHA-APERTURA-CTA TO WK-ULTIMA-FECHA.
         MOVE 'N' TO WK-FIN-MOV.
         OPEN INPUT FICHERO-MOV.
         IF WK-ESTADO-MOV = '00'
             PERFORM UNTIL WK-FIN-MOV = 'S'
                 READ FICHERO-MOV
                     AT END
                         MOVE 'S' TO WK-FIN-MOV
                     NOT AT END
                         IF MOV-NUMERO-CUENTA = NUMERO-CTA
                             AND MOV-TIPO NOT = 'INTERES'
                             AND MOV-TIPO NOT = 'COMISION'
                             AND MOV-FECHA > WK-ULTIMA-FECHA
                             MOVE MOV-FECHA TO WK-ULTIMA-FECHA
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE FICHERO-MOV
         END-IF.
         IF WK-ULTIMA-FECHA < WK-FECHA-CORTE
             MOVE 'S' TO WK-PRESCRITA
         ELSE
             MOVE 'N' TO WK-PRESCRITA
         END-IF.
      * PLAZOS FIJOS VIGENTES DEL DEPOSITANTE: CAPITAL MAS EL INTERES
      * PACTADO POR LOS DIAS CORRIDOS HASTA HOY, EN LA MONEDA DE LA
      * CUENTA ASOCIADA.
       SUMAR-PLAZOS.
         IF WK-PLZ-ABIERTO = 'S'
             MOVE 'N' TO WK-FIN-PLZ
             MOVE ZERO TO PLZ-ID
             START FICHERO-PLZ KEY IS NOT LESS THAN PLZ-ID
                 INVALID KEY
                     MOVE 'S' TO WK-FIN-PLZ
             END-START
             PERFORM UNTIL WK-FIN-PLZ = 'S'
                 READ FICHERO-PLZ NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-PLZ
                     NOT AT END
                         IF PLZ-CLIENTE-ID = WK-CLIENTE
                             AND PLAZO-VIGENTE
                             PERFORM SUMAR-UN-PLAZO
                         END-IF
                 END-READ
             END-PERFORM
         END-IF.
       SUMAR-UN-PLAZO.
         MOVE PLZ-FECHA-INICIO TO WK-FECHA-DESDE.
         MOVE WK-FECHA-HOY TO WK-FECHA-HASTA.
         IF PLZ-FECHA-VENCIMIENTO < WK-FECHA-HASTA
             MOVE PLZ-FECHA-VENCIMIENTO TO WK-FECHA-HASTA
         END-IF.
         PERFORM CONTAR-DIAS-TRANSCURRIDOS.
         COMPUTE WK-INTERES ROUNDED =
             PLZ-CAPITAL * PLZ-TASA-DIARIA * WK-DIAS-TRANSCURRIDOS.
         COMPUTE WK-IMPORTE-PLAZO = PLZ-CAPITAL + WK-INTERES.
         MOVE 'EUR' TO WK-MONEDA-BUSCADA.
         MOVE PLZ-CUENTA TO NUMERO-CTA.
         READ FICHERO-CTA
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE MONEDA-CTA TO WK-MONEDA-BUSCADA
         END-READ.
         PERFORM BUSCAR-TASA.
         COMPUTE WK-SALDO-EUR ROUNDED =
             WK-IMPORTE-PLAZO * WK-TASA-BUSCADA.
         ADD WK-SALDO-EUR TO WK-DEP-PLAZOS.
       ESCRIBIR-DEPOSITANTE.
         IF WK-DEP-TOTAL > WK-LIMITE-CUBIERTO
             MOVE WK-LIMITE-CUBIERTO TO WK-DEP-CUBIERTO
         ELSE
             MOVE WK-DEP-TOTAL TO WK-DEP-CUBIERTO
         END-IF.
         COMPUTE WK-DEP-NO-CUBIERTO = WK-DEP-TOTAL - WK-DEP-CUBIERTO.
         ADD 1 TO WK-TOTAL-DEPOSITANTES.
         ADD WK-DEP-TOTAL TO WK-TOTAL-DEPOSITOS.
         ADD WK-DEP-CUBIERTO TO WK-TOTAL-CUBIERTO.
         ADD WK-DEP-NO-CUBIERTO TO WK-TOTAL-NO-CUBIERTO.
         MOVE WK-CLIENTE TO LD-CLIENTE.
         MOVE CLIENTE-NOMBRE TO LD-NOMBRE.
         MOVE WK-DEP-CUENTAS TO LD-CUENTAS.
         MOVE WK-DEP-PLAZOS TO LD-PLAZOS.
         MOVE WK-DEP-CUBIERTO TO LD-CUBIERTO.
         MOVE WK-DEP-NO-CUBIERTO TO LD-NO-CUBIERTO.
         MOVE LINEA-DEPOSITANTE TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE 'D' TO SAL-TIPO.
         MOVE WK-FECHA-HOY TO SAL-FECHA.
         MOVE WK-CLIENTE TO SAL-CLIENTE.
         MOVE CLIENTE-TIPO-DOC TO SAL-TIPO-DOC.
         MOVE CLIENTE-DOCUMENTO TO SAL-DOCUMENTO.
         MOVE CLIENTE-NOMBRE TO SAL-NOMBRE.
         MOVE WK-DEP-TOTAL TO SAL-DEPOSITOS.
         MOVE WK-DEP-CUBIERTO TO SAL-CUBIERTO.
         MOVE WK-DEP-NO-CUBIERTO TO SAL-NO-CUBIERTO.
         WRITE LINEA-SALIDA.
      * SECCIONES APARTE: 'E' EMBARGADAS, 'D' DORMIDAS DENTRO DE
      * PLAZO Y 'P' DORMIDAS CON LA PRESCRIPCION CUMPLIDA.
       LISTAR-SECCION.
         MOVE SPACES TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE LINEA-SECCION TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE ZERO TO WK-CUENTAS-SECCION.
         MOVE ZERO TO WK-TOTAL-SECCION.
         MOVE 'N' TO WK-FIN-CTA.
         MOVE ZERO TO NUMERO-CTA.
         START FICHERO-CTA KEY IS NOT LESS THAN NUMERO-CTA
             INVALID KEY
                 MOVE 'S' TO WK-FIN-CTA
         END-START.
         PERFORM UNTIL WK-FIN-CTA = 'S'
             READ FICHERO-CTA NEXT RECORD
                 AT END
                     MOVE 'S' TO WK-FIN-CTA
                 NOT AT END
                     PERFORM CLASIFICAR-CUENTA
                     IF WK-EN-SECCION = 'S'
                         PERFORM ESCRIBIR-CUENTA-SECCION
                     END-IF
             END-READ
         END-PERFORM.
         MOVE WK-CUENTAS-SECCION TO LS-CUENTAS.
         MOVE WK-TOTAL-SECCION TO LS-TOTAL.
         MOVE LINEA-TOTAL-SECCION TO LINEA-REP.
         WRITE LINEA-REP.
       CLASIFICAR-CUENTA.
         MOVE 'N' TO WK-EN-SECCION.
         EVALUATE WK-SECCION
             WHEN 'E'
                 IF ESTADO-CTA = 'E'
                     MOVE 'S' TO WK-EN-SECCION
                 END-IF
             WHEN 'D'
                 IF ESTADO-CTA = 'D'
                     PERFORM COMPROBAR-PRESCRIPCION
                     IF WK-PRESCRITA = 'N'
                         MOVE 'S' TO WK-EN-SECCION
                     END-IF
                 END-IF
             WHEN 'P'
                 IF ESTADO-CTA = 'D'
                     PERFORM COMPROBAR-PRESCRIPCION
                     IF WK-PRESCRITA = 'S'
                         MOVE 'S' TO WK-EN-SECCION
                     END-IF
                 END-IF
         END-EVALUATE.
       ESCRIBIR-CUENTA-SECCION.
         PERFORM CONTAR-TITULARES.
         PERFORM CONVERTIR-SALDO.
         ADD 1 TO WK-CUENTAS-SECCION.
         ADD WK-SALDO-EUR TO WK-TOTAL-SECCION.
         MOVE NUMERO-CTA TO LC-CUENTA.
         MOVE CLIENTE-ID-CTA TO LC-TITULAR.
         MOVE WK-NUM-TITULARES TO LC-TITULARES.
         MOVE MONEDA-CTA TO LC-MONEDA.
         IF LC-MONEDA = SPACES
             MOVE 'EUR' TO LC-MONEDA
         END-IF.
         MOVE SALDO-CTA TO LC-SALDO.
         MOVE WK-SALDO-EUR TO LC-EUR.
         MOVE LINEA-CUENTA TO LINEA-REP.
         WRITE LINEA-REP.
       CONTAR-DIAS-TRANSCURRIDOS.
         MOVE ZERO TO WK-DIAS-TRANSCURRIDOS.
         MOVE WK-FECHA-DESDE TO WK-FECHA-CALCULO.
         PERFORM UNTIL WK-FECHA-CALCULO NOT < WK-FECHA-HASTA
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
       END PROGRAM GARANTIA-DEPOSITOS.
