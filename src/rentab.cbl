       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTABILIDAD-CLIENTES.

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
           SELECT FICHERO-ORD ASSIGN TO '../data/ORDENES.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-ID
               FILE STATUS IS WK-ESTADO-ORD.
           SELECT FICHERO-IDX ASSIGN TO '../data/MOVIMIENTOS.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-CLAVE
               ALTERNATE RECORD KEY IS IDX-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WK-ESTADO-IDX.
           SELECT FICHERO-CAM ASSIGN TO '../data/CAMBIOS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-CAM.
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
           FD FICHERO-PLZ.
           01 REGISTRO-PLAZO.
           COPY "plazoreg.cpy".
           FD FICHERO-PRE.
           01 REGISTRO-PRESTAMO.
           COPY "prestreg.cpy".
           FD FICHERO-CUO.
           01 REGISTRO-CUOTA.
           COPY "cuotareg.cpy".
           FD FICHERO-ORD.
           01 REGISTRO-ORDEN.
           COPY "ordreg.cpy".
           FD FICHERO-IDX.
           01 REGISTRO-IDX.
           COPY "movidx.cpy".
           FD FICHERO-CAM.
           01 REGISTRO-CAMBIO.
           COPY "cambioreg.cpy".
           FD FICHERO-REP.
           01 LINEA-REP PIC X(100).
           WORKING-STORAGE SECTION.
           01 WK-ESTADO-CLI PIC XX VALUE '00'.
           01 WK-ESTADO-CTA PIC XX VALUE '00'.
           01 WK-ESTADO-TIT PIC XX VALUE '00'.
           01 WK-ESTADO-PLZ PIC XX VALUE '00'.
           01 WK-ESTADO-PRE PIC XX VALUE '00'.
           01 WK-ESTADO-CUO PIC XX VALUE '00'.
           01 WK-ESTADO-ORD PIC XX VALUE '00'.
           01 WK-ESTADO-IDX PIC XX VALUE '00'.
           01 WK-ESTADO-CAM PIC XX.
           01 WK-TIT-ABIERTO PIC X VALUE 'N'.
           01 WK-PLZ-ABIERTO PIC X VALUE 'N'.
           01 WK-PRE-ABIERTO PIC X VALUE 'N'.
           01 WK-CUO-ABIERTO PIC X VALUE 'N'.
           01 WK-ORD-ABIERTO PIC X VALUE 'N'.
           01 WK-IDX-ABIERTO PIC X VALUE 'N'.
           01 WK-FIN-FICHERO PIC X VALUE 'N'.
           01 WK-FIN-CTA PIC X VALUE 'N'.
           01 WK-FIN-TIT PIC X VALUE 'N'.
           01 WK-FIN-PLZ PIC X VALUE 'N'.
           01 WK-FIN-PRE PIC X VALUE 'N'.
           01 WK-FIN-CUO PIC X VALUE 'N'.
           01 WK-FIN-ORD PIC X VALUE 'N'.
           01 WK-FIN-IDX PIC X VALUE 'N'.
           01 WK-FIN-CAM PIC X VALUE 'N'.
           01 WK-ENTRADA-VALIDA PIC X VALUE 'N'.
           01 WK-PAUSA PIC X.
           01 WK-MODO PIC 9 VALUE ZERO.
           01 WK-DETALLE PIC X VALUE 'N'.
           01 WK-FECHA-NEGOCIO PIC 9(8) VALUE ZERO.
           01 WK-NOMBRE-REPORTE PIC X(50) VALUE SPACES.
           01 WK-CLIENTE PIC 9(6) VALUE ZERO.
           01 WK-CLIENTE-NOMBRE PIC X(50) VALUE SPACES.
      * PERIODO DE ANALISIS, AMBAS FECHAS INCLUIDAS.
           01 WK-PERIODO-DESDE PIC 9(8) VALUE ZERO.
           01 WK-PER-DESDE-DET REDEFINES WK-PERIODO-DESDE.
               05 WK-ANO-PDE PIC 9(4).
               05 WK-MES-PDE PIC 9(2).
               05 WK-DIA-PDE PIC 9(2).
           01 WK-PERIODO-HASTA PIC 9(8) VALUE ZERO.
           01 WK-PER-HASTA-DET REDEFINES WK-PERIODO-HASTA.
               05 WK-ANO-PHA PIC 9(4).
               05 WK-MES-PHA PIC 9(2).
               05 WK-DIA-PHA PIC 9(2).
           01 WK-DIAS-PERIODO PIC 9(5) VALUE ZERO.
           01 WK-CUANTOS PIC 9(2) VALUE ZERO.
      * TASAS DE CAMBIO VIGENTES AL FINAL DEL PERIODO, UNA POR
      * MONEDA: LA DE FECHA MAS RECIENTE QUE NO SEA POSTERIOR.
           01 WK-MONEDA-BUSCADA PIC X(3) VALUE SPACES.
           01 WK-TASA-BUSCADA PIC 9(3)V9(6) VALUE ZERO.
           01 WK-MON-ENCONTRADA PIC X VALUE 'N'.
           01 WK-IDX-MON PIC 9(2) VALUE ZERO.
           01 WK-IDX-HALLADO PIC 9(2) VALUE ZERO.
           01 WK-TOTAL-MONEDAS PIC 9(2) VALUE ZERO.
           01 WK-TOTAL-SIN-TASA PIC 9(6) VALUE ZERO.
           01 TABLA-MONEDAS.
               05 TMO-ENTRADA OCCURS 20 TIMES.
                   10 TMO-MONEDA PIC X(3).
                   10 TMO-FECHA PIC 9(8).
                   10 TMO-TASA PIC 9(3)V9(6).
      * CUENTAS DEL CLIENTE, COMO TITULAR DEL MAESTRO O COMO
      * COTITULAR; SE RECOGEN ANTES DE TRATARLAS PORQUE CONTAR LOS
      * TITULARES DE CADA UNA RECORRE TITULARES.dat POR SU CLAVE.
           01 WK-TOTAL-TABLA PIC 9(3) VALUE ZERO.
           01 WK-IND PIC 9(3) VALUE ZERO.
           01 WK-IND-BUS PIC 9(3) VALUE ZERO.
           01 WK-HALLADA PIC X VALUE 'N'.
           01 WK-CUENTA-BUSCADA PIC 9(6) VALUE ZERO.
           01 TABLA-CUENTAS.
               05 TC-CUENTA PIC 9(6) OCCURS 100 TIMES.
           01 WK-NUM-TITULARES PIC 9(3) VALUE ZERO.
      * IMPORTES DE UNA CUENTA EN EL PERIODO, EN SU MONEDA.
           01 WK-CTA-INT-ABONADO PIC S9(9)V99 VALUE ZERO.
           01 WK-CTA-INT-DEUDOR PIC S9(9)V99 VALUE ZERO.
           01 WK-CTA-COMISIONES PIC 9(9)V99 VALUE ZERO.
           01 WK-CTA-SALDO-MEDIO PIC S9(9)V99 VALUE ZERO.
      * SALDO MEDIO: CADA SALDO PESA POR LOS DIAS QUE ESTUVO VIGENTE
      * DENTRO DEL PERIODO.
           01 WK-SALDO-VIGENTE PIC S9(7)V99 VALUE ZERO.
           01 WK-FECHA-CURSOR PIC 9(8) VALUE ZERO.
           01 WK-ACUM-SALDOS PIC S9(13)V99 VALUE ZERO.
           01 WK-HAY-HISTORIA PIC X VALUE 'N'.
           01 WK-HAY-PERIODO PIC X VALUE 'N'.
           01 WK-PARTE PIC S9(11)V99 VALUE ZERO.
           01 WK-IMPORTE-EUR PIC S9(11)V99 VALUE ZERO.
           01 WK-INTERES PIC 9(9)V99 VALUE ZERO.
           01 WK-CAPITAL-PENDIENTE PIC 9(9)V99 VALUE ZERO.
           01 WK-CUOTAS-MORA PIC 9(3) VALUE ZERO.
           01 WK-MONEDA-PRODUCTO PIC X(3) VALUE SPACES.
      * TOTALES DEL CLIENTE EN EUR.
           01 WK-CLI-PRODUCTOS PIC 9(4) VALUE ZERO.
           01 WK-CLI-SALDO-MEDIO PIC S9(11)V99 VALUE ZERO.
           01 WK-CLI-INT-ABONADO PIC S9(11)V99 VALUE ZERO.
           01 WK-CLI-INT-PLAZOS PIC S9(11)V99 VALUE ZERO.
           01 WK-CLI-INT-DEUDOR PIC S9(11)V99 VALUE ZERO.
           01 WK-CLI-INT-PRESTAMOS PIC S9(11)V99 VALUE ZERO.
           01 WK-CLI-COMISIONES PIC S9(11)V99 VALUE ZERO.
           01 WK-CLI-INGRESOS PIC S9(11)V99 VALUE ZERO.
           01 WK-CLI-COSTES PIC S9(11)V99 VALUE ZERO.
           01 WK-CLI-NETO PIC S9(11)V99 VALUE ZERO.
      * CLASIFICACION DE CLIENTES POR CONTRIBUCION NETA, DE MAYOR A
      * MENOR. CADA CLIENTE SE INSERTA EN SU SITIO AL CALCULARLO.
           01 WK-TOTAL-RANKING PIC 9(4) VALUE ZERO.
           01 WK-TOTAL-FUERA PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-REVISADOS PIC 9(6) VALUE ZERO.
           01 WK-POS PIC 9(4) VALUE ZERO.
           01 WK-POS-DESDE PIC 9(4) VALUE ZERO.
           01 WK-POS-HASTA PIC 9(4) VALUE ZERO.
           01 WK-POS-NUEVA PIC 9(4) VALUE ZERO.
           01 TABLA-RANKING.
               05 TR-ENTRADA OCCURS 5000 TIMES.
                   10 TR-CLIENTE PIC 9(6).
                   10 TR-NOMBRE PIC X(25).
                   10 TR-SALDO-MEDIO PIC S9(11)V99.
                   10 TR-INGRESOS PIC S9(11)V99.
                   10 TR-COSTES PIC S9(11)V99.
                   10 TR-NETO PIC S9(11)V99.
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
           01 LINEA-TITULO.
               05 FILLER PIC X(41) VALUE
                   'RENTABILIDAD DEL CLIENTE                 '.
               05 LT-CLIENTE PIC 9(6).
           01 LINEA-TITULO-RANKING PIC X(50) VALUE
               'CLASIFICACION DE CLIENTES POR RENTABILIDAD'.
           01 LINEA-NOMBRE.
               05 FILLER PIC X(9) VALUE 'NOMBRE:  '.
               05 LN-NOMBRE PIC X(50).
           01 LINEA-PERIODO.
               05 FILLER PIC X(12) VALUE 'PERIODO DEL '.
               05 LP-DESDE PIC 9(8).
               05 FILLER PIC X(4) VALUE ' AL '.
               05 LP-HASTA PIC 9(8).
               05 FILLER PIC X(2) VALUE ' ('.
               05 LP-DIAS PIC Z(4)9.
               05 FILLER PIC X(6) VALUE ' DIAS)'.
           01 LINEA-SECCION PIC X(100) VALUE SPACES.
           01 LINEA-CUENTA.
               05 FILLER PIC X(8) VALUE 'CUENTA: '.
               05 LC-CUENTA PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LC-ROL PIC X(9).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LC-TIPO PIC X(9).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LC-MONEDA PIC X(3).
               05 FILLER PIC X(9) VALUE ' ESTADO: '.
               05 LC-ESTADO PIC X(1).
               05 FILLER PIC X(12) VALUE ' TITULARES: '.
               05 LC-TITULARES PIC ZZ9.
               05 FILLER PIC X(8) VALUE ' SALDO: '.
               05 LC-SALDO PIC -Z(6)9.99.
           01 LINEA-CUENTA-PERIODO.
               05 FILLER PIC X(15) VALUE '  SALDO MEDIO: '.
               05 LC-MEDIO PIC -Z(6)9.99.
               05 FILLER PIC X(14) VALUE ' INT.ABONADO: '.
               05 LC-ABONADO PIC -Z(7)9.99.
               05 FILLER PIC X(14) VALUE ' INT.DEUDOR:  '.
               05 LC-DEUDOR PIC -Z(7)9.99.
               05 FILLER PIC X(9) VALUE ' COMIS.: '.
               05 LC-COMISIONES PIC Z(7)9.99.
           01 LINEA-PLAZO.
               05 FILLER PIC X(7) VALUE 'PLAZO: '.
               05 LF-PLAZO PIC 9(6).
               05 FILLER PIC X(10) VALUE ' CAPITAL: '.
               05 LF-CAPITAL PIC Z(6)9.99.
               05 FILLER PIC X(7) VALUE ' TASA: '.
               05 LF-TASA PIC 9.9(6).
               05 FILLER PIC X(8) VALUE ' VENCE: '.
               05 LF-VENCE PIC 9(8).
               05 FILLER PIC X(9) VALUE ' ESTADO: '.
               05 LF-ESTADO PIC X(1).
               05 FILLER PIC X(10) VALUE ' INTERES: '.
               05 LF-INTERES PIC Z(6)9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LF-MONEDA PIC X(3).
           01 LINEA-PRESTAMO.
               05 FILLER PIC X(10) VALUE 'PRESTAMO: '.
               05 LR-PRESTAMO PIC 9(6).
               05 FILLER PIC X(9) VALUE ' ESTADO: '.
               05 LR-ESTADO PIC X(1).
               05 FILLER PIC X(12) VALUE ' PENDIENTE: '.
               05 LR-PENDIENTE PIC Z(6)9.99.
               05 FILLER PIC X(10) VALUE ' EN MORA: '.
               05 LR-MORA PIC ZZ9.
               05 FILLER PIC X(11) VALUE ' JURIDICO: '.
               05 LR-JURIDICO PIC X(1).
               05 FILLER PIC X(10) VALUE ' INTERES: '.
               05 LR-INTERES PIC Z(6)9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LR-MONEDA PIC X(3).
           01 LINEA-ORDEN.
               05 FILLER PIC X(7) VALUE 'ORDEN: '.
               05 LO-ORDEN PIC 9(6).
               05 FILLER PIC X(9) VALUE ' ORIGEN: '.
               05 LO-ORIGEN PIC 9(6).
               05 FILLER PIC X(10) VALUE ' DESTINO: '.
               05 LO-DESTINO PIC 9(6).
               05 FILLER PIC X(10) VALUE ' IMPORTE: '.
               05 LO-IMPORTE PIC Z(6)9.99.
               05 FILLER PIC X(6) VALUE ' DIA: '.
               05 LO-DIA PIC 9(2).
               05 FILLER PIC X(9) VALUE ' ESTADO: '.
               05 LO-ESTADO PIC X(1).
           01 LINEA-TOTAL.
               05 LT-CONCEPTO PIC X(40).
               05 LT-IMPORTE PIC -Z(10)9.99.
           01 LINEA-CABECERA.
               05 FILLER PIC X(38) VALUE 'POS  CLIENTE NOMBRE'.
               05 FILLER PIC X(16) VALUE '    SALDO MEDIO '.
               05 FILLER PIC X(14) VALUE '     INGRESOS '.
               05 FILLER PIC X(14) VALUE '       COSTES '.
               05 FILLER PIC X(14) VALUE ' CONTRIB. NETA'.
           01 LINEA-RANKING.
               05 LG-POSICION PIC ZZZ9.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LG-CLIENTE PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LG-NOMBRE PIC X(25).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LG-SALDO-MEDIO PIC Z(10)9.99-.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LG-INGRESOS PIC Z(9)9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LG-COSTES PIC Z(9)9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LG-NETO PIC Z(9)9.99-.
           01 LINEA-CLIENTES.
               05 FILLER PIC X(40) VALUE 'CLIENTES CLASIFICADOS'.
               05 LL-CLIENTES PIC Z(5)9.
           LINKAGE SECTION.
           01 P-OPCION PIC 9(2).
           01 P-OPERADOR PIC 9(4).
      * RENTABILIDAD DE CLIENTES EN UN PERIODO, PARA EL AREA
      * COMERCIAL. DE CADA CLIENTE REUNE SUS CUENTAS (COMO TITULAR O
      * COTITULAR), PLAZOS FIJOS, PRESTAMOS Y ORDENES PERMANENTES, Y
      * CALCULA CON MOVIMIENTOS.idx LO QUE EL BANCO LE PAGO Y LO QUE
      * COBRO EN EL PERIODO:
      * - PAGADO: INTERES ABONADO EN SUS CUENTAS (INTERES) E INTERES
      *   DE SUS PLAZOS FIJOS DEVENGADO EN EL PERIODO.
      * - COBRADO: INTERES DEUDOR (INT-DESC), COMISIONES (COMISION) E
      *   INTERES DE LAS CUOTAS DE PRESTAMO PAGADAS EN EL PERIODO.
      * LA CONTRIBUCION NETA ES COBRADO MENOS PAGADO. LOS IMPORTES DE
      * UNA CUENTA CONJUNTA SE REPARTEN A PARTES IGUALES ENTRE SUS
      * TITULARES, Y TODO SE SUMA EN EUR CON LA TASA DE CAMBIOS.dat
      * VIGENTE AL FINAL DEL PERIODO.
      * EL SALDO MEDIO DE CADA CUENTA PONDERA CADA SALDO DEL ESPEJO
      * POR LOS DIAS QUE ESTUVO VIGENTE DENTRO DEL PERIODO.
      * DOS MODOS: EL DETALLE DE UN CLIENTE EN
      * RENTABILIDAD_<CLIENTE>.txt, O LA CLASIFICACION DE TODOS LOS
      * CLIENTES CON PRODUCTOS POR CONTRIBUCION NETA, CON LOS MEJORES
      * Y LOS PEORES AL PRINCIPIO, EN
      * RANKING_RENTABILIDAD_<HASTA>.txt.
      * SOLO LEE, NO TOCA NINGUN REGISTRO.
       PROCEDURE DIVISION USING P-OPCION P-OPERADOR.
           CALL "FECHA-NEGOCIO" USING WK-FECHA-NEGOCIO.
           MOVE ZERO TO WK-TOTAL-SIN-TASA.
           PERFORM PEDIR-PERIODO.
           PERFORM CARGAR-CAMBIOS.
           DISPLAY '1. DETALLE DE UN CLIENTE'.
           DISPLAY '2. CLASIFICACION DE TODOS LOS CLIENTES'.
           MOVE 'N' TO WK-ENTRADA-VALIDA.
           PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
               ACCEPT WK-MODO
               IF WK-MODO NOT NUMERIC OR WK-MODO < 1 OR WK-MODO > 2
                   DISPLAY 'OPCION NO VALIDA'
               ELSE
                   MOVE 'S' TO WK-ENTRADA-VALIDA
               END-IF
           END-PERFORM.
           OPEN INPUT FICHERO-CLI.
           IF WK-ESTADO-CLI = '35'
               DISPLAY 'NO HAY CLIENTES REGISTRADOS TODAVIA'
           ELSE
               OPEN INPUT FICHERO-CTA
               IF WK-ESTADO-CTA = '35'
                   DISPLAY 'NO HAY CUENTAS REGISTRADAS TODAVIA'
               ELSE
                   PERFORM ABRIR-PRODUCTOS
                   IF WK-MODO = 1
                       PERFORM DETALLE-CLIENTE
                   ELSE
                       PERFORM CLASIFICAR-CLIENTES
                   END-IF
                   PERFORM CERRAR-PRODUCTOS
                   CLOSE FICHERO-CTA
               END-IF
               CLOSE FICHERO-CLI
           END-IF.
           IF WK-TOTAL-SIN-TASA NOT = ZERO
               DISPLAY 'IMPORTES SIN TASA DE CAMBIO: '
                   WK-TOTAL-SIN-TASA
           END-IF.
           DISPLAY 'PRESIONE ENTER PARA CONTINUAR...'.
           ACCEPT WK-PAUSA.
        GOBACK.
       PEDIR-PERIODO.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             DISPLAY 'FECHA DESDE (AAAAMMDD)'
             ACCEPT WK-PERIODO-DESDE
             DISPLAY 'FECHA HASTA (AAAAMMDD)'
             ACCEPT WK-PERIODO-HASTA
             IF WK-PERIODO-DESDE NOT NUMERIC
                 OR WK-PERIODO-HASTA NOT NUMERIC
                 OR WK-PERIODO-DESDE = ZERO
                 OR WK-MES-PDE < 1 OR WK-MES-PDE > 12
                 OR WK-DIA-PDE < 1 OR WK-DIA-PDE > 31
                 OR WK-MES-PHA < 1 OR WK-MES-PHA > 12
                 OR WK-DIA-PHA < 1 OR WK-DIA-PHA > 31
                 OR WK-PERIODO-HASTA < WK-PERIODO-DESDE
                 OR WK-PERIODO-HASTA > WK-FECHA-NEGOCIO
                 DISPLAY 'PERIODO NO VALIDO'
             ELSE
                 MOVE WK-PERIODO-DESDE TO WK-FECHA-DESDE
                 MOVE WK-PERIODO-HASTA TO WK-FECHA-HASTA
                 PERFORM CONTAR-DIAS-TRANSCURRIDOS
                 IF WK-DIAS-TRANSCURRIDOS = 9999
                     DISPLAY 'PERIODO DEMASIADO LARGO'
                 ELSE
                     COMPUTE WK-DIAS-PERIODO =
                         WK-DIAS-TRANSCURRIDOS + 1
                     MOVE 'S' TO WK-ENTRADA-VALIDA
                 END-IF
             END-IF
         END-PERFORM.
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
                         IF CAM-FECHA NOT > WK-PERIODO-HASTA
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
      * SIN TASA PARA LA MONEDA EL IMPORTE NO SE PUEDE VALORAR: SE
      * AVISA Y QUEDA EN CERO.
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
                     ' DEL CLIENTE ' WK-CLIENTE
                     ', QUEDA SIN VALORAR'
             END-IF
         END-IF.
      * CADA FICHERO QUEDA ABIERTO PARA TODOS LOS CLIENTES. EL
      * ESTADO DE FICHERO CAMBIA CON CADA LECTURA, ASI QUE LO QUE SE
      * CONSULTA DESPUES ES LA MARCA DE ABIERTO, NO EL ESTADO.
       ABRIR-PRODUCTOS.
         OPEN INPUT FICHERO-TIT.
         IF WK-ESTADO-TIT = '00'
             MOVE 'S' TO WK-TIT-ABIERTO
         END-IF.
         OPEN INPUT FICHERO-PLZ.
         IF WK-ESTADO-PLZ = '00'
             MOVE 'S' TO WK-PLZ-ABIERTO
         END-IF.
         OPEN INPUT FICHERO-PRE.
         IF WK-ESTADO-PRE = '00'
             MOVE 'S' TO WK-PRE-ABIERTO
         END-IF.
         OPEN INPUT FICHERO-CUO.
         IF WK-ESTADO-CUO = '00'
             MOVE 'S' TO WK-CUO-ABIERTO
         END-IF.
         OPEN INPUT FICHERO-ORD.
         IF WK-ESTADO-ORD = '00'
             MOVE 'S' TO WK-ORD-ABIERTO
         END-IF.
         OPEN INPUT FICHERO-IDX.
         IF WK-ESTADO-IDX = '00'
             MOVE 'S' TO WK-IDX-ABIERTO
         ELSE
             DISPLAY 'NO EXISTE EL ESPEJO MOVIMIENTOS.idx; '
                 'EJECUTE RECONSTRUIR-IDX PARA CREARLO'
             DISPLAY 'EL SALDO MEDIO SERA EL SALDO ACTUAL'
         END-IF.
       CERRAR-PRODUCTOS.
         IF WK-TIT-ABIERTO = 'S'
             CLOSE FICHERO-TIT
             MOVE 'N' TO WK-TIT-ABIERTO
         END-IF.
         IF WK-PLZ-ABIERTO = 'S'
             CLOSE FICHERO-PLZ
             MOVE 'N' TO WK-PLZ-ABIERTO
         END-IF.
         IF WK-PRE-ABIERTO = 'S'
             CLOSE FICHERO-PRE
             MOVE 'N' TO WK-PRE-ABIERTO
         END-IF.
         IF WK-CUO-ABIERTO = 'S'
             CLOSE FICHERO-CUO
             MOVE 'N' TO WK-CUO-ABIERTO
         END-IF.
         IF WK-ORD-ABIERTO = 'S'
             CLOSE FICHERO-ORD
             MOVE 'N' TO WK-ORD-ABIERTO
         END-IF.
         IF WK-IDX-ABIERTO = 'S'
             CLOSE FICHERO-IDX
             MOVE 'N' TO WK-IDX-ABIERTO
         END-IF.
       DETALLE-CLIENTE.
         DISPLAY 'INGRESE EL ID DEL CLIENTE'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT WK-CLIENTE
             IF WK-CLIENTE NOT NUMERIC OR WK-CLIENTE = ZERO
                 DISPLAY 'ID DE CLIENTE NO VALIDO'
             ELSE
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
         MOVE WK-CLIENTE TO CLIENTE-ID.
         READ FICHERO-CLI
             INVALID KEY
                 DISPLAY 'CLIENTE NO ENCONTRADO'
             NOT INVALID KEY
                 PERFORM EMITIR-DETALLE
         END-READ.
       EMITIR-DETALLE.
         MOVE SPACES TO WK-NOMBRE-REPORTE.
         STRING '../data/RENTABILIDAD_' DELIMITED BY SIZE
                WK-CLIENTE DELIMITED BY SIZE
                '.txt' DELIMITED BY SIZE
             INTO WK-NOMBRE-REPORTE.
         OPEN OUTPUT FICHERO-REP.
         MOVE WK-CLIENTE TO LT-CLIENTE.
         MOVE LINEA-TITULO TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE CLIENTE-NOMBRE TO LN-NOMBRE.
         MOVE LINEA-NOMBRE TO LINEA-REP.
         WRITE LINEA-REP.
         PERFORM ESCRIBIR-PERIODO.
         MOVE 'S' TO WK-DETALLE.
         PERFORM CALCULAR-CLIENTE.
         MOVE 'RESUMEN DEL PERIODO EN EUR' TO LINEA-SECCION.
         PERFORM ESCRIBIR-SECCION.
         MOVE 'SALDO MEDIO' TO LT-CONCEPTO.
         MOVE WK-CLI-SALDO-MEDIO TO LT-IMPORTE.
         PERFORM ESCRIBIR-TOTAL.
         MOVE 'INTERES ABONADO EN CUENTAS' TO LT-CONCEPTO.
         MOVE WK-CLI-INT-ABONADO TO LT-IMPORTE.
         PERFORM ESCRIBIR-TOTAL.
         MOVE 'INTERES DE PLAZOS FIJOS' TO LT-CONCEPTO.
         MOVE WK-CLI-INT-PLAZOS TO LT-IMPORTE.
         PERFORM ESCRIBIR-TOTAL.
         MOVE 'INTERES DEUDOR COBRADO' TO LT-CONCEPTO.
         MOVE WK-CLI-INT-DEUDOR TO LT-IMPORTE.
         PERFORM ESCRIBIR-TOTAL.
         MOVE 'INTERES DE PRESTAMOS COBRADO' TO LT-CONCEPTO.
         MOVE WK-CLI-INT-PRESTAMOS TO LT-IMPORTE.
         PERFORM ESCRIBIR-TOTAL.
         MOVE 'COMISIONES COBRADAS' TO LT-CONCEPTO.
         MOVE WK-CLI-COMISIONES TO LT-IMPORTE.
         PERFORM ESCRIBIR-TOTAL.
         MOVE 'CONTRIBUCION NETA' TO LT-CONCEPTO.
         MOVE WK-CLI-NETO TO LT-IMPORTE.
         PERFORM ESCRIBIR-TOTAL.
         CLOSE FICHERO-REP.
         DISPLAY 'CLIENTE: ' WK-CLIENTE ' ' WK-CLIENTE-NOMBRE.
         DISPLAY 'COBRADO EUR: ' WK-CLI-INGRESOS.
         DISPLAY 'PAGADO EUR: ' WK-CLI-COSTES.
         DISPLAY 'CONTRIBUCION NETA EUR: ' WK-CLI-NETO.
         DISPLAY 'REPORTE EN ' WK-NOMBRE-REPORTE.
       ESCRIBIR-PERIODO.
         MOVE WK-PERIODO-DESDE TO LP-DESDE.
         MOVE WK-PERIODO-HASTA TO LP-HASTA.
         MOVE WK-DIAS-PERIODO TO LP-DIAS.
         MOVE LINEA-PERIODO TO LINEA-REP.
         WRITE LINEA-REP.
       ESCRIBIR-SECCION.
         MOVE SPACES TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE LINEA-SECCION TO LINEA-REP.
         WRITE LINEA-REP.
       ESCRIBIR-TOTAL.
         MOVE LINEA-TOTAL TO LINEA-REP.
         WRITE LINEA-REP.
      * REUNE LOS PRODUCTOS DEL CLIENTE LEIDO EN REGISTRO-CLIENTE Y
      * ACUMULA SUS IMPORTES DEL PERIODO. CON WK-DETALLE = 'S' VA
      * ESCRIBIENDO CADA PRODUCTO EN EL REPORTE ABIERTO.
       CALCULAR-CLIENTE.
         MOVE CLIENTE-ID TO WK-CLIENTE.
         MOVE CLIENTE-NOMBRE TO WK-CLIENTE-NOMBRE.
         MOVE ZERO TO WK-CLI-PRODUCTOS.
         MOVE ZERO TO WK-CLI-SALDO-MEDIO.
         MOVE ZERO TO WK-CLI-INT-ABONADO.
         MOVE ZERO TO WK-CLI-INT-PLAZOS.
         MOVE ZERO TO WK-CLI-INT-DEUDOR.
         MOVE ZERO TO WK-CLI-INT-PRESTAMOS.
         MOVE ZERO TO WK-CLI-COMISIONES.
         PERFORM RECOGER-CUENTAS.
         IF WK-DETALLE = 'S'
             MOVE 'CUENTAS (IMPORTES EN LA MONEDA DE LA CUENTA)'
                 TO LINEA-SECCION
             PERFORM ESCRIBIR-SECCION
         END-IF.
         PERFORM TRATAR-CUENTA
             VARYING WK-IND FROM 1 BY 1
             UNTIL WK-IND > WK-TOTAL-TABLA.
         IF WK-DETALLE = 'S'
             MOVE 'PLAZOS FIJOS (INTERES DEVENGADO EN EL PERIODO)'
                 TO LINEA-SECCION
             PERFORM ESCRIBIR-SECCION
         END-IF.
         PERFORM TRATAR-PLAZOS.
         IF WK-DETALLE = 'S'
             MOVE 'PRESTAMOS (INTERES DE CUOTAS PAGADAS EN EL PERIODO)'
                 TO LINEA-SECCION
             PERFORM ESCRIBIR-SECCION
         END-IF.
         PERFORM TRATAR-PRESTAMOS.
         IF WK-DETALLE = 'S'
             MOVE 'ORDENES PERMANENTES' TO LINEA-SECCION
             PERFORM ESCRIBIR-SECCION
             PERFORM LISTAR-ORDENES
         END-IF.
         COMPUTE WK-CLI-INGRESOS = WK-CLI-INT-DEUDOR
             + WK-CLI-INT-PRESTAMOS + WK-CLI-COMISIONES.
         COMPUTE WK-CLI-COSTES = WK-CLI-INT-ABONADO
             + WK-CLI-INT-PLAZOS.
         COMPUTE WK-CLI-NETO = WK-CLI-INGRESOS - WK-CLI-COSTES.
       RECOGER-CUENTAS.
         MOVE ZERO TO WK-TOTAL-TABLA.
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
                         MOVE NUMERO-CTA TO WK-CUENTA-BUSCADA
                         PERFORM AGREGAR-A-TABLA
                     END-IF
             END-READ
         END-PERFORM.
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
                             MOVE TIT-CUENTA TO WK-CUENTA-BUSCADA
                             PERFORM AGREGAR-A-TABLA
                         END-IF
                 END-READ
             END-PERFORM
         END-IF.
      * EL TITULAR PRINCIPAL TAMBIEN PUEDE FIGURAR EN TITULARES.dat:
      * CADA CUENTA ENTRA UNA SOLA VEZ.
       AGREGAR-A-TABLA.
         PERFORM BUSCAR-EN-TABLA.
         IF WK-HALLADA = 'N'
             IF WK-TOTAL-TABLA < 100
                 ADD 1 TO WK-TOTAL-TABLA
                 MOVE WK-CUENTA-BUSCADA TO TC-CUENTA (WK-TOTAL-TABLA)
             ELSE
                 DISPLAY 'DEMASIADAS CUENTAS DEL CLIENTE ' WK-CLIENTE
             END-IF
         END-IF.
       BUSCAR-EN-TABLA.
         MOVE 'N' TO WK-HALLADA.
         PERFORM COMPROBAR-CUENTA-TABLA VARYING WK-IND-BUS FROM 1 BY 1
             UNTIL WK-IND-BUS > WK-TOTAL-TABLA
             OR WK-HALLADA = 'S'.
       COMPROBAR-CUENTA-TABLA.
         IF TC-CUENTA (WK-IND-BUS) = WK-CUENTA-BUSCADA
             MOVE 'S' TO WK-HALLADA
         END-IF.
       TRATAR-CUENTA.
         MOVE TC-CUENTA (WK-IND) TO NUMERO-CTA.
         READ FICHERO-CTA
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 PERFORM VALORAR-CUENTA
         END-READ.
      * LOS IMPORTES DE LA CUENTA SE PASAN A EUR Y SE REPARTEN ENTRE
      * SUS TITULARES; AL CLIENTE LE TOCA SU PARTE.
       VALORAR-CUENTA.
         ADD 1 TO WK-CLI-PRODUCTOS.
         PERFORM CONTAR-TITULARES.
         PERFORM ANALIZAR-MOVIMIENTOS.
         MOVE MONEDA-CTA TO WK-MONEDA-BUSCADA.
         PERFORM BUSCAR-TASA.
         COMPUTE WK-PARTE ROUNDED = WK-CTA-SALDO-MEDIO
             * WK-TASA-BUSCADA / WK-NUM-TITULARES.
         ADD WK-PARTE TO WK-CLI-SALDO-MEDIO.
         COMPUTE WK-PARTE ROUNDED = WK-CTA-INT-ABONADO
             * WK-TASA-BUSCADA / WK-NUM-TITULARES.
         ADD WK-PARTE TO WK-CLI-INT-ABONADO.
         COMPUTE WK-PARTE ROUNDED = WK-CTA-INT-DEUDOR
             * WK-TASA-BUSCADA / WK-NUM-TITULARES.
         ADD WK-PARTE TO WK-CLI-INT-DEUDOR.
         COMPUTE WK-PARTE ROUNDED = WK-CTA-COMISIONES
             * WK-TASA-BUSCADA / WK-NUM-TITULARES.
         ADD WK-PARTE TO WK-CLI-COMISIONES.
         IF WK-DETALLE = 'S'
             PERFORM ESCRIBIR-CUENTA
         END-IF.
       ESCRIBIR-CUENTA.
         MOVE NUMERO-CTA TO LC-CUENTA.
         IF CLIENTE-ID-CTA = WK-CLIENTE
             MOVE 'TITULAR' TO LC-ROL
         ELSE
             MOVE 'COTITULAR' TO LC-ROL
         END-IF.
         IF ES-AHORRO-CTA
             MOVE 'AHORRO' TO LC-TIPO
         ELSE
             MOVE 'CORRIENTE' TO LC-TIPO
         END-IF.
         MOVE MONEDA-CTA TO LC-MONEDA.
         IF LC-MONEDA = SPACES
             MOVE 'EUR' TO LC-MONEDA
         END-IF.
         MOVE ESTADO-CTA TO LC-ESTADO.
         MOVE WK-NUM-TITULARES TO LC-TITULARES.
         MOVE SALDO-CTA TO LC-SALDO.
         MOVE LINEA-CUENTA TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE WK-CTA-SALDO-MEDIO TO LC-MEDIO.
         MOVE WK-CTA-INT-ABONADO TO LC-ABONADO.
         MOVE WK-CTA-INT-DEUDOR TO LC-DEUDOR.
         MOVE WK-CTA-COMISIONES TO LC-COMISIONES.
         MOVE LINEA-CUENTA-PERIODO TO LINEA-REP.
         WRITE LINEA-REP.
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
      * RECORRE LA HISTORIA DE LA CUENTA EN EL ESPEJO HASTA EL FINAL
      * DEL PERIODO. EL SALDO AL EMPEZAR ES EL DEL ULTIMO MOVIMIENTO
      * ANTERIOR; SI LA CUENTA NO TIENE NINGUNO, EL DEL PRIMERO DEL
      * PERIODO CUANDO SE ABRIO ANTES (SU HISTORIA ES ANTERIOR AL
      * ESPEJO) O CERO CUANDO SE ABRIO DENTRO. SIN NINGUN MOVIMIENTO
      * HASTA EL FINAL DEL PERIODO SE TOMA EL SALDO ACTUAL.
       ANALIZAR-MOVIMIENTOS.
         MOVE ZERO TO WK-CTA-INT-ABONADO.
         MOVE ZERO TO WK-CTA-INT-DEUDOR.
         MOVE ZERO TO WK-CTA-COMISIONES.
         MOVE ZERO TO WK-SALDO-VIGENTE.
         MOVE ZERO TO WK-ACUM-SALDOS.
         MOVE WK-PERIODO-DESDE TO WK-FECHA-CURSOR.
         MOVE 'N' TO WK-HAY-HISTORIA.
         MOVE 'N' TO WK-HAY-PERIODO.
         IF WK-IDX-ABIERTO = 'S'
             MOVE 'N' TO WK-FIN-IDX
             MOVE NUMERO-CTA TO IDX-CUENTA
             MOVE ZERO TO IDX-FECHA
             MOVE ZERO TO IDX-SECUENCIA
             START FICHERO-IDX KEY IS NOT < IDX-CLAVE
                 INVALID KEY
                     MOVE 'S' TO WK-FIN-IDX
             END-START
             PERFORM UNTIL WK-FIN-IDX = 'S'
                 READ FICHERO-IDX NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-IDX
                     NOT AT END
                         IF IDX-CUENTA NOT = NUMERO-CTA
                             OR IDX-FECHA > WK-PERIODO-HASTA
                             MOVE 'S' TO WK-FIN-IDX
                         ELSE
                             PERFORM TRATAR-MOVIMIENTO
                         END-IF
                 END-READ
             END-PERFORM
         END-IF.
         IF WK-HAY-HISTORIA = 'N' AND WK-HAY-PERIODO = 'N'
             IF FECHA-APERTURA-CTA NOT > WK-PERIODO-HASTA
                 MOVE SALDO-CTA TO WK-SALDO-VIGENTE
             END-IF
         END-IF.
         MOVE WK-FECHA-CURSOR TO WK-FECHA-DESDE.
         MOVE WK-PERIODO-HASTA TO WK-FECHA-HASTA.
         PERFORM CONTAR-DIAS-TRANSCURRIDOS.
         COMPUTE WK-ACUM-SALDOS = WK-ACUM-SALDOS
             + WK-SALDO-VIGENTE * (WK-DIAS-TRANSCURRIDOS + 1).
         COMPUTE WK-CTA-SALDO-MEDIO ROUNDED =
             WK-ACUM-SALDOS / WK-DIAS-PERIODO.
       TRATAR-MOVIMIENTO.
         IF IDX-FECHA < WK-PERIODO-DESDE
             MOVE IDX-SALDO TO WK-SALDO-VIGENTE
             MOVE 'S' TO WK-HAY-HISTORIA
         ELSE
             IF WK-HAY-HISTORIA = 'N' AND WK-HAY-PERIODO = 'N'
                 AND FECHA-APERTURA-CTA < WK-PERIODO-DESDE
                 MOVE IDX-SALDO TO WK-SALDO-VIGENTE
             END-IF
             MOVE 'S' TO WK-HAY-PERIODO
             IF IDX-FECHA > WK-FECHA-CURSOR
                 MOVE WK-FECHA-CURSOR TO WK-FECHA-DESDE
                 MOVE IDX-FECHA TO WK-FECHA-HASTA
                 PERFORM CONTAR-DIAS-TRANSCURRIDOS
                 COMPUTE WK-ACUM-SALDOS = WK-ACUM-SALDOS
                     + WK-SALDO-VIGENTE * WK-DIAS-TRANSCURRIDOS
                 MOVE IDX-FECHA TO WK-FECHA-CURSOR
             END-IF
             MOVE IDX-SALDO TO WK-SALDO-VIGENTE
             EVALUATE IDX-TIPO
                 WHEN 'INTERES'
                     ADD IDX-IMPORTE TO WK-CTA-INT-ABONADO
                 WHEN 'INT-DESC'
                     ADD IDX-IMPORTE TO WK-CTA-INT-DEUDOR
                 WHEN 'AJ-INT+'
                     ADD IDX-IMPORTE TO WK-CTA-INT-ABONADO
                 WHEN 'AJ-INT-'
                     SUBTRACT IDX-IMPORTE FROM WK-CTA-INT-ABONADO
                 WHEN 'AJ-DEB-'
                     ADD IDX-IMPORTE TO WK-CTA-INT-DEUDOR
                 WHEN 'AJ-DEB+'
                     SUBTRACT IDX-IMPORTE FROM WK-CTA-INT-DEUDOR
                 WHEN 'COMISION'
                     ADD IDX-IMPORTE TO WK-CTA-COMISIONES
                 WHEN OTHER
                     CONTINUE
             END-EVALUATE
         END-IF.
      * PLAZOS FIJOS DEL CLIENTE: EL INTERES PACTADO POR LOS DIAS DEL
      * PLAZO QUE CAEN DENTRO DEL PERIODO. LOS CANCELADOS NO DEVENGAN
      * (LA TASA PENALIZADA SE APLICO AL CANCELAR). SE LISTAN LOS
      * VIGENTES Y LOS QUE DEVENGARON ALGO EN EL PERIODO.
       TRATAR-PLAZOS.
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
                             PERFORM VALORAR-PLAZO
                         END-IF
                 END-READ
             END-PERFORM
         END-IF.
       VALORAR-PLAZO.
         MOVE ZERO TO WK-INTERES.
         IF NOT PLAZO-CANCELADO
             MOVE PLZ-FECHA-INICIO TO WK-FECHA-DESDE
             IF WK-FECHA-DESDE < WK-PERIODO-DESDE
                 MOVE WK-PERIODO-DESDE TO WK-FECHA-DESDE
             END-IF
             MOVE PLZ-FECHA-VENCIMIENTO TO WK-FECHA-HASTA
             IF WK-FECHA-HASTA > WK-PERIODO-HASTA
                 MOVE WK-PERIODO-HASTA TO WK-FECHA-HASTA
             END-IF
             IF WK-FECHA-DESDE < WK-FECHA-HASTA
                 PERFORM CONTAR-DIAS-TRANSCURRIDOS
                 COMPUTE WK-INTERES ROUNDED = PLZ-CAPITAL
                     * PLZ-TASA-DIARIA * WK-DIAS-TRANSCURRIDOS
             END-IF
         END-IF.
         IF PLAZO-VIGENTE OR WK-INTERES > ZERO
             ADD 1 TO WK-CLI-PRODUCTOS
             MOVE PLZ-CUENTA TO NUMERO-CTA
             PERFORM MONEDA-DEL-PRODUCTO
             COMPUTE WK-IMPORTE-EUR ROUNDED =
                 WK-INTERES * WK-TASA-BUSCADA
             ADD WK-IMPORTE-EUR TO WK-CLI-INT-PLAZOS
             IF WK-DETALLE = 'S'
                 MOVE PLZ-ID TO LF-PLAZO
                 MOVE PLZ-CAPITAL TO LF-CAPITAL
                 MOVE PLZ-TASA-DIARIA TO LF-TASA
                 MOVE PLZ-FECHA-VENCIMIENTO TO LF-VENCE
                 MOVE PLZ-ESTADO TO LF-ESTADO
                 MOVE WK-INTERES TO LF-INTERES
                 MOVE WK-MONEDA-PRODUCTO TO LF-MONEDA
                 MOVE LINEA-PLAZO TO LINEA-REP
                 WRITE LINEA-REP
             END-IF
         END-IF.
      * LA MONEDA DE UN PLAZO O UN PRESTAMO ES LA DE SU CUENTA
      * ASOCIADA, CUYO NUMERO VIENE EN NUMERO-CTA.
       MONEDA-DEL-PRODUCTO.
         MOVE 'EUR' TO WK-MONEDA-PRODUCTO.
         READ FICHERO-CTA
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 IF MONEDA-CTA NOT = SPACES
                     MOVE MONEDA-CTA TO WK-MONEDA-PRODUCTO
                 END-IF
         END-READ.
         MOVE WK-MONEDA-PRODUCTO TO WK-MONEDA-BUSCADA.
         PERFORM BUSCAR-TASA.
      * PRESTAMOS DEL CLIENTE: CAPITAL PENDIENTE (CUOTAS SIN PAGAR),
      * CUOTAS EN MORA E INTERES DE LAS CUOTAS PAGADAS EN EL PERIODO.
      * SE LISTAN LOS VIGENTES Y LOS QUE PAGARON INTERES EN EL PERIODO.
       TRATAR-PRESTAMOS.
         IF WK-PRE-ABIERTO = 'S'
             MOVE 'N' TO WK-FIN-PRE
             MOVE ZERO TO PRE-ID
             START FICHERO-PRE KEY IS NOT LESS THAN PRE-ID
                 INVALID KEY
                     MOVE 'S' TO WK-FIN-PRE
             END-START
             PERFORM UNTIL WK-FIN-PRE = 'S'
                 READ FICHERO-PRE NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-PRE
                     NOT AT END
                         IF PRE-CLIENTE-ID = WK-CLIENTE
                             PERFORM VALORAR-PRESTAMO
                         END-IF
                 END-READ
             END-PERFORM
         END-IF.
       VALORAR-PRESTAMO.
         MOVE ZERO TO WK-INTERES.
         MOVE ZERO TO WK-CAPITAL-PENDIENTE.
         MOVE ZERO TO WK-CUOTAS-MORA.
         IF WK-CUO-ABIERTO = 'S'
             MOVE 'N' TO WK-FIN-CUO
             MOVE PRE-ID TO CUO-PRESTAMO
             MOVE ZERO TO CUO-NUMERO
             START FICHERO-CUO KEY IS NOT LESS THAN CUO-CLAVE
                 INVALID KEY
                     MOVE 'S' TO WK-FIN-CUO
             END-START
             PERFORM UNTIL WK-FIN-CUO = 'S'
                 READ FICHERO-CUO NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-CUO
                     NOT AT END
                         IF CUO-PRESTAMO NOT = PRE-ID
                             MOVE 'S' TO WK-FIN-CUO
                         ELSE
                             PERFORM SUMAR-CUOTA
                         END-IF
                 END-READ
             END-PERFORM
         END-IF.
         IF PRESTAMO-VIGENTE OR WK-INTERES > ZERO
             ADD 1 TO WK-CLI-PRODUCTOS
             MOVE PRE-CUENTA TO NUMERO-CTA
             PERFORM MONEDA-DEL-PRODUCTO
             COMPUTE WK-IMPORTE-EUR ROUNDED =
                 WK-INTERES * WK-TASA-BUSCADA
             ADD WK-IMPORTE-EUR TO WK-CLI-INT-PRESTAMOS
             IF WK-DETALLE = 'S'
                 MOVE PRE-ID TO LR-PRESTAMO
                 MOVE PRE-ESTADO TO LR-ESTADO
                 MOVE WK-CAPITAL-PENDIENTE TO LR-PENDIENTE
                 MOVE WK-CUOTAS-MORA TO LR-MORA
                 IF PRESTAMO-EN-JURIDICO
                     MOVE 'S' TO LR-JURIDICO
                 ELSE
                     MOVE 'N' TO LR-JURIDICO
                 END-IF
                 MOVE WK-INTERES TO LR-INTERES
                 MOVE WK-MONEDA-PRODUCTO TO LR-MONEDA
                 MOVE LINEA-PRESTAMO TO LINEA-REP
                 WRITE LINEA-REP
             END-IF
         END-IF.
       SUMAR-CUOTA.
         IF CUOTA-PAGADA
             IF CUO-FECHA-PAGO NOT < WK-PERIODO-DESDE
                 AND CUO-FECHA-PAGO NOT > WK-PERIODO-HASTA
                 ADD CUO-INTERES TO WK-INTERES
             END-IF
         ELSE
             ADD CUO-CAPITAL TO WK-CAPITAL-PENDIENTE
             IF CUOTA-EN-MORA
                 ADD 1 TO WK-CUOTAS-MORA
             END-IF
         END-IF.
      * ORDENES PERMANENTES CON ORIGEN EN ALGUNA CUENTA DEL CLIENTE.
       LISTAR-ORDENES.
         IF WK-ORD-ABIERTO = 'S'
             MOVE 'N' TO WK-FIN-ORD
             MOVE ZERO TO ORD-ID
             START FICHERO-ORD KEY IS NOT LESS THAN ORD-ID
                 INVALID KEY
                     MOVE 'S' TO WK-FIN-ORD
             END-START
             PERFORM UNTIL WK-FIN-ORD = 'S'
                 READ FICHERO-ORD NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-ORD
                     NOT AT END
                         MOVE ORD-CUENTA-ORIGEN TO WK-CUENTA-BUSCADA
                         PERFORM BUSCAR-EN-TABLA
                         IF WK-HALLADA = 'S'
                             PERFORM ESCRIBIR-ORDEN
                         END-IF
                 END-READ
             END-PERFORM
         END-IF.
       ESCRIBIR-ORDEN.
         MOVE ORD-ID TO LO-ORDEN.
         MOVE ORD-CUENTA-ORIGEN TO LO-ORIGEN.
         MOVE ORD-CUENTA-DESTINO TO LO-DESTINO.
         MOVE ORD-IMPORTE TO LO-IMPORTE.
         MOVE ORD-DIA-MES TO LO-DIA.
         MOVE ORD-ESTADO TO LO-ESTADO.
         MOVE LINEA-ORDEN TO LINEA-REP.
         WRITE LINEA-REP.
      * CLASIFICACION DE TODOS LOS CLIENTES CON ALGUN PRODUCTO EN EL
      * PERIODO, DE MAYOR A MENOR CONTRIBUCION NETA.
       CLASIFICAR-CLIENTES.
         DISPLAY 'CUANTOS CLIENTES EN MEJORES Y PEORES (0 = 10)'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT WK-CUANTOS
             IF WK-CUANTOS NOT NUMERIC
                 DISPLAY 'CANTIDAD NO VALIDA'
             ELSE
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
         IF WK-CUANTOS = ZERO
             MOVE 10 TO WK-CUANTOS
         END-IF.
         MOVE ZERO TO WK-TOTAL-RANKING.
         MOVE ZERO TO WK-TOTAL-FUERA.
         MOVE ZERO TO WK-TOTAL-REVISADOS.
         MOVE 'N' TO WK-DETALLE.
         MOVE 'N' TO WK-FIN-FICHERO.
         MOVE ZERO TO CLIENTE-ID.
         START FICHERO-CLI KEY IS NOT LESS THAN CLIENTE-ID
             INVALID KEY
                 MOVE 'S' TO WK-FIN-FICHERO
         END-START.
         PERFORM UNTIL WK-FIN-FICHERO = 'S'
             READ FICHERO-CLI NEXT RECORD
                 AT END
                     MOVE 'S' TO WK-FIN-FICHERO
                 NOT AT END
                     ADD 1 TO WK-TOTAL-REVISADOS
                     PERFORM CALCULAR-CLIENTE
                     IF WK-CLI-PRODUCTOS > ZERO
                         PERFORM INSERTAR-EN-RANKING
                     END-IF
             END-READ
         END-PERFORM.
         PERFORM EMITIR-RANKING.
      * BUSCA EL PRIMER PUESTO CON MENOR CONTRIBUCION Y DESPLAZA UNO
      * HACIA ABAJO LOS QUE QUEDAN DETRAS.
       INSERTAR-EN-RANKING.
         IF WK-TOTAL-RANKING NOT < 5000
             ADD 1 TO WK-TOTAL-FUERA
         ELSE
             MOVE 1 TO WK-POS-NUEVA
             PERFORM UNTIL WK-POS-NUEVA > WK-TOTAL-RANKING
                 OR TR-NETO (WK-POS-NUEVA) < WK-CLI-NETO
                 ADD 1 TO WK-POS-NUEVA
             END-PERFORM
             PERFORM BAJAR-PUESTO VARYING WK-POS FROM WK-TOTAL-RANKING
                 BY -1 UNTIL WK-POS < WK-POS-NUEVA
             ADD 1 TO WK-TOTAL-RANKING
             MOVE WK-CLIENTE TO TR-CLIENTE (WK-POS-NUEVA)
             MOVE WK-CLIENTE-NOMBRE TO TR-NOMBRE (WK-POS-NUEVA)
             MOVE WK-CLI-SALDO-MEDIO TO TR-SALDO-MEDIO (WK-POS-NUEVA)
             MOVE WK-CLI-INGRESOS TO TR-INGRESOS (WK-POS-NUEVA)
             MOVE WK-CLI-COSTES TO TR-COSTES (WK-POS-NUEVA)
             MOVE WK-CLI-NETO TO TR-NETO (WK-POS-NUEVA)
         END-IF.
       BAJAR-PUESTO.
         MOVE TR-ENTRADA (WK-POS) TO TR-ENTRADA (WK-POS + 1).
       EMITIR-RANKING.
         MOVE SPACES TO WK-NOMBRE-REPORTE.
         STRING '../data/RANKING_RENTABILIDAD_' DELIMITED BY SIZE
                WK-PERIODO-HASTA DELIMITED BY SIZE
                '.txt' DELIMITED BY SIZE
             INTO WK-NOMBRE-REPORTE.
         OPEN OUTPUT FICHERO-REP.
         MOVE LINEA-TITULO-RANKING TO LINEA-REP.
         WRITE LINEA-REP.
         PERFORM ESCRIBIR-PERIODO.
         MOVE 'IMPORTES EN EUR. INGRESOS: INTERES DEUDOR, DE PRESTAMOS'
             TO LINEA-SECCION.
         MOVE LINEA-SECCION TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE 'Y COMISIONES. COSTES: INTERES ABONADO Y DE PLAZOS FIJOS'
             TO LINEA-SECCION.
         MOVE LINEA-SECCION TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE SPACES TO LINEA-SECCION.
         STRING 'LOS ' DELIMITED BY SIZE
                WK-CUANTOS DELIMITED BY SIZE
                ' CLIENTES MAS RENTABLES' DELIMITED BY SIZE
             INTO LINEA-SECCION.
         PERFORM ESCRIBIR-SECCION.
         MOVE LINEA-CABECERA TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE 1 TO WK-POS-DESDE.
         MOVE WK-CUANTOS TO WK-POS-HASTA.
         IF WK-POS-HASTA > WK-TOTAL-RANKING
             MOVE WK-TOTAL-RANKING TO WK-POS-HASTA
         END-IF.
         PERFORM ESCRIBIR-PUESTO
             VARYING WK-POS FROM WK-POS-DESDE BY 1
             UNTIL WK-POS > WK-POS-HASTA.
         MOVE SPACES TO LINEA-SECCION.
         STRING 'LOS ' DELIMITED BY SIZE
                WK-CUANTOS DELIMITED BY SIZE
                ' CLIENTES MENOS RENTABLES' DELIMITED BY SIZE
             INTO LINEA-SECCION.
         PERFORM ESCRIBIR-SECCION.
         MOVE LINEA-CABECERA TO LINEA-REP.
         WRITE LINEA-REP.
         IF WK-TOTAL-RANKING > WK-CUANTOS
             COMPUTE WK-POS-DESDE = WK-TOTAL-RANKING - WK-CUANTOS + 1
         ELSE
             MOVE 1 TO WK-POS-DESDE
         END-IF.
         PERFORM ESCRIBIR-PUESTO
             VARYING WK-POS FROM WK-TOTAL-RANKING BY -1
             UNTIL WK-POS < WK-POS-DESDE OR WK-POS = ZERO.
         MOVE 'CLASIFICACION COMPLETA' TO LINEA-SECCION.
         PERFORM ESCRIBIR-SECCION.
         MOVE LINEA-CABECERA TO LINEA-REP.
         WRITE LINEA-REP.
         PERFORM ESCRIBIR-PUESTO
             VARYING WK-POS FROM 1 BY 1
             UNTIL WK-POS > WK-TOTAL-RANKING.
         MOVE SPACES TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE WK-TOTAL-RANKING TO LL-CLIENTES.
         MOVE LINEA-CLIENTES TO LINEA-REP.
         WRITE LINEA-REP.
         CLOSE FICHERO-REP.
         DISPLAY 'CLIENTES REVISADOS: ' WK-TOTAL-REVISADOS.
         DISPLAY 'CLIENTES CLASIFICADOS: ' WK-TOTAL-RANKING.
         IF WK-TOTAL-FUERA NOT = ZERO
             DISPLAY 'AVISO: ' WK-TOTAL-FUERA ' CLIENTES NO CABEN '
                 'EN LA TABLA DE CLASIFICACION, AMPLIELA'
         END-IF.
         DISPLAY 'REPORTE EN ' WK-NOMBRE-REPORTE.
       ESCRIBIR-PUESTO.
         MOVE WK-POS TO LG-POSICION.
         MOVE TR-CLIENTE (WK-POS) TO LG-CLIENTE.
         MOVE TR-NOMBRE (WK-POS) TO LG-NOMBRE.
         MOVE TR-SALDO-MEDIO (WK-POS) TO LG-SALDO-MEDIO.
         MOVE TR-INGRESOS (WK-POS) TO LG-INGRESOS.
         MOVE TR-COSTES (WK-POS) TO LG-COSTES.
         MOVE TR-NETO (WK-POS) TO LG-NETO.
         MOVE LINEA-RANKING TO LINEA-REP.
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
       END PROGRAM RENTABILIDAD-CLIENTES.
