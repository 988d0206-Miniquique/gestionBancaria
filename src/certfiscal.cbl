       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTIFICADO-FISCAL.

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
           SELECT FICHERO-IDX ASSIGN TO '../data/MOVIMIENTOS.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-CLAVE
               ALTERNATE RECORD KEY IS IDX-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WK-ESTADO-IDX.
           SELECT FICHERO-RTN ASSIGN TO '../data/RETENIDOS.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-ESTADO-RTN.
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
           FD FICHERO-IDX.
           01 REGISTRO-IDX.
           COPY "movidx.cpy".
           FD FICHERO-RTN.
           01 REGISTRO-RETENIDO.
           COPY "retenreg.cpy".
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
           01 WK-ESTADO-IDX PIC XX VALUE '00'.
           01 WK-ESTADO-RTN PIC XX.
           01 WK-ESTADO-CAM PIC XX.
           01 WK-CTA-ABIERTO PIC X VALUE 'N'.
           01 WK-TIT-ABIERTO PIC X VALUE 'N'.
           01 WK-PLZ-ABIERTO PIC X VALUE 'N'.
           01 WK-PRE-ABIERTO PIC X VALUE 'N'.
           01 WK-CUO-ABIERTO PIC X VALUE 'N'.
           01 WK-IDX-ABIERTO PIC X VALUE 'N'.
           01 WK-FIN-FICHERO PIC X VALUE 'N'.
           01 WK-FIN-CTA PIC X VALUE 'N'.
           01 WK-FIN-TIT PIC X VALUE 'N'.
           01 WK-FIN-PLZ PIC X VALUE 'N'.
           01 WK-FIN-PRE PIC X VALUE 'N'.
           01 WK-FIN-CUO PIC X VALUE 'N'.
           01 WK-FIN-IDX PIC X VALUE 'N'.
           01 WK-FIN-RTN PIC X VALUE 'N'.
           01 WK-FIN-CAM PIC X VALUE 'N'.
           01 WK-ENTRADA-VALIDA PIC X VALUE 'N'.
           01 WK-PAUSA PIC X.
      * 'S' EN LA REIMPRESION DESDE EL MENU, 'N' EN EL LOTE ANUAL.
           01 WK-REIMPRESION PIC X VALUE 'N'.
           01 WK-DETALLE PIC X VALUE 'N'.
           01 WK-FECHA-NEGOCIO PIC 9(8) VALUE ZERO.
           01 WK-FECHA-NEG-DET REDEFINES WK-FECHA-NEGOCIO.
               05 WK-ANO-NEG PIC 9(4).
               05 FILLER PIC 9(4).
           01 WK-EJERCICIO PIC 9(4) VALUE ZERO.
           01 WK-FECHA-INICIO PIC 9(8) VALUE ZERO.
           01 WK-FECHA-FIN PIC 9(8) VALUE ZERO.
           01 WK-ANO-RTN PIC 9(4) VALUE ZERO.
           01 WK-NOMBRE-REPORTE PIC X(50) VALUE SPACES.
           01 WK-CLIENTE PIC 9(6) VALUE ZERO.
      * TASAS DE CAMBIO VIGENTES AL CIERRE DEL EJERCICIO, UNA POR
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
      * RETENCIONES DEL EJERCICIO SUMADAS POR CUENTA, CARGADAS UNA
      * SOLA VEZ DESDE RETENIDOS.dat.
           01 WK-TOTAL-RETENCIONES PIC 9(4) VALUE ZERO.
           01 WK-IND-RTN PIC 9(4) VALUE ZERO.
           01 WK-RTN-HALLADO PIC 9(4) VALUE ZERO.
           01 WK-RTN-ENCONTRADA PIC X VALUE 'N'.
           01 WK-TABLA-LLENA PIC X VALUE 'N'.
           01 TABLA-RETENCIONES.
               05 TRE-ENTRADA OCCURS 3000 TIMES.
                   10 TRE-CUENTA PIC 9(6).
                   10 TRE-BRUTO PIC 9(9)V99.
                   10 TRE-RETENCION PIC 9(9)V99.
                   10 TRE-NETO PIC 9(9)V99.
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
      * IMPORTES DE UNA CUENTA EN EL EJERCICIO, EN SU MONEDA: PRIMERO
      * LOS DE LA CUENTA ENTERA Y LUEGO LA PARTE DEL CLIENTE.
           01 WK-INTERES-ABONADO PIC S9(9)V99 VALUE ZERO.
           01 WK-INTERES-RETROCEDIDO PIC 9(9)V99 VALUE ZERO.
           01 WK-SIN-RETENCION PIC S9(9)V99 VALUE ZERO.
           01 WK-CTA-BRUTO PIC S9(9)V99 VALUE ZERO.
           01 WK-CTA-RETENCION PIC S9(9)V99 VALUE ZERO.
           01 WK-CTA-NETO PIC S9(9)V99 VALUE ZERO.
           01 WK-CTA-SALDO PIC S9(9)V99 VALUE ZERO.
           01 WK-IMPORTE PIC S9(9)V99 VALUE ZERO.
           01 WK-PARTE PIC S9(9)V99 VALUE ZERO.
           01 WK-PARTE-BRUTO PIC S9(9)V99 VALUE ZERO.
           01 WK-PARTE-RETENCION PIC S9(9)V99 VALUE ZERO.
           01 WK-PARTE-NETO PIC S9(9)V99 VALUE ZERO.
           01 WK-PARTE-SALDO PIC S9(9)V99 VALUE ZERO.
           01 WK-IMPORTE-EUR PIC S9(11)V99 VALUE ZERO.
           01 WK-INTERES PIC 9(9)V99 VALUE ZERO.
           01 WK-MONEDA-PRODUCTO PIC X(3) VALUE SPACES.
      * SITUACION DE UN PLAZO FIJO AL 31 DE DICIEMBRE, RECONSTRUIDA
      * DESDE SUS MOVIMIENTOS EN MOVIMIENTOS.idx (VER SITUAR-PLAZO).
           01 WK-PLZ-VIVO PIC X VALUE 'N'.
           01 WK-PLZ-APERTURA PIC 9(8) VALUE ZERO.
           01 WK-PLZ-CAPITAL-INICIAL PIC 9(7)V99 VALUE ZERO.
           01 WK-PLZ-RENOVACIONES PIC 9(3) VALUE ZERO.
           01 WK-PLZ-BAJA PIC 9(8) VALUE ZERO.
           01 WK-PLZ-CAPITAL-FIN PIC 9(7)V99 VALUE ZERO.
           01 WK-PLZ-VENCE-FIN PIC 9(8) VALUE ZERO.
           01 WK-PLZ-CAPITAL PIC 9(7)V99 VALUE ZERO.
           01 WK-PLZ-INTERES PIC S9(7)V99 VALUE ZERO.
           01 WK-PLZ-CICLO PIC 9(3) VALUE ZERO.
           01 WK-PLZ-RENOVACION PIC 9(8) VALUE ZERO.
           01 WK-PLZ-FIN-CICLOS PIC X VALUE 'N'.
      * MOVIMIENTO DEL PLAZO QUE SE BUSCA EN EL ESPEJO: TIPO, CUENTA,
      * VENTANA DE FECHAS E IMPORTE (EXACTO O COMO MINIMO).
           01 WK-BUS-CUENTA PIC 9(6) VALUE ZERO.
           01 WK-BUS-TIPO PIC X(8) VALUE SPACES.
           01 WK-BUS-DESDE PIC 9(8) VALUE ZERO.
           01 WK-BUS-HASTA PIC 9(8) VALUE ZERO.
           01 WK-BUS-IMPORTE PIC 9(7)V99 VALUE ZERO.
           01 WK-BUS-EXACTO PIC X VALUE 'S'.
           01 WK-BUS-FECHA PIC 9(8) VALUE ZERO.
           01 WK-FECHA-CALCULO PIC 9(8) VALUE ZERO.
           01 WK-FECHA-CAL-DET REDEFINES WK-FECHA-CALCULO.
               05 WK-ANO-CAL PIC 9(4).
               05 WK-MES-CAL PIC 9(2).
               05 WK-DIA-CAL PIC 9(2).
           01 WK-ULTIMO-DIA PIC 9(2) VALUE ZERO.
           01 WK-COCIENTE PIC 9(6) VALUE ZERO.
           01 WK-RESTO PIC 9(6) VALUE ZERO.
           01 WK-DIAS-AVANCE PIC 9(6) VALUE ZERO.
      * TOTALES DEL CERTIFICADO EN EUR.
           01 WK-LINEAS-CERTIFICADO PIC 9(4) VALUE ZERO.
           01 WK-CER-BRUTO PIC S9(11)V99 VALUE ZERO.
           01 WK-CER-RETENCION PIC S9(11)V99 VALUE ZERO.
           01 WK-CER-NETO PIC S9(11)V99 VALUE ZERO.
           01 WK-CER-INT-PRESTAMOS PIC S9(11)V99 VALUE ZERO.
           01 WK-CER-SALDOS PIC S9(11)V99 VALUE ZERO.
           01 WK-CER-PLAZOS PIC S9(11)V99 VALUE ZERO.
           01 WK-TOTAL-REVISADOS PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-CERTIFICADOS PIC 9(6) VALUE ZERO.
           01 WK-LOT-PROGRAMA PIC X(24) VALUE 'CERTIFICADO-FISCAL'.
           01 WK-LOT-HORA-INICIO PIC 9(8) VALUE ZERO.
           01 WK-LOT-ESTADO PIC X(2) VALUE 'OK'.
           01 LINEA-SEPARADOR PIC X(80) VALUE ALL '='.
           01 LINEA-TITULO.
               05 FILLER PIC X(42) VALUE
                 'CERTIFICADO DE RENDIMIENTOS Y RETENCIONES '.
               05 FILLER PIC X(12) VALUE '- EJERCICIO '.
               05 LT-EJERCICIO PIC 9(4).
           01 LINEA-CLIENTE.
               05 FILLER PIC X(9) VALUE 'CLIENTE: '.
               05 LC-CLIENTE PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LC-NOMBRE PIC X(50).
           01 LINEA-DOCUMENTO.
               05 FILLER PIC X(11) VALUE 'DOCUMENTO: '.
               05 LD-TIPO-DOC PIC X(1).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LD-DOCUMENTO PIC X(15).
               05 FILLER PIC X(12) VALUE '   EMITIDO: '.
               05 LD-EMISION PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LD-COPIA PIC X(9).
           01 LINEA-SECCION PIC X(100) VALUE SPACES.
           01 LINEA-CUENTA.
               05 FILLER PIC X(8) VALUE 'CUENTA: '.
               05 LA-CUENTA PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LA-MONEDA PIC X(3).
               05 FILLER PIC X(12) VALUE ' TITULARES: '.
               05 LA-TITULARES PIC ZZ9.
               05 FILLER PIC X(10) VALUE ' SALDO AL '.
               05 LA-FECHA PIC 9(8).
               05 FILLER PIC X(2) VALUE ': '.
               05 LA-SALDO PIC -Z(6)9.99.
           01 LINEA-RENDIMIENTO.
               05 FILLER PIC X(17) VALUE '  INTERES BRUTO: '.
               05 LR-BRUTO PIC Z(6)9.99.
               05 FILLER PIC X(12) VALUE ' RETENCION: '.
               05 LR-RETENCION PIC Z(6)9.99.
               05 FILLER PIC X(7) VALUE ' NETO: '.
               05 LR-NETO PIC Z(6)9.99.
           01 LINEA-PLAZO.
               05 FILLER PIC X(7) VALUE 'PLAZO: '.
               05 LF-PLAZO PIC 9(6).
               05 FILLER PIC X(12) VALUE ' CAPITAL AL '.
               05 LF-FECHA PIC 9(8).
               05 FILLER PIC X(2) VALUE ': '.
               05 LF-CAPITAL PIC Z(6)9.99.
               05 FILLER PIC X(8) VALUE ' VENCE: '.
               05 LF-VENCE PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LF-MONEDA PIC X(3).
           01 LINEA-PRESTAMO.
               05 FILLER PIC X(10) VALUE 'PRESTAMO: '.
               05 LP-PRESTAMO PIC 9(6).
               05 FILLER PIC X(17) VALUE ' INTERES PAGADO: '.
               05 LP-INTERES PIC Z(6)9.99.
               05 FILLER PIC X(1) VALUE SPACE.
               05 LP-MONEDA PIC X(3).
           01 LINEA-TOTAL.
               05 LT-CONCEPTO PIC X(40).
               05 LT-IMPORTE PIC -Z(10)9.99.
           LINKAGE SECTION.
           01 P-EJERCICIO PIC 9(4).
           01 P-CLIENTE PIC 9(6).
      * CERTIFICADO FISCAL ANUAL DEL CLIENTE PARA SU DECLARACION DE
      * LA RENTA. POR CADA CUENTA DONDE ES TITULAR O COTITULAR DA EL
      * INTERES BRUTO ABONADO EN EL EJERCICIO, LA RETENCION Y EL NETO
      * (RETENIDOS.dat, MAS EL INTERES ABONADO SIN RETENCION QUE SOLO
      * ESTA EN MOVIMIENTOS.idx) Y EL SALDO AL 31 DE DICIEMBRE; LOS
      * IMPORTES DE UNA CUENTA CONJUNTA SE REPARTEN A PARTES IGUALES
      * ENTRE SUS TITULARES Y EL RESTO DEL REDONDEO QUEDA AL TITULAR
      * PRINCIPAL. DA ADEMAS EL CAPITAL DE SUS PLAZOS FIJOS AL 31 DE
      * DICIEMBRE Y EL INTERES PAGADO EN EL EJERCICIO POR SUS
      * PRESTAMOS (CUOTAS DE CUOTAS.dat PAGADAS ESE ANO), CON UN
      * RESUMEN EN EUR A LA TASA DE CAMBIOS.dat DEL CIERRE.
      * CON P-EJERCICIO A CERO SE LLAMA DESDE EL MENU PARA REIMPRIMIR
      * EL CERTIFICADO DE UN CLIENTE Y EJERCICIO EN
      * CERTIFICADO_<EJERCICIO>_<CLIENTE>.txt. SI NO, ES EL LOTE DE
      * FIN DE ANO DE CIERRE-DIA: UN CERTIFICADO POR CLIENTE CON
      * PRODUCTOS O RENDIMIENTOS EN EL EJERCICIO, TODOS EN
      * CERTIFICADOS_<EJERCICIO>.txt LISTOS PARA IMPRIMIR (O SOLO EL
      * DE P-CLIENTE SI NO VIENE A CERO). SOLO LEE, NO TOCA NINGUN
      * REGISTRO.
       PROCEDURE DIVISION USING P-EJERCICIO P-CLIENTE.
           CALL "FECHA-NEGOCIO" USING WK-FECHA-NEGOCIO.
           MOVE ZERO TO WK-TOTAL-SIN-TASA.
           MOVE ZERO TO WK-TOTAL-REVISADOS.
           MOVE ZERO TO WK-TOTAL-CERTIFICADOS.
           IF P-EJERCICIO = ZERO
               MOVE 'S' TO WK-REIMPRESION
               PERFORM PEDIR-REIMPRESION
           ELSE
               MOVE 'N' TO WK-REIMPRESION
               ACCEPT WK-LOT-HORA-INICIO FROM TIME
               MOVE P-EJERCICIO TO WK-EJERCICIO
               MOVE P-CLIENTE TO WK-CLIENTE
           END-IF.
           COMPUTE WK-FECHA-INICIO = WK-EJERCICIO * 10000 + 101.
           COMPUTE WK-FECHA-FIN = WK-EJERCICIO * 10000 + 1231.
           PERFORM CARGAR-CAMBIOS.
           PERFORM CARGAR-RETENCIONES.
           OPEN INPUT FICHERO-CLI.
           IF WK-ESTADO-CLI = '35'
               DISPLAY 'NO HAY CLIENTES REGISTRADOS TODAVIA'
           ELSE
               OPEN INPUT FICHERO-CTA
               IF WK-ESTADO-CTA = '00'
                   MOVE 'S' TO WK-CTA-ABIERTO
               END-IF
               PERFORM ABRIR-PRODUCTOS
               IF WK-REIMPRESION = 'S' OR WK-CLIENTE NOT = ZERO
                   PERFORM CERTIFICAR-UN-CLIENTE
               ELSE
                   PERFORM CERTIFICAR-TODOS
               END-IF
               PERFORM CERRAR-PRODUCTOS
               IF WK-CTA-ABIERTO = 'S'
                   CLOSE FICHERO-CTA
                   MOVE 'N' TO WK-CTA-ABIERTO
               END-IF
               CLOSE FICHERO-CLI
           END-IF.
           IF WK-TOTAL-SIN-TASA NOT = ZERO
               DISPLAY 'IMPORTES SIN TASA DE CAMBIO: '
                   WK-TOTAL-SIN-TASA
           END-IF.
           IF WK-REIMPRESION = 'S'
               DISPLAY 'PRESIONE ENTER PARA CONTINUAR...'
               ACCEPT WK-PAUSA
           ELSE
               IF WK-TOTAL-SIN-TASA NOT = ZERO
                   OR WK-TABLA-LLENA = 'S'
                   MOVE 'ER' TO WK-LOT-ESTADO
               ELSE
                   MOVE 'OK' TO WK-LOT-ESTADO
               END-IF
               CALL "REGISTRO-LOTE" USING WK-LOT-PROGRAMA
                   WK-LOT-HORA-INICIO WK-TOTAL-REVISADOS
                   WK-TOTAL-CERTIFICADOS WK-TOTAL-SIN-TASA
                   WK-LOT-ESTADO
           END-IF.
        GOBACK.
      * EL EJERCICIO A REIMPRIMIR TIENE QUE ESTAR CERRADO.
       PEDIR-REIMPRESION.
         DISPLAY 'EJERCICIO DEL CERTIFICADO (AAAA)'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT WK-EJERCICIO
             IF WK-EJERCICIO NOT NUMERIC OR WK-EJERCICIO = ZERO
                 OR WK-EJERCICIO NOT < WK-ANO-NEG
                 DISPLAY 'EJERCICIO NO VALIDO, DEBE ESTAR CERRADO'
             ELSE
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
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
                         IF CAM-FECHA NOT > WK-FECHA-FIN
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
      * AVISA Y QUEDA EN CERO EN EL RESUMEN.
       BUSCAR-TASA.
         IF WK-MONEDA-BUSCADA = SPACES OR WK-MONEDA-BUSCADA = 'EUR'
             MOVE 1 TO WK-TASA-BUSCADA
         ELSE
             PERFORM BUSCAR-MONEDA
             IF WK-MON-ENCONTRADA = 'S'
                 MOVE TMO-TASA (WK-IDX-HALLADO) TO WK-TASA-BUSCADA
             ELSE
                 MOVE ZERO TO WK-TASA-BUSCADA
                 IF WK-DETALLE = 'S'
                     ADD 1 TO WK-TOTAL-SIN-TASA
                     DISPLAY 'SIN TASA PARA ' WK-MONEDA-BUSCADA
                         ' DEL CLIENTE ' WK-CLIENTE
                         ', QUEDA SIN VALORAR'
                 END-IF
             END-IF
         END-IF.
       CARGAR-RETENCIONES.
         MOVE ZERO TO WK-TOTAL-RETENCIONES.
         MOVE 'N' TO WK-TABLA-LLENA.
         MOVE 'N' TO WK-FIN-RTN.
         OPEN INPUT FICHERO-RTN.
         IF WK-ESTADO-RTN = '00'
             PERFORM UNTIL WK-FIN-RTN = 'S'
                 READ FICHERO-RTN
                     AT END
                         MOVE 'S' TO WK-FIN-RTN
                     NOT AT END
                         COMPUTE WK-ANO-RTN = RTN-FECHA / 10000
                         IF WK-ANO-RTN = WK-EJERCICIO
                             PERFORM ACUMULAR-RETENCION
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE FICHERO-RTN
         END-IF.
         IF WK-TABLA-LLENA = 'S'
             DISPLAY 'AVISO: DEMASIADAS CUENTAS CON RETENCION, '
                 'AMPLIE LA TABLA'
         END-IF.
       ACUMULAR-RETENCION.
         MOVE RTN-CUENTA TO WK-CUENTA-BUSCADA.
         PERFORM BUSCAR-RETENCION.
         IF WK-RTN-ENCONTRADA = 'S'
             ADD RTN-BRUTO TO TRE-BRUTO (WK-RTN-HALLADO)
             ADD RTN-RETENCION TO TRE-RETENCION (WK-RTN-HALLADO)
             ADD RTN-NETO TO TRE-NETO (WK-RTN-HALLADO)
         ELSE
             IF WK-TOTAL-RETENCIONES < 3000
                 ADD 1 TO WK-TOTAL-RETENCIONES
                 MOVE RTN-CUENTA
                     TO TRE-CUENTA (WK-TOTAL-RETENCIONES)
                 MOVE RTN-BRUTO TO TRE-BRUTO (WK-TOTAL-RETENCIONES)
                 MOVE RTN-RETENCION
                     TO TRE-RETENCION (WK-TOTAL-RETENCIONES)
                 MOVE RTN-NETO TO TRE-NETO (WK-TOTAL-RETENCIONES)
             ELSE
                 MOVE 'S' TO WK-TABLA-LLENA
             END-IF
         END-IF.
       BUSCAR-RETENCION.
         MOVE 'N' TO WK-RTN-ENCONTRADA.
         PERFORM COMPROBAR-RETENCION VARYING WK-IND-RTN FROM 1 BY 1
             UNTIL WK-IND-RTN > WK-TOTAL-RETENCIONES
             OR WK-RTN-ENCONTRADA = 'S'.
       COMPROBAR-RETENCION.
         IF TRE-CUENTA (WK-IND-RTN) = WK-CUENTA-BUSCADA
             MOVE 'S' TO WK-RTN-ENCONTRADA
             MOVE WK-IND-RTN TO WK-RTN-HALLADO
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
         OPEN INPUT FICHERO-IDX.
         IF WK-ESTADO-IDX = '00'
             MOVE 'S' TO WK-IDX-ABIERTO
         ELSE
             DISPLAY 'NO EXISTE EL ESPEJO MOVIMIENTOS.idx; '
                 'EJECUTE RECONSTRUIR-IDX PARA CREARLO'
             DISPLAY 'LOS SALDOS AL CIERRE SERAN LOS ACTUALES'
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
         IF WK-IDX-ABIERTO = 'S'
             CLOSE FICHERO-IDX
             MOVE 'N' TO WK-IDX-ABIERTO
         END-IF.
       CERTIFICAR-UN-CLIENTE.
         MOVE SPACES TO WK-NOMBRE-REPORTE.
         STRING '../data/CERTIFICADO_' DELIMITED BY SIZE
                WK-EJERCICIO DELIMITED BY SIZE
                '_' DELIMITED BY SIZE
                WK-CLIENTE DELIMITED BY SIZE
                '.txt' DELIMITED BY SIZE
             INTO WK-NOMBRE-REPORTE.
         MOVE WK-CLIENTE TO CLIENTE-ID.
         READ FICHERO-CLI
             INVALID KEY
                 DISPLAY 'CLIENTE NO ENCONTRADO'
             NOT INVALID KEY
                 ADD 1 TO WK-TOTAL-REVISADOS
                 MOVE 'N' TO WK-DETALLE
                 PERFORM CALCULAR-CERTIFICADO
                 IF WK-LINEAS-CERTIFICADO = ZERO
                     DISPLAY 'EL CLIENTE NO TUVO PRODUCTOS NI '
                         'RENDIMIENTOS EN EL EJERCICIO ' WK-EJERCICIO
                 ELSE
                     OPEN OUTPUT FICHERO-REP
                     PERFORM EMITIR-CERTIFICADO
                     CLOSE FICHERO-REP
                     DISPLAY 'CERTIFICADO EN ' WK-NOMBRE-REPORTE
                 END-IF
         END-READ.
       CERTIFICAR-TODOS.
         MOVE SPACES TO WK-NOMBRE-REPORTE.
         STRING '../data/CERTIFICADOS_' DELIMITED BY SIZE
                WK-EJERCICIO DELIMITED BY SIZE
                '.txt' DELIMITED BY SIZE
             INTO WK-NOMBRE-REPORTE.
         OPEN OUTPUT FICHERO-REP.
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
                     MOVE CLIENTE-ID TO WK-CLIENTE
                     MOVE 'N' TO WK-DETALLE
                     PERFORM CALCULAR-CERTIFICADO
                     IF WK-LINEAS-CERTIFICADO NOT = ZERO
                         PERFORM EMITIR-CERTIFICADO
                     END-IF
             END-READ
         END-PERFORM.
         CLOSE FICHERO-REP.
         DISPLAY 'EJERCICIO ' WK-EJERCICIO ' CLIENTES REVISADOS: '
             WK-TOTAL-REVISADOS.
         DISPLAY 'CERTIFICADOS EMITIDOS: ' WK-TOTAL-CERTIFICADOS.
         DISPLAY 'CERTIFICADOS EN ' WK-NOMBRE-REPORTE.
      * SEGUNDA PASADA SOBRE EL MISMO CLIENTE, YA SABIENDO QUE TIENE
      * ALGO QUE CERTIFICAR, ESCRIBIENDO CADA LINEA.
       EMITIR-CERTIFICADO.
         ADD 1 TO WK-TOTAL-CERTIFICADOS.
         MOVE LINEA-SEPARADOR TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE WK-EJERCICIO TO LT-EJERCICIO.
         MOVE LINEA-TITULO TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE LINEA-SEPARADOR TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE WK-CLIENTE TO LC-CLIENTE.
         MOVE CLIENTE-NOMBRE TO LC-NOMBRE.
         MOVE LINEA-CLIENTE TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE CLIENTE-TIPO-DOC TO LD-TIPO-DOC.
         MOVE CLIENTE-DOCUMENTO TO LD-DOCUMENTO.
         MOVE WK-FECHA-NEGOCIO TO LD-EMISION.
         IF WK-REIMPRESION = 'S'
             MOVE 'DUPLICADO' TO LD-COPIA
         ELSE
             MOVE SPACES TO LD-COPIA
         END-IF.
         MOVE LINEA-DOCUMENTO TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE 'S' TO WK-DETALLE.
         PERFORM CALCULAR-CERTIFICADO.
         MOVE 'RESUMEN DEL EJERCICIO EN EUR' TO LINEA-SECCION.
         PERFORM ESCRIBIR-SECCION.
         MOVE 'INTERES BRUTO ABONADO' TO LT-CONCEPTO.
         MOVE WK-CER-BRUTO TO LT-IMPORTE.
         PERFORM ESCRIBIR-TOTAL.
         MOVE 'RETENCIONES PRACTICADAS' TO LT-CONCEPTO.
         MOVE WK-CER-RETENCION TO LT-IMPORTE.
         PERFORM ESCRIBIR-TOTAL.
         MOVE 'INTERES NETO ABONADO' TO LT-CONCEPTO.
         MOVE WK-CER-NETO TO LT-IMPORTE.
         PERFORM ESCRIBIR-TOTAL.
         MOVE 'INTERES PAGADO POR PRESTAMOS' TO LT-CONCEPTO.
         MOVE WK-CER-INT-PRESTAMOS TO LT-IMPORTE.
         PERFORM ESCRIBIR-TOTAL.
         MOVE 'SALDO EN CUENTAS AL 31 DE DICIEMBRE' TO LT-CONCEPTO.
         MOVE WK-CER-SALDOS TO LT-IMPORTE.
         PERFORM ESCRIBIR-TOTAL.
         MOVE 'PLAZOS FIJOS AL 31 DE DICIEMBRE' TO LT-CONCEPTO.
         MOVE WK-CER-PLAZOS TO LT-IMPORTE.
         PERFORM ESCRIBIR-TOTAL.
         MOVE SPACES TO LINEA-REP.
         WRITE LINEA-REP.
       ESCRIBIR-SECCION.
         MOVE SPACES TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE LINEA-SECCION TO LINEA-REP.
         WRITE LINEA-REP.
       ESCRIBIR-TOTAL.
         MOVE LINEA-TOTAL TO LINEA-REP.
         WRITE LINEA-REP.
      * RECORRE LOS PRODUCTOS DEL CLIENTE LEIDO EN REGISTRO-CLIENTE.
      * CON WK-DETALLE = 'N' SOLO CUENTA LAS LINEAS QUE TENDRIA EL
      * CERTIFICADO; CON 'S' LAS ESCRIBE Y SUMA EL RESUMEN.
       CALCULAR-CERTIFICADO.
         MOVE ZERO TO WK-LINEAS-CERTIFICADO.
         MOVE ZERO TO WK-CER-BRUTO.
         MOVE ZERO TO WK-CER-RETENCION.
         MOVE ZERO TO WK-CER-NETO.
         MOVE ZERO TO WK-CER-INT-PRESTAMOS.
         MOVE ZERO TO WK-CER-SALDOS.
         MOVE ZERO TO WK-CER-PLAZOS.
         IF WK-CTA-ABIERTO = 'S'
             PERFORM RECOGER-CUENTAS
             IF WK-DETALLE = 'S'
                 MOVE 'CUENTAS (PARTE DEL CLIENTE, MONEDA DE LA CUENTA)'
                     TO LINEA-SECCION
                 PERFORM ESCRIBIR-SECCION
             END-IF
             PERFORM TRATAR-CUENTA
                 VARYING WK-IND FROM 1 BY 1
                 UNTIL WK-IND > WK-TOTAL-TABLA
         END-IF.
         IF WK-DETALLE = 'S'
             MOVE 'PLAZOS FIJOS' TO LINEA-SECCION
             PERFORM ESCRIBIR-SECCION
         END-IF.
         PERFORM TRATAR-PLAZOS.
         IF WK-DETALLE = 'S'
             MOVE 'PRESTAMOS' TO LINEA-SECCION
             PERFORM ESCRIBIR-SECCION
         END-IF.
         PERFORM TRATAR-PRESTAMOS.
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
                 IF FECHA-APERTURA-CTA NOT > WK-FECHA-FIN
                     PERFORM VALORAR-CUENTA
                 END-IF
         END-READ.
      * LA RETENCION SALE DE RETENIDOS.dat. EL INTERES ABONADO EN EL
      * ESPEJO QUE NO LLEGO A RETENIDOS.dat (DIAS CON RETENCION A
      * CERO) SE SUMA AL BRUTO Y AL NETO TAL CUAL. LO RETROCEDIDO
      * POR FECHA VALOR (AJ-INT-) SE DESCUENTA DEL BRUTO Y DEL NETO:
      * EL AJUSTE NO TOCA LA RETENCION YA PRACTICADA. UNA CUENTA
      * CERRADA SOLO SALE SI TENIA SALDO AL CIERRE O RENDIMIENTOS.
       VALORAR-CUENTA.
         PERFORM ANALIZAR-MOVIMIENTOS.
         MOVE NUMERO-CTA TO WK-CUENTA-BUSCADA.
         PERFORM BUSCAR-RETENCION.
         IF WK-RTN-ENCONTRADA = 'S'
             MOVE TRE-BRUTO (WK-RTN-HALLADO) TO WK-CTA-BRUTO
             MOVE TRE-RETENCION (WK-RTN-HALLADO) TO WK-CTA-RETENCION
             MOVE TRE-NETO (WK-RTN-HALLADO) TO WK-CTA-NETO
         ELSE
             MOVE ZERO TO WK-CTA-BRUTO
             MOVE ZERO TO WK-CTA-RETENCION
             MOVE ZERO TO WK-CTA-NETO
         END-IF.
         COMPUTE WK-SIN-RETENCION = WK-INTERES-ABONADO - WK-CTA-NETO.
         IF WK-SIN-RETENCION > ZERO
             ADD WK-SIN-RETENCION TO WK-CTA-BRUTO
             ADD WK-SIN-RETENCION TO WK-CTA-NETO
         END-IF.
         SUBTRACT WK-INTERES-RETROCEDIDO FROM WK-CTA-BRUTO.
         SUBTRACT WK-INTERES-RETROCEDIDO FROM WK-CTA-NETO.
         IF ESTADO-CTA NOT = 'C' OR WK-CTA-SALDO NOT = ZERO
             OR WK-CTA-BRUTO > ZERO
             ADD 1 TO WK-LINEAS-CERTIFICADO
             IF WK-DETALLE = 'S'
                 PERFORM CERTIFICAR-CUENTA
             END-IF
         END-IF.
       CERTIFICAR-CUENTA.
         PERFORM CONTAR-TITULARES.
         MOVE WK-CTA-BRUTO TO WK-IMPORTE.
         PERFORM CALCULAR-PARTE.
         MOVE WK-PARTE TO WK-PARTE-BRUTO.
         MOVE WK-CTA-RETENCION TO WK-IMPORTE.
         PERFORM CALCULAR-PARTE.
         MOVE WK-PARTE TO WK-PARTE-RETENCION.
         MOVE WK-CTA-NETO TO WK-IMPORTE.
         PERFORM CALCULAR-PARTE.
         MOVE WK-PARTE TO WK-PARTE-NETO.
         MOVE WK-CTA-SALDO TO WK-IMPORTE.
         PERFORM CALCULAR-PARTE.
         MOVE WK-PARTE TO WK-PARTE-SALDO.
         MOVE NUMERO-CTA TO LA-CUENTA.
         MOVE MONEDA-CTA TO LA-MONEDA.
         IF LA-MONEDA = SPACES
             MOVE 'EUR' TO LA-MONEDA
         END-IF.
         MOVE WK-NUM-TITULARES TO LA-TITULARES.
         MOVE WK-FECHA-FIN TO LA-FECHA.
         MOVE WK-PARTE-SALDO TO LA-SALDO.
         MOVE LINEA-CUENTA TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE WK-PARTE-BRUTO TO LR-BRUTO.
         MOVE WK-PARTE-RETENCION TO LR-RETENCION.
         MOVE WK-PARTE-NETO TO LR-NETO.
         MOVE LINEA-RENDIMIENTO TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE MONEDA-CTA TO WK-MONEDA-BUSCADA.
         PERFORM BUSCAR-TASA.
         COMPUTE WK-IMPORTE-EUR ROUNDED =
             WK-PARTE-BRUTO * WK-TASA-BUSCADA.
         ADD WK-IMPORTE-EUR TO WK-CER-BRUTO.
         COMPUTE WK-IMPORTE-EUR ROUNDED =
             WK-PARTE-RETENCION * WK-TASA-BUSCADA.
         ADD WK-IMPORTE-EUR TO WK-CER-RETENCION.
         COMPUTE WK-IMPORTE-EUR ROUNDED =
             WK-PARTE-NETO * WK-TASA-BUSCADA.
         ADD WK-IMPORTE-EUR TO WK-CER-NETO.
         COMPUTE WK-IMPORTE-EUR ROUNDED =
             WK-PARTE-SALDO * WK-TASA-BUSCADA.
         ADD WK-IMPORTE-EUR TO WK-CER-SALDOS.
      * PARTE DE UN TITULAR EN UN IMPORTE DE LA CUENTA: EL COCIENTE
      * TRUNCADO, Y PARA EL PRINCIPAL LO QUE QUEDA.
       CALCULAR-PARTE.
         COMPUTE WK-PARTE = WK-IMPORTE / WK-NUM-TITULARES.
         IF CLIENTE-ID-CTA = WK-CLIENTE
             COMPUTE WK-PARTE = WK-IMPORTE
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
      * EL SALDO AL 31 DE DICIEMBRE ES EL DEL ULTIMO MOVIMIENTO DE LA
      * CUENTA HASTA ESE DIA EN EL ESPEJO, Y EL INTERES ABONADO ES LA
      * SUMA DE SUS MOVIMIENTOS INTERES DEL EJERCICIO MAS LOS
      * AJUSTES AJ-INT+; LOS AJ-INT- SE SUMAN APARTE. SIN ESPEJO SE
      * TOMA EL SALDO ACTUAL.
       ANALIZAR-MOVIMIENTOS.
         MOVE ZERO TO WK-INTERES-ABONADO.
         MOVE ZERO TO WK-INTERES-RETROCEDIDO.
         IF WK-IDX-ABIERTO = 'N'
             MOVE SALDO-CTA TO WK-CTA-SALDO
         ELSE
             MOVE ZERO TO WK-CTA-SALDO
             MOVE 'N' TO WK-FIN-IDX
             MOVE NUMERO-CTA TO IDX-CUENTA
             MOVE ZERO TO IDX-FECHA
             MOVE ZERO TO IDX-SECUENCIA
             START FICHERO-IDX KEY IS NOT LESS THAN IDX-CLAVE
                 INVALID KEY
                     MOVE 'S' TO WK-FIN-IDX
             END-START
             PERFORM UNTIL WK-FIN-IDX = 'S'
                 READ FICHERO-IDX NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-IDX
                     NOT AT END
                         IF IDX-CUENTA NOT = NUMERO-CTA
                             OR IDX-FECHA > WK-FECHA-FIN
                             MOVE 'S' TO WK-FIN-IDX
                         ELSE
                             MOVE IDX-SALDO TO WK-CTA-SALDO
                             IF IDX-FECHA NOT < WK-FECHA-INICIO
                                 PERFORM SUMAR-INTERES-ABONADO
                             END-IF
                         END-IF
                 END-READ
             END-PERFORM
         END-IF.
       SUMAR-INTERES-ABONADO.
         EVALUATE IDX-TIPO
             WHEN 'INTERES'
                 ADD IDX-IMPORTE TO WK-INTERES-ABONADO
             WHEN 'AJ-INT+'
                 ADD IDX-IMPORTE TO WK-INTERES-ABONADO
             WHEN 'AJ-INT-'
                 ADD IDX-IMPORTE TO WK-INTERES-RETROCEDIDO
             WHEN OTHER
                 CONTINUE
         END-EVALUATE.
      * PLAZOS FIJOS DEL CLIENTE QUE SEGUIAN CONSTITUIDOS AL 31 DE
      * DICIEMBRE. NO BASTA CON EL ESTADO ACTUAL DEL PLAZO: LA
      * REIMPRESION SE PIDE MESES DESPUES, CUANDO EL PLAZO PUEDE
      * HABERSE CANCELADO O RENOVADO (LA RENOVACION CAMBIA LA FECHA
      * DE INICIO Y CAPITALIZA EL INTERES), Y TIENE QUE SALIR IGUAL
      * QUE EL CERTIFICADO ORIGINAL.
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
                             PERFORM SITUAR-PLAZO
                             IF WK-PLZ-VIVO = 'S'
                                 PERFORM CERTIFICAR-PLAZO
                             END-IF
                         END-IF
                 END-READ
             END-PERFORM
         END-IF.
      * EL PLAZO EMPIEZA CON SU PF-APERT EN LA CUENTA ASOCIADA Y
      * TERMINA CON SU PF-ABONO (LIQUIDACION AL VENCIMIENTO), SU
      * PF-CANC (CANCELACION ANTICIPADA) O EL PF-EJEC EN LA CUENTA
      * DEL PRESTAMO SI SE EJECUTO COMO GARANTIA. SIGUE VIVO AL 31 DE
      * DICIEMBRE SI EMPEZO ESE DIA O ANTES Y TERMINO DESPUES. SIN
      * ESPEJO, O SI EL PF-APERT YA NO ESTA EN EL, SE TOMA EL PLAZO
      * TAL COMO ESTA HOY.
       SITUAR-PLAZO.
         MOVE 'N' TO WK-PLZ-VIVO.
         MOVE PLZ-FECHA-INICIO TO WK-PLZ-APERTURA.
         MOVE PLZ-CAPITAL TO WK-PLZ-CAPITAL-INICIAL.
         MOVE ZERO TO WK-PLZ-RENOVACIONES.
         IF WK-IDX-ABIERTO = 'S'
             PERFORM BUSCAR-APERTURA-PLAZO
         END-IF.
         PERFORM BUSCAR-BAJA-PLAZO.
         IF WK-PLZ-APERTURA NOT > WK-FECHA-FIN
             AND WK-PLZ-BAJA > WK-FECHA-FIN
             MOVE 'S' TO WK-PLZ-VIVO
             PERFORM CAPITAL-AL-CIERRE
         END-IF.
      * LA APERTURA ES UN PF-APERT DE LA CUENTA ASOCIADA, NO
      * POSTERIOR AL INICIO ACTUAL, CUYO IMPORTE LLEGA EXACTAMENTE AL
      * CAPITAL ACTUAL CAPITALIZANDO EL INTERES DE CADA RENOVACION
      * COMO LO HACE VENCIMIENTO-PLAZOS. SIN RENOVACIONES TIENE QUE
      * SER DEL MISMO DIA QUE EL INICIO; CON ELLAS, LOS VENCIMIENTOS
      * NO PUEDEN PASAR DEL INICIO ACTUAL. SI CUADRAN VARIOS SE QUEDA
      * EL MAS RECIENTE.
       BUSCAR-APERTURA-PLAZO.
         MOVE 'N' TO WK-FIN-IDX.
         MOVE PLZ-CUENTA TO IDX-CUENTA.
         MOVE ZERO TO IDX-FECHA.
         MOVE ZERO TO IDX-SECUENCIA.
         START FICHERO-IDX KEY IS NOT LESS THAN IDX-CLAVE
             INVALID KEY
                 MOVE 'S' TO WK-FIN-IDX
         END-START.
         PERFORM UNTIL WK-FIN-IDX = 'S'
             READ FICHERO-IDX NEXT RECORD
                 AT END
                     MOVE 'S' TO WK-FIN-IDX
                 NOT AT END
                     IF IDX-CUENTA NOT = PLZ-CUENTA
                         OR IDX-FECHA > PLZ-FECHA-INICIO
                         MOVE 'S' TO WK-FIN-IDX
                     ELSE
                         IF IDX-TIPO = 'PF-APERT'
                             AND IDX-IMPORTE NOT > PLZ-CAPITAL
                             PERFORM PROBAR-APERTURA
                         END-IF
                     END-IF
             END-READ
         END-PERFORM.
       PROBAR-APERTURA.
         MOVE IDX-IMPORTE TO WK-PLZ-CAPITAL.
         MOVE ZERO TO WK-PLZ-CICLO.
         MOVE 1 TO WK-PLZ-INTERES.
         PERFORM CAPITALIZAR-CICLO
             UNTIL WK-PLZ-CAPITAL NOT < PLZ-CAPITAL
             OR WK-PLZ-INTERES = ZERO
             OR WK-PLZ-CICLO = 999.
         IF WK-PLZ-CAPITAL = PLZ-CAPITAL
             MOVE IDX-FECHA TO WK-FECHA-CALCULO
             COMPUTE WK-DIAS-AVANCE = PLZ-PLAZO-DIAS * WK-PLZ-CICLO
             PERFORM AVANZAR-UN-DIA WK-DIAS-AVANCE TIMES
             IF (WK-PLZ-CICLO = ZERO
                 AND IDX-FECHA = PLZ-FECHA-INICIO)
                 OR (WK-PLZ-CICLO > ZERO
                 AND WK-FECHA-CALCULO NOT > PLZ-FECHA-INICIO)
                 MOVE IDX-FECHA TO WK-PLZ-APERTURA
                 MOVE IDX-IMPORTE TO WK-PLZ-CAPITAL-INICIAL
                 MOVE WK-PLZ-CICLO TO WK-PLZ-RENOVACIONES
             END-IF
         END-IF.
       CAPITALIZAR-CICLO.
         COMPUTE WK-PLZ-INTERES ROUNDED =
             WK-PLZ-CAPITAL * PLZ-TASA-DIARIA * PLZ-PLAZO-DIAS.
         ADD WK-PLZ-INTERES TO WK-PLZ-CAPITAL.
         ADD 1 TO WK-PLZ-CICLO.
      * UN PLAZO VIGENTE NO HA TERMINADO. EL LIQUIDADO TERMINO CON
      * EL PF-ABONO DE CAPITAL MAS INTERES A PARTIR DE SU ULTIMO
      * VENCIMIENTO, Y EL CANCELADO CON EL PF-CANC O EL PF-EJEC DE SU
      * ULTIMO PERIODO, QUE ABONA AL MENOS EL CAPITAL. SI EL
      * MOVIMIENTO NO APARECE SE TOMA EL VENCIMIENTO DEL LIQUIDADO Y
      * EL INICIO DEL CANCELADO.
       BUSCAR-BAJA-PLAZO.
         MOVE ZERO TO WK-BUS-FECHA.
         EVALUATE TRUE
             WHEN PLAZO-VIGENTE
                 MOVE 99999999 TO WK-PLZ-BAJA
             WHEN PLAZO-LIQUIDADO
                 MOVE PLZ-FECHA-VENCIMIENTO TO WK-PLZ-BAJA
                 COMPUTE WK-PLZ-INTERES ROUNDED =
                     PLZ-CAPITAL * PLZ-TASA-DIARIA * PLZ-PLAZO-DIAS
                 MOVE PLZ-CUENTA TO WK-BUS-CUENTA
                 MOVE 'PF-ABONO' TO WK-BUS-TIPO
                 MOVE PLZ-FECHA-VENCIMIENTO TO WK-BUS-DESDE
                 MOVE 99999999 TO WK-BUS-HASTA
                 COMPUTE WK-BUS-IMPORTE = PLZ-CAPITAL + WK-PLZ-INTERES
                 MOVE 'S' TO WK-BUS-EXACTO
                 PERFORM BUSCAR-MOVIMIENTO-PLAZO
             WHEN OTHER
                 MOVE PLZ-FECHA-INICIO TO WK-PLZ-BAJA
                 MOVE PLZ-CUENTA TO WK-BUS-CUENTA
                 MOVE 'PF-CANC' TO WK-BUS-TIPO
                 MOVE PLZ-FECHA-INICIO TO WK-BUS-DESDE
                 MOVE PLZ-FECHA-VENCIMIENTO TO WK-BUS-HASTA
                 MOVE PLZ-CAPITAL TO WK-BUS-IMPORTE
                 MOVE 'N' TO WK-BUS-EXACTO
                 PERFORM BUSCAR-MOVIMIENTO-PLAZO
                 IF WK-BUS-FECHA = ZERO AND PLZ-PRESTAMO NOT = ZERO
                     AND WK-PRE-ABIERTO = 'S'
                     MOVE PLZ-PRESTAMO TO PRE-ID
                     READ FICHERO-PRE
                         INVALID KEY
                             CONTINUE
                         NOT INVALID KEY
                             MOVE PRE-CUENTA TO WK-BUS-CUENTA
                             MOVE 'PF-EJEC' TO WK-BUS-TIPO
                             PERFORM BUSCAR-MOVIMIENTO-PLAZO
                     END-READ
                 END-IF
         END-EVALUATE.
         IF WK-BUS-FECHA NOT = ZERO
             MOVE WK-BUS-FECHA TO WK-PLZ-BAJA
         END-IF.
       BUSCAR-MOVIMIENTO-PLAZO.
         MOVE ZERO TO WK-BUS-FECHA.
         IF WK-IDX-ABIERTO = 'S'
             MOVE 'N' TO WK-FIN-IDX
             MOVE WK-BUS-CUENTA TO IDX-CUENTA
             MOVE WK-BUS-DESDE TO IDX-FECHA
             MOVE ZERO TO IDX-SECUENCIA
             START FICHERO-IDX KEY IS NOT LESS THAN IDX-CLAVE
                 INVALID KEY
                     MOVE 'S' TO WK-FIN-IDX
             END-START
             PERFORM UNTIL WK-FIN-IDX = 'S'
                 READ FICHERO-IDX NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-IDX
                     NOT AT END
                         IF IDX-CUENTA NOT = WK-BUS-CUENTA
                             OR IDX-FECHA > WK-BUS-HASTA
                             MOVE 'S' TO WK-FIN-IDX
                         ELSE
                             IF IDX-TIPO = WK-BUS-TIPO
                                 AND (IDX-IMPORTE = WK-BUS-IMPORTE
                                 OR (WK-BUS-EXACTO = 'N'
                                 AND IDX-IMPORTE > WK-BUS-IMPORTE))
                                 MOVE IDX-FECHA TO WK-BUS-FECHA
                                 MOVE 'S' TO WK-FIN-IDX
                             END-IF
                         END-IF
                 END-READ
             END-PERFORM
         END-IF.
      * CAPITAL Y VENCIMIENTO DEL PERIODO EN CURSO AL 31 DE
      * DICIEMBRE: DESDE LA APERTURA SE CAPITALIZAN LAS RENOVACIONES
      * HECHAS HASTA ESE DIA. LA ULTIMA RENOVACION TIENE SU FECHA
      * REAL EN EL INICIO ACTUAL DEL PLAZO; LAS ANTERIORES CAEN EN
      * CADA VENCIMIENTO.
       CAPITAL-AL-CIERRE.
         MOVE WK-PLZ-CAPITAL-INICIAL TO WK-PLZ-CAPITAL-FIN.
         MOVE WK-PLZ-APERTURA TO WK-FECHA-CALCULO.
         PERFORM AVANZAR-UN-DIA PLZ-PLAZO-DIAS TIMES.
         MOVE WK-FECHA-CALCULO TO WK-PLZ-VENCE-FIN.
         MOVE ZERO TO WK-PLZ-CICLO.
         MOVE 'N' TO WK-PLZ-FIN-CICLOS.
         PERFORM RENOVAR-AL-CIERRE
             UNTIL WK-PLZ-CICLO NOT < WK-PLZ-RENOVACIONES
             OR WK-PLZ-FIN-CICLOS = 'S'.
         IF WK-PLZ-CICLO = WK-PLZ-RENOVACIONES
             MOVE PLZ-FECHA-VENCIMIENTO TO WK-PLZ-VENCE-FIN
         END-IF.
       RENOVAR-AL-CIERRE.
         IF WK-PLZ-CICLO + 1 = WK-PLZ-RENOVACIONES
             MOVE PLZ-FECHA-INICIO TO WK-PLZ-RENOVACION
         ELSE
             MOVE WK-PLZ-VENCE-FIN TO WK-PLZ-RENOVACION
         END-IF.
         IF WK-PLZ-RENOVACION > WK-FECHA-FIN
             MOVE 'S' TO WK-PLZ-FIN-CICLOS
         ELSE
             ADD 1 TO WK-PLZ-CICLO
             COMPUTE WK-PLZ-INTERES ROUNDED =
                 WK-PLZ-CAPITAL-FIN * PLZ-TASA-DIARIA * PLZ-PLAZO-DIAS
             ADD WK-PLZ-INTERES TO WK-PLZ-CAPITAL-FIN
             MOVE WK-PLZ-RENOVACION TO WK-FECHA-CALCULO
             PERFORM AVANZAR-UN-DIA PLZ-PLAZO-DIAS TIMES
             MOVE WK-FECHA-CALCULO TO WK-PLZ-VENCE-FIN
         END-IF.
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
       CERTIFICAR-PLAZO.
         ADD 1 TO WK-LINEAS-CERTIFICADO.
         IF WK-DETALLE = 'S'
             MOVE PLZ-CUENTA TO NUMERO-CTA
             PERFORM MONEDA-DEL-PRODUCTO
             COMPUTE WK-IMPORTE-EUR ROUNDED =
                 WK-PLZ-CAPITAL-FIN * WK-TASA-BUSCADA
             ADD WK-IMPORTE-EUR TO WK-CER-PLAZOS
             MOVE PLZ-ID TO LF-PLAZO
             MOVE WK-FECHA-FIN TO LF-FECHA
             MOVE WK-PLZ-CAPITAL-FIN TO LF-CAPITAL
             MOVE WK-PLZ-VENCE-FIN TO LF-VENCE
             MOVE WK-MONEDA-PRODUCTO TO LF-MONEDA
             MOVE LINEA-PLAZO TO LINEA-REP
             WRITE LINEA-REP
         END-IF.
      * LA MONEDA DE UN PLAZO O UN PRESTAMO ES LA DE SU CUENTA
      * ASOCIADA, CUYO NUMERO VIENE EN NUMERO-CTA.
       MONEDA-DEL-PRODUCTO.
         MOVE 'EUR' TO WK-MONEDA-PRODUCTO.
         IF WK-CTA-ABIERTO = 'S'
             READ FICHERO-CTA
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     IF MONEDA-CTA NOT = SPACES
                         MOVE MONEDA-CTA TO WK-MONEDA-PRODUCTO
                     END-IF
             END-READ
         END-IF.
         MOVE WK-MONEDA-PRODUCTO TO WK-MONEDA-BUSCADA.
         PERFORM BUSCAR-TASA.
      * INTERES DE LAS CUOTAS QUE EL CLIENTE PAGO EN EL EJERCICIO.
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
                             PERFORM SUMAR-INTERES-PRESTAMO
                         END-IF
                 END-READ
             END-PERFORM
         END-IF.
       SUMAR-INTERES-PRESTAMO.
         MOVE ZERO TO WK-INTERES.
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
                             IF CUOTA-PAGADA
                                 AND CUO-FECHA-PAGO
                                     NOT < WK-FECHA-INICIO
                                 AND CUO-FECHA-PAGO
                                     NOT > WK-FECHA-FIN
                                 ADD CUO-INTERES TO WK-INTERES
                             END-IF
                         END-IF
                 END-READ
             END-PERFORM
         END-IF.
         IF WK-INTERES > ZERO
             ADD 1 TO WK-LINEAS-CERTIFICADO
             IF WK-DETALLE = 'S'
                 MOVE PRE-CUENTA TO NUMERO-CTA
                 PERFORM MONEDA-DEL-PRODUCTO
                 COMPUTE WK-IMPORTE-EUR ROUNDED =
                     WK-INTERES * WK-TASA-BUSCADA
                 ADD WK-IMPORTE-EUR TO WK-CER-INT-PRESTAMOS
                 MOVE PRE-ID TO LP-PRESTAMO
                 MOVE WK-INTERES TO LP-INTERES
                 MOVE WK-MONEDA-PRODUCTO TO LP-MONEDA
                 MOVE LINEA-PRESTAMO TO LINEA-REP
                 WRITE LINEA-REP
             END-IF
         END-IF.
       END PROGRAM CERTIFICADO-FISCAL.
