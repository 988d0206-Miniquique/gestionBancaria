               05 LT-FECHA PIC 9(8).
               05 FILLER PIC X(12) VALUE '  OPERADOR: '.
               05 LT-OPERADOR PIC 9(4).
               05 FILLER PIC X(12) VALUE '  SUCURSAL: '.
               05 LT-SUCURSAL PIC 9(3).
           01 LINEA-DETALLE.
               05 FILLER PIC X(7) VALUE 'FONDO: '.
               05 LD-FONDO PIC Z(6)9.99.
               05 LC-CONTADO PIC Z(8)9.99.
               05 FILLER PIC X(14) VALUE '  DIFERENCIA: '.
               05 LC-DIFERENCIA PIC Z(8)9.99-.
           01 WK-FIN-CAJAS PIC X VALUE 'N'.
           01 WK-SUCURSAL-CAJA PIC 9(3) VALUE ZERO.
           01 WK-SUC-ENCONTRADA PIC X VALUE 'N'.
           01 WK-IDX-SUC PIC 9(2) VALUE ZERO.
           01 WK-IDX-HALLADO PIC 9(2) VALUE ZERO.
           01 WK-TOTAL-SUCURSALES PIC 9(2) VALUE ZERO.
           01 TABLA-SUCURSALES.
               05 TSU-ENTRADA OCCURS 20 TIMES.
                   10 TSU-SUCURSAL PIC 9(3).
                   10 TSU-CAJAS PIC 9(4).
                   10 TSU-FONDO PIC 9(9)V99.
                   10 TSU-ENTRADAS PIC 9(11)V99.
                   10 TSU-SALIDAS PIC 9(11)V99.
                   10 TSU-CONTADO PIC 9(11)V99.
                   10 TSU-DIFERENCIA PIC S9(11)V99.
                   10 TSU-ABIERTAS PIC 9(4).
           01 LINEA-TITULO-SUCURSALES.
               05 FILLER PIC X(30)
                   VALUE 'CUADRE POR SUCURSAL   FECHA: '.
               05 LS-FECHA PIC 9(8).
           01 LINEA-SUCURSAL.
               05 FILLER PIC X(9) VALUE 'SUCURSAL '.
               05 LU-SUCURSAL PIC 9(3).
               05 FILLER PIC X(9) VALUE '  CAJAS: '.
               05 LU-CAJAS PIC Z(3)9.
               05 FILLER PIC X(13) VALUE '  ABIERTAS: '.
               05 LU-ABIERTAS PIC Z(3)9.
           01 LINEA-SUCURSAL-IMPORTES.
               05 FILLER PIC X(3) VALUE SPACES.
               05 FILLER PIC X(7) VALUE 'FONDO: '.
               05 LU-FONDO PIC Z(8)9.99.
               05 FILLER PIC X(12) VALUE '  ENTRADAS: '.
               05 LU-ENTRADAS PIC Z(10)9.99.
               05 FILLER PIC X(11) VALUE '  SALIDAS: '.
               05 LU-SALIDAS PIC Z(10)9.99.
           01 LINEA-SUCURSAL-CUADRE.
               05 FILLER PIC X(3) VALUE SPACES.
               05 FILLER PIC X(10) VALUE 'ESPERADO: '.
               05 LU-ESPERADO PIC Z(10)9.99-.
               05 FILLER PIC X(11) VALUE '  CONTADO: '.
               05 LU-CONTADO PIC Z(10)9.99.
               05 FILLER PIC X(14) VALUE '  DIFERENCIA: '.
               05 LU-DIFERENCIA PIC Z(10)9.99-.
           LINKAGE SECTION.
           01 P-OPCION PIC 9(2).
           01 P-OPERADOR PIC 9(4).
               DISPLAY '1. ABRIR CAJA'
               DISPLAY '2. CERRAR CAJA Y CUADRAR'
               DISPLAY '3. CONSULTAR MI CAJA'
               DISPLAY '4. CUADRE POR SUCURSAL'
               DISPLAY '5. VOLVER'
               MOVE 'N' TO WK-ENTRADA-VALIDA
               PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
                   ACCEPT WK-OPCION
                   WHEN 3
                       PERFORM CONSULTAR-CAJA
                   WHEN 4
                       PERFORM CUADRE-SUCURSALES
                   WHEN 5
                       MOVE 'S' TO WK-SALIR
                   WHEN OTHER
                       DISPLAY 'OPCION NO VALIDA'
         END-PERFORM.
      * SI EL FICHERO NO EXISTE TODAVIA SE CREA VACIO Y SE REABRE
      * EN I-O: EL READ QUE SIGUE NO ESTA PERMITIDO EN MODO OUTPUT.
         CALL "SUCURSAL-OPERADOR" USING P-OPERADOR WK-SUCURSAL-CAJA.
         OPEN I-O FICHERO-CAJ.
         IF WK-ESTADO-CAJ = '35'
             OPEN OUTPUT FICHERO-CAJ
                 MOVE ZERO TO CAJ-CONTADO
                 MOVE ZERO TO CAJ-DIFERENCIA
                 MOVE 'A' TO CAJ-ESTADO
                 MOVE WK-SUCURSAL-CAJA TO CAJ-SUCURSAL
                 WRITE REGISTRO-CAJA
                 DISPLAY 'CAJA ABIERTA CON FONDO ' WK-FONDO
                 MOVE 'APERTURA CAJA' TO WK-AUD-EVENTO
         END-IF.
         MOVE CAJ-FECHA TO LT-FECHA.
         MOVE CAJ-OPERADOR TO LT-OPERADOR.
         MOVE CAJ-SUCURSAL TO LT-SUCURSAL.
         MOVE LINEA-TITULO TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE CAJ-FONDO-INICIAL TO LD-FONDO.
                       + CAJ-ENTRADAS - CAJ-SALIDAS
                   DISPLAY 'CAJA DEL ' CAJ-FECHA
                       ' OPERADOR ' CAJ-OPERADOR
                       ' SUCURSAL ' CAJ-SUCURSAL
                       ' ESTADO ' CAJ-ESTADO
                   DISPLAY 'FONDO: ' CAJ-FONDO-INICIAL
                       ' ENTRADAS: ' CAJ-ENTRADAS
         END-IF.
         DISPLAY 'PRESIONE ENTER PARA CONTINUAR...'.
         ACCEPT WK-PAUSA.
      * TOTALES DEL DIA POR SUCURSAL SOBRE TODAS LAS CAJAS: FONDO,
      * ENTRADAS, SALIDAS, EFECTIVO ESPERADO Y, DE LAS YA CERRADAS,
      * CONTADO Y DIFERENCIA. LAS CAJAS ANTERIORES AL CAMPO
      * SUCURSAL CUENTAN COMO DE LA OFICINA PRINCIPAL 001. EL
      * CUADRE SE AGREGA A ../data/CUADRE_CAJA.txt.
       CUADRE-SUCURSALES.
         MOVE ZERO TO WK-TOTAL-SUCURSALES.
         MOVE 'N' TO WK-FIN-CAJAS.
         OPEN INPUT FICHERO-CAJ.
         IF WK-ESTADO-CAJ NOT = '00'
             DISPLAY 'NO HAY CAJAS REGISTRADAS TODAVIA'
         ELSE
             MOVE WK-FECHA-NEGOCIO TO CAJ-FECHA
             MOVE ZERO TO CAJ-OPERADOR
             START FICHERO-CAJ KEY IS NOT < CAJ-CLAVE
                 INVALID KEY
                     MOVE 'S' TO WK-FIN-CAJAS
             END-START
             PERFORM UNTIL WK-FIN-CAJAS = 'S'
                 READ FICHERO-CAJ NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-CAJAS
                     NOT AT END
                         IF CAJ-FECHA NOT = WK-FECHA-NEGOCIO
                             MOVE 'S' TO WK-FIN-CAJAS
                         ELSE
                             PERFORM ACUMULAR-CAJA-SUCURSAL
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE FICHERO-CAJ
             IF WK-TOTAL-SUCURSALES = ZERO
                 DISPLAY 'NO HAY CAJAS REGISTRADAS HOY'
             ELSE
                 PERFORM IMPRIMIR-CUADRE-SUCURSALES
             END-IF
         END-IF.
         DISPLAY 'PRESIONE ENTER PARA CONTINUAR...'.
         ACCEPT WK-PAUSA.
       ACUMULAR-CAJA-SUCURSAL.
         MOVE CAJ-SUCURSAL TO WK-SUCURSAL-CAJA.
         IF WK-SUCURSAL-CAJA NOT NUMERIC
             OR WK-SUCURSAL-CAJA = ZERO
             MOVE 1 TO WK-SUCURSAL-CAJA
         END-IF.
         MOVE 'N' TO WK-SUC-ENCONTRADA.
         IF WK-TOTAL-SUCURSALES NOT = ZERO
             PERFORM BUSCAR-SUCURSAL-TABLA
                 VARYING WK-IDX-SUC FROM 1 BY 1
                 UNTIL WK-IDX-SUC > WK-TOTAL-SUCURSALES
                 OR WK-SUC-ENCONTRADA = 'S'
         END-IF.
         IF WK-SUC-ENCONTRADA = 'N'
             IF WK-TOTAL-SUCURSALES < 20
                 ADD 1 TO WK-TOTAL-SUCURSALES
                 MOVE WK-TOTAL-SUCURSALES TO WK-IDX-HALLADO
                 MOVE WK-SUCURSAL-CAJA
                     TO TSU-SUCURSAL (WK-IDX-HALLADO)
                 MOVE ZERO TO TSU-CAJAS (WK-IDX-HALLADO)
                 MOVE ZERO TO TSU-FONDO (WK-IDX-HALLADO)
                 MOVE ZERO TO TSU-ENTRADAS (WK-IDX-HALLADO)
                 MOVE ZERO TO TSU-SALIDAS (WK-IDX-HALLADO)
                 MOVE ZERO TO TSU-CONTADO (WK-IDX-HALLADO)
                 MOVE ZERO TO TSU-DIFERENCIA (WK-IDX-HALLADO)
                 MOVE ZERO TO TSU-ABIERTAS (WK-IDX-HALLADO)
                 MOVE 'S' TO WK-SUC-ENCONTRADA
             END-IF
         END-IF.
         IF WK-SUC-ENCONTRADA = 'S'
             ADD 1 TO TSU-CAJAS (WK-IDX-HALLADO)
             ADD CAJ-FONDO-INICIAL TO TSU-FONDO (WK-IDX-HALLADO)
             ADD CAJ-ENTRADAS TO TSU-ENTRADAS (WK-IDX-HALLADO)
             ADD CAJ-SALIDAS TO TSU-SALIDAS (WK-IDX-HALLADO)
             IF CAJA-CERRADA
                 ADD CAJ-CONTADO TO TSU-CONTADO (WK-IDX-HALLADO)
                 ADD CAJ-DIFERENCIA
                     TO TSU-DIFERENCIA (WK-IDX-HALLADO)
             ELSE
                 ADD 1 TO TSU-ABIERTAS (WK-IDX-HALLADO)
             END-IF
         END-IF.
       BUSCAR-SUCURSAL-TABLA.
         IF TSU-SUCURSAL (WK-IDX-SUC) = WK-SUCURSAL-CAJA
             MOVE 'S' TO WK-SUC-ENCONTRADA
             MOVE WK-IDX-SUC TO WK-IDX-HALLADO
         END-IF.
       IMPRIMIR-CUADRE-SUCURSALES.
         OPEN EXTEND FICHERO-REP.
         IF WK-ESTADO-REP NOT = '00'
             OPEN OUTPUT FICHERO-REP
         END-IF.
         MOVE WK-FECHA-NEGOCIO TO LS-FECHA.
         MOVE LINEA-TITULO-SUCURSALES TO LINEA-REP.
         WRITE LINEA-REP.
         PERFORM IMPRIMIR-UNA-SUCURSAL
             VARYING WK-IDX-SUC FROM 1 BY 1
             UNTIL WK-IDX-SUC > WK-TOTAL-SUCURSALES.
         MOVE SPACES TO LINEA-REP.
         WRITE LINEA-REP.
         CLOSE FICHERO-REP.
         DISPLAY 'CUADRE POR SUCURSAL IMPRESO EN '
             '../data/CUADRE_CAJA.txt'.
       IMPRIMIR-UNA-SUCURSAL.
         COMPUTE WK-ESPERADO = TSU-FONDO (WK-IDX-SUC)
             + TSU-ENTRADAS (WK-IDX-SUC) - TSU-SALIDAS (WK-IDX-SUC).
         MOVE TSU-SUCURSAL (WK-IDX-SUC) TO LU-SUCURSAL.
         MOVE TSU-CAJAS (WK-IDX-SUC) TO LU-CAJAS.
         MOVE TSU-ABIERTAS (WK-IDX-SUC) TO LU-ABIERTAS.
         MOVE LINEA-SUCURSAL TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE TSU-FONDO (WK-IDX-SUC) TO LU-FONDO.
         MOVE TSU-ENTRADAS (WK-IDX-SUC) TO LU-ENTRADAS.
         MOVE TSU-SALIDAS (WK-IDX-SUC) TO LU-SALIDAS.
         MOVE LINEA-SUCURSAL-IMPORTES TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE WK-ESPERADO TO LU-ESPERADO.
         MOVE TSU-CONTADO (WK-IDX-SUC) TO LU-CONTADO.
         MOVE TSU-DIFERENCIA (WK-IDX-SUC) TO LU-DIFERENCIA.
         MOVE LINEA-SUCURSAL-CUADRE TO LINEA-REP.
         WRITE LINEA-REP.
         DISPLAY 'SUCURSAL ' TSU-SUCURSAL (WK-IDX-SUC)
             ' CAJAS: ' TSU-CAJAS (WK-IDX-SUC)
             ' ESPERADO: ' WK-ESPERADO
             ' DIFERENCIA: ' TSU-DIFERENCIA (WK-IDX-SUC).
       END PROGRAM GESTION-CAJA.
