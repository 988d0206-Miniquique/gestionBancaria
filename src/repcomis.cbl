       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-COMISIONES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-COM ASSIGN TO '../data/COMISIONES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-ESTADO-COM.
           SELECT FICHERO-REP ASSIGN TO WK-NOMBRE-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-COM.
           01 REGISTRO-COMISION-COBRADA.
           COPY "comireg.cpy".
           FD FICHERO-REP.
           01 LINEA-REP PIC X(80).
           WORKING-STORAGE SECTION.
           01 WK-FIN-FICHERO PIC X VALUE 'N'.
           01 WK-ESTADO-COM PIC XX.
           01 WK-ENTRADA-VALIDA PIC X VALUE 'N'.
           01 WK-PERIODO PIC 9(6) VALUE ZERO.
           01 WK-PERIODO-COM PIC 9(6) VALUE ZERO.
           01 WK-NOMBRE-REPORTE PIC X(40) VALUE SPACES.
           01 WK-COD-ENCONTRADO PIC X VALUE 'N'.
           01 WK-IDX-COD PIC 9(3) VALUE ZERO.
           01 WK-IDX-HALLADO PIC 9(3) VALUE ZERO.
           01 WK-TOTAL-CODIGOS PIC 9(3) VALUE ZERO.
           01 WK-TABLA-LLENA PIC X VALUE 'N'.
      * UNA ENTRADA POR CODIGO DE COMISION: LOS DE TARIFAS.dat MAS
      * MANTENIM (COMISION-MANTENIMIENTO) Y PREPAGO (AMORTIZACION
      * ANTICIPADA DE PRESTAMOS).
           01 TABLA-CODIGOS.
               05 TCO-ENTRADA OCCURS 50 TIMES.
                   10 TCO-CODIGO PIC X(8).
                   10 TCO-CANTIDAD PIC 9(6).
                   10 TCO-IMPORTE PIC 9(9)V99.
           01 WK-CONTROL-CANTIDAD PIC 9(7) VALUE ZERO.
           01 WK-CONTROL-IMPORTE PIC 9(11)V99 VALUE ZERO.
           01 LINEA-TITULO.
               05 FILLER PIC X(35)
                   VALUE 'INGRESOS POR COMISIONES DEL MES:  '.
               05 LT-PERIODO PIC 9(6).
           01 LINEA-DETALLE.
               05 FILLER PIC X(8) VALUE 'CODIGO: '.
               05 LD-CODIGO PIC X(8).
               05 FILLER PIC X(13) VALUE '  COBRADAS: '.
               05 LD-CANTIDAD PIC Z(5)9.
               05 FILLER PIC X(11) VALUE '  IMPORTE: '.
               05 LD-IMPORTE PIC Z(8)9.99.
           01 LINEA-CONTROL.
               05 FILLER PIC X(16) VALUE 'TOTAL           '.
               05 FILLER PIC X(13) VALUE '  COBRADAS: '.
               05 LC-CANTIDAD PIC Z(6)9.
               05 FILLER PIC X(11) VALUE '  IMPORTE: '.
               05 LC-IMPORTE PIC Z(10)9.99.
       PROCEDURE DIVISION.
           DISPLAY 'PERIODO DEL INFORME DE COMISIONES (AAAAMM)'.
           MOVE 'N' TO WK-ENTRADA-VALIDA.
           PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
               ACCEPT WK-PERIODO
               IF WK-PERIODO NOT NUMERIC OR WK-PERIODO = ZERO
                   DISPLAY 'PERIODO NO VALIDO'
               ELSE
                   MOVE 'S' TO WK-ENTRADA-VALIDA
               END-IF
           END-PERFORM.
           PERFORM ACUMULAR-COMISIONES.
           IF WK-TOTAL-CODIGOS = ZERO
               DISPLAY 'NO HAY COMISIONES COBRADAS EN EL PERIODO '
                   WK-PERIODO
           ELSE
               PERFORM ESCRIBIR-REPORTE
           END-IF.
           STOP RUN.
       ACUMULAR-COMISIONES.
         MOVE ZERO TO WK-TOTAL-CODIGOS.
         MOVE 'N' TO WK-TABLA-LLENA.
         MOVE 'N' TO WK-FIN-FICHERO.
         OPEN INPUT FICHERO-COM.
         IF WK-ESTADO-COM NOT = '00'
             DISPLAY 'NO HAY COMISIONES REGISTRADAS TODAVIA'
         ELSE
             PERFORM UNTIL WK-FIN-FICHERO = 'S'
                 READ FICHERO-COM
                     AT END
                         MOVE 'S' TO WK-FIN-FICHERO
                     NOT AT END
                         COMPUTE WK-PERIODO-COM = COM-FECHA / 100
                         IF WK-PERIODO-COM = WK-PERIODO
                             PERFORM ACUMULAR-UN-CODIGO
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE FICHERO-COM
         END-IF.
         IF WK-TABLA-LLENA = 'S'
             DISPLAY 'AVISO: DEMASIADOS CODIGOS DE COMISION, '
                 'AMPLIE LA TABLA'
         END-IF.
       ACUMULAR-UN-CODIGO.
         MOVE 'N' TO WK-COD-ENCONTRADO.
         IF WK-TOTAL-CODIGOS NOT = ZERO
             PERFORM BUSCAR-CODIGO-TABLA
                 VARYING WK-IDX-COD FROM 1 BY 1
                 UNTIL WK-IDX-COD > WK-TOTAL-CODIGOS
                 OR WK-COD-ENCONTRADO = 'S'
         END-IF.
         IF WK-COD-ENCONTRADO = 'S'
             ADD 1 TO TCO-CANTIDAD (WK-IDX-HALLADO)
             ADD COM-IMPORTE TO TCO-IMPORTE (WK-IDX-HALLADO)
         ELSE
             IF WK-TOTAL-CODIGOS < 50
                 ADD 1 TO WK-TOTAL-CODIGOS
                 MOVE COM-CODIGO TO TCO-CODIGO (WK-TOTAL-CODIGOS)
                 MOVE 1 TO TCO-CANTIDAD (WK-TOTAL-CODIGOS)
                 MOVE COM-IMPORTE TO TCO-IMPORTE (WK-TOTAL-CODIGOS)
             ELSE
                 MOVE 'S' TO WK-TABLA-LLENA
             END-IF
         END-IF.
       BUSCAR-CODIGO-TABLA.
         IF TCO-CODIGO (WK-IDX-COD) = COM-CODIGO
             MOVE 'S' TO WK-COD-ENCONTRADO
             MOVE WK-IDX-COD TO WK-IDX-HALLADO
         END-IF.
       ESCRIBIR-REPORTE.
         MOVE SPACES TO WK-NOMBRE-REPORTE.
         STRING '../data/COMISIONES_' DELIMITED BY SIZE
                WK-PERIODO DELIMITED BY SIZE
                '.txt' DELIMITED BY SIZE
             INTO WK-NOMBRE-REPORTE.
         OPEN OUTPUT FICHERO-REP.
         MOVE WK-PERIODO TO LT-PERIODO.
         MOVE LINEA-TITULO TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE ZERO TO WK-CONTROL-CANTIDAD.
         MOVE ZERO TO WK-CONTROL-IMPORTE.
         PERFORM ESCRIBIR-UN-CODIGO
             VARYING WK-IDX-COD FROM 1 BY 1
             UNTIL WK-IDX-COD > WK-TOTAL-CODIGOS.
         MOVE WK-CONTROL-CANTIDAD TO LC-CANTIDAD.
         MOVE WK-CONTROL-IMPORTE TO LC-IMPORTE.
         MOVE LINEA-CONTROL TO LINEA-REP.
         WRITE LINEA-REP.
         CLOSE FICHERO-REP.
         DISPLAY 'CODIGOS EN EL INFORME: ' WK-TOTAL-CODIGOS.
         DISPLAY 'INGRESO TOTAL POR COMISIONES: ' WK-CONTROL-IMPORTE.
         DISPLAY 'INFORME EN ' WK-NOMBRE-REPORTE.
       ESCRIBIR-UN-CODIGO.
         MOVE TCO-CODIGO (WK-IDX-COD) TO LD-CODIGO.
         MOVE TCO-CANTIDAD (WK-IDX-COD) TO LD-CANTIDAD.
         MOVE TCO-IMPORTE (WK-IDX-COD) TO LD-IMPORTE.
         MOVE LINEA-DETALLE TO LINEA-REP.
         WRITE LINEA-REP.
         ADD TCO-CANTIDAD (WK-IDX-COD) TO WK-CONTROL-CANTIDAD.
         ADD TCO-IMPORTE (WK-IDX-COD) TO WK-CONTROL-IMPORTE.
       END PROGRAM INFORME-COMISIONES.
