           SELECT FICHERO-CTL ASSIGN TO '../data/CONTABLE.sts'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-CTL.
           SELECT FICHERO-PRV ASSIGN TO '../data/PROVISIONES.tot'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-PRV.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-IDX.
           01 LINEA-ASI PIC X(80).
           FD FICHERO-CTL.
           01 LINEA-CTL PIC X(2).
           FD FICHERO-PRV.
           01 REGISTRO-PROVISION.
           COPY "provreg.cpy".
           WORKING-STORAGE SECTION.
           01 WK-FIN-FICHERO PIC X VALUE 'N'.
           01 WK-ESTADO-IDX PIC XX VALUE '00'.
           01 WK-ESTADO-PAR PIC XX.
           01 WK-ESTADO-CTL PIC XX.
           01 WK-ESTADO-PRV PIC XX.
           01 WK-FECHA-HOY PIC 9(8) VALUE ZERO.
           01 WK-NOMBRE-ASIENTOS PIC X(32) VALUE SPACES.
           01 WK-LOTE-VALIDO PIC X VALUE 'S'.
           01 WK-IDX-TIP PIC 9(2) VALUE ZERO.
           01 WK-IDX-HALLADO PIC 9(2) VALUE ZERO.
           01 WK-TOTAL-TIPOS PIC 9(2) VALUE ZERO.
           01 WK-TIPO-ACUMULAR PIC X(8) VALUE SPACES.
           01 WK-IMPORTE-ACUMULAR PIC 9(9)V99 VALUE ZERO.
           01 TABLA-TIPOS.
               05 TTI-ENTRADA OCCURS 60 TIMES.
                   10 TTI-TIPO PIC X(8).
                   10 TTI-MOVIMIENTOS PIC 9(6).
                   10 TTI-IMPORTE PIC 9(11)V99.
           01 WK-MAP-HALLADO PIC 9(2) VALUE ZERO.
           01 WK-TOTAL-MAPEOS PIC 9(2) VALUE ZERO.
           01 TABLA-MAPEOS.
               05 TMA-ENTRADA OCCURS 60 TIMES.
                   10 TMA-TIPO PIC X(8).
                   10 TMA-DEBE PIC X(8).
                   10 TMA-HABER PIC X(8).
           01 WK-SUCURSAL-ACUMULAR PIC 9(3) VALUE ZERO.
           01 WK-IDX-SUC PIC 9(2) VALUE ZERO.
           01 WK-SUC-HALLADA PIC 9(2) VALUE ZERO.
           01 WK-SUC-ENCONTRADA PIC X VALUE 'N'.
           01 WK-TOTAL-SUCURSALES PIC 9(2) VALUE ZERO.
           01 TABLA-SUCURSALES.
               05 TSU-ENTRADA OCCURS 20 TIMES.
                   10 TSU-SUCURSAL PIC 9(3).
                   10 TSU-MOVIMIENTOS PIC 9(6).
                   10 TSU-IMPORTE PIC 9(11)V99.
           01 WK-IDX-STI PIC 9(3) VALUE ZERO.
           01 WK-STI-HALLADA PIC 9(3) VALUE ZERO.
           01 WK-STI-ENCONTRADA PIC X VALUE 'N'.
           01 WK-TOTAL-SUC-TIPOS PIC 9(3) VALUE ZERO.
           01 TABLA-SUC-TIPOS.
               05 STI-ENTRADA OCCURS 300 TIMES.
                   10 STI-SUCURSAL PIC 9(3).
                   10 STI-TIPO PIC X(8).
                   10 STI-MOVIMIENTOS PIC 9(6).
                   10 STI-IMPORTE PIC 9(11)V99.
           01 WK-TOTAL-DEBE PIC 9(11)V99 VALUE ZERO.
           01 WK-TOTAL-HABER PIC 9(11)V99 VALUE ZERO.
           01 WK-NUM-ASIENTO PIC 9(4) VALUE ZERO.
               05 LC-DEBE PIC Z(10)9.99.
               05 FILLER PIC X(15) VALUE '  TOTAL HABER: '.
               05 LC-HABER PIC Z(10)9.99.
           01 LINEA-TITULO-SUCURSALES.
               05 FILLER PIC X(30)
                   VALUE 'APUNTES POR SUCURSAL DE CUENTA'.
           01 LINEA-SUC-TIPO.
               05 FILLER PIC X(9) VALUE 'SUCURSAL '.
               05 LS-SUCURSAL PIC 9(3).
               05 FILLER PIC X(7) VALUE '  TIPO '.
               05 LS-TIPO PIC X(8).
               05 FILLER PIC X(7) VALUE '  DEBE '.
               05 LS-DEBE PIC X(8).
               05 FILLER PIC X(8) VALUE '  HABER '.
               05 LS-HABER PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 LS-IMPORTE PIC Z(10)9.99.
           01 LINEA-SUC-TOTAL.
               05 FILLER PIC X(9) VALUE 'SUCURSAL '.
               05 LU-SUCURSAL PIC 9(3).
               05 FILLER PIC X(14) VALUE '  MOVIMIENTOS '.
               05 LU-MOVIMIENTOS PIC Z(5)9.
               05 FILLER PIC X(9) VALUE '  TOTAL: '.
               05 LU-IMPORTE PIC Z(10)9.99.
       PROCEDURE DIVISION.
           CALL "FECHA-NEGOCIO" USING WK-FECHA-HOY.
           PERFORM CARGAR-MAPEOS.
           PERFORM ACUMULAR-DIA.
           PERFORM ACUMULAR-PROVISIONES.
           IF WK-TOTAL-TIPOS = ZERO
               DISPLAY 'NO HAY MOVIMIENTOS QUE CONTABILIZAR HOY'
               PERFORM GRABAR-ESTADO-OK
                     AT END
                         MOVE 'S' TO WK-FIN-FICHERO
                     NOT AT END
                         IF WK-TOTAL-MAPEOS < 60
                             ADD 1 TO WK-TOTAL-MAPEOS
                             MOVE CON-TIPO
                                 TO TMA-TIPO (WK-TOTAL-MAPEOS)
                                 TO TMA-DEBE (WK-TOTAL-MAPEOS)
                             MOVE CON-CUENTA-HABER
                                 TO TMA-HABER (WK-TOTAL-MAPEOS)
                         ELSE
                             DISPLAY 'AVISO: DEMASIADOS MAPEOS EN '
                                 'CONTABLE.par, AMPLIE LA TABLA'
                         END-IF
                 END-READ
             END-PERFORM
                         IF IDX-FECHA NOT = WK-FECHA-HOY
                             MOVE 'S' TO WK-FIN-FICHERO
                         ELSE
                             MOVE IDX-TIPO TO WK-TIPO-ACUMULAR
                             MOVE IDX-IMPORTE TO WK-IMPORTE-ACUMULAR
                             PERFORM ACUMULAR-TIPO
                             MOVE IDX-SUCURSAL TO WK-SUCURSAL-ACUMULAR
                             PERFORM ACUMULAR-SUCURSAL
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE FICHERO-IDX
         END-IF.
      * LOS TOTALES DE MORA Y PROVISION DEL DIA NO PASAN POR EL
      * LIBRO DE CUENTAS: SE SUMAN COMO UN TIPO MAS Y SIGUEN EL
      * MISMO CONTROL DE MAPEO QUE LOS MOVIMIENTOS.
       ACUMULAR-PROVISIONES.
         MOVE 'N' TO WK-FIN-FICHERO.
         OPEN INPUT FICHERO-PRV.
         IF WK-ESTADO-PRV = '00'
             PERFORM UNTIL WK-FIN-FICHERO = 'S'
                 READ FICHERO-PRV
                     AT END
                         MOVE 'S' TO WK-FIN-FICHERO
                     NOT AT END
                         IF PRV-FECHA = WK-FECHA-HOY
                             AND PRV-IMPORTE NOT = ZERO
                             MOVE PRV-TIPO TO WK-TIPO-ACUMULAR
                             MOVE PRV-IMPORTE TO WK-IMPORTE-ACUMULAR
                             PERFORM ACUMULAR-TIPO
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE FICHERO-PRV
         END-IF.
       ACUMULAR-TIPO.
         MOVE 'N' TO WK-TIP-ENCONTRADO.
         IF WK-TOTAL-TIPOS NOT = ZERO
         END-IF.
         IF WK-TIP-ENCONTRADO = 'S'
             ADD 1 TO TTI-MOVIMIENTOS (WK-IDX-HALLADO)
             ADD WK-IMPORTE-ACUMULAR TO TTI-IMPORTE (WK-IDX-HALLADO)
         ELSE
             IF WK-TOTAL-TIPOS < 60
                 ADD 1 TO WK-TOTAL-TIPOS
                 MOVE WK-TIPO-ACUMULAR TO TTI-TIPO (WK-TOTAL-TIPOS)
                 MOVE 1 TO TTI-MOVIMIENTOS (WK-TOTAL-TIPOS)
                 MOVE WK-IMPORTE-ACUMULAR
                     TO TTI-IMPORTE (WK-TOTAL-TIPOS)
             ELSE
                 DISPLAY 'AVISO: DEMASIADOS TIPOS DE MOVIMIENTO, '
                     'AMPLIE LA TABLA'
             END-IF
         END-IF.
       BUSCAR-TIPO.
         IF TTI-TIPO (WK-IDX-TIP) = WK-TIPO-ACUMULAR
             MOVE 'S' TO WK-TIP-ENCONTRADO
             MOVE WK-IDX-TIP TO WK-IDX-HALLADO
         END-IF.
         MOVE WK-TOTAL-HABER TO LC-HABER.
         MOVE LINEA-CONTROL TO LINEA-ASI.
         WRITE LINEA-ASI.
         IF WK-TOTAL-SUCURSALES NOT = ZERO
             PERFORM GENERAR-TOTALES-SUCURSAL
         END-IF.
         CLOSE FICHERO-ASI.
         DISPLAY 'ASIENTOS GENERADOS: ' WK-NUM-ASIENTO.
         DISPLAY 'TOTAL DEBE: ' WK-TOTAL-DEBE
         WRITE LINEA-ASI.
         ADD TTI-IMPORTE (WK-IDX-TIP) TO WK-TOTAL-DEBE.
         ADD TTI-IMPORTE (WK-IDX-TIP) TO WK-TOTAL-HABER.
      * CADA MOVIMIENTO SE IMPUTA A LA SUCURSAL DUENA DE LA CUENTA,
      * POR TIPO, PARA QUE CADA SUCURSAL VEA SUS PROPIOS APUNTES.
      * LAS LINEAS DE MORA Y PROVISION NO TIENEN CUENTA Y SOLO
      * ENTRAN EN LOS ASIENTOS GLOBALES.
       ACUMULAR-SUCURSAL.
         IF WK-SUCURSAL-ACUMULAR NOT NUMERIC
             OR WK-SUCURSAL-ACUMULAR = ZERO
             MOVE 1 TO WK-SUCURSAL-ACUMULAR
         END-IF.
         MOVE 'N' TO WK-SUC-ENCONTRADA.
         IF WK-TOTAL-SUCURSALES NOT = ZERO
             PERFORM BUSCAR-SUCURSAL
                 VARYING WK-IDX-SUC FROM 1 BY 1
                 UNTIL WK-IDX-SUC > WK-TOTAL-SUCURSALES
                 OR WK-SUC-ENCONTRADA = 'S'
         END-IF.
         IF WK-SUC-ENCONTRADA = 'N' AND WK-TOTAL-SUCURSALES < 20
             ADD 1 TO WK-TOTAL-SUCURSALES
             MOVE WK-TOTAL-SUCURSALES TO WK-SUC-HALLADA
             MOVE WK-SUCURSAL-ACUMULAR
                 TO TSU-SUCURSAL (WK-SUC-HALLADA)
             MOVE ZERO TO TSU-MOVIMIENTOS (WK-SUC-HALLADA)
             MOVE ZERO TO TSU-IMPORTE (WK-SUC-HALLADA)
             MOVE 'S' TO WK-SUC-ENCONTRADA
         END-IF.
         IF WK-SUC-ENCONTRADA = 'S'
             ADD 1 TO TSU-MOVIMIENTOS (WK-SUC-HALLADA)
             ADD WK-IMPORTE-ACUMULAR TO TSU-IMPORTE (WK-SUC-HALLADA)
         ELSE
             DISPLAY 'AVISO: DEMASIADAS SUCURSALES, AMPLIE LA TABLA'
         END-IF.
         MOVE 'N' TO WK-STI-ENCONTRADA.
         IF WK-TOTAL-SUC-TIPOS NOT = ZERO
             PERFORM BUSCAR-SUC-TIPO
                 VARYING WK-IDX-STI FROM 1 BY 1
                 UNTIL WK-IDX-STI > WK-TOTAL-SUC-TIPOS
                 OR WK-STI-ENCONTRADA = 'S'
         END-IF.
         IF WK-STI-ENCONTRADA = 'N' AND WK-TOTAL-SUC-TIPOS < 300
             ADD 1 TO WK-TOTAL-SUC-TIPOS
             MOVE WK-TOTAL-SUC-TIPOS TO WK-STI-HALLADA
             MOVE WK-SUCURSAL-ACUMULAR
                 TO STI-SUCURSAL (WK-STI-HALLADA)
             MOVE WK-TIPO-ACUMULAR TO STI-TIPO (WK-STI-HALLADA)
             MOVE ZERO TO STI-MOVIMIENTOS (WK-STI-HALLADA)
             MOVE ZERO TO STI-IMPORTE (WK-STI-HALLADA)
             MOVE 'S' TO WK-STI-ENCONTRADA
         END-IF.
         IF WK-STI-ENCONTRADA = 'S'
             ADD 1 TO STI-MOVIMIENTOS (WK-STI-HALLADA)
             ADD WK-IMPORTE-ACUMULAR TO STI-IMPORTE (WK-STI-HALLADA)
         END-IF.
       BUSCAR-SUCURSAL.
         IF TSU-SUCURSAL (WK-IDX-SUC) = WK-SUCURSAL-ACUMULAR
             MOVE 'S' TO WK-SUC-ENCONTRADA
             MOVE WK-IDX-SUC TO WK-SUC-HALLADA
         END-IF.
       BUSCAR-SUC-TIPO.
         IF STI-SUCURSAL (WK-IDX-STI) = WK-SUCURSAL-ACUMULAR
             AND STI-TIPO (WK-IDX-STI) = WK-TIPO-ACUMULAR
             MOVE 'S' TO WK-STI-ENCONTRADA
             MOVE WK-IDX-STI TO WK-STI-HALLADA
         END-IF.
       GENERAR-TOTALES-SUCURSAL.
         MOVE SPACES TO LINEA-ASI.
         WRITE LINEA-ASI.
         MOVE LINEA-TITULO-SUCURSALES TO LINEA-ASI.
         WRITE LINEA-ASI.
         PERFORM GENERAR-UNA-SUCURSAL
             VARYING WK-IDX-SUC FROM 1 BY 1
             UNTIL WK-IDX-SUC > WK-TOTAL-SUCURSALES.
       GENERAR-UNA-SUCURSAL.
         PERFORM GENERAR-APUNTE-SUCURSAL
             VARYING WK-IDX-STI FROM 1 BY 1
             UNTIL WK-IDX-STI > WK-TOTAL-SUC-TIPOS.
         MOVE TSU-SUCURSAL (WK-IDX-SUC) TO LU-SUCURSAL.
         MOVE TSU-MOVIMIENTOS (WK-IDX-SUC) TO LU-MOVIMIENTOS.
         MOVE TSU-IMPORTE (WK-IDX-SUC) TO LU-IMPORTE.
         MOVE LINEA-SUC-TOTAL TO LINEA-ASI.
         WRITE LINEA-ASI.
         DISPLAY 'SUCURSAL ' TSU-SUCURSAL (WK-IDX-SUC)
             ' MOVIMIENTOS: ' TSU-MOVIMIENTOS (WK-IDX-SUC)
             ' IMPORTE: ' TSU-IMPORTE (WK-IDX-SUC).
       GENERAR-APUNTE-SUCURSAL.
         IF STI-SUCURSAL (WK-IDX-STI) = TSU-SUCURSAL (WK-IDX-SUC)
             MOVE STI-TIPO (WK-IDX-STI) TO WK-TIPO-ACUMULAR
             MOVE 'N' TO WK-MAP-ENCONTRADO
             PERFORM BUSCAR-MAPEO-TIPO
                 VARYING WK-IDX-MAP FROM 1 BY 1
                 UNTIL WK-IDX-MAP > WK-TOTAL-MAPEOS
                 OR WK-MAP-ENCONTRADO = 'S'
             MOVE STI-SUCURSAL (WK-IDX-STI) TO LS-SUCURSAL
             MOVE STI-TIPO (WK-IDX-STI) TO LS-TIPO
             MOVE TMA-DEBE (WK-MAP-HALLADO) TO LS-DEBE
             MOVE TMA-HABER (WK-MAP-HALLADO) TO LS-HABER
             MOVE STI-IMPORTE (WK-IDX-STI) TO LS-IMPORTE
             MOVE LINEA-SUC-TIPO TO LINEA-ASI
             WRITE LINEA-ASI
         END-IF.
       BUSCAR-MAPEO-TIPO.
         IF TMA-TIPO (WK-IDX-MAP) = WK-TIPO-ACUMULAR
             MOVE 'S' TO WK-MAP-ENCONTRADO
             MOVE WK-IDX-MAP TO WK-MAP-HALLADO
         END-IF.
       GRABAR-ESTADO-OK.
         MOVE 'OK' TO LINEA-CTL.
         OPEN OUTPUT FICHERO-CTL.
