                         IF ESTADO = 'E'
                             MOVE 'EMBARGADA' TO LD-MARCA
                         END-IF
                         IF ESTADO = 'F'
                             MOVE 'DEFUNCION' TO LD-MARCA
                         END-IF
                         MOVE LINEA-DETALLE TO LINEA-REPORTE
                         WRITE LINEA-REPORTE
                         DISPLAY LINEA-DETALLE
