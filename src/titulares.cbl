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
           FD FICHERO-CLI.
           01 REGISTRO-CLIENTE.
           COPY "clientereg.cpy".
           01 WK-TITULAR-PRINCIPAL PIC 9(6) VALUE ZERO.
           01 WK-CLIENTE-BUSCADO PIC 9(6) VALUE ZERO.
           01 WK-CLIENTE-OK PIC X VALUE 'N'.
           01 WK-CLIENTE-FALLECIDO PIC X VALUE 'N'.
           01 WK-FIN-FICHERO PIC X VALUE 'N'.
           01 WK-TOTAL-LISTADOS PIC 9(3) VALUE ZERO.
           01 WK-PAUSA PIC X.
             END-IF
         END-PERFORM.
         MOVE 'N' TO WK-CLIENTE-OK.
         MOVE 'N' TO WK-CLIENTE-FALLECIDO.
         OPEN INPUT FICHERO-CLI.
         IF WK-ESTADO-CLI NOT = '00'
             DISPLAY 'NO HAY CLIENTES REGISTRADOS TODAVIA'
                 NOT INVALID KEY
                     DISPLAY 'CLIENTE: ' CLIENTE-NOMBRE
                     MOVE 'S' TO WK-CLIENTE-OK
                     IF CLIENTE-FECHA-DEFUNCION NUMERIC
                         AND CLIENTE-FECHA-DEFUNCION NOT = ZERO
                         MOVE 'S' TO WK-CLIENTE-FALLECIDO
                     END-IF
             END-READ
             CLOSE FICHERO-CLI
         END-IF.
         IF WK-CUENTA-OK = 'S'
             PERFORM PEDIR-CLIENTE
             IF WK-CLIENTE-OK = 'S'
                 IF WK-CLIENTE-FALLECIDO = 'S'
                     DISPLAY 'EL CLIENTE FIGURA COMO FALLECIDO, NO SE '
                         'PUEDE AGREGAR COMO COTITULAR'
                 ELSE
                     PERFORM GRABAR-COTITULAR
                 END-IF
             END-IF
         END-IF.
       GRABAR-COTITULAR.
