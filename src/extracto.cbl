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
           FD FICHERO-MOV.
           01 REGISTRO-MOV.
           COPY "movreg.cpy".
           01 WK-RECIBO-TEXTO.
               05 FILLER PIC X(7) VALUE 'RECIBO '.
               05 WK-RECIBO-NUMERO PIC 9(6).
           01 WK-AUTORIZ-TEXTO.
               05 FILLER PIC X(7) VALUE 'AUTOR. '.
               05 WK-AUTORIZ-NUMERO PIC 9(6).
       PROCEDURE DIVISION.
           DISPLAY 'PERIODO DEL EXTRACTO (AAAAMM)'.
           MOVE 'N' TO WK-ENTRADA-VALIDA.
                 COMPUTE WK-IMPORTE-FIRMADO = ZERO - MOV-IMPORTE
             WHEN 'PAGOCUOT'
                 COMPUTE WK-IMPORTE-FIRMADO = ZERO - MOV-IMPORTE
             WHEN 'DOMICILI'
                 COMPUTE WK-IMPORTE-FIRMADO = ZERO - MOV-IMPORTE
             WHEN 'AMORTIZA'
                 COMPUTE WK-IMPORTE-FIRMADO = ZERO - MOV-IMPORTE
             WHEN 'EXTORNO-'
                 COMPUTE WK-IMPORTE-FIRMADO = ZERO - MOV-IMPORTE
             WHEN 'TRANSF-X'
                 COMPUTE WK-IMPORTE-FIRMADO = ZERO - MOV-IMPORTE
             WHEN 'INT-DESC'
                 COMPUTE WK-IMPORTE-FIRMADO = ZERO - MOV-IMPORTE
             WHEN 'AJ-INT-'
                 COMPUTE WK-IMPORTE-FIRMADO = ZERO - MOV-IMPORTE
             WHEN 'AJ-DEB-'
                 COMPUTE WK-IMPORTE-FIRMADO = ZERO - MOV-IMPORTE
             WHEN 'CAJERO'
                 COMPUTE WK-IMPORTE-FIRMADO = ZERO - MOV-IMPORTE
             WHEN 'COMPRA-T'
                 COMPUTE WK-IMPORTE-FIRMADO = ZERO - MOV-IMPORTE
             WHEN OTHER
                 MOVE MOV-IMPORTE TO WK-IMPORTE-FIRMADO
         END-EVALUATE.
         MOVE MOV-IMPORTE TO LD-IMPORTE.
         MOVE MOV-SALDO TO LD-SALDO.
      * EN LOS EXTORNOS LA CONTRAPARTIDA NO ES UNA CUENTA SINO EL
      * RECIBO ORIGINAL QUE SE REVIERTE; EN LOS CARGOS CON TARJETA,
      * LA AUTORIZACION QUE DIMOS A LA RED.
         IF MOV-CUENTA-CONTRA NOT = ZERO
             IF MOV-TIPO = 'EXTORNO+' OR MOV-TIPO = 'EXTORNO-'
                 MOVE MOV-CUENTA-CONTRA TO WK-RECIBO-NUMERO
                 MOVE WK-RECIBO-TEXTO TO LD-CONTRA
             ELSE
               IF MOV-TIPO = 'CAJERO' OR MOV-TIPO = 'COMPRA-T'
                 MOVE MOV-CUENTA-CONTRA TO WK-AUTORIZ-NUMERO
                 MOVE WK-AUTORIZ-TEXTO TO LD-CONTRA
               ELSE
                 MOVE MOV-CUENTA-CONTRA TO WK-CONTRA-NUMERO
                 MOVE WK-CONTRA-TEXTO TO LD-CONTRA
               END-IF
             END-IF
         ELSE
             MOVE SPACES TO LD-CONTRA
