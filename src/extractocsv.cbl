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
