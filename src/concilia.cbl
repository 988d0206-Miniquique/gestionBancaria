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
                 ADD MOV-IMPORTE TO WK-SALDO-CALCULADO
             WHEN 'PAGOCUOT'
                 SUBTRACT MOV-IMPORTE FROM WK-SALDO-CALCULADO
             WHEN 'DOMICILI'
                 SUBTRACT MOV-IMPORTE FROM WK-SALDO-CALCULADO
             WHEN 'PF-EJEC'
                 ADD MOV-IMPORTE TO WK-SALDO-CALCULADO
             WHEN 'AMORTIZA'
                 SUBTRACT MOV-IMPORTE FROM WK-SALDO-CALCULADO
             WHEN 'EXTORNO+'
                 ADD MOV-IMPORTE TO WK-SALDO-CALCULADO
             WHEN 'EXTORNO-'
                 ADD MOV-IMPORTE TO WK-SALDO-CALCULADO
             WHEN 'INT-DESC'
                 SUBTRACT MOV-IMPORTE FROM WK-SALDO-CALCULADO
             WHEN 'AJ-INT+'
                 ADD MOV-IMPORTE TO WK-SALDO-CALCULADO
             WHEN 'AJ-INT-'
                 SUBTRACT MOV-IMPORTE FROM WK-SALDO-CALCULADO
             WHEN 'AJ-DEB+'
                 ADD MOV-IMPORTE TO WK-SALDO-CALCULADO
             WHEN 'AJ-DEB-'
                 SUBTRACT MOV-IMPORTE FROM WK-SALDO-CALCULADO
             WHEN 'CAJERO'
                 SUBTRACT MOV-IMPORTE FROM WK-SALDO-CALCULADO
             WHEN 'COMPRA-T'
                 SUBTRACT MOV-IMPORTE FROM WK-SALDO-CALCULADO
             WHEN 'RETIRO'
                 SUBTRACT MOV-IMPORTE FROM WK-SALDO-CALCULADO
             WHEN 'TRANSF-E'
