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
           01 REGISTRO-RECIBO.
           COPY "recibreg.cpy".
           FD FICHERO-BAK.
           01 REGISTRO-BAK PIC X(200).
           FD FICHERO-LOCK.
           01 LINEA-LOCK PIC X(7).
           WORKING-STORAGE SECTION.
