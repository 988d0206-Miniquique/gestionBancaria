                         ==CUENTA-DORMIDA== BY ==CUENTA-DORMIDA-I==
                         ==CUENTA-EMBARGADA== BY
                             ==CUENTA-EMBARGADA-I==
                         ==CUENTA-DEFUNCION== BY ==CUENTA-DEFUNCION-I==
                         ==LIMITE-DESCUBIERTO== BY
                             ==LIMITE-DESCUBIERTO-I==
                         ==MONEDA== BY ==MONEDA-I==
                         ==PRODUCTO== BY ==PRODUCTO-I==
                         ==SUCURSAL== BY ==SUCURSAL-I==.
           FD FICHERO-TIT.
           01 REGISTRO-TIT.
           COPY "titreg.cpy".
