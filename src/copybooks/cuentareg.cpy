      * UNA CUENTA EMBARGADA ('E') TIENE UNA ORDEN JUDICIAL VIGENTE
      * REGISTRADA EN EMBARGOS.dat: RECHAZA TODO CARGO PERO SIGUE
      * ADMITIENDO ABONOS HASTA QUE SE LEVANTE EL EMBARGO.
      * UNA CUENTA BLOQUEADA POR DEFUNCION ('F') ES LA DE UN TITULAR
      * UNICO FALLECIDO (REGISTRO-DEFUNCION): IGUAL QUE LA EMBARGADA
      * RECHAZA TODO CARGO Y ADMITE ABONOS, HASTA QUE SE CIERRE AL
      * RESOLVERSE LA HERENCIA.
           05 ESTADO           PIC X(1).
               88 CUENTA-ACTIVA   VALUE 'A'.
               88 CUENTA-CERRADA  VALUE 'C'.
               88 CUENTA-DORMIDA  VALUE 'D'.
               88 CUENTA-EMBARGADA VALUE 'E'.
               88 CUENTA-DEFUNCION VALUE 'F'.
           05 LIMITE-DESCUBIERTO PIC 9(7)V99.
      * MONEDA DE LA CUENTA SEGUN SU CODIGO ISO ('EUR', 'USD'...).
      * EL SALDO SIEMPRE ESTA EXPRESADO EN ESTA MONEDA. 'EUR' ES LA
      * CONVIERTEN CON LA TASA DEL DIA DE CAMBIOS.dat Y LA TASA
      * USADA QUEDA GRABADA EN EL MOVIMIENTO.
           05 MONEDA           PIC X(3).
      * PRODUCTO DEL CATALOGO (PRODUCTOS.dat) DEL QUE SALEN LAS
      * REGLAS DE LA CUENTA. LAS CUENTAS ABIERTAS ANTES DEL CATALOGO
      * LLEGAN CON ESPACIOS: LEER-PRODUCTO LES APLICA LAS REGLAS DE
      * SIEMPRE SEGUN TIPO-CUENTA.
           05 PRODUCTO         PIC X(4).
      * SUCURSAL DUENA DE LA CUENTA (SUCURSALES.dat): LA DEL OPERADOR
      * QUE LA ABRIO. CERO EN LAS CUENTAS ANTERIORES AL CAMPO, QUE SE
      * TRATAN COMO DE LA OFICINA PRINCIPAL 001.
           05 SUCURSAL         PIC 9(3).
