      * ATRIBUIR LA OPERACION A UNA PERSONA.
           05 OPER-ID            PIC 9(4).
           05 OPER-NOMBRE        PIC X(30).
      * LA CLAVE NUNCA SE GRABA EN CLARO: OPER-CLAVE GUARDA LA FORMA
      * PROTEGIDA QUE DEVUELVE PROTEGER-CLAVE A PARTIR DEL ID Y DE LA
      * CLAVE TECLEADA, Y LAS COMPARACIONES SE HACEN SIEMPRE ENTRE
      * FORMAS PROTEGIDAS.
           05 OPER-CLAVE         PIC X(16).
           05 OPER-ESTADO        PIC X(1).
               88 OPERADOR-ACTIVO   VALUE 'A'.
               88 OPERADOR-BAJA     VALUE 'B'.
               88 ROL-SUPERVISOR    VALUE 'S'.
               88 ROL-ADMINISTRADOR VALUE 'A'.
           05 OPER-LIMITE        PIC 9(7)V99.
      * SUCURSAL EN LA QUE TRABAJA EL OPERADOR. LOS MOVIMIENTOS QUE
      * REGISTRA SOBRE CUENTAS DE OTRA SUCURSAL QUEDAN MARCADOS COMO
      * INTERSUCURSAL. CERO SE TRATA COMO LA OFICINA PRINCIPAL 001.
           05 OPER-SUCURSAL      PIC 9(3).
      * POLITICA DE CLAVES (PARAMETROS EN CLAVES.par). LOS INTENTOS
      * FALLIDOS SE ACUMULAN ENTRE SESIONES Y AL LLEGAR AL MAXIMO EL
      * OPERADOR QUEDA BLOQUEADO HASTA QUE UN ADMINISTRADOR LO
      * DESBLOQUEE. LA CLAVE CADUCA A LOS DIAS DE VIGENCIA CONTADOS
      * DESDE OPER-FECHA-CLAVE; CADUCADA O CON OPER-CAMBIO-CLAVE A
      * 'S' (ALTA O REINICIO POR MANTENIMIENTO) HAY QUE CAMBIARLA
      * ANTES DE ENTRAR AL MENU. LAS ULTIMAS CLAVES USADAS QUEDAN EN
      * OPER-CLAVE-ANTERIOR (LA 1 ES LA MAS RECIENTE) PARA IMPEDIR
      * QUE SE REPITAN.
           05 OPER-INTENTOS-FALLIDOS PIC 9(2).
           05 OPER-BLOQUEO       PIC X(1).
               88 OPERADOR-BLOQUEADO VALUE 'S'.
           05 OPER-FECHA-CLAVE   PIC 9(8).
           05 OPER-CAMBIO-CLAVE  PIC X(1).
               88 CAMBIO-CLAVE-OBLIGADO VALUE 'S'.
           05 OPER-CLAVES-ANTERIORES.
               10 OPER-CLAVE-ANTERIOR PIC X(16) OCCURS 5 TIMES.
