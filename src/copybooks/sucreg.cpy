      * LAYOUT COMUN DEL REGISTRO DE SUCURSAL (SUCURSALES.dat),
      * COMPARTIDO POR MANTENIMIENTO-SUCURSALES, MANTENIMIENTO-
      * OPERADORES (QUE SOLO ADMITE SUCURSALES ACTIVAS) Y LOS
      * INFORMES QUE TOTALIZAN POR SUCURSAL. LA SUCURSAL 001 ES LA
      * OFICINA PRINCIPAL: LAS CUENTAS, OPERADORES Y CAJAS GRABADOS
      * ANTES DE EXISTIR EL CAMPO LLEGAN CON CERO Y TODOS LOS
      * PROGRAMAS LOS TRATAN COMO DE LA 001.
           05 SUC-CODIGO PIC 9(3).
           05 SUC-NOMBRE PIC X(30).
           05 SUC-ESTADO PIC X(1).
               88 SUCURSAL-ACTIVA VALUE 'A'.
               88 SUCURSAL-BAJA VALUE 'B'.
           05 SUC-FECHA-ALTA PIC 9(8).
           05 SUC-OPERADOR PIC 9(4).
