      * LAYOUT COMUN DEL REGISTRO DE TARIFA (TARIFAS.dat), LEIDO POR
      * BUSCAR-TARIFA. CADA LINEA ES UNA COMISION DEL TARIFARIO DEL
      * BANCO PARA UN EVENTO (TAR-CODIGO, QUE ES TAMBIEN EL CODIGO
      * DE COMISION DEL INFORME DE INGRESOS) Y UN TIPO DE CUENTA, O
      * PARA TODOS LOS TIPOS SI TAR-TIPO-CUENTA VA EN BLANCO. COMO
      * LAS DEMAS TABLAS RIGE LA FECHA DE EFECTO MAS RECIENTE QUE NO
      * SEA FUTURA, Y LA LINEA DEL TIPO DE CUENTA CONCRETO MANDA
      * SOBRE LA GENERICA.
      *   INTERBAN  TRANSFERENCIA A OTRO BANCO
      *   TALONARI  EMISION DE TALONARIO
      *   CHQ-DEVU  CHEQUE DEVUELTO POR CAMARA
      *   RETIRO-V  RETIRO POR VENTANILLA POR ENCIMA DE LOS
      *             TAR-FRANQUICIA RETIROS GRATUITOS DEL MES
      * LA MODALIDAD 'F' COBRA TAR-IMPORTE FIJO; LA 'P' COBRA
      * TAR-PORCENTAJE SOBRE EL IMPORTE DE LA OPERACION.
           05 TAR-CODIGO PIC X(8).
           05 TAR-TIPO-CUENTA PIC X(1).
           05 TAR-FECHA-EFECTO PIC 9(8).
           05 TAR-MODALIDAD PIC X(1).
               88 TARIFA-FIJA VALUE 'F'.
               88 TARIFA-PORCENTAJE VALUE 'P'.
           05 TAR-IMPORTE PIC 9(7)V99.
           05 TAR-PORCENTAJE PIC 9(3)V9(4).
           05 TAR-FRANQUICIA PIC 9(3).
