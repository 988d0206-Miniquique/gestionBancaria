      * LAYOUT COMUN DEL MANDATO DE DOMICILIACION (DOMICILIACIONES.dat),
      * COMPARTIDO POR MANTENIMIENTO-DOMICILIACIONES (ALTA Y BAJA A
      * PEDIDO DEL CLIENTE) Y COBRO-DOMICILIACIONES (EL LOTE QUE LEE
      * EL FICHERO DE COBROS DE LOS EMISORES). AL REVES QUE UNA ORDEN
      * PERMANENTE, AQUI ES EL EMISOR (LA COMPANIA DE LUZ, EL SEGURO)
      * QUIEN PIDE EL CARGO: EL MANDATO SE IDENTIFICA POR EL CODIGO
      * DEL EMISOR Y LA REFERENCIA DEL CLIENTE EN ESE EMISOR, QUE ES
      * LO QUE VIENE EN CADA LINEA DEL FICHERO DE COBROS.
           05 DOM-CLAVE.
               10 DOM-EMISOR PIC X(6).
               10 DOM-REFERENCIA PIC X(20).
           05 DOM-CUENTA PIC 9(6).
           05 DOM-CLIENTE-ID PIC 9(6).
      * TOPE POR COBRO AUTORIZADO POR EL CLIENTE (CERO = SIN TOPE).
           05 DOM-IMPORTE-MAXIMO PIC 9(7)V99.
           05 DOM-ESTADO PIC X(1).
               88 DOMICILIACION-ACTIVA VALUE 'A'.
               88 DOMICILIACION-BAJA VALUE 'B'.
           05 DOM-FECHA-ALTA PIC 9(8).
           05 DOM-FECHA-BAJA PIC 9(8).
           05 DOM-ULTIMO-COBRO PIC 9(8).
           05 DOM-OPERADOR PIC 9(4).
