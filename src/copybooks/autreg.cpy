      * LAYOUT COMUN DE LA AUTORIZACION DE TARJETA
      * (AUTORIZACIONES.dat), COMPARTIDO POR AUTORIZACION-TARJETAS,
      * QUE GRABA UNA POR CADA SOLICITUD DE LA RED, APROBADA O NO, Y
      * LIQUIDACION-TARJETAS, QUE CASA CONTRA ELLAS CADA LINEA DEL
      * FICHERO DE LIQUIDACION. LA CLAVE ALTERNATIVA POR CUENTA
      * PERMITE SUMAR LO AUTORIZADO Y TODAVIA NO LIQUIDADO, QUE YA
      * NO ESTA DISPONIBLE PARA OTRA AUTORIZACION.
           05 TAU-NUMERO PIC 9(6).
           05 TAU-FECHA PIC 9(8).
           05 TAU-HORA PIC 9(8).
           05 TAU-TARJETA PIC 9(16).
           05 TAU-CUENTA PIC 9(6).
           05 TAU-TIPO PIC X(1).
               88 TAU-ES-RETIRO VALUE 'R'.
               88 TAU-ES-COMPRA VALUE 'C'.
           05 TAU-IMPORTE PIC 9(7)V99.
           05 TAU-REFERENCIA PIC X(12).
           05 TAU-TERMINAL PIC X(8).
           05 TAU-RESULTADO PIC X(1).
               88 AUTORIZACION-APROBADA VALUE 'A'.
               88 AUTORIZACION-DENEGADA VALUE 'D'.
           05 TAU-CODIGO PIC X(2).
           05 TAU-MOTIVO PIC X(30).
      * SITUACION DE UNA APROBADA: PENDIENTE DE LIQUIDAR, LIQUIDADA
      * O VENCIDA (LA RED NO LA LIQUIDO EN EL FICHERO DEL DIA
      * SIGUIENTE Y SE LIBERA EL IMPORTE). LAS DENEGADAS QUEDAN EN
      * ESPACIOS.
           05 TAU-ESTADO PIC X(1).
               88 AUTORIZACION-PENDIENTE VALUE 'P'.
               88 AUTORIZACION-LIQUIDADA VALUE 'L'.
               88 AUTORIZACION-VENCIDA VALUE 'V'.
           05 TAU-FECHA-LIQUIDACION PIC 9(8).
           05 TAU-IMPORTE-LIQUIDADO PIC 9(7)V99.
