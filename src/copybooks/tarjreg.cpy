      * LAYOUT COMUN DE LA TARJETA (TARJETAS.dat), COMPARTIDO POR
      * MANTENIMIENTO-TARJETAS (ALTA, LIMITES Y ESTADO), AUTORIZACION-
      * TARJETAS (RESPUESTA A LA RED DE CAJEROS Y COMERCIOS DURANTE
      * EL DIA) Y LIQUIDACION-TARJETAS (EL FICHERO NOCTURNO DE LA
      * RED). CADA TARJETA OPERA SOBRE UNA SOLA CUENTA; UNA CUENTA
      * PUEDE TENER VARIAS TARJETAS. UNA TARJETA PERDIDA O CANCELADA
      * NO VUELVE A ACTIVARSE: SE DA DE ALTA OTRA CON OTRO NUMERO.
           05 TRJ-NUMERO PIC 9(16).
           05 TRJ-CUENTA PIC 9(6).
           05 TRJ-CLIENTE-ID PIC 9(6).
           05 TRJ-ESTADO PIC X(1).
               88 TARJETA-ACTIVA VALUE 'A'.
               88 TARJETA-BLOQUEADA VALUE 'B'.
               88 TARJETA-PERDIDA VALUE 'P'.
               88 TARJETA-CANCELADA VALUE 'C'.
           05 TRJ-FECHA-ALTA PIC 9(8).
           05 TRJ-FECHA-CADUCIDAD PIC 9(8).
      * TOPES DIARIOS DE LO QUE SE PUEDE AUTORIZAR: RETIROS EN
      * CAJERO Y COMPRAS EN COMERCIO POR SEPARADO.
           05 TRJ-LIMITE-RETIRO PIC 9(7)V99.
           05 TRJ-LIMITE-COMPRA PIC 9(7)V99.
      * LO YA AUTORIZADO EN LA FECHA DE NEGOCIO TRJ-FECHA-USO. SI LA
      * FECHA ES OTRA, EL CONSUMO DEL DIA EMPIEZA EN CERO.
           05 TRJ-FECHA-USO PIC 9(8).
           05 TRJ-RETIRADO-DIA PIC 9(7)V99.
           05 TRJ-COMPRADO-DIA PIC 9(7)V99.
           05 TRJ-OPERADOR PIC 9(4).
