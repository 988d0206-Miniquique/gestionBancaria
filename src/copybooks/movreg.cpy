      * MOV-CUENTA-CONTRA GUARDA EL NUMERO DEL RECIBO ORIGINAL QUE
      * SE REVIERTE, PARA QUE EL EXTRACTO PUEDA DECIR DE QUE
      * OPERACION VIENE LA REVERSION.
      * EN LOS CARGOS CON TARJETA (CAJERO EN RETIROS, COMPRA-T EN
      * COMPRAS) GUARDA EL NUMERO DE AUTORIZACION QUE SE DIO A LA RED.
      * EN LOS DEMAS TIPOS DE MOVIMIENTO QUEDA EN CERO.
           05 MOV-NUMERO-CUENTA PIC 9(6).
           05 MOV-TIPO PIC X(8).
      * MONEDAS: UNIDADES DE LA MONEDA DESTINO POR UNA UNIDAD DE LA
      * MONEDA ORIGEN. QUEDA EN CERO CUANDO NO HUBO CONVERSION.
           05 MOV-TASA-CAMBIO PIC 9(3)V9(6).
      * SUCURSAL DUENA DE LA CUENTA Y SUCURSAL QUE PROCESO LA
      * OPERACION (LA DEL OPERADOR; EN LOS LOTES SIN OPERADOR ES LA
      * MISMA DE LA CUENTA). CUANDO DIFIEREN EL MOVIMIENTO QUEDA
      * MARCADO COMO INTERSUCURSAL Y ENTRA EN LA LIQUIDACION ENTRE
      * SUCURSALES DEL DIA. LOS RELLENA ASIGNAR-SUCURSAL.
           05 MOV-SUCURSAL PIC 9(3).
           05 MOV-SUCURSAL-OPERA PIC 9(3).
           05 MOV-INTERSUCURSAL PIC X(1).
               88 MOVIMIENTO-INTERSUCURSAL VALUE 'S'.
      * FECHA VALOR: DESDE QUE DIA CUENTA EL MOVIMIENTO PARA LOS
      * INTERESES. NORMALMENTE ES LA MISMA FECHA DE NEGOCIO EN QUE SE
      * GRABA (LA PONE ASIGNAR-SUCURSAL); UN SUPERVISOR PUEDE
      * ATRASARLA EN VENTANILLA UNOS DIAS Y EL CIERRE DE ESE DIA
      * REGULARIZA LOS INTERESES YA DEVENGADOS (AJUSTE-FECHA-VALOR).
           05 MOV-FECHA-VALOR PIC 9(8).
