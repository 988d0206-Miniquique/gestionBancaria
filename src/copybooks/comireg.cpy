      * LAYOUT COMUN DEL REGISTRO DE COMISION COBRADA
      * (COMISIONES.dat), COMPARTIDO POR REGISTRO-COMISION (QUE
      * GRABA UNA FILA POR CADA MOVIMIENTO COMISION) E
      * INFORME-COMISIONES (EL INFORME MENSUAL DE INGRESOS POR
      * CODIGO). COM-RECIBO ES EL RECIBO DE LA OPERACION QUE ORIGINO
      * LA COMISION Y COM-CHEQUE EL CHEQUE CUANDO EL ORIGEN ES UN
      * TALONARIO O UNA DEVOLUCION; QUEDAN EN CERO CUANDO NO HAY.
           05 COM-FECHA PIC 9(8).
           05 COM-CUENTA PIC 9(6).
           05 COM-CODIGO PIC X(8).
           05 COM-IMPORTE PIC 9(7)V99.
           05 COM-RECIBO PIC 9(6).
           05 COM-CHEQUE PIC 9(8).
           05 COM-OPERADOR PIC 9(4).
