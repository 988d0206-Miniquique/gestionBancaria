      * VUELVEN DEL OTRO BANCO Y REABONA LA CUENTA DE ORIGEN).
      * EL CARGO EN LA CUENTA YA SE HIZO AL ENCOLAR (MOVIMIENTO
      * TRANSF-X); UNA DEVOLUCION GENERA EL ABONO DEVOL-TR.
      * ANTES DE ENVIAR, ENVIO-INTERBANCARIO COTEJA INT-REFERENCIA
      * CON LA LISTA DE SANCIONES: SI COINCIDE LA ORDEN QUEDA
      * RETENIDA ('R') HASTA QUE CUMPLIMIENTO LA LIBERE ('L', SALE
      * EN EL SIGUIENTE ENVIO SIN VOLVER A COTEJARSE) O LA RECHACE
      * (SE DEVUELVE EL IMPORTE A LA CUENTA Y QUEDA COMO 'D') EN
      * GESTION-RETENIDAS.
           05 INT-ID PIC 9(6).
           05 INT-CUENTA PIC 9(6).
           05 INT-BANCO PIC X(4).
               88 INTERB-PENDIENTE VALUE 'P'.
               88 INTERB-ENVIADO VALUE 'E'.
               88 INTERB-DEVUELTO VALUE 'D'.
               88 INTERB-RETENIDO VALUE 'R'.
               88 INTERB-LIBERADO VALUE 'L'.
           05 INT-FECHA-ENVIO PIC 9(8).
           05 INT-OPERADOR PIC 9(4).
