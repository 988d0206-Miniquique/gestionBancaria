      * ACTIVA Y NO HAYA PASADO ORD-FECHA-VENCIMIENTO (CERO = SIN
      * VENCIMIENTO). ORD-ULTIMA-EJECUCION EVITA EJECUTARLA DOS
      * VECES EL MISMO DIA SI EL LOTE SE VUELVE A LANZAR.
      * UNA ORDEN SUSPENDIDA ('S') ES LA DE UNA CUENTA CUYO TITULAR
      * UNICO HA FALLECIDO: NO SE EJECUTA HASTA QUE SE RESUELVA LA
      * HERENCIA.
           05 ORD-ID PIC 9(6).
           05 ORD-CUENTA-ORIGEN PIC 9(6).
           05 ORD-CUENTA-DESTINO PIC 9(6).
           05 ORD-ESTADO PIC X(1).
               88 ORDEN-ACTIVA VALUE 'A'.
               88 ORDEN-BAJA VALUE 'B'.
               88 ORDEN-SUSPENDIDA VALUE 'S'.
           05 ORD-FECHA-VENCIMIENTO PIC 9(8).
           05 ORD-ULTIMA-EJECUCION PIC 9(8).
