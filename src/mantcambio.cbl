           01 WK-FIN-FICHERO PIC X VALUE 'N'.
           01 WK-ESTADO-CAM PIC XX VALUE '00'.
           01 WK-ENTRADA-VALIDA PIC X VALUE 'N'.
           01 WK-PEN-FICHERO PIC X(10) VALUE 'CAMBIOS'.
           01 WK-PEN-TIPO PIC X VALUE 'A'.
           01 WK-PEN-CLAVE PIC X(10) VALUE SPACES.
           01 WK-PEN-DESCRIPCION PIC X(40) VALUE SPACES.
           01 WK-PEN-ID PIC 9(6) VALUE ZERO.
           01 WK-IMAGEN-ANTES PIC X(200) VALUE SPACES.
           01 WK-IMAGEN-DESPUES PIC X(200) VALUE SPACES.
           LINKAGE SECTION.
           01 P-OPCION PIC 9(2).
           01 P-OPERADOR PIC 9(4).
       PROCEDURE DIVISION USING P-OPCION P-OPERADOR.
           PERFORM UNTIL WK-SALIR = 'S'
               DISPLAY 'MANTENIMIENTO DE TASAS DE CAMBIO'
               DISPLAY '1. LISTAR TASAS'
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
      * LA TASA NO SE GRABA AQUI: QUEDA PENDIENTE HASTA QUE OTRO
      * OPERADOR CON ROL DE SUPERVISOR LA APRUEBE EN
      * APROBACION-CAMBIOS, QUE ES QUIEN LA GRABA EN CAMBIOS.dat.
         MOVE CAM-MONEDA TO WK-PEN-CLAVE.
         MOVE SPACES TO WK-PEN-DESCRIPCION.
         STRING 'NUEVA TASA DE CAMBIO DE ' DELIMITED BY SIZE
                CAM-MONEDA DELIMITED BY SIZE
                ' AL ' DELIMITED BY SIZE
                CAM-FECHA DELIMITED BY SIZE
             INTO WK-PEN-DESCRIPCION.
         MOVE REGISTRO-CAMBIO TO WK-IMAGEN-DESPUES.
         MOVE SPACES TO WK-IMAGEN-ANTES.
         CALL "REGISTRAR-PENDIENTE" USING WK-PEN-FICHERO
             WK-PEN-TIPO WK-PEN-CLAVE WK-PEN-DESCRIPCION
             WK-IMAGEN-ANTES WK-IMAGEN-DESPUES P-OPERADOR WK-PEN-ID.
       END PROGRAM MANTENIMIENTO-CAMBIOS.
