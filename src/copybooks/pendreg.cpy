      * LAYOUT COMUN DEL REGISTRO DE CAMBIO PENDIENTE
      * (PENDIENTES.dat), COMPARTIDO POR REGISTRAR-PENDIENTE,
      * APROBACION-CAMBIOS Y LISTADO-PENDIENTES. LOS MANTENIMIENTOS
      * DE CLIENTES, TASAS, OPERADORES Y CAMBIOS NO TOCAN EL FICHERO
      * MAESTRO: DEJAN AQUI LA IMAGEN DEL REGISTRO ANTES Y DESPUES
      * DEL CAMBIO, Y SOLO CUANDO OTRO OPERADOR CON ROL DE SUPERVISOR
      * O ADMINISTRADOR LO APRUEBA SE APLICA LA IMAGEN NUEVA.
      * PEN-FICHERO DICE A QUE MAESTRO VA EL CAMBIO (CLIENTES,
      * OPERADORES, TASAS, RETENCION, TASASDEB, CAMBIOS). EN LOS
      * FICHEROS DE TASAS, QUE SOLO CRECEN, EL CAMBIO ES UN ALTA
      * ('A') Y LA IMAGEN ANTERIOR VA EN BLANCO; EN LOS INDEXADOS ES
      * UNA MODIFICACION ('M') Y AL APROBAR SE EXIGE QUE EL REGISTRO
      * SIGA IGUAL QUE LA IMAGEN ANTERIOR.
           05 PEN-ID             PIC 9(6).
           05 PEN-FICHERO        PIC X(10).
           05 PEN-TIPO-CAMBIO    PIC X(1).
               88 PEN-ES-ALTA       VALUE 'A'.
               88 PEN-ES-MODIFICACION VALUE 'M'.
           05 PEN-CLAVE          PIC X(10).
           05 PEN-DESCRIPCION    PIC X(40).
           05 PEN-ESTADO         PIC X(1).
               88 CAMBIO-PENDIENTE  VALUE 'P'.
               88 CAMBIO-APROBADO   VALUE 'A'.
               88 CAMBIO-RECHAZADO  VALUE 'R'.
           05 PEN-SOLICITANTE    PIC 9(4).
           05 PEN-FECHA-SOLICITUD PIC 9(8).
           05 PEN-HORA-SOLICITUD PIC 9(8).
           05 PEN-REVISOR        PIC 9(4).
           05 PEN-FECHA-REVISION PIC 9(8).
           05 PEN-IMAGEN-ANTES   PIC X(200).
           05 PEN-IMAGEN-DESPUES PIC X(200).
