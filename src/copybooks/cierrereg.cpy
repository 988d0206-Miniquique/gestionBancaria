      * LAYOUT COMUN DEL REGISTRO DE CONTROL DEL CIERRE
      * (CONTROL_CIERRE.dat), COMPARTIDO POR CIERRE-DIA (QUE LO
      * ALTA Y LO VA ACTUALIZANDO PASO A PASO) Y GESTION-CIERRE (QUE
      * LO CONSULTA Y PERMITE A UN SUPERVISOR FORZAR LA REPETICION U
      * OMITIR UN PASO). HAY UN REGISTRO POR FECHA DE NEGOCIO Y PASO
      * DEL CIERRE: UNA CORRIDA NUEVA DEL CIERRE SALTA LOS PASOS YA
      * COMPLETOS Y RETOMA EN EL QUE FALLO O QUEDO A MEDIAS ('E' QUE
      * NUNCA LLEGO A CERRARSE). LOS CONTADORES SON LOS QUE EL
      * PROGRAMA DEL PASO DEJO EN HISTORIAL_LOTES.dat, SI LO HACE.
           05 CIE-CLAVE.
               10 CIE-FECHA      PIC 9(8).
               10 CIE-PASO       PIC 9(2).
           05 CIE-PROGRAMA       PIC X(24).
      * LA FECHA DE NEGOCIO SOLO AVANZA CON TODOS LOS PASOS
      * OBLIGATORIOS COMPLETOS; LOS DEMAS SE PUEDEN OMITIR.
           05 CIE-OBLIGATORIO    PIC X(1).
               88 PASO-OBLIGATORIO  VALUE 'S'.
           05 CIE-ESTADO         PIC X(1).
               88 PASO-PENDIENTE    VALUE 'P'.
               88 PASO-EN-CURSO     VALUE 'E'.
               88 PASO-COMPLETO     VALUE 'C'.
               88 PASO-FALLIDO      VALUE 'F'.
               88 PASO-OMITIDO      VALUE 'O'.
               88 PASO-NO-CORRESPONDE VALUE 'N'.
           05 CIE-INTENTOS       PIC 9(3).
           05 CIE-HORA-INICIO    PIC 9(8).
           05 CIE-HORA-FIN       PIC 9(8).
           05 CIE-LEIDOS         PIC 9(6).
           05 CIE-ACEPTADOS      PIC 9(6).
           05 CIE-RECHAZADOS     PIC 9(6).
      * ULTIMA INTERVENCION MANUAL SOBRE EL PASO ('F' REPETICION
      * FORZADA, 'O' OMITIDO) Y EL SUPERVISOR QUE LA AUTORIZO.
           05 CIE-ACCION         PIC X(1).
               88 PASO-FORZADO      VALUE 'F'.
               88 PASO-SALTADO      VALUE 'O'.
           05 CIE-AUTORIZANTE    PIC 9(4).
