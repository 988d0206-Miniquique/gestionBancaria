      * LAYOUT DE LA LISTA DE SANCIONES (SANCIONES.txt) QUE ENVIA
      * CUMPLIMIENTO CADA SEMANA: UNA LINEA POR PERSONA O ENTIDAD
      * SANCIONADA, CON LA REFERENCIA QUE LE DA LA LISTA OFICIAL Y
      * EL NOMBRE TAL COMO FIGURA EN ELLA. LA NUEVA LISTA SUSTITUYE
      * ENTERA A LA ANTERIOR. LA LEE COTEJAR-SANCIONES.
           05 SAN-REFERENCIA     PIC X(10).
           05 SAN-NOMBRE         PIC X(50).
