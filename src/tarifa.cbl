       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSCAR-TARIFA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-TAR ASSIGN TO '../data/TARIFAS.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-TAR.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-TAR.
           01 REGISTRO-TARIFA.
           COPY "tarifareg.cpy".
           WORKING-STORAGE SECTION.
           01 WK-ESTADO-TAR PIC XX.
           01 WK-FIN-TAR PIC X VALUE 'N'.
           01 WK-FECHA-ESPECIFICA PIC 9(8) VALUE ZERO.
           01 WK-FECHA-GENERICA PIC 9(8) VALUE ZERO.
           01 WK-TARIFA-ESPECIFICA PIC X(40) VALUE SPACES.
           01 WK-TARIFA-GENERICA PIC X(40) VALUE SPACES.
           LINKAGE SECTION.
           01 P-CODIGO PIC X(8).
           01 P-TIPO-CUENTA PIC X(1).
           01 P-FECHA PIC 9(8).
           01 P-IMPORTE-BASE PIC 9(7)V99.
           01 P-COMISION PIC 9(7)V99.
           01 P-FRANQUICIA PIC 9(3).
      * DEVUELVE LA COMISION QUE CORRESPONDE AL EVENTO PARA ESE TIPO
      * DE CUENTA EN LA FECHA DADA, Y LOS EVENTOS GRATUITOS DEL MES
      * SI LA TARIFA LOS TIENE. SIN TARIFA VIGENTE LA COMISION ES
      * CERO Y EL LLAMADOR NO COBRA NADA.
       PROCEDURE DIVISION USING P-CODIGO P-TIPO-CUENTA P-FECHA
           P-IMPORTE-BASE P-COMISION P-FRANQUICIA.
       PERFORM BUSCAR-TARIFA-VIGENTE.
        GOBACK.
       BUSCAR-TARIFA-VIGENTE.
         MOVE ZERO TO P-COMISION.
         MOVE ZERO TO P-FRANQUICIA.
         MOVE ZERO TO WK-FECHA-ESPECIFICA.
         MOVE ZERO TO WK-FECHA-GENERICA.
         MOVE 'N' TO WK-FIN-TAR.
         OPEN INPUT FICHERO-TAR.
         IF WK-ESTADO-TAR = '00'
             PERFORM UNTIL WK-FIN-TAR = 'S'
                 READ FICHERO-TAR
                     AT END
                         MOVE 'S' TO WK-FIN-TAR
                     NOT AT END
                         PERFORM EVALUAR-TARIFA
                 END-READ
             END-PERFORM
             CLOSE FICHERO-TAR
         END-IF.
         IF WK-FECHA-ESPECIFICA NOT = ZERO
             MOVE WK-TARIFA-ESPECIFICA TO REGISTRO-TARIFA
             PERFORM CALCULAR-COMISION
         ELSE
             IF WK-FECHA-GENERICA NOT = ZERO
                 MOVE WK-TARIFA-GENERICA TO REGISTRO-TARIFA
                 PERFORM CALCULAR-COMISION
             END-IF
         END-IF.
       EVALUAR-TARIFA.
         IF TAR-CODIGO = P-CODIGO
             AND TAR-FECHA-EFECTO NUMERIC
             AND TAR-FECHA-EFECTO NOT > P-FECHA
             IF TAR-TIPO-CUENTA = P-TIPO-CUENTA
                 IF TAR-FECHA-EFECTO > WK-FECHA-ESPECIFICA
                     MOVE TAR-FECHA-EFECTO TO WK-FECHA-ESPECIFICA
                     MOVE REGISTRO-TARIFA TO WK-TARIFA-ESPECIFICA
                 END-IF
             ELSE
                 IF TAR-TIPO-CUENTA = SPACE
                     AND TAR-FECHA-EFECTO > WK-FECHA-GENERICA
                     MOVE TAR-FECHA-EFECTO TO WK-FECHA-GENERICA
                     MOVE REGISTRO-TARIFA TO WK-TARIFA-GENERICA
                 END-IF
             END-IF
         END-IF.
       CALCULAR-COMISION.
         IF TARIFA-PORCENTAJE
             IF TAR-PORCENTAJE NUMERIC
                 COMPUTE P-COMISION ROUNDED =
                     P-IMPORTE-BASE * TAR-PORCENTAJE / 100
             END-IF
         ELSE
             IF TAR-IMPORTE NUMERIC
                 MOVE TAR-IMPORTE TO P-COMISION
             END-IF
         END-IF.
         IF TAR-FRANQUICIA NUMERIC
             MOVE TAR-FRANQUICIA TO P-FRANQUICIA
         END-IF.
       END PROGRAM BUSCAR-TARIFA.
