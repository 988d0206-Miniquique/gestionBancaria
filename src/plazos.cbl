           SELECT FICHERO-PEN ASSIGN TO '../data/PLAZOPEN.par'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-PEN.
           SELECT FICHERO-PRE ASSIGN TO '../data/PRESTAMOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-ID
               FILE STATUS IS WK-ESTADO-PRE.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-PLZ.
                         ==CUENTA-DORMIDA== BY ==CUENTA-DORMIDA-I==
                         ==CUENTA-EMBARGADA== BY
                             ==CUENTA-EMBARGADA-I==
                         ==CUENTA-DEFUNCION== BY ==CUENTA-DEFUNCION-I==
                         ==LIMITE-DESCUBIERTO== BY
                             ==LIMITE-DESCUBIERTO-I==
                         ==MONEDA== BY ==MONEDA-I==
                         ==PRODUCTO== BY ==PRODUCTO-I==
                         ==SUCURSAL== BY ==SUCURSAL-I==.
           FD FICHERO-MOV.
           01 REGISTRO-MOV.
           COPY "movreg.cpy".
           01 LINEA-SEQ PIC 9(6).
           FD FICHERO-PEN.
           01 LINEA-PEN PIC 9V9(6).
           FD FICHERO-PRE.
           01 REGISTRO-PRESTAMO.
           COPY "prestreg.cpy".
           WORKING-STORAGE SECTION.
           01 WK-SALIR PIC X VALUE 'N'.
           01 WK-PAUSA PIC X.
           01 WK-ESTADO-REC PIC XX.
           01 WK-ESTADO-SEQ PIC XX.
           01 WK-ESTADO-PEN PIC XX.
           01 WK-ESTADO-PRE PIC XX.
           01 WK-PIGNORADO PIC X VALUE 'N'.
           01 WK-LOCK-OCUPADO PIC X VALUE 'N'.
           01 WK-ENTRADA-VALIDA PIC X VALUE 'N'.
           01 WK-FECHA-NEGOCIO PIC 9(8) VALUE ZERO.
         END-IF.
         MOVE 'V' TO PLZ-ESTADO.
         MOVE P-OPERADOR TO PLZ-OPERADOR.
         MOVE ZERO TO PLZ-PRESTAMO.
         OPEN I-O FICHERO-PLZ.
         IF WK-ESTADO-PLZ = '35'
             OPEN OUTPUT FICHERO-PLZ
         MOVE ZERO TO MOV-CUENTA-CONTRA.
         MOVE P-OPERADOR TO MOV-OPERADOR.
         MOVE ZERO TO MOV-TASA-CAMBIO.
         CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
             SUCURSAL-I.
         WRITE REGISTRO-MOV.
         CALL "GRABAR-MOVIMIENTO-IDX" USING REGISTRO-MOV.
         CLOSE FICHERO-MOV.
             ' DIAS: ' PLZ-PLAZO-DIAS
             ' TASA: ' PLZ-TASA-DIARIA
             ' RENOV: ' PLZ-RENOVACION.
         IF PLZ-PRESTAMO NOT = ZERO
             DISPLAY '   PIGNORADO EN GARANTIA DEL PRESTAMO '
                 PLZ-PRESTAMO
         END-IF.
       CANCELAR-PLAZO.
         DISPLAY 'NUMERO DE PLAZO A CANCELAR'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
                     IF NOT PLAZO-VIGENTE
                         DISPLAY 'EL PLAZO NO ESTA VIGENTE'
                     ELSE
                         PERFORM COMPROBAR-PRENDA
                         IF WK-PIGNORADO = 'S'
                             DISPLAY 'EL PLAZO GARANTIZA EL PRESTAMO '
                                 PLZ-PRESTAMO ', NO SE PUEDE CANCELAR'
                             MOVE PLZ-CUENTA TO WK-NUMERO-CUENTA
                             MOVE 'CANCELACION RECHAZ.' TO
                                 WK-AUD-EVENTO
                             MOVE 'PLAZO PIGNORADO' TO
                                 WK-AUD-RESULTADO
                             PERFORM GRABAR-AUDITORIA
                         ELSE
                             PERFORM APLICAR-CANCELACION
                         END-IF
                     END-IF
             END-READ
             CLOSE FICHERO-PLZ
                     MOVE ZERO TO MOV-CUENTA-CONTRA
                     MOVE P-OPERADOR TO MOV-OPERADOR
                     MOVE ZERO TO MOV-TASA-CAMBIO
                     CALL "ASIGNAR-SUCURSAL" USING REGISTRO-MOV
                         SUCURSAL-I
                     WRITE REGISTRO-MOV
                     CALL "GRABAR-MOVIMIENTO-IDX" USING REGISTRO-MOV
                     CLOSE FICHERO-MOV
                 END-IF
         END-READ.
         CLOSE FICHERO-IN.
      * LA PRENDA SOLO BLOQUEA EL PLAZO MIENTRAS EL PRESTAMO QUE
      * GARANTIZA SIGUE VIGENTE; UN PRESTAMO LIQUIDADO LA LIBERA.
       COMPROBAR-PRENDA.
         MOVE 'N' TO WK-PIGNORADO.
         IF PLZ-PRESTAMO NOT = ZERO
             OPEN INPUT FICHERO-PRE
             IF WK-ESTADO-PRE = '00'
                 MOVE PLZ-PRESTAMO TO PRE-ID
                 READ FICHERO-PRE
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         IF PRESTAMO-VIGENTE
                             MOVE 'S' TO WK-PIGNORADO
                         END-IF
                 END-READ
                 CLOSE FICHERO-PRE
             END-IF
         END-IF.
       LEER-TASA-PENALIZADA.
         OPEN INPUT FICHERO-PEN.
         IF WK-ESTADO-PEN = '00'
