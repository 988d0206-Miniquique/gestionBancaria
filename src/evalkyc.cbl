       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVALUAR-KYC.

      * DICE SI LOS DATOS DE DEBIDA DILIGENCIA (KYC) DE UN CLIENTE
      * SIGUEN VIGENTES A UNA FECHA. RECIBE EL REGISTRO DEL CLIENTE
      * YA LEIDO Y DEVUELVE:
      *   'S' KYC VIGENTE
      *   'I' KYC INCOMPLETO (FALTA DOCUMENTO, RIESGO O REVISION)
      *   'D' DOCUMENTO DE IDENTIDAD VENCIDO
      *   'R' REVISION PERIODICA VENCIDA
      * MAS LA FECHA EN QUE TOCA (O TOCABA) LA PROXIMA REVISION. EL
      * PLAZO ENTRE REVISIONES DEPENDE DEL NIVEL DE RIESGO Y SE LEE
      * DE KYC.par COMO MESES PARA RIESGO ALTO(2) MEDIO(2) BAJO(2);
      * SIN FICHERO SE USAN 12, 24 Y 60 MESES.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-PAR ASSIGN TO '../data/KYC.par'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-PAR.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-PAR.
           01 LINEA-PAR.
               05 PAR-MESES-ALTO PIC 9(2).
               05 PAR-MESES-MEDIO PIC 9(2).
               05 PAR-MESES-BAJO PIC 9(2).
           WORKING-STORAGE SECTION.
           01 WK-ESTADO-PAR PIC XX.
           01 WK-PARAMETROS-LEIDOS PIC X VALUE 'N'.
           01 WK-MESES-ALTO PIC 9(2) VALUE 12.
           01 WK-MESES-MEDIO PIC 9(2) VALUE 24.
           01 WK-MESES-BAJO PIC 9(2) VALUE 60.
           01 WK-MESES-PLAZO PIC 9(2) VALUE ZERO.
           01 WK-MESES-TOTALES PIC 9(6) VALUE ZERO.
           01 WK-FECHA-CALCULO PIC 9(8) VALUE ZERO.
           01 WK-FECHA-CALCULO-DET REDEFINES WK-FECHA-CALCULO.
               05 WK-ANO-CAL PIC 9(4).
               05 WK-MES-CAL PIC 9(2).
               05 WK-DIA-CAL PIC 9(2).
           LINKAGE SECTION.
           01 P-CLIENTE.
           COPY "clientereg.cpy".
           01 P-FECHA PIC 9(8).
           01 P-RESULTADO PIC X(1).
           01 P-PROXIMA-REVISION PIC 9(8).
       PROCEDURE DIVISION USING P-CLIENTE P-FECHA P-RESULTADO
           P-PROXIMA-REVISION.
       IF WK-PARAMETROS-LEIDOS = 'N'
           PERFORM LEER-PARAMETROS
       END-IF.
       PERFORM EVALUAR-CLIENTE.
        GOBACK.
       LEER-PARAMETROS.
         OPEN INPUT FICHERO-PAR.
         IF WK-ESTADO-PAR = '00'
             READ FICHERO-PAR
                 AT END
                     CONTINUE
                 NOT AT END
                     IF PAR-MESES-ALTO NUMERIC
                         AND PAR-MESES-ALTO NOT = ZERO
                         MOVE PAR-MESES-ALTO TO WK-MESES-ALTO
                     END-IF
                     IF PAR-MESES-MEDIO NUMERIC
                         AND PAR-MESES-MEDIO NOT = ZERO
                         MOVE PAR-MESES-MEDIO TO WK-MESES-MEDIO
                     END-IF
                     IF PAR-MESES-BAJO NUMERIC
                         AND PAR-MESES-BAJO NOT = ZERO
                         MOVE PAR-MESES-BAJO TO WK-MESES-BAJO
                     END-IF
             END-READ
             CLOSE FICHERO-PAR
         END-IF.
         MOVE 'S' TO WK-PARAMETROS-LEIDOS.
       EVALUAR-CLIENTE.
         MOVE 'S' TO P-RESULTADO.
         MOVE ZERO TO P-PROXIMA-REVISION.
         IF CLIENTE-TIPO-DOC = SPACE OR CLIENTE-DOCUMENTO = SPACES
           OR CLIENTE-VENCE-DOC NOT NUMERIC
           OR CLIENTE-VENCE-DOC = ZERO
           OR CLIENTE-FECHA-KYC NOT NUMERIC
           OR CLIENTE-FECHA-KYC = ZERO
             MOVE 'I' TO P-RESULTADO
         ELSE
             EVALUATE TRUE
                 WHEN RIESGO-ALTO
                     MOVE WK-MESES-ALTO TO WK-MESES-PLAZO
                 WHEN RIESGO-MEDIO
                     MOVE WK-MESES-MEDIO TO WK-MESES-PLAZO
                 WHEN RIESGO-BAJO
                     MOVE WK-MESES-BAJO TO WK-MESES-PLAZO
                 WHEN OTHER
                     MOVE 'I' TO P-RESULTADO
             END-EVALUATE
         END-IF.
         IF P-RESULTADO = 'S'
             PERFORM CALCULAR-PROXIMA-REVISION
             IF CLIENTE-VENCE-DOC < P-FECHA
                 MOVE 'D' TO P-RESULTADO
             ELSE
                 IF P-PROXIMA-REVISION < P-FECHA
                     MOVE 'R' TO P-RESULTADO
                 END-IF
             END-IF
         END-IF.
      * LA PROXIMA REVISION CAE EL MISMO DIA, TANTOS MESES DESPUES DE
      * LA ULTIMA; UN DIA QUE NO EXISTE EN ESE MES (31 DE ABRIL) SOLO
      * SE COMPARA, ASI QUE NO HACE FALTA AJUSTARLO.
       CALCULAR-PROXIMA-REVISION.
         MOVE CLIENTE-FECHA-KYC TO WK-FECHA-CALCULO.
         COMPUTE WK-MESES-TOTALES =
             WK-ANO-CAL * 12 + WK-MES-CAL - 1 + WK-MESES-PLAZO.
         COMPUTE WK-ANO-CAL = WK-MESES-TOTALES / 12.
         COMPUTE WK-MES-CAL = WK-MESES-TOTALES - WK-ANO-CAL * 12 + 1.
         MOVE WK-FECHA-CALCULO TO P-PROXIMA-REVISION.
       END PROGRAM EVALUAR-KYC.
