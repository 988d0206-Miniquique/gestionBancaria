       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICAR-CLAVE.

      * COMPRUEBA LA CLAVE DE UN OPERADOR CONTRA OPERADORES.dat Y
      * APLICA LA POLITICA DE CLAVES. LO USAN EL INICIO DE SESION,
      * LA APROBACION DE SUPERVISOR Y EL DESBLOQUEO DE OPERADORES,
      * ASI QUE CUALQUIER CLAVE MAL TECLEADA EN CUALQUIERA DE ELLOS
      * SUMA AL MISMO CONTADOR. EL RESULTADO ES:
      *   'S' CLAVE CORRECTA Y VIGENTE
      *   'C' CLAVE CORRECTA PERO CADUCADA O CON CAMBIO OBLIGADO
      *   'N' OPERADOR DESCONOCIDO O DE BAJA, O CLAVE INCORRECTA
      *   'B' OPERADOR BLOQUEADO (YA LO ESTABA O ACABA DE QUEDARLO)
      * CLAVES.par TIENE UNA LINEA CON EL MAXIMO DE INTENTOS (2
      * DIGITOS), LOS DIAS DE VIGENCIA (3 DIGITOS, CERO = NO
      * CADUCA) Y LAS CLAVES ANTERIORES QUE NO SE PUEDEN REPETIR
      * (1 DIGITO, DE 1 A 5). SIN FICHERO SE APLICA 03 090 3.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-OPE ASSIGN TO '../data/OPERADORES.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WK-ESTADO-OPE.
           SELECT FICHERO-PAR ASSIGN TO '../data/CLAVES.par'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-PAR.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-OPE.
           01 REGISTRO-OPERADOR.
           COPY "operreg.cpy".
           FD FICHERO-PAR.
           01 LINEA-PAR.
               05 PAR-MAX-INTENTOS PIC 9(2).
               05 PAR-DIAS-VIGENCIA PIC 9(3).
               05 PAR-HISTORIA PIC 9(1).
           WORKING-STORAGE SECTION.
           01 WK-ESTADO-OPE PIC XX.
           01 WK-ESTADO-PAR PIC XX.
           01 WK-MAX-INTENTOS PIC 9(2) VALUE 3.
           01 WK-DIAS-VIGENCIA PIC 9(3) VALUE 90.
           01 WK-CLAVE-PROTEGIDA PIC X(16) VALUE SPACES.
           01 WK-CADUCADA PIC X VALUE 'N'.
           01 WK-FECHA-NEGOCIO PIC 9(8) VALUE ZERO.
           01 WK-FECHA-CALCULO PIC 9(8) VALUE ZERO.
           01 WK-FECHA-CAL-DET REDEFINES WK-FECHA-CALCULO.
               05 WK-ANO-CAL PIC 9(4).
               05 WK-MES-CAL PIC 9(2).
               05 WK-DIA-CAL PIC 9(2).
           01 WK-ULTIMO-DIA PIC 9(2) VALUE ZERO.
           01 WK-COCIENTE PIC 9(6) VALUE ZERO.
           01 WK-RESTO PIC 9(6) VALUE ZERO.
           01 WK-CUENTA-AUD PIC 9(6) VALUE ZERO.
           01 WK-AUD-EVENTO PIC X(20) VALUE SPACES.
           01 WK-AUD-RESULTADO PIC X(30) VALUE SPACES.
           LINKAGE SECTION.
           01 P-OPERADOR PIC 9(4).
           01 P-CLAVE PIC X(8).
           01 P-RESULTADO PIC X(1).
       PROCEDURE DIVISION USING P-OPERADOR P-CLAVE P-RESULTADO.
       PERFORM LEER-POLITICA.
       PERFORM COMPROBAR-CLAVE.
        GOBACK.
       LEER-POLITICA.
         MOVE 3 TO WK-MAX-INTENTOS.
         MOVE 90 TO WK-DIAS-VIGENCIA.
         OPEN INPUT FICHERO-PAR.
         IF WK-ESTADO-PAR = '00'
             READ FICHERO-PAR
                 AT END
                     CONTINUE
                 NOT AT END
                     IF PAR-MAX-INTENTOS NUMERIC
                         AND PAR-MAX-INTENTOS NOT = ZERO
                         MOVE PAR-MAX-INTENTOS TO WK-MAX-INTENTOS
                     END-IF
                     IF PAR-DIAS-VIGENCIA NUMERIC
                         MOVE PAR-DIAS-VIGENCIA TO WK-DIAS-VIGENCIA
                     END-IF
             END-READ
             CLOSE FICHERO-PAR
         END-IF.
       COMPROBAR-CLAVE.
         MOVE 'N' TO P-RESULTADO.
         OPEN I-O FICHERO-OPE.
         IF WK-ESTADO-OPE = '00'
             MOVE P-OPERADOR TO OPER-ID
             READ FICHERO-OPE
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     PERFORM EVALUAR-OPERADOR
             END-READ
             CLOSE FICHERO-OPE
         END-IF.
       EVALUAR-OPERADOR.
         IF OPERADOR-BLOQUEADO
             MOVE 'B' TO P-RESULTADO
         ELSE
             IF OPERADOR-ACTIVO
                 IF OPER-INTENTOS-FALLIDOS NOT NUMERIC
                     MOVE ZERO TO OPER-INTENTOS-FALLIDOS
                 END-IF
                 CALL "PROTEGER-CLAVE" USING OPER-ID P-CLAVE
                     WK-CLAVE-PROTEGIDA
                 IF WK-CLAVE-PROTEGIDA = OPER-CLAVE
                     PERFORM CLAVE-CORRECTA
                 ELSE
                     PERFORM CLAVE-INCORRECTA
                 END-IF
             END-IF
         END-IF.
       CLAVE-CORRECTA.
         IF OPER-INTENTOS-FALLIDOS NOT = ZERO
             MOVE ZERO TO OPER-INTENTOS-FALLIDOS
             REWRITE REGISTRO-OPERADOR
         END-IF.
         PERFORM COMPROBAR-CADUCIDAD.
         IF CAMBIO-CLAVE-OBLIGADO OR WK-CADUCADA = 'S'
             MOVE 'C' TO P-RESULTADO
         ELSE
             MOVE 'S' TO P-RESULTADO
         END-IF.
       CLAVE-INCORRECTA.
         ADD 1 TO OPER-INTENTOS-FALLIDOS.
         IF OPER-INTENTOS-FALLIDOS NOT < WK-MAX-INTENTOS
             MOVE 'S' TO OPER-BLOQUEO
             MOVE 'B' TO P-RESULTADO
         END-IF.
         REWRITE REGISTRO-OPERADOR.
         IF OPERADOR-BLOQUEADO
             MOVE 'BLOQUEO OPERADOR' TO WK-AUD-EVENTO
             MOVE SPACES TO WK-AUD-RESULTADO
             STRING 'TRAS ' DELIMITED BY SIZE
                    OPER-INTENTOS-FALLIDOS DELIMITED BY SIZE
                    ' CLAVES ERRONEAS' DELIMITED BY SIZE
                 INTO WK-AUD-RESULTADO
             MOVE ZERO TO WK-CUENTA-AUD
             CALL "REGISTRO-AUDITORIA" USING WK-AUD-EVENTO
                 WK-CUENTA-AUD WK-AUD-RESULTADO OPER-ID
         END-IF.
      * UNA CLAVE SIN FECHA DE CAMBIO (GRABADA ANTES DE LA POLITICA)
      * SE DA POR CADUCADA PARA QUE SE RENUEVE EN LA PRIMERA SESION.
       COMPROBAR-CADUCIDAD.
         MOVE 'N' TO WK-CADUCADA.
         IF WK-DIAS-VIGENCIA NOT = ZERO
             IF OPER-FECHA-CLAVE NOT NUMERIC
                 OR OPER-FECHA-CLAVE = ZERO
                 MOVE 'S' TO WK-CADUCADA
             ELSE
                 CALL "FECHA-NEGOCIO" USING WK-FECHA-NEGOCIO
                 MOVE OPER-FECHA-CLAVE TO WK-FECHA-CALCULO
                 PERFORM AVANZAR-UN-DIA WK-DIAS-VIGENCIA TIMES
                 IF WK-FECHA-NEGOCIO NOT < WK-FECHA-CALCULO
                     MOVE 'S' TO WK-CADUCADA
                 END-IF
             END-IF
         END-IF.
       AVANZAR-UN-DIA.
         PERFORM CALCULAR-ULTIMO-DIA.
         IF WK-DIA-CAL < WK-ULTIMO-DIA
             ADD 1 TO WK-DIA-CAL
         ELSE
             MOVE 1 TO WK-DIA-CAL
             IF WK-MES-CAL < 12
                 ADD 1 TO WK-MES-CAL
             ELSE
                 MOVE 1 TO WK-MES-CAL
                 ADD 1 TO WK-ANO-CAL
             END-IF
         END-IF.
       CALCULAR-ULTIMO-DIA.
         EVALUATE WK-MES-CAL
             WHEN 1 MOVE 31 TO WK-ULTIMO-DIA
             WHEN 2 PERFORM CALCULAR-FEBRERO
             WHEN 3 MOVE 31 TO WK-ULTIMO-DIA
             WHEN 4 MOVE 30 TO WK-ULTIMO-DIA
             WHEN 5 MOVE 31 TO WK-ULTIMO-DIA
             WHEN 6 MOVE 30 TO WK-ULTIMO-DIA
             WHEN 7 MOVE 31 TO WK-ULTIMO-DIA
             WHEN 8 MOVE 31 TO WK-ULTIMO-DIA
             WHEN 9 MOVE 30 TO WK-ULTIMO-DIA
             WHEN 10 MOVE 31 TO WK-ULTIMO-DIA
             WHEN 11 MOVE 30 TO WK-ULTIMO-DIA
             WHEN OTHER MOVE 31 TO WK-ULTIMO-DIA
         END-EVALUATE.
       CALCULAR-FEBRERO.
         MOVE 28 TO WK-ULTIMO-DIA.
         DIVIDE WK-ANO-CAL BY 4 GIVING WK-COCIENTE
             REMAINDER WK-RESTO.
         IF WK-RESTO = ZERO
             MOVE 29 TO WK-ULTIMO-DIA
             DIVIDE WK-ANO-CAL BY 100 GIVING WK-COCIENTE
                 REMAINDER WK-RESTO
             IF WK-RESTO = ZERO
                 MOVE 28 TO WK-ULTIMO-DIA
                 DIVIDE WK-ANO-CAL BY 400 GIVING WK-COCIENTE
                     REMAINDER WK-RESTO
                 IF WK-RESTO = ZERO
                     MOVE 29 TO WK-ULTIMO-DIA
                 END-IF
             END-IF
         END-IF.
       END PROGRAM VERIFICAR-CLAVE.
