       IDENTIFICATION DIVISION.
       PROGRAM-ID. COTEJAR-SANCIONES.

      * COMPARA UN NOMBRE CON LA LISTA DE SANCIONES (SANCIONES.txt)
      * Y DEVUELVE 'S' SI HAY UNA POSIBLE COINCIDENCIA, JUNTO CON LA
      * REFERENCIA Y EL NOMBRE DE LA LISTA QUE COINCIDIO. LA LISTA
      * SE CARGA EN MEMORIA LA PRIMERA VEZ QUE SE LLAMA.
      * LOS DOS NOMBRES SE PASAN A MAYUSCULAS, SE QUITAN SIGNOS DE
      * PUNTUACION, INICIALES Y PARTICULAS (DE, DEL, LA, Y...) Y SE
      * PARTEN EN PALABRAS; EL ORDEN DE LAS PALABRAS NO IMPORTA. DOS
      * PALABRAS SE DAN POR IGUALES SI SON IDENTICAS O, CON MAS DE
      * CUATRO LETRAS, SI SOLO SE DIFERENCIAN EN UNA LETRA CAMBIADA,
      * SOBRANTE O FALTANTE, O EN DOS LETRAS SEGUIDAS INVERTIDAS.
      * HAY COINCIDENCIA CUANDO TODAS LAS PALABRAS DEL NOMBRE MAS
      * CORTO APARECEN EN EL OTRO Y SON AL MENOS DOS, CUANDO LA
      * ENTRADA DE LA LISTA ES UNA SOLA PALABRA Y APARECE EN EL
      * NOMBRE, O CUANDO CON TRES PALABRAS O MAS FALTA SOLO UNA.
      * ES UN FILTRO: CADA COINCIDENCIA LA REVISA CUMPLIMIENTO A
      * MANO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-SAN ASSIGN TO '../data/SANCIONES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-SAN.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-SAN.
           01 REGISTRO-SANCION.
           COPY "sancreg.cpy".
           WORKING-STORAGE SECTION.
           01 WK-ESTADO-SAN PIC XX.
           01 WK-FIN-FICHERO PIC X VALUE 'N'.
           01 WK-LISTA-CARGADA PIC X VALUE 'N'.
           01 WK-TOTAL-LISTA PIC 9(4) VALUE ZERO.
           01 WK-IDX PIC 9(4) VALUE ZERO.
           01 WK-POS PIC 9(2) VALUE ZERO.
           01 WK-I PIC 9(2) VALUE ZERO.
           01 WK-J PIC 9(2) VALUE ZERO.
           01 WK-POS-A PIC 9(2) VALUE ZERO.
           01 WK-POS-B PIC 9(2) VALUE ZERO.
           01 WK-COINCIDENCIAS PIC 9 VALUE ZERO.
           01 WK-MINIMO PIC 9 VALUE ZERO.
           01 WK-HALLADA PIC X VALUE 'N'.
           01 WK-PARECIDAS PIC X VALUE 'N'.
           01 WK-DIFERENCIAS PIC 9(2) VALUE ZERO.
           01 WK-PRIMERA-DIF PIC 9(2) VALUE ZERO.
           01 WK-SEGUNDA-DIF PIC 9(2) VALUE ZERO.
           01 WK-SALTOS PIC 9 VALUE ZERO.
           01 WK-NOMBRE-TRABAJO.
               05 WK-LETRA PIC X OCCURS 50 TIMES.
           01 WK-PALABRA-ACTUAL.
               05 WK-ACT-LETRA PIC X OCCURS 20 TIMES.
           01 WK-LON-ACTUAL PIC 9(2) VALUE ZERO.
      * PALABRAS DEL ULTIMO NOMBRE PARTIDO.
           01 WK-PALABRAS.
               05 WK-TOTAL-PALABRAS PIC 9.
               05 WK-PALABRA OCCURS 6 TIMES.
                   10 WK-TEXTO PIC X(20).
                   10 WK-LONGITUD PIC 9(2).
      * PALABRAS DEL NOMBRE QUE SE ESTA COTEJANDO.
           01 WK-PALABRAS-NOMBRE.
               05 WN-TOTAL-PALABRAS PIC 9.
               05 WN-PALABRA OCCURS 6 TIMES.
                   10 WN-TEXTO PIC X(20).
                   10 WN-LONGITUD PIC 9(2).
           01 WK-USADAS.
               05 WK-USADA PIC X OCCURS 6 TIMES.
           01 WK-PAL-A.
               05 WK-LETRA-A PIC X OCCURS 20 TIMES.
           01 WK-LON-A PIC 9(2) VALUE ZERO.
           01 WK-PAL-B.
               05 WK-LETRA-B PIC X OCCURS 20 TIMES.
           01 WK-LON-B PIC 9(2) VALUE ZERO.
           01 WK-PAL-TEMPORAL PIC X(20) VALUE SPACES.
           01 WK-LON-TEMPORAL PIC 9(2) VALUE ZERO.
      * LA LISTA SE GUARDA YA PARTIDA EN PALABRAS PARA NO REPETIR EL
      * TRABAJO EN CADA COTEJO.
           01 TABLA-LISTA.
               05 TLS-ENTRADA OCCURS 2000 TIMES.
                   10 TLS-REFERENCIA PIC X(10).
                   10 TLS-NOMBRE PIC X(50).
                   10 TLS-PALABRAS.
                       15 TLS-TOTAL-PALABRAS PIC 9.
                       15 TLS-PALABRA OCCURS 6 TIMES.
                           20 TLS-TEXTO PIC X(20).
                           20 TLS-LONGITUD PIC 9(2).
           LINKAGE SECTION.
           01 P-NOMBRE PIC X(50).
           01 P-COINCIDE PIC X(1).
           01 P-REFERENCIA PIC X(10).
           01 P-NOMBRE-LISTA PIC X(50).
       PROCEDURE DIVISION USING P-NOMBRE P-COINCIDE P-REFERENCIA
           P-NOMBRE-LISTA.
       IF WK-LISTA-CARGADA = 'N'
           PERFORM CARGAR-LISTA
       END-IF.
       PERFORM COTEJAR-NOMBRE.
        GOBACK.
       CARGAR-LISTA.
         MOVE ZERO TO WK-TOTAL-LISTA.
         MOVE 'N' TO WK-FIN-FICHERO.
         OPEN INPUT FICHERO-SAN.
         IF WK-ESTADO-SAN NOT = '00'
             DISPLAY 'AVISO: NO HAY LISTA DE SANCIONES CARGADA'
         ELSE
             PERFORM UNTIL WK-FIN-FICHERO = 'S'
                 READ FICHERO-SAN
                     AT END
                         MOVE 'S' TO WK-FIN-FICHERO
                     NOT AT END
                         PERFORM GUARDAR-ENTRADA
                 END-READ
             END-PERFORM
             CLOSE FICHERO-SAN
         END-IF.
         MOVE 'S' TO WK-LISTA-CARGADA.
       GUARDAR-ENTRADA.
         IF SAN-NOMBRE NOT = SPACES
             IF WK-TOTAL-LISTA < 2000
                 MOVE SAN-NOMBRE TO WK-NOMBRE-TRABAJO
                 PERFORM PARTIR-NOMBRE
                 ADD 1 TO WK-TOTAL-LISTA
                 MOVE SAN-REFERENCIA TO TLS-REFERENCIA (WK-TOTAL-LISTA)
                 MOVE SAN-NOMBRE TO TLS-NOMBRE (WK-TOTAL-LISTA)
                 MOVE WK-PALABRAS TO TLS-PALABRAS (WK-TOTAL-LISTA)
             ELSE
                 DISPLAY 'AVISO: DEMASIADOS NOMBRES EN LA LISTA DE '
                     'SANCIONES, AMPLIE LA TABLA'
                 MOVE 'S' TO WK-FIN-FICHERO
             END-IF
         END-IF.
       COTEJAR-NOMBRE.
         MOVE 'N' TO P-COINCIDE.
         MOVE SPACES TO P-REFERENCIA.
         MOVE SPACES TO P-NOMBRE-LISTA.
         MOVE P-NOMBRE TO WK-NOMBRE-TRABAJO.
         PERFORM PARTIR-NOMBRE.
         MOVE WK-PALABRAS TO WK-PALABRAS-NOMBRE.
         IF WN-TOTAL-PALABRAS NOT = ZERO
             PERFORM COMPARAR-CON-ENTRADA VARYING WK-IDX FROM 1 BY 1
                 UNTIL WK-IDX > WK-TOTAL-LISTA OR P-COINCIDE = 'S'
         END-IF.
       COMPARAR-CON-ENTRADA.
         MOVE ZERO TO WK-COINCIDENCIAS.
         MOVE 'NNNNNN' TO WK-USADAS.
         PERFORM BUSCAR-PALABRA-LISTA VARYING WK-I FROM 1 BY 1
             UNTIL WK-I > TLS-TOTAL-PALABRAS (WK-IDX).
         MOVE WN-TOTAL-PALABRAS TO WK-MINIMO.
         IF TLS-TOTAL-PALABRAS (WK-IDX) < WK-MINIMO
             MOVE TLS-TOTAL-PALABRAS (WK-IDX) TO WK-MINIMO
         END-IF.
         IF (WK-COINCIDENCIAS > ZERO AND WK-COINCIDENCIAS = WK-MINIMO
             AND (WK-COINCIDENCIAS > 1
                  OR TLS-TOTAL-PALABRAS (WK-IDX) = 1))
           OR (WK-MINIMO > 2 AND WK-COINCIDENCIAS + 1 >= WK-MINIMO)
             MOVE 'S' TO P-COINCIDE
             MOVE TLS-REFERENCIA (WK-IDX) TO P-REFERENCIA
             MOVE TLS-NOMBRE (WK-IDX) TO P-NOMBRE-LISTA
         END-IF.
      * BUSCA LA PALABRA WK-I DE LA ENTRADA DE LA LISTA ENTRE LAS
      * PALABRAS DEL NOMBRE QUE AUN NO SE HAN EMPAREJADO.
       BUSCAR-PALABRA-LISTA.
         MOVE 'N' TO WK-HALLADA.
         PERFORM COMPARAR-PALABRA-NOMBRE VARYING WK-J FROM 1 BY 1
             UNTIL WK-J > WN-TOTAL-PALABRAS OR WK-HALLADA = 'S'.
         IF WK-HALLADA = 'S'
             ADD 1 TO WK-COINCIDENCIAS
         END-IF.
       COMPARAR-PALABRA-NOMBRE.
         IF WK-USADA (WK-J) = 'N'
             MOVE TLS-TEXTO (WK-IDX WK-I) TO WK-PAL-A
             MOVE TLS-LONGITUD (WK-IDX WK-I) TO WK-LON-A
             MOVE WN-TEXTO (WK-J) TO WK-PAL-B
             MOVE WN-LONGITUD (WK-J) TO WK-LON-B
             PERFORM COMPARAR-PALABRAS
             IF WK-PARECIDAS = 'S'
                 MOVE 'S' TO WK-USADA (WK-J)
                 MOVE 'S' TO WK-HALLADA
             END-IF
         END-IF.
      * DEJA EN WK-PALABRAS LAS PALABRAS SIGNIFICATIVAS DE
      * WK-NOMBRE-TRABAJO, COMO MUCHO SEIS DE HASTA 20 LETRAS.
       PARTIR-NOMBRE.
         INSPECT WK-NOMBRE-TRABAJO CONVERTING
             'abcdefghijklmnopqrstuvwxyz.,;:-/'''
             TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ       '.
         MOVE ZERO TO WK-TOTAL-PALABRAS.
         MOVE ZERO TO WK-LON-ACTUAL.
         MOVE SPACES TO WK-PALABRA-ACTUAL.
         PERFORM TRATAR-LETRA VARYING WK-POS FROM 1 BY 1
             UNTIL WK-POS > 50.
         PERFORM CERRAR-PALABRA.
       TRATAR-LETRA.
         IF WK-LETRA (WK-POS) = SPACE
             PERFORM CERRAR-PALABRA
         ELSE
             IF WK-LON-ACTUAL < 20
                 ADD 1 TO WK-LON-ACTUAL
                 MOVE WK-LETRA (WK-POS) TO WK-ACT-LETRA (WK-LON-ACTUAL)
             END-IF
         END-IF.
       CERRAR-PALABRA.
         IF WK-LON-ACTUAL > 1 AND WK-TOTAL-PALABRAS < 6
             IF WK-PALABRA-ACTUAL = 'DE' OR 'DEL' OR 'LA' OR 'LAS'
               OR 'LOS' OR 'EL' OR 'DA' OR 'DO' OR 'DOS' OR 'Y'
                 CONTINUE
             ELSE
                 ADD 1 TO WK-TOTAL-PALABRAS
                 MOVE WK-PALABRA-ACTUAL
                     TO WK-TEXTO (WK-TOTAL-PALABRAS)
                 MOVE WK-LON-ACTUAL TO WK-LONGITUD (WK-TOTAL-PALABRAS)
             END-IF
         END-IF.
         MOVE ZERO TO WK-LON-ACTUAL.
         MOVE SPACES TO WK-PALABRA-ACTUAL.
       COMPARAR-PALABRAS.
         MOVE 'N' TO WK-PARECIDAS.
         IF WK-PAL-A = WK-PAL-B
             MOVE 'S' TO WK-PARECIDAS
         ELSE
             IF WK-LON-A > 4 AND WK-LON-B > 4
                 IF WK-LON-A = WK-LON-B
                     PERFORM COMPARAR-MISMA-LONGITUD
                 ELSE
                     IF WK-LON-B = WK-LON-A + 1
                         MOVE WK-PAL-A TO WK-PAL-TEMPORAL
                         MOVE WK-LON-A TO WK-LON-TEMPORAL
                         MOVE WK-PAL-B TO WK-PAL-A
                         MOVE WK-LON-B TO WK-LON-A
                         MOVE WK-PAL-TEMPORAL TO WK-PAL-B
                         MOVE WK-LON-TEMPORAL TO WK-LON-B
                     END-IF
                     IF WK-LON-A = WK-LON-B + 1
                         PERFORM COMPARAR-CON-SALTO
                     END-IF
                 END-IF
             END-IF
         END-IF.
      * UNA LETRA CAMBIADA, O DOS SEGUIDAS INVERTIDAS.
       COMPARAR-MISMA-LONGITUD.
         MOVE ZERO TO WK-DIFERENCIAS.
         MOVE ZERO TO WK-PRIMERA-DIF.
         MOVE ZERO TO WK-SEGUNDA-DIF.
         PERFORM COMPARAR-LETRA VARYING WK-POS FROM 1 BY 1
             UNTIL WK-POS > WK-LON-A.
         IF WK-DIFERENCIAS = 1
             MOVE 'S' TO WK-PARECIDAS
         END-IF.
         IF WK-DIFERENCIAS = 2
           AND WK-SEGUNDA-DIF = WK-PRIMERA-DIF + 1
             IF WK-LETRA-A (WK-PRIMERA-DIF) =
                 WK-LETRA-B (WK-SEGUNDA-DIF)
               AND WK-LETRA-A (WK-SEGUNDA-DIF) =
                 WK-LETRA-B (WK-PRIMERA-DIF)
                 MOVE 'S' TO WK-PARECIDAS
             END-IF
         END-IF.
       COMPARAR-LETRA.
         IF WK-LETRA-A (WK-POS) NOT = WK-LETRA-B (WK-POS)
             ADD 1 TO WK-DIFERENCIAS
             IF WK-DIFERENCIAS = 1
                 MOVE WK-POS TO WK-PRIMERA-DIF
             END-IF
             IF WK-DIFERENCIAS = 2
                 MOVE WK-POS TO WK-SEGUNDA-DIF
             END-IF
         END-IF.
      * LA PALABRA A TIENE UNA LETRA MAS QUE LA B: SE RECORREN LAS
      * DOS A LA PAR Y SOLO SE PERMITE SALTAR UNA LETRA DE LA A.
       COMPARAR-CON-SALTO.
         MOVE 1 TO WK-POS-A.
         MOVE 1 TO WK-POS-B.
         MOVE ZERO TO WK-SALTOS.
         PERFORM UNTIL WK-POS-B > WK-LON-B OR WK-SALTOS > 1
             IF WK-LETRA-A (WK-POS-A) = WK-LETRA-B (WK-POS-B)
                 ADD 1 TO WK-POS-A
                 ADD 1 TO WK-POS-B
             ELSE
                 ADD 1 TO WK-SALTOS
                 ADD 1 TO WK-POS-A
             END-IF
         END-PERFORM.
         IF WK-SALTOS < 2
             MOVE 'S' TO WK-PARECIDAS
         END-IF.
       END PROGRAM COTEJAR-SANCIONES.
