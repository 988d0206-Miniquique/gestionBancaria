       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROTEGER-CLAVE.

      * DEVUELVE LA FORMA PROTEGIDA (16 DIGITOS) DE UNA CLAVE DE
      * OPERADOR, QUE ES LO UNICO QUE SE GRABA EN OPERADORES.dat.
      * CADA CARACTER SE CONVIERTE EN SU POSICION DENTRO DEL
      * ALFABETO ADMITIDO Y SE MEZCLA EN DOS ACUMULADORES QUE
      * PARTEN DEL ID DEL OPERADOR, DE MODO QUE LA MISMA CLAVE EN
      * DOS OPERADORES DISTINTOS DA FORMAS DISTINTAS. CADA PASO
      * MULTIPLICA Y REDUCE MODULO UN PRIMO, Y LA CLAVE SE RECORRE
      * DOS VECES PARA QUE EL PRIMER CARACTER PESE TANTO COMO EL
      * ULTIMO. NO HAY VUELTA ATRAS: PARA VALIDAR UNA CLAVE SE
      * PROTEGE LA TECLEADA Y SE COMPARAN LAS DOS FORMAS.
       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 WK-ALFABETO.
               05 FILLER PIC X(37)
                   VALUE ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
               05 FILLER PIC X(26)
                   VALUE 'abcdefghijklmnopqrstuvwxyz'.
               05 FILLER PIC X(20)
                   VALUE '.,;:-_+*/=()!?#$%&@<'.
           01 WK-TABLA-ALFABETO REDEFINES WK-ALFABETO.
               05 WK-SIMBOLO PIC X OCCURS 83 TIMES.
           01 WK-CLAVE-CLARA.
               05 WK-CARACTER PIC X OCCURS 8 TIMES.
           01 WK-POS PIC 9(2) VALUE ZERO.
           01 WK-IND PIC 9(2) VALUE ZERO.
           01 WK-ACUM-1 PIC 9(18) VALUE ZERO.
           01 WK-ACUM-2 PIC 9(18) VALUE ZERO.
           01 WK-TEMPORAL PIC 9(18) VALUE ZERO.
           01 WK-COCIENTE PIC 9(18) VALUE ZERO.
           01 WK-RESULTADO.
               05 WK-PARTE-1 PIC 9(8).
               05 WK-PARTE-2 PIC 9(8).
           LINKAGE SECTION.
           01 P-OPERADOR PIC 9(4).
           01 P-CLAVE PIC X(8).
           01 P-CLAVE-PROTEGIDA PIC X(16).
       PROCEDURE DIVISION USING P-OPERADOR P-CLAVE P-CLAVE-PROTEGIDA.
       PERFORM CALCULAR-FORMA-PROTEGIDA.
        GOBACK.
       CALCULAR-FORMA-PROTEGIDA.
         MOVE P-CLAVE TO WK-CLAVE-CLARA.
         COMPUTE WK-ACUM-1 = P-OPERADOR * 7919 + 104729.
         COMPUTE WK-ACUM-2 = P-OPERADOR * 104723 + 7907.
         PERFORM MEZCLAR-CLAVE 2 TIMES.
         MOVE WK-ACUM-1 TO WK-PARTE-1.
         MOVE WK-ACUM-2 TO WK-PARTE-2.
         MOVE WK-RESULTADO TO P-CLAVE-PROTEGIDA.
       MEZCLAR-CLAVE.
         PERFORM MEZCLAR-CARACTER VARYING WK-POS FROM 1 BY 1
             UNTIL WK-POS > 8.
      * UN CARACTER FUERA DEL ALFABETO CUENTA COMO LA POSICION 84.
       MEZCLAR-CARACTER.
         MOVE 1 TO WK-IND.
         PERFORM UNTIL WK-IND > 83
                OR WK-SIMBOLO (WK-IND) = WK-CARACTER (WK-POS)
             ADD 1 TO WK-IND
         END-PERFORM.
         COMPUTE WK-TEMPORAL =
             WK-ACUM-1 * 131 + WK-IND * (WK-POS + 17).
         DIVIDE WK-TEMPORAL BY 99999989 GIVING WK-COCIENTE
             REMAINDER WK-ACUM-1.
         COMPUTE WK-TEMPORAL =
             WK-ACUM-2 * 257 + WK-IND * 31 + WK-ACUM-1.
         DIVIDE WK-TEMPORAL BY 99999971 GIVING WK-COCIENTE
             REMAINDER WK-ACUM-2.
       END PROGRAM PROTEGER-CLAVE.
