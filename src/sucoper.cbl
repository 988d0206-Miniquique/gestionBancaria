       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUCURSAL-OPERADOR.

      * DEVUELVE LA SUCURSAL DEL OPERADOR. SIN FICHERO DE OPERADORES
      * (ARRANQUE INICIAL, SESION 9999), CON UN OPERADOR DESCONOCIDO
      * O CON UNO GRABADO ANTES DE EXISTIR EL CAMPO SE DEVUELVE LA
      * OFICINA PRINCIPAL 001.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-OPE ASSIGN TO '../data/OPERADORES.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WK-ESTADO-OPE.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-OPE.
           01 REGISTRO-OPERADOR.
           COPY "operreg.cpy".
           WORKING-STORAGE SECTION.
           01 WK-ESTADO-OPE PIC XX.
           LINKAGE SECTION.
           01 P-OPERADOR PIC 9(4).
           01 P-SUCURSAL PIC 9(3).
       PROCEDURE DIVISION USING P-OPERADOR P-SUCURSAL.
       PERFORM BUSCAR-SUCURSAL.
        GOBACK.
       BUSCAR-SUCURSAL.
         MOVE 1 TO P-SUCURSAL.
         OPEN INPUT FICHERO-OPE.
         IF WK-ESTADO-OPE = '00'
             MOVE P-OPERADOR TO OPER-ID
             READ FICHERO-OPE
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     IF OPER-SUCURSAL NUMERIC
                         AND OPER-SUCURSAL NOT = ZERO
                         MOVE OPER-SUCURSAL TO P-SUCURSAL
                     END-IF
             END-READ
             CLOSE FICHERO-OPE
         END-IF.
       END PROGRAM SUCURSAL-OPERADOR.
