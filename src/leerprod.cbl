       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEER-PRODUCTO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-PRD ASSIGN TO '../data/PRODUCTOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FPR-CODIGO
               FILE STATUS IS WK-ESTADO-PRD.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-PRD.
           01 REGISTRO-PRD-FICHERO.
               05 FPR-CODIGO PIC X(4).
               05 FILLER PIC X(73).
           WORKING-STORAGE SECTION.
           01 WK-ESTADO-PRD PIC XX.
           LINKAGE SECTION.
           01 P-CODIGO PIC X(4).
           01 P-TIPO-CUENTA PIC X(1).
           01 P-PRODUCTO.
           COPY "prodreg.cpy".
           01 P-HALLADO PIC X(1).
      * DEVUELVE EN P-PRODUCTO EL REGISTRO DEL CATALOGO. UNA CUENTA
      * SIN PRODUCTO (ANTERIOR AL CATALOGO) O CON UN CODIGO QUE YA NO
      * ESTA RECIBE LAS REGLAS DE SIEMPRE DE SU TIPO-CUENTA: EL
      * AHORRO DEVENGA CON LA ESCALA GENERAL Y NO LLEVA TALONARIO NI
      * DESCUBIERTO; LA CORRIENTE NO DEVENGA, PAGA MANTENIMIENTO Y
      * ADMITE TALONARIO Y DESCUBIERTO. P-HALLADO QUEDA EN 'N' EN
      * ESE CASO.
       PROCEDURE DIVISION USING P-CODIGO P-TIPO-CUENTA P-PRODUCTO
           P-HALLADO.
       PERFORM BUSCAR-PRODUCTO.
        GOBACK.
       BUSCAR-PRODUCTO.
         MOVE 'N' TO P-HALLADO.
         IF P-CODIGO NOT = SPACES
             OPEN INPUT FICHERO-PRD
             IF WK-ESTADO-PRD = '00'
                 MOVE P-CODIGO TO FPR-CODIGO
                 READ FICHERO-PRD INTO P-PRODUCTO
                     INVALID KEY
                         CONTINUE
                     NOT INVALID KEY
                         MOVE 'S' TO P-HALLADO
                 END-READ
                 CLOSE FICHERO-PRD
             END-IF
         END-IF.
         IF P-HALLADO NOT = 'S'
             PERFORM REGLAS-POR-TIPO
         END-IF.
       REGLAS-POR-TIPO.
         MOVE SPACES TO P-PRODUCTO.
         MOVE P-CODIGO TO PRD-CODIGO.
         MOVE P-TIPO-CUENTA TO PRD-TIPO-BASE.
         MOVE ZERO TO PRD-SALDO-APERTURA.
         MOVE ZERO TO PRD-SALDO-MINIMO.
         MOVE 'A' TO PRD-ESTADO.
         MOVE ZERO TO PRD-FECHA-ALTA.
         MOVE ZERO TO PRD-OPERADOR.
         IF P-TIPO-CUENTA = 'C'
             MOVE 'CUENTA CORRIENTE' TO PRD-DESCRIPCION
             MOVE 'N' TO PRD-DEVENGA
             MOVE 'S' TO PRD-COMISION-MANT
             MOVE 'S' TO PRD-TALONARIO
             MOVE 'S' TO PRD-DESCUBIERTO
         ELSE
             MOVE 'CUENTA DE AHORRO' TO PRD-DESCRIPCION
             MOVE 'S' TO PRD-DEVENGA
             MOVE 'N' TO PRD-COMISION-MANT
             MOVE 'N' TO PRD-TALONARIO
             MOVE 'N' TO PRD-DESCUBIERTO
         END-IF.
       END PROGRAM LEER-PRODUCTO.
