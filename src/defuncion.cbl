       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRO-DEFUNCION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-OPE ASSIGN TO '../data/OPERADORES.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WK-ESTADO-OPE.
           SELECT FICHERO-CLI ASSIGN TO '../data/CLIENTES.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLIENTE-ID
               FILE STATUS IS WK-ESTADO-CLI.
           SELECT FICHERO-CTA ASSIGN TO '../data/CUENTAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NUMERO-CTA
               ALTERNATE RECORD KEY IS CLIENTE-ID-CTA
                   WITH DUPLICATES
               FILE STATUS IS WK-ESTADO-CTA.
           SELECT FICHERO-TIT ASSIGN TO '../data/TITULARES.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CLAVE
               ALTERNATE RECORD KEY IS TIT-CLIENTE
                   WITH DUPLICATES
               FILE STATUS IS WK-ESTADO-TIT.
           SELECT FICHERO-ORD ASSIGN TO '../data/ORDENES.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-ID
               FILE STATUS IS WK-ESTADO-ORD.
           SELECT FICHERO-CHQ ASSIGN TO '../data/CHEQUES.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-CLAVE
               FILE STATUS IS WK-ESTADO-CHQ.
           SELECT FICHERO-PRE ASSIGN TO '../data/PRESTAMOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRE-ID
               FILE STATUS IS WK-ESTADO-PRE.
           SELECT FICHERO-CUO ASSIGN TO '../data/CUOTAS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUO-CLAVE
               FILE STATUS IS WK-ESTADO-CUO.
           SELECT FICHERO-PLZ ASSIGN TO '../data/PLAZOS.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLZ-ID
               FILE STATUS IS WK-ESTADO-PLZ.
           SELECT FICHERO-IDX ASSIGN TO '../data/MOVIMIENTOS.idx'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDX-CLAVE
               ALTERNATE RECORD KEY IS IDX-FECHA
                   WITH DUPLICATES
               FILE STATUS IS WK-ESTADO-IDX.
           SELECT FICHERO-LOCK ASSIGN TO '../data/MOVIMIENTO.lck'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-LOCK.
           SELECT FICHERO-REP ASSIGN TO WK-NOMBRE-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-OPE.
           01 REGISTRO-OPERADOR.
           COPY "operreg.cpy".
           FD FICHERO-CLI.
           01 REGISTRO-CLIENTE.
           COPY "clientereg.cpy".
           FD FICHERO-CTA.
           01 REGISTRO-CTA.
           COPY "cuentareg.cpy"
               REPLACING ==NUMERO== BY ==NUMERO-CTA==
                         ==CLIENTE-ID== BY ==CLIENTE-ID-CTA==
                         ==SALDO== BY ==SALDO-CTA==
                         ==TIPO-CUENTA== BY ==TIPO-CUENTA-CTA==
                         ==ES-AHORRO== BY ==ES-AHORRO-CTA==
                         ==ES-CORRIENTE== BY ==ES-CORRIENTE-CTA==
                         ==FECHA-APERTURA== BY ==FECHA-APERTURA-CTA==
                         ==ESTADO== BY ==ESTADO-CTA==
                         ==CUENTA-ACTIVA== BY ==CUENTA-ACTIVA-CTA==
                         ==CUENTA-CERRADA== BY ==CUENTA-CERRADA-CTA==
                         ==CUENTA-DORMIDA== BY ==CUENTA-DORMIDA-CTA==
                         ==CUENTA-EMBARGADA== BY
                             ==CUENTA-EMBARGADA-CTA==
                         ==CUENTA-DEFUNCION== BY
                             ==CUENTA-DEFUNCION-CTA==
                         ==LIMITE-DESCUBIERTO== BY
                             ==LIMITE-DESCUBIERTO-CTA==
                         ==MONEDA== BY ==MONEDA-CTA==
                         ==PRODUCTO== BY ==PRODUCTO-CTA==
                         ==SUCURSAL== BY ==SUCURSAL-CTA==.
           FD FICHERO-TIT.
           01 REGISTRO-TIT.
           COPY "titreg.cpy".
           FD FICHERO-ORD.
           01 REGISTRO-ORDEN.
           COPY "ordreg.cpy".
           FD FICHERO-CHQ.
           01 REGISTRO-CHEQUE.
           COPY "chequereg.cpy".
           FD FICHERO-PRE.
           01 REGISTRO-PRESTAMO.
           COPY "prestreg.cpy".
           FD FICHERO-CUO.
           01 REGISTRO-CUOTA.
           COPY "cuotareg.cpy".
           FD FICHERO-PLZ.
           01 REGISTRO-PLAZO.
           COPY "plazoreg.cpy".
           FD FICHERO-IDX.
           01 REGISTRO-IDX.
           COPY "movidx.cpy".
           FD FICHERO-LOCK.
           01 LINEA-LOCK PIC X(7).
           FD FICHERO-REP.
           01 LINEA-REP PIC X(80).
           WORKING-STORAGE SECTION.
           01 WK-ESTADO-OPE PIC XX VALUE '00'.
           01 WK-ESTADO-CLI PIC XX VALUE '00'.
           01 WK-ESTADO-CTA PIC XX VALUE '00'.
           01 WK-ESTADO-TIT PIC XX VALUE '00'.
           01 WK-ESTADO-ORD PIC XX VALUE '00'.
           01 WK-ESTADO-CHQ PIC XX VALUE '00'.
           01 WK-ESTADO-PRE PIC XX VALUE '00'.
           01 WK-ESTADO-CUO PIC XX VALUE '00'.
           01 WK-ESTADO-PLZ PIC XX VALUE '00'.
           01 WK-ESTADO-IDX PIC XX VALUE '00'.
           01 WK-ESTADO-LOCK PIC XX.
           01 WK-CTA-ABIERTO PIC X VALUE 'N'.
           01 WK-TIT-ABIERTO PIC X VALUE 'N'.
           01 WK-ORD-ABIERTO PIC X VALUE 'N'.
           01 WK-CHQ-ABIERTO PIC X VALUE 'N'.
           01 WK-PRE-ABIERTO PIC X VALUE 'N'.
           01 WK-CUO-ABIERTO PIC X VALUE 'N'.
           01 WK-PLZ-ABIERTO PIC X VALUE 'N'.
           01 WK-IDX-ABIERTO PIC X VALUE 'N'.
           01 WK-LOCK-OCUPADO PIC X VALUE 'N'.
           01 WK-REVISOR-VALIDO PIC X VALUE 'N'.
           01 WK-ENTRADA-VALIDA PIC X VALUE 'N'.
           01 WK-CONFIRMA PIC X VALUE 'N'.
           01 WK-FIN-FICHERO PIC X VALUE 'N'.
           01 WK-FIN-TIT PIC X VALUE 'N'.
           01 WK-PAUSA PIC X.
           01 WK-FECHA-NEGOCIO PIC 9(8) VALUE ZERO.
           01 WK-CLIENTE PIC 9(6) VALUE ZERO.
           01 WK-CLIENTE-NOMBRE PIC X(50) VALUE SPACES.
           01 WK-FECHA-DEFUNCION PIC 9(8) VALUE ZERO.
           01 WK-FECHA-DEF-DET REDEFINES WK-FECHA-DEFUNCION.
               05 WK-ANO-DEF PIC 9(4).
               05 WK-MES-DEF PIC 9(2).
               05 WK-DIA-DEF PIC 9(2).
           01 WK-AUD-EVENTO PIC X(20) VALUE SPACES.
           01 WK-AUD-CUENTA PIC 9(6) VALUE ZERO.
           01 WK-AUD-RESULTADO PIC X(30) VALUE SPACES.
      * CUENTAS DONDE FIGURABA EL FALLECIDO: 'U' TITULAR UNICO (LA
      * CUENTA QUEDA BLOQUEADA), 'J' CUENTA CONJUNTA (SE LE QUITA
      * COMO TITULAR Y LA CUENTA SIGUE OPERANDO), 'X' CERRADA.
           01 WK-TOTAL-TABLA PIC 9(3) VALUE ZERO.
           01 WK-IND PIC 9(3) VALUE ZERO.
           01 WK-HALLADA PIC X VALUE 'N'.
           01 TABLA-CUENTAS.
               05 TC-ENTRADA OCCURS 100 TIMES.
                   10 TC-CUENTA PIC 9(6).
                   10 TC-TIPO PIC X(1).
           01 WK-CUENTA-BUSCADA PIC 9(6) VALUE ZERO.
           01 WK-OTROS-TITULARES PIC 9(3) VALUE ZERO.
           01 WK-OTRO-TITULAR PIC 9(6) VALUE ZERO.
           01 WK-TOTAL-BLOQUEADAS PIC 9(4) VALUE ZERO.
           01 WK-TOTAL-CONJUNTAS PIC 9(4) VALUE ZERO.
           01 WK-TOTAL-ORDENES PIC 9(4) VALUE ZERO.
           01 WK-TOTAL-CHEQUES PIC 9(4) VALUE ZERO.
           01 WK-TOTAL-PRESTAMOS PIC 9(4) VALUE ZERO.
           01 WK-NOMBRE-REPORTE PIC X(40) VALUE SPACES.
           01 WK-SALDO-FECHA PIC S9(7)V99 VALUE ZERO.
           01 WK-INTERES PIC 9(7)V99 VALUE ZERO.
           01 WK-CAPITAL-PENDIENTE PIC 9(7)V99 VALUE ZERO.
           01 WK-PRIMERA-FUTURA PIC X VALUE 'N'.
           01 WK-FECHA-ANTERIOR PIC 9(8) VALUE ZERO.
           01 WK-TOTAL-SALDOS PIC S9(9)V99 VALUE ZERO.
           01 WK-TOTAL-PLAZOS PIC 9(9)V99 VALUE ZERO.
           01 WK-TOTAL-DEUDA PIC 9(9)V99 VALUE ZERO.
           01 WK-FECHA-DESDE PIC 9(8) VALUE ZERO.
           01 WK-FECHA-HASTA PIC 9(8) VALUE ZERO.
           01 WK-DIAS-TRANSCURRIDOS PIC 9(4) VALUE ZERO.
           01 WK-FECHA-CALCULO PIC 9(8) VALUE ZERO.
           01 WK-FECHA-CAL-DET REDEFINES WK-FECHA-CALCULO.
               05 WK-ANO-CAL PIC 9(4).
               05 WK-MES-CAL PIC 9(2).
               05 WK-DIA-CAL PIC 9(2).
           01 WK-ULTIMO-DIA PIC 9(2) VALUE ZERO.
           01 WK-COCIENTE PIC 9(4) VALUE ZERO.
           01 WK-RESTO PIC 9(4) VALUE ZERO.
           01 LINEA-TITULO.
               05 FILLER PIC X(41) VALUE
                   'RELACION DE BIENES Y DEUDAS DEL CLIENTE  '.
               05 LT-CLIENTE PIC 9(6).
           01 LINEA-NOMBRE.
               05 FILLER PIC X(9) VALUE 'NOMBRE:  '.
               05 LN-NOMBRE PIC X(50).
           01 LINEA-FECHAS.
               05 FILLER PIC X(21) VALUE 'FECHA DE DEFUNCION:  '.
               05 LF-DEFUNCION PIC 9(8).
               05 FILLER PIC X(13) VALUE '   EMITIDO:  '.
               05 LF-EMISION PIC 9(8).
           01 LINEA-SECCION PIC X(80) VALUE SPACES.
           01 LINEA-CUENTA.
               05 FILLER PIC X(8) VALUE 'CUENTA: '.
               05 LC-CUENTA PIC 9(6).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LC-TIPO PIC X(9).
               05 FILLER PIC X(1) VALUE SPACE.
               05 LC-MONEDA PIC X(3).
               05 FILLER PIC X(8) VALUE ' SALDO: '.
               05 LC-SALDO PIC -Z(6)9.99.
           01 LINEA-PLAZO.
               05 FILLER PIC X(7) VALUE 'PLAZO: '.
               05 LP-PLAZO PIC 9(6).
               05 FILLER PIC X(10) VALUE ' CAPITAL: '.
               05 LP-CAPITAL PIC Z(6)9.99.
               05 FILLER PIC X(10) VALUE ' INTERES: '.
               05 LP-INTERES PIC Z(6)9.99.
               05 FILLER PIC X(8) VALUE ' VENCE: '.
               05 LP-VENCE PIC 9(8).
           01 LINEA-PRESTAMO.
               05 FILLER PIC X(10) VALUE 'PRESTAMO: '.
               05 LR-PRESTAMO PIC 9(6).
               05 FILLER PIC X(12) VALUE ' PENDIENTE: '.
               05 LR-PENDIENTE PIC Z(6)9.99.
               05 FILLER PIC X(10) VALUE ' INTERES: '.
               05 LR-INTERES PIC Z(6)9.99.
           01 LINEA-TOTAL.
               05 LT-CONCEPTO PIC X(40).
               05 LT-IMPORTE PIC -Z(8)9.99.
           LINKAGE SECTION.
           01 P-OPCION PIC 9(2).
           01 P-OPERADOR PIC 9(4).
      * ALTA DE LA DEFUNCION DE UN CLIENTE. SOLO UN SUPERVISOR O
      * ADMINISTRADOR ACTIVO PUEDE REGISTRARLA, Y EN UN SOLO PASO:
      * - ANOTA LA FECHA DE DEFUNCION EN CLIENTES.dat.
      * - LAS CUENTAS DONDE ERA EL UNICO TITULAR QUEDAN BLOQUEADAS
      *   POR DEFUNCION ('F'): NO ADMITEN CARGOS, SI ABONOS.
      * - EN LAS CUENTAS CONJUNTAS DE TITULARES.dat SE LE QUITA COMO
      *   TITULAR Y LA CUENTA SIGUE OPERANDO; SI ERA EL TITULAR
      *   PRINCIPAL DEL MAESTRO PASA A SERLO EL PRIMER COTITULAR.
      * - SUSPENDE LAS ORDENES PERMANENTES Y DETIENE LOS CHEQUES
      *   EMITIDOS DE LAS CUENTAS BLOQUEADAS.
      * - MARCA SUS PRESTAMOS VIGENTES PARA EL DEPARTAMENTO JURIDICO.
      * DESPUES EMITE EN SUCESION_<CLIENTE>.txt LA RELACION DE BIENES
      * Y DEUDAS A LA FECHA DE DEFUNCION PARA LOS HEREDEROS: EL SALDO
      * DE CADA CUENTA A ESA FECHA (EL INTERES DE LAS CUENTAS SE
      * ABONA EN CADA CIERRE, ASI QUE YA VA EN EL SALDO), LOS PLAZOS
      * FIJOS CON SU INTERES DEVENGADO Y LOS PRESTAMOS CON EL CAPITAL
      * PENDIENTE Y EL INTERES VENCIDO O CORRIDO.
       PROCEDURE DIVISION USING P-OPCION P-OPERADOR.
           CALL "FECHA-NEGOCIO" USING WK-FECHA-NEGOCIO.
           PERFORM COMPROBAR-REVISOR.
           IF WK-REVISOR-VALIDO NOT = 'S'
               DISPLAY 'SOLO UN SUPERVISOR O ADMINISTRADOR PUEDE '
                   'REGISTRAR UNA DEFUNCION'
           ELSE
               PERFORM REGISTRAR-DEFUNCION
           END-IF.
           DISPLAY 'PRESIONE ENTER PARA CONTINUAR...'.
           ACCEPT WK-PAUSA.
        GOBACK.
       COMPROBAR-REVISOR.
         MOVE 'N' TO WK-REVISOR-VALIDO.
         OPEN INPUT FICHERO-OPE.
         IF WK-ESTADO-OPE = '00'
             MOVE P-OPERADOR TO OPER-ID
             READ FICHERO-OPE
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     IF OPERADOR-ACTIVO
                         AND (ROL-SUPERVISOR OR ROL-ADMINISTRADOR)
                         MOVE 'S' TO WK-REVISOR-VALIDO
                     END-IF
             END-READ
             CLOSE FICHERO-OPE
         END-IF.
       REGISTRAR-DEFUNCION.
         DISPLAY 'INGRESE EL ID DEL CLIENTE FALLECIDO'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT WK-CLIENTE
             IF WK-CLIENTE NOT NUMERIC OR WK-CLIENTE = ZERO
                 DISPLAY 'ID DE CLIENTE NO VALIDO'
             ELSE
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
         MOVE 'N' TO WK-CONFIRMA.
         OPEN INPUT FICHERO-CLI.
         IF WK-ESTADO-CLI NOT = '00'
             DISPLAY 'NO HAY CLIENTES REGISTRADOS TODAVIA'
         ELSE
             MOVE WK-CLIENTE TO CLIENTE-ID
             READ FICHERO-CLI
                 INVALID KEY
                     DISPLAY 'CLIENTE NO ENCONTRADO'
                 NOT INVALID KEY
                     IF CLIENTE-FECHA-DEFUNCION NUMERIC
                         AND CLIENTE-FECHA-DEFUNCION NOT = ZERO
                         DISPLAY 'EL CLIENTE YA FIGURA COMO '
                             'FALLECIDO EL ' CLIENTE-FECHA-DEFUNCION
                     ELSE
                         MOVE CLIENTE-NOMBRE TO WK-CLIENTE-NOMBRE
                         DISPLAY 'CLIENTE: ' CLIENTE-NOMBRE
                         PERFORM PEDIR-FECHA-DEFUNCION
                         DISPLAY 'CONFIRMA EL REGISTRO DE LA '
                             'DEFUNCION? (S/N)'
                         ACCEPT WK-CONFIRMA
                     END-IF
             END-READ
             CLOSE FICHERO-CLI
         END-IF.
         IF WK-CONFIRMA = 'S'
             PERFORM OBTENER-LOCK
             IF WK-LOCK-OCUPADO = 'S'
                 DISPLAY 'OTRO MOVIMIENTO ESTA EN CURSO, INTENTE '
                     'DE NUEVO EN UN MOMENTO'
             ELSE
                 PERFORM APLICAR-DEFUNCION
                 PERFORM LIBERAR-LOCK
                 PERFORM EMITIR-RELACION-BIENES
             END-IF
         ELSE
             DISPLAY 'NO SE REGISTRA LA DEFUNCION'
         END-IF.
       PEDIR-FECHA-DEFUNCION.
         DISPLAY 'FECHA DE DEFUNCION (AAAAMMDD)'.
         MOVE 'N' TO WK-ENTRADA-VALIDA.
         PERFORM UNTIL WK-ENTRADA-VALIDA = 'S'
             ACCEPT WK-FECHA-DEFUNCION
             IF WK-FECHA-DEFUNCION NOT NUMERIC
                 OR WK-FECHA-DEFUNCION = ZERO
                 OR WK-FECHA-DEFUNCION > WK-FECHA-NEGOCIO
                 OR WK-MES-DEF < 1 OR WK-MES-DEF > 12
                 OR WK-DIA-DEF < 1 OR WK-DIA-DEF > 31
                 DISPLAY 'FECHA NO VALIDA'
             ELSE
                 MOVE 'S' TO WK-ENTRADA-VALIDA
             END-IF
         END-PERFORM.
       APLICAR-DEFUNCION.
         OPEN I-O FICHERO-CLI.
         MOVE WK-CLIENTE TO CLIENTE-ID.
         READ FICHERO-CLI
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE WK-FECHA-DEFUNCION TO CLIENTE-FECHA-DEFUNCION
                 REWRITE REGISTRO-CLIENTE
         END-READ.
         CLOSE FICHERO-CLI.
         MOVE 'REGISTRO DEFUNCION' TO WK-AUD-EVENTO.
         MOVE ZERO TO WK-AUD-CUENTA.
         MOVE SPACES TO WK-AUD-RESULTADO.
         STRING 'CLIENTE ' DELIMITED BY SIZE
                WK-CLIENTE DELIMITED BY SIZE
                ' FECHA ' DELIMITED BY SIZE
                WK-FECHA-DEFUNCION DELIMITED BY SIZE
             INTO WK-AUD-RESULTADO.
         PERFORM GRABAR-AUDITORIA.
         MOVE ZERO TO WK-TOTAL-TABLA.
         MOVE ZERO TO WK-TOTAL-BLOQUEADAS.
         MOVE ZERO TO WK-TOTAL-CONJUNTAS.
         MOVE ZERO TO WK-TOTAL-ORDENES.
         MOVE ZERO TO WK-TOTAL-CHEQUES.
         MOVE ZERO TO WK-TOTAL-PRESTAMOS.
         OPEN I-O FICHERO-CTA.
         IF WK-ESTADO-CTA = '00'
             OPEN I-O FICHERO-TIT
             MOVE 'N' TO WK-TIT-ABIERTO
             IF WK-ESTADO-TIT = '00'
                 MOVE 'S' TO WK-TIT-ABIERTO
             END-IF
             PERFORM RECOGER-CUENTAS
             PERFORM TRATAR-CUENTA
                 VARYING WK-IND FROM 1 BY 1
                 UNTIL WK-IND > WK-TOTAL-TABLA
             IF WK-TIT-ABIERTO = 'S'
                 CLOSE FICHERO-TIT
                 MOVE 'N' TO WK-TIT-ABIERTO
             END-IF
             CLOSE FICHERO-CTA
         END-IF.
         PERFORM SUSPENDER-ORDENES.
         PERFORM DETENER-CHEQUES.
         PERFORM MARCAR-PRESTAMOS.
         DISPLAY 'DEFUNCION REGISTRADA PARA EL CLIENTE ' WK-CLIENTE.
         DISPLAY 'CUENTAS BLOQUEADAS: ' WK-TOTAL-BLOQUEADAS
             ' CONJUNTAS: ' WK-TOTAL-CONJUNTAS.
         DISPLAY 'ORDENES SUSPENDIDAS: ' WK-TOTAL-ORDENES
             ' CHEQUES DETENIDOS: ' WK-TOTAL-CHEQUES.
         DISPLAY 'PRESTAMOS PASADOS A JURIDICO: ' WK-TOTAL-PRESTAMOS.
      * PRIMERO SE RECOGEN TODAS LAS CUENTAS (COMO TITULAR DEL
      * MAESTRO Y COMO COTITULAR) Y LUEGO SE TRATAN, PORQUE CAMBIAR
      * EL TITULAR PRINCIPAL MUEVE LA CLAVE ALTERNATIVA QUE SE ESTA
      * RECORRIENDO.
       RECOGER-CUENTAS.
         MOVE 'N' TO WK-FIN-FICHERO.
         MOVE WK-CLIENTE TO CLIENTE-ID-CTA.
         START FICHERO-CTA KEY IS = CLIENTE-ID-CTA
             INVALID KEY
                 MOVE 'S' TO WK-FIN-FICHERO
         END-START.
         PERFORM UNTIL WK-FIN-FICHERO = 'S'
             READ FICHERO-CTA NEXT RECORD
                 AT END
                     MOVE 'S' TO WK-FIN-FICHERO
                 NOT AT END
                     IF CLIENTE-ID-CTA NOT = WK-CLIENTE
                         MOVE 'S' TO WK-FIN-FICHERO
                     ELSE
                         MOVE NUMERO-CTA TO WK-CUENTA-BUSCADA
                         PERFORM AGREGAR-A-TABLA
                     END-IF
             END-READ
         END-PERFORM.
         IF WK-TIT-ABIERTO = 'S'
             MOVE 'N' TO WK-FIN-TIT
             MOVE WK-CLIENTE TO TIT-CLIENTE
             START FICHERO-TIT KEY IS = TIT-CLIENTE
                 INVALID KEY
                     MOVE 'S' TO WK-FIN-TIT
             END-START
             PERFORM UNTIL WK-FIN-TIT = 'S'
                 READ FICHERO-TIT NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-TIT
                     NOT AT END
                         IF TIT-CLIENTE NOT = WK-CLIENTE
                             MOVE 'S' TO WK-FIN-TIT
                         ELSE
                             MOVE TIT-CUENTA TO WK-CUENTA-BUSCADA
                             PERFORM AGREGAR-A-TABLA
                         END-IF
                 END-READ
             END-PERFORM
         END-IF.
       AGREGAR-A-TABLA.
         PERFORM BUSCAR-EN-TABLA.
         IF WK-HALLADA = 'N'
             IF WK-TOTAL-TABLA < 100
                 ADD 1 TO WK-TOTAL-TABLA
                 MOVE WK-CUENTA-BUSCADA TO TC-CUENTA (WK-TOTAL-TABLA)
                 MOVE SPACE TO TC-TIPO (WK-TOTAL-TABLA)
             ELSE
                 DISPLAY 'DEMASIADAS CUENTAS, REVISE A MANO LA '
                     'CUENTA ' WK-CUENTA-BUSCADA
             END-IF
         END-IF.
       BUSCAR-EN-TABLA.
         MOVE 'N' TO WK-HALLADA.
         PERFORM COMPROBAR-CUENTA-TABLA VARYING WK-IND FROM 1 BY 1
             UNTIL WK-IND > WK-TOTAL-TABLA OR WK-HALLADA = 'S'.
         IF WK-HALLADA = 'S'
             SUBTRACT 1 FROM WK-IND
         END-IF.
       COMPROBAR-CUENTA-TABLA.
         IF TC-CUENTA (WK-IND) = WK-CUENTA-BUSCADA
             MOVE 'S' TO WK-HALLADA
         END-IF.
       TRATAR-CUENTA.
         MOVE TC-CUENTA (WK-IND) TO NUMERO-CTA.
         READ FICHERO-CTA
             INVALID KEY
                 MOVE 'X' TO TC-TIPO (WK-IND)
             NOT INVALID KEY
                 IF ESTADO-CTA = 'C'
                     MOVE 'X' TO TC-TIPO (WK-IND)
                 ELSE
                     PERFORM CONTAR-OTROS-TITULARES
                     IF WK-OTROS-TITULARES = ZERO
                         PERFORM BLOQUEAR-CUENTA
                     ELSE
                         PERFORM QUITAR-DE-CONJUNTA
                     END-IF
                 END-IF
         END-READ.
      * LOS DEMAS TITULARES SON EL DEL MAESTRO (SI NO ES EL
      * FALLECIDO) MAS LOS DE TITULARES.dat DISTINTOS DE AMBOS.
       CONTAR-OTROS-TITULARES.
         MOVE ZERO TO WK-OTROS-TITULARES.
         MOVE ZERO TO WK-OTRO-TITULAR.
         IF CLIENTE-ID-CTA NOT = WK-CLIENTE
             MOVE 1 TO WK-OTROS-TITULARES
             MOVE CLIENTE-ID-CTA TO WK-OTRO-TITULAR
         END-IF.
         IF WK-TIT-ABIERTO = 'S'
             MOVE 'N' TO WK-FIN-TIT
             MOVE NUMERO-CTA TO TIT-CUENTA
             MOVE ZERO TO TIT-CLIENTE
             START FICHERO-TIT KEY IS NOT LESS THAN TIT-CLAVE
                 INVALID KEY
                     MOVE 'S' TO WK-FIN-TIT
             END-START
             PERFORM UNTIL WK-FIN-TIT = 'S'
                 READ FICHERO-TIT NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-TIT
                     NOT AT END
                         IF TIT-CUENTA NOT = NUMERO-CTA
                             MOVE 'S' TO WK-FIN-TIT
                         ELSE
                             IF TIT-CLIENTE NOT = WK-CLIENTE
                                 AND TIT-CLIENTE NOT = CLIENTE-ID-CTA
                                 ADD 1 TO WK-OTROS-TITULARES
                                 IF WK-OTRO-TITULAR = ZERO
                                     MOVE TIT-CLIENTE
                                         TO WK-OTRO-TITULAR
                                 END-IF
                             END-IF
                         END-IF
                 END-READ
             END-PERFORM
         END-IF.
       BLOQUEAR-CUENTA.
         MOVE 'U' TO TC-TIPO (WK-IND).
         MOVE 'F' TO ESTADO-CTA.
         REWRITE REGISTRO-CTA.
         ADD 1 TO WK-TOTAL-BLOQUEADAS.
         MOVE 'BLOQUEO DEFUNCION' TO WK-AUD-EVENTO.
         MOVE NUMERO-CTA TO WK-AUD-CUENTA.
         MOVE 'TITULAR UNICO FALLECIDO' TO WK-AUD-RESULTADO.
         PERFORM GRABAR-AUDITORIA.
       QUITAR-DE-CONJUNTA.
         MOVE 'J' TO TC-TIPO (WK-IND).
         ADD 1 TO WK-TOTAL-CONJUNTAS.
         MOVE NUMERO-CTA TO WK-AUD-CUENTA.
         IF CLIENTE-ID-CTA = WK-CLIENTE
             MOVE WK-OTRO-TITULAR TO CLIENTE-ID-CTA
             REWRITE REGISTRO-CTA
             MOVE NUMERO-CTA TO TIT-CUENTA
             MOVE WK-OTRO-TITULAR TO TIT-CLIENTE
             READ FICHERO-TIT
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     MOVE 'T' TO TIT-ROL
                     REWRITE REGISTRO-TIT
             END-READ
             MOVE 'CAMBIO TITULAR' TO WK-AUD-EVENTO
             MOVE SPACES TO WK-AUD-RESULTADO
             STRING 'FALLECIDO, NUEVO TITULAR ' DELIMITED BY SIZE
                    WK-OTRO-TITULAR DELIMITED BY SIZE
                 INTO WK-AUD-RESULTADO
             PERFORM GRABAR-AUDITORIA
         END-IF.
         MOVE NUMERO-CTA TO TIT-CUENTA.
         MOVE WK-CLIENTE TO TIT-CLIENTE.
         READ FICHERO-TIT
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 DELETE FICHERO-TIT
         END-READ.
         MOVE 'BAJA COTITULAR' TO WK-AUD-EVENTO.
         MOVE 'TITULAR FALLECIDO' TO WK-AUD-RESULTADO.
         PERFORM GRABAR-AUDITORIA.
       SUSPENDER-ORDENES.
         IF WK-TOTAL-BLOQUEADAS NOT = ZERO
             OPEN I-O FICHERO-ORD
             MOVE 'N' TO WK-ORD-ABIERTO
             IF WK-ESTADO-ORD = '00'
                 MOVE 'S' TO WK-ORD-ABIERTO
             END-IF
             IF WK-ORD-ABIERTO = 'S'
                 MOVE 'N' TO WK-FIN-FICHERO
                 PERFORM UNTIL WK-FIN-FICHERO = 'S'
                     READ FICHERO-ORD NEXT RECORD
                         AT END
                             MOVE 'S' TO WK-FIN-FICHERO
                         NOT AT END
                             IF ORDEN-ACTIVA
                                 PERFORM SUSPENDER-UNA-ORDEN
                             END-IF
                     END-READ
                 END-PERFORM
                 CLOSE FICHERO-ORD
                 MOVE 'N' TO WK-ORD-ABIERTO
             END-IF
         END-IF.
       SUSPENDER-UNA-ORDEN.
         MOVE ORD-CUENTA-ORIGEN TO WK-CUENTA-BUSCADA.
         PERFORM BUSCAR-EN-TABLA.
         IF WK-HALLADA = 'S'
             IF TC-TIPO (WK-IND) = 'U'
                 MOVE 'S' TO ORD-ESTADO
                 REWRITE REGISTRO-ORDEN
                 ADD 1 TO WK-TOTAL-ORDENES
                 MOVE 'ORDEN SUSPENDIDA' TO WK-AUD-EVENTO
                 MOVE ORD-CUENTA-ORIGEN TO WK-AUD-CUENTA
                 MOVE SPACES TO WK-AUD-RESULTADO
                 STRING 'ORDEN ' DELIMITED BY SIZE
                        ORD-ID DELIMITED BY SIZE
                        ' TITULAR FALLECIDO' DELIMITED BY SIZE
                     INTO WK-AUD-RESULTADO
                 PERFORM GRABAR-AUDITORIA
             END-IF
         END-IF.
       DETENER-CHEQUES.
         IF WK-TOTAL-BLOQUEADAS NOT = ZERO
             OPEN I-O FICHERO-CHQ
             MOVE 'N' TO WK-CHQ-ABIERTO
             IF WK-ESTADO-CHQ = '00'
                 MOVE 'S' TO WK-CHQ-ABIERTO
             END-IF
             IF WK-CHQ-ABIERTO = 'S'
                 PERFORM DETENER-CHEQUES-CUENTA
                     VARYING WK-IND FROM 1 BY 1
                     UNTIL WK-IND > WK-TOTAL-TABLA
                 CLOSE FICHERO-CHQ
                 MOVE 'N' TO WK-CHQ-ABIERTO
             END-IF
         END-IF.
       DETENER-CHEQUES-CUENTA.
         IF TC-TIPO (WK-IND) = 'U'
             MOVE 'N' TO WK-FIN-FICHERO
             MOVE TC-CUENTA (WK-IND) TO CHQ-CUENTA
             MOVE ZERO TO CHQ-NUMERO
             START FICHERO-CHQ KEY IS NOT LESS THAN CHQ-CLAVE
                 INVALID KEY
                     MOVE 'S' TO WK-FIN-FICHERO
             END-START
             PERFORM UNTIL WK-FIN-FICHERO = 'S'
                 READ FICHERO-CHQ NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-FICHERO
                     NOT AT END
                         IF CHQ-CUENTA NOT = TC-CUENTA (WK-IND)
                             MOVE 'S' TO WK-FIN-FICHERO
                         ELSE
                             IF CHEQUE-EMITIDO
                                 MOVE 'S' TO CHQ-ESTADO
                                 REWRITE REGISTRO-CHEQUE
                                 ADD 1 TO WK-TOTAL-CHEQUES
                                 MOVE 'CHEQUE DETENIDO'
                                     TO WK-AUD-EVENTO
                                 MOVE CHQ-CUENTA TO WK-AUD-CUENTA
                                 MOVE SPACES TO WK-AUD-RESULTADO
                                 STRING 'CHEQUE ' DELIMITED BY SIZE
                                     CHQ-NUMERO DELIMITED BY SIZE
                                     ' FALLECIDO' DELIMITED BY SIZE
                                     INTO WK-AUD-RESULTADO
                                 PERFORM GRABAR-AUDITORIA
                             END-IF
                         END-IF
                 END-READ
             END-PERFORM
         END-IF.
       MARCAR-PRESTAMOS.
         OPEN I-O FICHERO-PRE.
         MOVE 'N' TO WK-PRE-ABIERTO.
         IF WK-ESTADO-PRE = '00'
             MOVE 'S' TO WK-PRE-ABIERTO
         END-IF.
         IF WK-PRE-ABIERTO = 'S'
             MOVE 'N' TO WK-FIN-FICHERO
             PERFORM UNTIL WK-FIN-FICHERO = 'S'
                 READ FICHERO-PRE NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-FICHERO
                     NOT AT END
                         IF PRE-CLIENTE-ID = WK-CLIENTE
                             AND PRESTAMO-VIGENTE
                             MOVE 'S' TO PRE-MARCA-JURIDICO
                             REWRITE REGISTRO-PRESTAMO
                             ADD 1 TO WK-TOTAL-PRESTAMOS
                             MOVE 'PRESTAMO A JURIDICO'
                                 TO WK-AUD-EVENTO
                             MOVE PRE-CUENTA TO WK-AUD-CUENTA
                             MOVE SPACES TO WK-AUD-RESULTADO
                             STRING 'PRESTAMO ' DELIMITED BY SIZE
                                    PRE-ID DELIMITED BY SIZE
                                    ' FALLECIDO' DELIMITED BY SIZE
                                 INTO WK-AUD-RESULTADO
                             PERFORM GRABAR-AUDITORIA
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE FICHERO-PRE
             MOVE 'N' TO WK-PRE-ABIERTO
         END-IF.
       EMITIR-RELACION-BIENES.
         MOVE SPACES TO WK-NOMBRE-REPORTE.
         STRING '../data/SUCESION_' DELIMITED BY SIZE
                WK-CLIENTE DELIMITED BY SIZE
                '.txt' DELIMITED BY SIZE
             INTO WK-NOMBRE-REPORTE.
         MOVE ZERO TO WK-TOTAL-SALDOS.
         MOVE ZERO TO WK-TOTAL-PLAZOS.
         MOVE ZERO TO WK-TOTAL-DEUDA.
         OPEN OUTPUT FICHERO-REP.
         MOVE WK-CLIENTE TO LT-CLIENTE.
         MOVE LINEA-TITULO TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE WK-CLIENTE-NOMBRE TO LN-NOMBRE.
         MOVE LINEA-NOMBRE TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE WK-FECHA-DEFUNCION TO LF-DEFUNCION.
         MOVE WK-FECHA-NEGOCIO TO LF-EMISION.
         MOVE LINEA-FECHAS TO LINEA-REP.
         WRITE LINEA-REP.
         PERFORM LISTAR-CUENTAS-SUCESION.
         PERFORM LISTAR-PLAZOS-SUCESION.
         PERFORM LISTAR-PRESTAMOS-SUCESION.
         MOVE SPACES TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE 'SALDOS EN CUENTAS' TO LT-CONCEPTO.
         MOVE WK-TOTAL-SALDOS TO LT-IMPORTE.
         MOVE LINEA-TOTAL TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE 'PLAZOS FIJOS (CAPITAL MAS INTERES)' TO LT-CONCEPTO.
         MOVE WK-TOTAL-PLAZOS TO LT-IMPORTE.
         MOVE LINEA-TOTAL TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE 'DEUDA POR PRESTAMOS (CAPITAL MAS INT.)' TO LT-CONCEPTO.
         MOVE WK-TOTAL-DEUDA TO LT-IMPORTE.
         MOVE LINEA-TOTAL TO LINEA-REP.
         WRITE LINEA-REP.
         CLOSE FICHERO-REP.
         DISPLAY 'RELACION DE BIENES EN ' WK-NOMBRE-REPORTE.
      * EL SALDO A LA FECHA DE DEFUNCION ES EL DEL ULTIMO MOVIMIENTO
      * DE LA CUENTA HASTA ESE DIA EN EL ESPEJO MOVIMIENTOS.idx; SIN
      * ESPEJO SE TOMA EL SALDO ACTUAL.
       LISTAR-CUENTAS-SUCESION.
         MOVE 'CUENTAS' TO LINEA-SECCION.
         MOVE SPACES TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE LINEA-SECCION TO LINEA-REP.
         WRITE LINEA-REP.
         OPEN INPUT FICHERO-CTA.
         MOVE 'N' TO WK-CTA-ABIERTO.
         IF WK-ESTADO-CTA = '00'
             MOVE 'S' TO WK-CTA-ABIERTO
         END-IF.
         IF WK-CTA-ABIERTO = 'S'
             OPEN INPUT FICHERO-IDX
             MOVE 'N' TO WK-IDX-ABIERTO
             IF WK-ESTADO-IDX = '00'
                 MOVE 'S' TO WK-IDX-ABIERTO
             END-IF
             PERFORM LISTAR-UNA-CUENTA
                 VARYING WK-IND FROM 1 BY 1
                 UNTIL WK-IND > WK-TOTAL-TABLA
             IF WK-IDX-ABIERTO = 'S'
                 CLOSE FICHERO-IDX
                 MOVE 'N' TO WK-IDX-ABIERTO
             END-IF
             CLOSE FICHERO-CTA
             MOVE 'N' TO WK-CTA-ABIERTO
         END-IF.
       LISTAR-UNA-CUENTA.
         IF TC-TIPO (WK-IND) NOT = 'X'
             MOVE TC-CUENTA (WK-IND) TO NUMERO-CTA
             READ FICHERO-CTA
                 INVALID KEY
                     CONTINUE
                 NOT INVALID KEY
                     PERFORM BUSCAR-SALDO-A-FECHA
                     MOVE NUMERO-CTA TO LC-CUENTA
                     IF TC-TIPO (WK-IND) = 'U'
                         MOVE 'UNICO' TO LC-TIPO
                     ELSE
                         MOVE 'CONJUNTA' TO LC-TIPO
                     END-IF
                     MOVE MONEDA-CTA TO LC-MONEDA
                     IF LC-MONEDA = SPACES
                         MOVE 'EUR' TO LC-MONEDA
                     END-IF
                     MOVE WK-SALDO-FECHA TO LC-SALDO
                     ADD WK-SALDO-FECHA TO WK-TOTAL-SALDOS
                     MOVE LINEA-CUENTA TO LINEA-REP
                     WRITE LINEA-REP
             END-READ
         END-IF.
       BUSCAR-SALDO-A-FECHA.
         IF WK-IDX-ABIERTO = 'N'
             MOVE SALDO-CTA TO WK-SALDO-FECHA
         ELSE
             MOVE ZERO TO WK-SALDO-FECHA
             MOVE 'N' TO WK-FIN-FICHERO
             MOVE NUMERO-CTA TO IDX-CUENTA
             MOVE ZERO TO IDX-FECHA
             MOVE ZERO TO IDX-SECUENCIA
             START FICHERO-IDX KEY IS NOT LESS THAN IDX-CLAVE
                 INVALID KEY
                     MOVE 'S' TO WK-FIN-FICHERO
             END-START
             PERFORM UNTIL WK-FIN-FICHERO = 'S'
                 READ FICHERO-IDX NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-FICHERO
                     NOT AT END
                         IF IDX-CUENTA NOT = NUMERO-CTA
                             OR IDX-FECHA > WK-FECHA-DEFUNCION
                             MOVE 'S' TO WK-FIN-FICHERO
                         ELSE
                             MOVE IDX-SALDO TO WK-SALDO-FECHA
                         END-IF
                 END-READ
             END-PERFORM
         END-IF.
      * PLAZOS VIGENTES YA CONSTITUIDOS A LA FECHA DE DEFUNCION. EL
      * INTERES DEVENGADO ES EL PACTADO POR LOS DIAS CORRIDOS HASTA
      * ESA FECHA (O HASTA EL VENCIMIENTO SI FUE ANTES).
       LISTAR-PLAZOS-SUCESION.
         MOVE 'PLAZOS FIJOS' TO LINEA-SECCION.
         MOVE SPACES TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE LINEA-SECCION TO LINEA-REP.
         WRITE LINEA-REP.
         OPEN INPUT FICHERO-PLZ.
         MOVE 'N' TO WK-PLZ-ABIERTO.
         IF WK-ESTADO-PLZ = '00'
             MOVE 'S' TO WK-PLZ-ABIERTO
         END-IF.
         IF WK-PLZ-ABIERTO = 'S'
             MOVE 'N' TO WK-FIN-FICHERO
             PERFORM UNTIL WK-FIN-FICHERO = 'S'
                 READ FICHERO-PLZ NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-FICHERO
                     NOT AT END
                         IF PLZ-CLIENTE-ID = WK-CLIENTE
                             AND PLAZO-VIGENTE
                             AND PLZ-FECHA-INICIO
                                 NOT > WK-FECHA-DEFUNCION
                             PERFORM LISTAR-UN-PLAZO
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE FICHERO-PLZ
             MOVE 'N' TO WK-PLZ-ABIERTO
         END-IF.
       LISTAR-UN-PLAZO.
         MOVE PLZ-FECHA-INICIO TO WK-FECHA-DESDE.
         MOVE WK-FECHA-DEFUNCION TO WK-FECHA-HASTA.
         IF PLZ-FECHA-VENCIMIENTO < WK-FECHA-HASTA
             MOVE PLZ-FECHA-VENCIMIENTO TO WK-FECHA-HASTA
         END-IF.
         PERFORM CONTAR-DIAS-TRANSCURRIDOS.
         COMPUTE WK-INTERES ROUNDED =
             PLZ-CAPITAL * PLZ-TASA-DIARIA * WK-DIAS-TRANSCURRIDOS.
         MOVE PLZ-ID TO LP-PLAZO.
         MOVE PLZ-CAPITAL TO LP-CAPITAL.
         MOVE WK-INTERES TO LP-INTERES.
         MOVE PLZ-FECHA-VENCIMIENTO TO LP-VENCE.
         ADD PLZ-CAPITAL WK-INTERES TO WK-TOTAL-PLAZOS.
         MOVE LINEA-PLAZO TO LINEA-REP.
         WRITE LINEA-REP.
      * DEUDA DE CADA PRESTAMO A LA FECHA DE DEFUNCION: EL CAPITAL DE
      * LAS CUOTAS QUE NO ESTABAN PAGADAS ESE DIA, MAS EL INTERES DE
      * LAS YA VENCIDAS SIN PAGAR Y EL CORRIDO DE LA CUOTA EN CURSO
      * POR LOS DIAS DESDE EL VENCIMIENTO ANTERIOR (MES DE 30 DIAS).
       LISTAR-PRESTAMOS-SUCESION.
         MOVE 'PRESTAMOS' TO LINEA-SECCION.
         MOVE SPACES TO LINEA-REP.
         WRITE LINEA-REP.
         MOVE LINEA-SECCION TO LINEA-REP.
         WRITE LINEA-REP.
         OPEN INPUT FICHERO-PRE.
         MOVE 'N' TO WK-PRE-ABIERTO.
         IF WK-ESTADO-PRE = '00'
             MOVE 'S' TO WK-PRE-ABIERTO
         END-IF.
         IF WK-PRE-ABIERTO = 'S'
             OPEN INPUT FICHERO-CUO
             MOVE 'N' TO WK-CUO-ABIERTO
             IF WK-ESTADO-CUO = '00'
                 MOVE 'S' TO WK-CUO-ABIERTO
             END-IF
             MOVE 'N' TO WK-FIN-TIT
             PERFORM UNTIL WK-FIN-TIT = 'S'
                 READ FICHERO-PRE NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-TIT
                     NOT AT END
                         IF PRE-CLIENTE-ID = WK-CLIENTE
                             AND PRESTAMO-VIGENTE
                             AND PRE-FECHA-ALTA
                                 NOT > WK-FECHA-DEFUNCION
                             PERFORM LISTAR-UN-PRESTAMO
                         END-IF
                 END-READ
             END-PERFORM
             IF WK-CUO-ABIERTO = 'S'
                 CLOSE FICHERO-CUO
                 MOVE 'N' TO WK-CUO-ABIERTO
             END-IF
             CLOSE FICHERO-PRE
             MOVE 'N' TO WK-PRE-ABIERTO
         END-IF.
       LISTAR-UN-PRESTAMO.
         MOVE ZERO TO WK-CAPITAL-PENDIENTE.
         MOVE ZERO TO WK-INTERES.
         MOVE 'S' TO WK-PRIMERA-FUTURA.
         MOVE PRE-FECHA-ALTA TO WK-FECHA-ANTERIOR.
         IF WK-CUO-ABIERTO = 'S'
             MOVE 'N' TO WK-FIN-FICHERO
             MOVE PRE-ID TO CUO-PRESTAMO
             MOVE ZERO TO CUO-NUMERO
             START FICHERO-CUO KEY IS NOT LESS THAN CUO-CLAVE
                 INVALID KEY
                     MOVE 'S' TO WK-FIN-FICHERO
             END-START
             PERFORM UNTIL WK-FIN-FICHERO = 'S'
                 READ FICHERO-CUO NEXT RECORD
                     AT END
                         MOVE 'S' TO WK-FIN-FICHERO
                     NOT AT END
                         IF CUO-PRESTAMO NOT = PRE-ID
                             MOVE 'S' TO WK-FIN-FICHERO
                         ELSE
                             PERFORM SUMAR-CUOTA
                         END-IF
                 END-READ
             END-PERFORM
         END-IF.
         MOVE PRE-ID TO LR-PRESTAMO.
         MOVE WK-CAPITAL-PENDIENTE TO LR-PENDIENTE.
         MOVE WK-INTERES TO LR-INTERES.
         ADD WK-CAPITAL-PENDIENTE WK-INTERES TO WK-TOTAL-DEUDA.
         MOVE LINEA-PRESTAMO TO LINEA-REP.
         WRITE LINEA-REP.
       SUMAR-CUOTA.
         IF CUOTA-PAGADA AND CUO-FECHA-PAGO NOT > WK-FECHA-DEFUNCION
             CONTINUE
         ELSE
             ADD CUO-CAPITAL TO WK-CAPITAL-PENDIENTE
             IF CUO-FECHA-VENCIMIENTO NOT > WK-FECHA-DEFUNCION
                 ADD CUO-INTERES TO WK-INTERES
             ELSE
                 IF WK-PRIMERA-FUTURA = 'S'
                     MOVE 'N' TO WK-PRIMERA-FUTURA
                     PERFORM SUMAR-INTERES-CORRIDO
                 END-IF
             END-IF
         END-IF.
         MOVE CUO-FECHA-VENCIMIENTO TO WK-FECHA-ANTERIOR.
       SUMAR-INTERES-CORRIDO.
         MOVE WK-FECHA-ANTERIOR TO WK-FECHA-DESDE.
         MOVE WK-FECHA-DEFUNCION TO WK-FECHA-HASTA.
         PERFORM CONTAR-DIAS-TRANSCURRIDOS.
         IF WK-DIAS-TRANSCURRIDOS > 30
             MOVE 30 TO WK-DIAS-TRANSCURRIDOS
         END-IF.
         COMPUTE WK-INTERES ROUNDED = WK-INTERES
             + CUO-INTERES * WK-DIAS-TRANSCURRIDOS / 30.
       CONTAR-DIAS-TRANSCURRIDOS.
         MOVE ZERO TO WK-DIAS-TRANSCURRIDOS.
         MOVE WK-FECHA-DESDE TO WK-FECHA-CALCULO.
         PERFORM UNTIL WK-FECHA-CALCULO NOT < WK-FECHA-HASTA
             OR WK-DIAS-TRANSCURRIDOS = 9999
             PERFORM AVANZAR-UN-DIA
             ADD 1 TO WK-DIAS-TRANSCURRIDOS
         END-PERFORM.
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
       GRABAR-AUDITORIA.
         CALL "REGISTRO-AUDITORIA" USING WK-AUD-EVENTO
             WK-AUD-CUENTA WK-AUD-RESULTADO P-OPERADOR.
       OBTENER-LOCK.
         MOVE 'N' TO WK-LOCK-OCUPADO.
         OPEN INPUT FICHERO-LOCK.
         IF WK-ESTADO-LOCK = '00'
             READ FICHERO-LOCK
                 AT END
                     CONTINUE
                 NOT AT END
                     IF LINEA-LOCK = 'OCUPADO'
                         OR LINEA-LOCK = 'CIERRE'
                         MOVE 'S' TO WK-LOCK-OCUPADO
                     END-IF
             END-READ
             CLOSE FICHERO-LOCK
         END-IF.
         IF WK-LOCK-OCUPADO = 'N'
             MOVE 'OCUPADO' TO LINEA-LOCK
             OPEN OUTPUT FICHERO-LOCK
             WRITE LINEA-LOCK
             CLOSE FICHERO-LOCK
         END-IF.
       LIBERAR-LOCK.
         MOVE 'LIBRE' TO LINEA-LOCK.
         OPEN OUTPUT FICHERO-LOCK.
         WRITE LINEA-LOCK.
         CLOSE FICHERO-LOCK.
       END PROGRAM REGISTRO-DEFUNCION.
