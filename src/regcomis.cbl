       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRO-COMISION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FICHERO-COM ASSIGN TO '../data/COMISIONES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-ESTADO-COM.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-COM.
           01 REGISTRO-COMISION-COBRADA.
           COPY "comireg.cpy".
           WORKING-STORAGE SECTION.
           01 WK-ESTADO-COM PIC XX.
           LINKAGE SECTION.
           01 P-FECHA PIC 9(8).
           01 P-CUENTA PIC 9(6).
           01 P-CODIGO PIC X(8).
           01 P-IMPORTE PIC 9(7)V99.
           01 P-RECIBO PIC 9(6).
           01 P-CHEQUE PIC 9(8).
           01 P-OPERADOR PIC 9(4).
       PROCEDURE DIVISION USING P-FECHA P-CUENTA P-CODIGO P-IMPORTE
           P-RECIBO P-CHEQUE P-OPERADOR.
       PERFORM GRABAR-COMISION.
        GOBACK.
       GRABAR-COMISION.
         OPEN EXTEND FICHERO-COM.
         IF WK-ESTADO-COM = '35'
             OPEN OUTPUT FICHERO-COM
         END-IF.
         MOVE P-FECHA TO COM-FECHA.
         MOVE P-CUENTA TO COM-CUENTA.
         MOVE P-CODIGO TO COM-CODIGO.
         MOVE P-IMPORTE TO COM-IMPORTE.
         MOVE P-RECIBO TO COM-RECIBO.
         MOVE P-CHEQUE TO COM-CHEQUE.
         MOVE P-OPERADOR TO COM-OPERADOR.
         WRITE REGISTRO-COMISION-COBRADA.
         CLOSE FICHERO-COM.
       END PROGRAM REGISTRO-COMISION.
