           SELECT FICHERO-VER ASSIGN TO '../data/VERIFICA.sts'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WK-ESTADO-VER.
           SELECT FICHERO-CIE ASSIGN TO '../data/CONTROL_CIERRE.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CIE-CLAVE
               FILE STATUS IS WK-ESTADO-CIE.
           SELECT FICHERO-HIS ASSIGN TO '../data/HISTORIAL_LOTES.dat'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WK-ESTADO-HIS.
       DATA DIVISION.
           FILE SECTION.
           FD FICHERO-NEG.
           01 LINEA-CON PIC X(2).
           FD FICHERO-VER.
           01 LINEA-VER PIC X(2).
           FD FICHERO-CIE.
           01 REGISTRO-CIERRE.
           COPY "cierrereg.cpy".
           FD FICHERO-HIS.
           01 REGISTRO-HIS.
           COPY "histreg.cpy".
           WORKING-STORAGE SECTION.
           01 WK-ESTADO-NEG PIC XX.
           01 WK-ESTADO-FER PIC XX.
           01 WK-ESTADO-CTL PIC XX.
           01 WK-FIN-FICHERO PIC X VALUE 'N'.
           01 WK-FECHA-NEGOCIO PIC 9(8) VALUE ZERO.
           01 WK-FECHA-NEG-DET REDEFINES WK-FECHA-NEGOCIO.
               05 WK-ANO-NEG PIC 9(4).
               05 WK-MES-NEG PIC 9(2).
               05 WK-DIA-NEG PIC 9(2).
           01 WK-FECHA-SIGUIENTE PIC 9(8) VALUE ZERO.
           01 WK-FECHA-SIG-DET REDEFINES WK-FECHA-SIGUIENTE.
               05 WK-ANO-SIG PIC 9(4).
           01 WK-AUD-RESULTADO PIC X(30) VALUE SPACES.
           01 WK-AUD-CUENTA PIC 9(6) VALUE ZERO.
           01 WK-AUD-OPERADOR PIC 9(4) VALUE ZERO.
           01 WK-CERT-EJERCICIO PIC 9(4) VALUE ZERO.
           01 WK-CERT-CLIENTE PIC 9(6) VALUE ZERO.
           01 WK-ESTADO-CIE PIC XX.
           01 WK-ESTADO-HIS PIC XX.
      * PASOS DEL CIERRE EN SU ORDEN DE EJECUCION, CON EL PROGRAMA
      * QUE SE LLAMA Y SI ES OBLIGATORIO PARA AVANZAR LA FECHA.
           01 WK-TOTAL-PASOS PIC 9(2) VALUE ZERO.
           01 WK-PASO PIC 9(2) VALUE ZERO.
           01 TABLA-PASOS.
               05 TPA-ENTRADA OCCURS 17 TIMES.
                   10 TPA-PROGRAMA PIC X(24).
                   10 TPA-OBLIGATORIO PIC X(1).
           01 WK-CIERRE-DETENIDO PIC X VALUE 'N'.
           01 WK-LANZAR-PASO PIC X VALUE 'N'.
           01 WK-RESULTADO-PASO PIC X VALUE SPACE.
           01 WK-PASOS-PENDIENTES PIC 9(2) VALUE ZERO.
      * CORRIDAS YA ANOTADAS EN HISTORIAL_LOTES.dat ANTES DE LLAMAR
      * AL PASO: LA DEL PASO ES LA QUE APARECE DESPUES.
           01 WK-HIS-PREVIAS PIC 9(8) VALUE ZERO.
           01 WK-HIS-LEIDAS PIC 9(8) VALUE ZERO.
           01 WK-HIS-HALLADA PIC X VALUE 'N'.
           01 WK-HIS-ESTADO PIC X(2) VALUE SPACES.
           01 WK-HIS-LEIDOS PIC 9(6) VALUE ZERO.
           01 WK-HIS-ACEPTADOS PIC 9(6) VALUE ZERO.
           01 WK-HIS-RECHAZADOS PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
           CALL "FECHA-NEGOCIO" USING WK-FECHA-NEGOCIO.
           DISPLAY 'CIERRE DEL DIA DE NEGOCIO ' WK-FECHA-NEGOCIO.
                   'DE NUEVO EN UN MOMENTO'
               STOP RUN
           END-IF.
      * CADA PASO QUEDA ANOTADO EN CONTROL_CIERRE.dat PARA LA FECHA
      * DE NEGOCIO: SI EL CIERRE SE CORTA, LA CORRIDA SIGUIENTE
      * SALTA LOS PASOS COMPLETOS Y RETOMA EN EL QUE FALLO. UN PASO
      * OBLIGATORIO QUE FALLA DETIENE EL CIERRE AHI.
           PERFORM CALCULAR-SIGUIENTE-DIA-HABIL.
           PERFORM CARGAR-PASOS.
           PERFORM PREPARAR-CONTROL.
           PERFORM CONTAR-HISTORIA.
           MOVE 'N' TO WK-CIERRE-DETENIDO.
           PERFORM EJECUTAR-PASO VARYING WK-PASO FROM 1 BY 1
               UNTIL WK-PASO > WK-TOTAL-PASOS
               OR WK-CIERRE-DETENIDO = 'S'.
           IF WK-CIERRE-DETENIDO = 'N'
               PERFORM COMPROBAR-OBLIGATORIOS
           END-IF.
           IF WK-CIERRE-DETENIDO = 'N'
               PERFORM GRABAR-FECHA-NEGOCIO
               PERFORM LIBERAR-MOVIMIENTOS
               DISPLAY 'CIERRE CONFIRMADO, NUEVO DIA DE '
                   'NEGOCIO: ' WK-FECHA-SIGUIENTE
               MOVE 'CIERRE DE DIA' TO WK-AUD-EVENTO
               MOVE 'OK' TO WK-AUD-RESULTADO
               CALL "REGISTRO-AUDITORIA" USING WK-AUD-EVENTO
                   WK-AUD-CUENTA WK-AUD-RESULTADO WK-AUD-OPERADOR
           END-IF.
           STOP RUN.
      * EL BARRIDO VA ANTES DEL DEVENGO Y DEL INTERES DE DESCUBIERTO
      * PARA QUE AMBOS VEAN YA LOS SALDOS CUBIERTOS DESDE EL AHORRO.
      * LOS AJUSTES POR FECHA VALOR VAN DETRAS DE LOS DOS, CUANDO YA
      * ESTA DEVENGADO EL DIA, Y ANTES DE LA CONTABILIZACION PARA QUE
      * SUS MOVIMIENTOS ENTREN EN LA DEL DIA.
      * SON OBLIGATORIOS LOS PASOS QUE LIQUIDAN INTERESES, PLAZOS,
      * CUOTAS Y CAMBIOS, LA CONTABILIDAD Y LA VERIFICACION CRUZADA.
      * EL BARRIDO TAMBIEN MUEVE SALDOS PERO NO LO ES: SOLO TRASPASA
      * ENTRE CUENTAS DEL MISMO CLIENTE, Y SI FALLA EL DIA SE PUEDE
      * CERRAR SIN EL; EL CIERRE SIGUIENTE VUELVE A BARRER SOBRE LOS
      * SALDOS QUE ENCUENTRE. LOS DEMAS SON REPORTES O ENVIOS QUE SE
      * PUEDEN OMITIR O REPETIR APARTE.
       CARGAR-PASOS.
         MOVE 'BARRIDO-CUENTAS' TO TPA-PROGRAMA (1).
         MOVE 'N' TO TPA-OBLIGATORIO (1).
         MOVE 'DEVENGO-INTERESES' TO TPA-PROGRAMA (2).
         MOVE 'S' TO TPA-OBLIGATORIO (2).
         MOVE 'VENCIMIENTO-PLAZOS' TO TPA-PROGRAMA (3).
         MOVE 'S' TO TPA-OBLIGATORIO (3).
         MOVE 'COBRO-CUOTAS' TO TPA-PROGRAMA (4).
         MOVE 'S' TO TPA-OBLIGATORIO (4).
         MOVE 'MORA-PRESTAMOS' TO TPA-PROGRAMA (5).
         MOVE 'S' TO TPA-OBLIGATORIO (5).
         MOVE 'INTERES-DESCUBIERTO' TO TPA-PROGRAMA (6).
         MOVE 'S' TO TPA-OBLIGATORIO (6).
         MOVE 'AJUSTE-FECHA-VALOR' TO TPA-PROGRAMA (7).
         MOVE 'S' TO TPA-OBLIGATORIO (7).
         MOVE 'ENVIO-INTERBANCARIO' TO TPA-PROGRAMA (8).
         MOVE 'N' TO TPA-OBLIGATORIO (8).
         MOVE 'REVALUACION-CAMBIO' TO TPA-PROGRAMA (9).
         MOVE 'S' TO TPA-OBLIGATORIO (9).
         MOVE 'CUMPLIMIENTO-DIARIO' TO TPA-PROGRAMA (10).
         MOVE 'N' TO TPA-OBLIGATORIO (10).
         MOVE 'CONTABILIZACION-DIARIA' TO TPA-PROGRAMA (11).
         MOVE 'S' TO TPA-OBLIGATORIO (11).
         MOVE 'LIQUIDACION-SUCURSALES' TO TPA-PROGRAMA (12).
         MOVE 'N' TO TPA-OBLIGATORIO (12).
         MOVE 'LISTADO-PENDIENTES' TO TPA-PROGRAMA (13).
         MOVE 'N' TO TPA-OBLIGATORIO (13).
         MOVE 'VERIFICACION-CRUZADA' TO TPA-PROGRAMA (14).
         MOVE 'S' TO TPA-OBLIGATORIO (14).
         MOVE 'RESUMEN-DIARIO' TO TPA-PROGRAMA (15).
         MOVE 'N' TO TPA-OBLIGATORIO (15).
         MOVE 'BRECHA-LIQUIDEZ' TO TPA-PROGRAMA (16).
         MOVE 'N' TO TPA-OBLIGATORIO (16).
         MOVE 'CERTIFICADO-FISCAL' TO TPA-PROGRAMA (17).
         MOVE 'N' TO TPA-OBLIGATORIO (17).
         MOVE 17 TO WK-TOTAL-PASOS.
      * LA PRIMERA CORRIDA DEL DIA DA DE ALTA TODOS LOS PASOS COMO
      * PENDIENTES; UNA CORRIDA POSTERIOR ENCUENTRA LOS SUYOS.
       PREPARAR-CONTROL.
         OPEN I-O FICHERO-CIE.
         IF WK-ESTADO-CIE = '35'
             OPEN OUTPUT FICHERO-CIE
             CLOSE FICHERO-CIE
             OPEN I-O FICHERO-CIE
         END-IF.
         PERFORM PREPARAR-PASO VARYING WK-PASO FROM 1 BY 1
             UNTIL WK-PASO > WK-TOTAL-PASOS.
         CLOSE FICHERO-CIE.
       PREPARAR-PASO.
         MOVE WK-FECHA-NEGOCIO TO CIE-FECHA.
         MOVE WK-PASO TO CIE-PASO.
         READ FICHERO-CIE
             INVALID KEY
                 PERFORM ALTA-PASO
             NOT INVALID KEY
                 CONTINUE
         END-READ.
       ALTA-PASO.
         MOVE WK-FECHA-NEGOCIO TO CIE-FECHA.
         MOVE WK-PASO TO CIE-PASO.
         MOVE TPA-PROGRAMA (WK-PASO) TO CIE-PROGRAMA.
         MOVE TPA-OBLIGATORIO (WK-PASO) TO CIE-OBLIGATORIO.
         MOVE 'P' TO CIE-ESTADO.
         MOVE ZERO TO CIE-INTENTOS.
         MOVE ZERO TO CIE-HORA-INICIO.
         MOVE ZERO TO CIE-HORA-FIN.
         MOVE ZERO TO CIE-LEIDOS.
         MOVE ZERO TO CIE-ACEPTADOS.
         MOVE ZERO TO CIE-RECHAZADOS.
         MOVE SPACE TO CIE-ACCION.
         MOVE ZERO TO CIE-AUTORIZANTE.
         WRITE REGISTRO-CIERRE.
      * UN PASO COMPLETO, OMITIDO POR UN SUPERVISOR O QUE NO TOCA HOY
      * SE SALTA. UNO PENDIENTE, FALLIDO O QUE QUEDO EN CURSO (LA
      * CORRIDA ANTERIOR SE CORTO DENTRO DE EL) SE EJECUTA.
       EJECUTAR-PASO.
         MOVE 'N' TO WK-LANZAR-PASO.
         OPEN I-O FICHERO-CIE.
         MOVE WK-FECHA-NEGOCIO TO CIE-FECHA.
         MOVE WK-PASO TO CIE-PASO.
         READ FICHERO-CIE
             INVALID KEY
                 DISPLAY 'FALTA EL CONTROL DEL PASO ' WK-PASO
                     ' EN CONTROL_CIERRE.dat'
                 MOVE 'S' TO WK-CIERRE-DETENIDO
             NOT INVALID KEY
                 IF PASO-COMPLETO OR PASO-OMITIDO
                     OR PASO-NO-CORRESPONDE
                     DISPLAY 'PASO ' WK-PASO ' ' CIE-PROGRAMA
                         ' YA RESUELTO, SE SALTA'
                 ELSE
                     IF PASO-EN-CURSO
                         DISPLAY 'EL PASO ' WK-PASO ' QUEDO A MEDIAS'
                             ' EN UNA CORRIDA ANTERIOR, SE REPITE'
                     END-IF
                     IF PASO-FALLIDO
                         DISPLAY 'EL PASO ' WK-PASO ' FALLO EN UNA'
                             ' CORRIDA ANTERIOR, SE REPITE'
                     END-IF
                     PERFORM MARCAR-PASO-EN-CURSO
                 END-IF
         END-READ.
         CLOSE FICHERO-CIE.
         IF WK-LANZAR-PASO = 'S'
             PERFORM LANZAR-PASO
             PERFORM EVALUAR-PASO
             PERFORM CERRAR-PASO
         END-IF.
      * LA BRECHA DE LIQUIDEZ SOLO TOCA EL ULTIMO DIA HABIL DEL MES Y
      * LOS CERTIFICADOS FISCALES EL ULTIMO DEL ANO: LOS DEMAS DIAS
      * QUEDAN COMO QUE NO CORRESPONDEN.
       MARCAR-PASO-EN-CURSO.
         IF (WK-PASO = 16 AND WK-MES-SIG = WK-MES-NEG)
             OR (WK-PASO = 17 AND WK-ANO-SIG = WK-ANO-NEG)
             MOVE 'N' TO CIE-ESTADO
         ELSE
             MOVE 'E' TO CIE-ESTADO
             MOVE 'S' TO WK-LANZAR-PASO
             ADD 1 TO CIE-INTENTOS
             ACCEPT CIE-HORA-INICIO FROM TIME
             MOVE ZERO TO CIE-HORA-FIN
         END-IF.
         REWRITE REGISTRO-CIERRE.
       LANZAR-PASO.
         EVALUATE WK-PASO
             WHEN 1
                 DISPLAY '--- BARRIDO ENTRE CUENTAS ---'
                 CALL "BARRIDO-CUENTAS"
             WHEN 2
                 DISPLAY '--- DEVENGO DE INTERESES ---'
                 CALL "DEVENGO-INTERESES"
             WHEN 3
                 DISPLAY '--- VENCIMIENTO DE PLAZOS FIJOS ---'
                 CALL "VENCIMIENTO-PLAZOS"
             WHEN 4
                 DISPLAY '--- COBRO DE CUOTAS DE PRESTAMOS ---'
                 CALL "COBRO-CUOTAS"
             WHEN 5
                 DISPLAY '--- MORA Y PROVISION DE PRESTAMOS ---'
                 CALL "MORA-PRESTAMOS"
             WHEN 6
                 DISPLAY '--- INTERES DE DESCUBIERTO ---'
                 CALL "INTERES-DESCUBIERTO"
             WHEN 7
                 DISPLAY '--- AJUSTES POR FECHA VALOR ---'
                 CALL "AJUSTE-FECHA-VALOR"
             WHEN 8
                 DISPLAY '--- ENVIO INTERBANCARIO ---'
                 CALL "ENVIO-INTERBANCARIO"
             WHEN 9
                 DISPLAY '--- REVALUACION POR MONEDA ---'
                 CALL "REVALUACION-CAMBIO"
             WHEN 10
                 DISPLAY '--- CONTROL DE CUMPLIMIENTO ---'
                 CALL "CUMPLIMIENTO-DIARIO"
             WHEN 11
                 DISPLAY '--- CONTABILIZACION DEL DIA ---'
                 CALL "CONTABILIZACION-DIARIA"
             WHEN 12
                 DISPLAY '--- LIQUIDACION ENTRE SUCURSALES ---'
                 CALL "LIQUIDACION-SUCURSALES"
             WHEN 13
                 DISPLAY '--- CAMBIOS PENDIENTES DE APROBACION ---'
                 CALL "LISTADO-PENDIENTES"
      * LA VERIFICACION CRUZADA COMPARA LIBRO, ESPEJO Y RECIBOS:
      * SI NO CUADRAN EL CIERRE NO CONFIRMA, LA FECHA NO AVANZA Y
      * LOS MOVIMIENTOS QUEDAN CONGELADOS HASTA RESOLVERLO.
             WHEN 14
                 DISPLAY '--- VERIFICACION CRUZADA ---'
                 CALL "VERIFICACION-CRUZADA"
             WHEN 15
                 DISPLAY '--- RESUMEN DEL DIA ---'
                 CALL "RESUMEN-DIARIO"
             WHEN 16
                 DISPLAY '--- BRECHA DE LIQUIDEZ DE FIN DE MES ---'
                 CALL "BRECHA-LIQUIDEZ"
             WHEN 17
                 DISPLAY '--- CERTIFICADOS FISCALES DEL EJERCICIO ---'
                 MOVE WK-ANO-NEG TO WK-CERT-EJERCICIO
                 MOVE ZERO TO WK-CERT-CLIENTE
                 CALL "CERTIFICADO-FISCAL" USING
                     WK-CERT-EJERCICIO WK-CERT-CLIENTE
         END-EVALUATE.
      * EL PASO FALLA SI SU CORRIDA EN HISTORIAL_LOTES.dat TERMINO
      * CON ERROR, Y EL DEVENGO, LA CONTABILIZACION Y LA
      * VERIFICACION ADEMAS SI NO DEJARON 'OK' EN SU FICHERO DE
      * ESTADO. UN PASO QUE NO ANOTA CORRIDAS Y VUELVE SE DA POR
      * COMPLETO.
       EVALUAR-PASO.
         PERFORM BUSCAR-EN-HISTORIA.
         MOVE 'C' TO WK-RESULTADO-PASO.
         IF WK-HIS-HALLADA = 'S' AND WK-HIS-ESTADO NOT = 'OK'
             MOVE 'F' TO WK-RESULTADO-PASO
         END-IF.
         EVALUATE WK-PASO
             WHEN 2
                 PERFORM LEER-ESTADO-DEVENGO
                 IF WK-ESTADO-DEVENGO NOT = 'OK'
                     MOVE 'F' TO WK-RESULTADO-PASO
                 END-IF
             WHEN 11
                 PERFORM LEER-ESTADO-CONTABLE
                 IF WK-ESTADO-CONTABLE NOT = 'OK'
                     MOVE 'F' TO WK-RESULTADO-PASO
                 END-IF
             WHEN 14
                 PERFORM LEER-ESTADO-VERIFICA
                 IF WK-ESTADO-VERIFICA NOT = 'OK'
                     MOVE 'F' TO WK-RESULTADO-PASO
                 END-IF
         END-EVALUATE.
       CERRAR-PASO.
         OPEN I-O FICHERO-CIE.
         MOVE WK-FECHA-NEGOCIO TO CIE-FECHA.
         MOVE WK-PASO TO CIE-PASO.
         READ FICHERO-CIE
             INVALID KEY
                 CONTINUE
             NOT INVALID KEY
                 MOVE WK-RESULTADO-PASO TO CIE-ESTADO
                 ACCEPT CIE-HORA-FIN FROM TIME
                 MOVE WK-HIS-LEIDOS TO CIE-LEIDOS
                 MOVE WK-HIS-ACEPTADOS TO CIE-ACEPTADOS
                 MOVE WK-HIS-RECHAZADOS TO CIE-RECHAZADOS
                 REWRITE REGISTRO-CIERRE
         END-READ.
         CLOSE FICHERO-CIE.
         IF WK-RESULTADO-PASO = 'F'
             IF TPA-OBLIGATORIO (WK-PASO) = 'S'
                 MOVE 'S' TO WK-CIERRE-DETENIDO
                 PERFORM AVISAR-FALLO
             ELSE
                 DISPLAY 'EL PASO ' WK-PASO ' ' TPA-PROGRAMA (WK-PASO)
                     ' TERMINO CON ERROR; NO ES OBLIGATORIO Y EL '
                     'CIERRE SIGUE'
             END-IF
         END-IF.
       AVISAR-FALLO.
         EVALUATE WK-PASO
             WHEN 2
                 DISPLAY 'EL DEVENGO NO QUEDO CONFIRMADO'
                 MOVE 'DEVENGO NO CONFIRMADO' TO WK-AUD-RESULTADO
             WHEN 11
                 DISPLAY 'LA CONTABILIZACION NO QUEDO COMPLETA, '
                     'REVISE CONTABLE.par'
                 MOVE 'CONTABILIDAD PENDIENTE' TO WK-AUD-RESULTADO
             WHEN 14
                 DISPLAY 'LA VERIFICACION CRUZADA ENCONTRO '
                     'DISCREPANCIAS, REVISE VERIFICACION.txt'
                 MOVE 'VERIFICACION FALLIDA' TO WK-AUD-RESULTADO
             WHEN OTHER
                 DISPLAY 'EL PASO ' WK-PASO ' ' TPA-PROGRAMA (WK-PASO)
                     ' TERMINO CON ERROR'
                 MOVE SPACES TO WK-AUD-RESULTADO
                 STRING 'PASO ' DELIMITED BY SIZE
                        WK-PASO DELIMITED BY SIZE
                        ' FALLIDO' DELIMITED BY SIZE
                     INTO WK-AUD-RESULTADO
         END-EVALUATE.
         DISPLAY 'LA FECHA DE NEGOCIO NO SE AVANZA Y LOS '
             'MOVIMIENTOS QUEDAN CONGELADOS'.
         DISPLAY 'CORRIJA LA CAUSA Y VUELVA A EJECUTAR EL CIERRE: '
             'RETOMARA EN ESTE PASO'.
         MOVE 'CIERRE DE DIA' TO WK-AUD-EVENTO.
         CALL "REGISTRO-AUDITORIA" USING WK-AUD-EVENTO
             WK-AUD-CUENTA WK-AUD-RESULTADO WK-AUD-OPERADOR.
      * ULTIMA RED ANTES DE AVANZAR LA FECHA: TODOS LOS PASOS
      * OBLIGATORIOS DEL DIA TIENEN QUE ESTAR COMPLETOS.
       COMPROBAR-OBLIGATORIOS.
         MOVE ZERO TO WK-PASOS-PENDIENTES.
         OPEN INPUT FICHERO-CIE.
         PERFORM COMPROBAR-PASO VARYING WK-PASO FROM 1 BY 1
             UNTIL WK-PASO > WK-TOTAL-PASOS.
         CLOSE FICHERO-CIE.
         IF WK-PASOS-PENDIENTES NOT = ZERO
             MOVE 'S' TO WK-CIERRE-DETENIDO
             DISPLAY 'LA FECHA DE NEGOCIO NO SE AVANZA Y LOS '
                 'MOVIMIENTOS QUEDAN CONGELADOS'
             MOVE 'CIERRE DE DIA' TO WK-AUD-EVENTO
             MOVE 'PASOS OBLIGATORIOS PENDIENTES' TO WK-AUD-RESULTADO
             CALL "REGISTRO-AUDITORIA" USING WK-AUD-EVENTO
                 WK-AUD-CUENTA WK-AUD-RESULTADO WK-AUD-OPERADOR
         END-IF.
       COMPROBAR-PASO.
         MOVE WK-FECHA-NEGOCIO TO CIE-FECHA.
         MOVE WK-PASO TO CIE-PASO.
         READ FICHERO-CIE
             INVALID KEY
                 ADD 1 TO WK-PASOS-PENDIENTES
             NOT INVALID KEY
                 IF PASO-OBLIGATORIO AND NOT PASO-COMPLETO
                     ADD 1 TO WK-PASOS-PENDIENTES
                     DISPLAY 'EL PASO OBLIGATORIO ' WK-PASO ' '
                         CIE-PROGRAMA ' NO ESTA COMPLETO'
                 END-IF
         END-READ.
       CONTAR-HISTORIA.
         MOVE ZERO TO WK-HIS-PREVIAS.
         MOVE 'N' TO WK-FIN-FICHERO.
         OPEN INPUT FICHERO-HIS.
         IF WK-ESTADO-HIS = '00'
             PERFORM UNTIL WK-FIN-FICHERO = 'S'
                 READ FICHERO-HIS
                     AT END
                         MOVE 'S' TO WK-FIN-FICHERO
                     NOT AT END
                         ADD 1 TO WK-HIS-PREVIAS
                 END-READ
             END-PERFORM
             CLOSE FICHERO-HIS
         END-IF.
      * LA CORRIDA DEL PASO ES LA ULTIMA DE SU PROGRAMA ANOTADA
      * DESPUES DE LAS QUE YA HABIA; AL TERMINAR, TODAS LAS LEIDAS
      * PASAN A SER PREVIAS PARA EL PASO SIGUIENTE.
       BUSCAR-EN-HISTORIA.
         MOVE 'N' TO WK-HIS-HALLADA.
         MOVE SPACES TO WK-HIS-ESTADO.
         MOVE ZERO TO WK-HIS-LEIDOS.
         MOVE ZERO TO WK-HIS-ACEPTADOS.
         MOVE ZERO TO WK-HIS-RECHAZADOS.
         MOVE ZERO TO WK-HIS-LEIDAS.
         MOVE 'N' TO WK-FIN-FICHERO.
         OPEN INPUT FICHERO-HIS.
         IF WK-ESTADO-HIS = '00'
             PERFORM UNTIL WK-FIN-FICHERO = 'S'
                 READ FICHERO-HIS
                     AT END
                         MOVE 'S' TO WK-FIN-FICHERO
                     NOT AT END
                         ADD 1 TO WK-HIS-LEIDAS
                         IF WK-HIS-LEIDAS > WK-HIS-PREVIAS
                             AND HIS-PROGRAMA = TPA-PROGRAMA (WK-PASO)
                             MOVE 'S' TO WK-HIS-HALLADA
                             MOVE HIS-ESTADO TO WK-HIS-ESTADO
                             MOVE HIS-LEIDOS TO WK-HIS-LEIDOS
                             MOVE HIS-ACEPTADOS TO WK-HIS-ACEPTADOS
                             MOVE HIS-RECHAZADOS TO WK-HIS-RECHAZADOS
                         END-IF
                 END-READ
             END-PERFORM
             CLOSE FICHERO-HIS
         END-IF.
         MOVE WK-HIS-LEIDAS TO WK-HIS-PREVIAS.
       OBTENER-LOCK.
      * EL CIERRE CONGELA LOS MOVIMIENTOS CON SU PROPIA MARCA
      * 'CIERRE' EN EL BLOQUEO: SI EL CIERRE NO CONFIRMA, LA MARCA
