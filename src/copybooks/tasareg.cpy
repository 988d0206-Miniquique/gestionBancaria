           05 TAS-SALDO-DESDE PIC 9(7)V99.
           05 TAS-SALDO-HASTA PIC 9(7)V99.
           05 TAS-TASA-DIARIA PIC 9V9(6).
      * TAS-ESCALA SEPARA LAS ESCALAS DE LOS DISTINTOS PRODUCTOS
      * (PRD-ESCALA-TASA). EN BLANCO ES LA ESCALA GENERAL, QUE ES LA
      * DE LOS TRAMOS GRABADOS ANTES DE EXISTIR EL CAMPO.
           05 TAS-ESCALA PIC X(4).
