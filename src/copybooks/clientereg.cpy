               88 CLIENTE-AVISA     VALUE 'S'.
               88 CLIENTE-NO-AVISA  VALUE 'N' ' '.
           05 CLIENTE-UMBRAL-AVISO PIC 9(7)V99.
      * DATOS DE DEBIDA DILIGENCIA (KYC) QUE EXIGE EL REGULADOR:
      * DOCUMENTO DE IDENTIDAD Y SU VENCIMIENTO, DOMICILIO, FECHA DE
      * NACIMIENTO, OCUPACION, NIVEL DE RIESGO Y FECHA DE LA ULTIMA
      * REVISION. EVALUAR-KYC DA EL KYC POR VENCIDO CUANDO EL
      * DOCUMENTO ESTA CADUCADO O LA REVISION SUPERA EL PLAZO DE SU
      * NIVEL DE RIESGO (KYC.par). LOS REGISTROS ANTERIORES A ESTOS
      * CAMPOS LLEGAN CON ESPACIOS Y CUENTAN COMO KYC INCOMPLETO.
           05 CLIENTE-TIPO-DOC   PIC X(1).
               88 DOC-DNI           VALUE 'D'.
               88 DOC-PASAPORTE     VALUE 'P'.
               88 DOC-EXTRANJERO    VALUE 'E'.
           05 CLIENTE-DOCUMENTO  PIC X(15).
           05 CLIENTE-VENCE-DOC  PIC 9(8).
           05 CLIENTE-DIRECCION  PIC X(40).
           05 CLIENTE-FECHA-NAC  PIC 9(8).
           05 CLIENTE-OCUPACION  PIC X(20).
           05 CLIENTE-RIESGO     PIC X(1).
               88 RIESGO-BAJO       VALUE 'B'.
               88 RIESGO-MEDIO      VALUE 'M'.
               88 RIESGO-ALTO       VALUE 'A'.
           05 CLIENTE-FECHA-KYC  PIC 9(8).
      * FECHA DE DEFUNCION DEL CLIENTE, ANOTADA POR REGISTRO-DEFUNCION
      * AL COMUNICARSE EL FALLECIMIENTO. CERO (O ESPACIOS EN LOS
      * REGISTROS ANTERIORES AL CAMPO) ES UN CLIENTE VIVO. UN CLIENTE
      * FALLECIDO NO PUEDE ABRIR CUENTAS NI SER AGREGADO COMO
      * COTITULAR.
           05 CLIENTE-FECHA-DEFUNCION PIC 9(8).
