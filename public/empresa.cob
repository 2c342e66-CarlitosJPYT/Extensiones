           01 DATOS-EMPRESA.
               02 EMP-FUNCION PIC X.
               02 EMP-CODIGO PIC X(4).
               02 EMP-RAZON-SOCIAL PIC X(40).
               02 EMP-CIF PIC X(9).
               02 EMP-CUENTA-COTIZACION PIC X(11).
               02 EMP-IBAN PIC X(24).
               02 EMP-NUMERO-EMPRESAS PIC 9(3).
               02 EMP-ENCONTRADO PIC X.
