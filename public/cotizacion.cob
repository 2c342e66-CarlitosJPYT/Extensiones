           01 COT-REGISTRO.
               02 COT-PERIODO PIC 9(6).
               02 COT-ID PIC X(6).
               02 COT-TIPO PIC X.
               02 COT-DEPARTAMENTO PIC X(4).
               02 COT-BRUTO PIC 9(7)V99.
               02 COT-BASE PIC 9(7)V99.
               02 COT-CONTINGENCIAS PIC 9(7)V99.
               02 COT-DESEMPLEO PIC 9(7)V99.
               02 COT-FORMACION PIC 9(7)V99.
               02 COT-FOGASA PIC 9(7)V99.
               02 COT-ACCIDENTES PIC 9(7)V99.
               02 COT-EMPRESA PIC 9(7)V99.
               02 COT-TRABAJADOR PIC 9(7)V99.
               02 COT-COSTE-TOTAL PIC 9(7)V99.
               02 FILLER PIC X(10).
