               02 DED-FIJOS-TOTAL PIC 9(7)V99.
               02 DED-TOTAL PIC 9(7)V99.
               02 DED-NETO PIC S9(7)V99.
               02 DED-MODO PIC X.
                   88 DED-MODO-COMPLETO VALUE SPACE "C".
                   88 DED-MODO-SIN-FIJOS VALUE "S".
               02 DED-BASE-TRAMO PIC 9(7)V99.
               02 DED-NETO-MINIMO PIC 9(7)V99.
               02 DED-ID PIC X(6).
               02 DED-PERIODO PIC 9(6).
               02 DED-BRUTO-ACUMULADO PIC 9(9)V99.
               02 DED-IRPF-ACUMULADO PIC 9(9)V99.
               02 DED-PORCENTAJE-PERSONAL PIC 99V99.
               02 DED-REGULARIZACION PIC S9(7)V99.
