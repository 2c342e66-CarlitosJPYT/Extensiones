           01 LIQ-REGISTRO.
               02 LIQ-ID PIC X(6).
               02 LIQ-FECHA-BAJA PIC 9(8).
               02 LIQ-FECHA-PROCESO PIC 9(8).
               02 LIQ-PERIODO-PAGO PIC 9(6).
               02 LIQ-DIAS-MES PIC 9(3).
               02 LIQ-IMPORTE-MES PIC 9(7)V99.
               02 LIQ-DIAS-DEVENGO-EXTRA PIC 9(3).
               02 LIQ-IMPORTE-EXTRA PIC 9(7)V99.
               02 LIQ-DIAS-VACACIONES PIC 9(3)V9.
               02 LIQ-IMPORTE-VACACIONES PIC 9(7)V99.
               02 LIQ-BRUTO PIC 9(7)V99.
               02 LIQ-IRPF PIC 9(7)V99.
               02 LIQ-SS PIC 9(7)V99.
               02 LIQ-NETO PIC S9(7)V99.
               02 FILLER PIC X(20).
