           01 PAG-REGISTRO.
               02 PAG-PERIODO PIC 9(6).
               02 PAG-ID PIC X(6).
               02 PAG-IMPORTE PIC 9(7)V99.
               02 PAG-ESTADO PIC X.
                   88 PAG-DEVUELTO VALUE "D".
                   88 PAG-REEMITIDO VALUE "R".
               02 PAG-MOTIVO PIC X(4).
               02 PAG-IBAN PIC X(24).
               02 PAG-FECHA-DEVOLUCION PIC 9(8).
               02 PAG-FECHA-REEMISION PIC 9(8).
               02 PAG-IBAN-REEMISION PIC X(24).
               02 PAG-EMPRESA PIC X(4).
               02 FILLER PIC X(6).
