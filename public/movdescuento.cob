           01 MOV-REGISTRO.
               02 MOV-PERIODO PIC 9(6).
               02 MOV-ID PIC X(6).
               02 MOV-NUMERO PIC 9(3).
               02 MOV-TIPO PIC X.
                   88 MOV-ANTICIPO VALUE "A".
                   88 MOV-PRESTAMO VALUE "P".
                   88 MOV-EMBARGO VALUE "E".
               02 MOV-CONCEPTO PIC X(20).
               02 MOV-IMPORTE PIC 9(7)V99.
               02 MOV-SALDO PIC 9(7)V99.
               02 FILLER PIC X(10).
