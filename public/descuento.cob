           01 DES-REGISTRO.
               02 DES-ID PIC X(6).
               02 DES-NUMERO PIC 9(3).
               02 DES-TIPO PIC X.
                   88 DES-ANTICIPO VALUE "A".
                   88 DES-PRESTAMO VALUE "P".
                   88 DES-EMBARGO VALUE "E".
               02 DES-CONCEPTO PIC X(20).
               02 DES-IMPORTE-CUOTA PIC 9(5)V99.
               02 DES-PORCENTAJE PIC 99V99.
               02 DES-PERIODO-INICIO PIC 9(6).
               02 DES-IMPORTE-INICIAL PIC 9(7)V99.
               02 DES-SALDO PIC 9(7)V99.
               02 DES-ESTADO PIC X.
                   88 DES-ACTIVO VALUE "A".
                   88 DES-LIQUIDADO VALUE "L".
                   88 DES-CANCELADO VALUE "C".
               02 DES-FECHA-ALTA PIC 9(8).
               02 DES-OPERADOR PIC X(10).
               02 FILLER PIC X(10).
