           01 DATOS-PERIODO.
               02 PER-PERIODO PIC X(6).
               02 PER-EMPRESA PIC X(4).
               02 PER-ESTADO PIC X.
