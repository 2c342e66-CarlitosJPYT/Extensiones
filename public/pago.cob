               02 NOMINAS-HORAS-EXTRA PIC 9(3)V99.
               02 NOMINAS-IMPORTE-NORMAL PIC 9(7)V99.
               02 NOMINAS-IMPORTE-EXTRA PIC 9(7)V99.
               02 NOMINAS-TIPO PIC X.
                   88 NOMINAS-ORDINARIA VALUE SPACE "N".
                   88 NOMINAS-ATRASOS VALUE "A".
                   88 NOMINAS-PAGA-EXTRA VALUE "E".
                   88 NOMINAS-FINIQUITO VALUE "F".
               02 NOMINAS-PERIODO-ORIGEN PIC 9(6).
               02 NOMINAS-PERSONALES PIC 9(7)V99.
               02 NOMINAS-PORCENTAJE-PERSONAL PIC 99V99.
               02 NOMINAS-EMPRESA PIC X(4).
               02 FILLER PIC X(3).
