               02 ANT-OTRAS PIC 9(7)V99.
               02 ANT-NETO PIC S9(7)V99.
       FD NOMINAS-ARCHIVO.
           01 NOMINAS-REGISTRO.
               02 NOMINAS-PERIODO PIC 9(6).
               02 NOMINAS-ID PIC X(6).
               02 NOMINAS-HORAS PIC 9(3)V99.
               02 NOMINAS-DIAS-SIN-SUELDO PIC 9(3).
               02 NOMINAS-BRUTO PIC 9(7)V99.
               02 NOMINAS-IRPF PIC 9(7)V99.
               02 NOMINAS-SS PIC 9(7)V99.
               02 NOMINAS-OTRAS PIC 9(7)V99.
               02 NOMINAS-NETO PIC S9(7)V99.
               02 NOMINAS-HORAS-NORMALES PIC 9(3)V99.
               02 NOMINAS-HORAS-EXTRA PIC 9(3)V99.
               02 NOMINAS-IMPORTE-NORMAL PIC 9(7)V99.
               02 NOMINAS-IMPORTE-EXTRA PIC 9(7)V99.
       WORKING-STORAGE SECTION.
       01 SI-NO PIC X.
       01 FIN-DE-FICHERO PIC X VALUE "N".
