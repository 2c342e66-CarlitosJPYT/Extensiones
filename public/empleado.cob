               02 EMPLEADOS-NOMBRE PIC X(25).
               02 EMPLEADOS-APELLIDOS PIC X(35).
               02 EMPLEADOS-EDAD PIC 99.
               02 EMPLEADOS-DEPARTAMENTO PIC X(4).
               02 EMPLEADOS-CATEGORIA PIC X(4).
               02 EMPLEADOS-EMPRESA PIC X(4).
               02 EMPLEADOS-CONTRATO PIC X.
               02 EMPLEADOS-FIN-CONTRATO PIC 9(8).
               02 EMPLEADOS-JORNADA PIC 9(3).
               02 FILLER PIC X(1).
               02 EMPLEADOS-FECHA-ALTA PIC 9(8).
               02 EMPLEADOS-SALARIO PIC 9(6)V99.
