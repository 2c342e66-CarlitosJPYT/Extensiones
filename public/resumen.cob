           COPY "empleado.cob".
       SD ORDENACION-ARCHIVO.
           01 ORDENACION-REGISTRO.
               02 ORD-EMPRESA PIC X(4).
               02 ORD-DEPARTAMENTO PIC X(25).
               02 ORD-SALARIO PIC 9(6)V99.
       FD RESUMEN-ARCHIVO.
       01 DEPARTAMENTO-PREVIO PIC X(25) VALUE HIGH-VALUES.
       01 GRUPO-EMPLEADOS PIC 9(5) VALUE ZERO.
       01 GRUPO-SALARIOS PIC 9(9)V99 VALUE ZERO.
       01 EMPRESA-PREVIA PIC X(4) VALUE HIGH-VALUES.
       01 EMPRESA-EMPLEADOS PIC 9(5) VALUE ZERO.
       01 EMPRESA-SALARIOS PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-EMPLEADOS PIC 9(5) VALUE ZERO.
       01 TOTAL-SALARIOS PIC 9(9)V99 VALUE ZERO.
       01 SALARIO-MEDIO PIC 9(6)V99 VALUE ZERO.
           COPY "departamento.cob".
           COPY "empresa.cob".
       01 LINEA-DETALLE.
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-DEPARTAMENTO PIC X(25).
           02 DET-SALARIOS PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-MEDIO PIC ZZZ,ZZ9.99.
       01 LINEA-EMPRESA.
           02 FILLER PIC X(9) VALUE "EMPRESA: ".
           02 LIN-EMPRESA PIC X(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LIN-RAZON-SOCIAL PIC X(40).
       01 LINEA-SUBTOTAL.
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(14) VALUE "TOTAL EMPRESA ".
           02 SUB-EMPRESA PIC X(4).
           02 FILLER PIC X(7) VALUE SPACE.
           02 FILLER PIC X(2) VALUE SPACE.
           02 SUB-EMPLEADOS PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 SUB-SALARIOS PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 SUB-MEDIO PIC ZZZ,ZZ9.99.
       01 LINEA-CABECERA-1 PIC X(80)
           VALUE "RESUMEN SALARIAL POR EMPRESA Y DEPARTAMENTO".
       01 LINEA-CABECERA-2.
           02 FILLER PIC X(7) VALUE "PAGINA:".
           02 CAB-PAGINA PIC ZZ9.
       PROGRAM-BEGIN.
           OPEN OUTPUT RESUMEN-ARCHIVO.
           SORT ORDENACION-ARCHIVO
               ON ASCENDING KEY ORD-EMPRESA
                  ASCENDING KEY ORD-DEPARTAMENTO
               INPUT PROCEDURE IS ENTRADA-ORDENACION
               OUTPUT PROCEDURE IS SALIDA-ORDENACION.
           CLOSE RESUMEN-ARCHIVO.
                   AT END
                       MOVE "S" TO FIN-DE-FICHERO
                   NOT AT END
                       MOVE EMPLEADOS-EMPRESA TO ORD-EMPRESA
                       MOVE EMPLEADOS-DEPARTAMENTO
                           TO ORD-DEPARTAMENTO
                       MOVE EMPLEADOS-SALARIO TO ORD-SALARIO
               UNTIL FIN-DE-ORDENACION EQUAL "S".
           IF DEPARTAMENTO-PREVIO NOT EQUAL HIGH-VALUES THEN
               PERFORM ESCRIBIR-GRUPO
               PERFORM ESCRIBIR-SUBTOTAL-EMPRESA
           END-IF.
           PERFORM ESCRIBIR-TOTAL-GENERAL.
           GO TO SALIDA-ORDENACION-FIN.
               AT END
                   MOVE "S" TO FIN-DE-ORDENACION
               NOT AT END
                   IF ORD-EMPRESA NOT EQUAL EMPRESA-PREVIA
                      AND EMPRESA-PREVIA NOT EQUAL HIGH-VALUES
                       PERFORM ESCRIBIR-GRUPO
                       PERFORM ESCRIBIR-SUBTOTAL-EMPRESA
                       MOVE HIGH-VALUES TO DEPARTAMENTO-PREVIO
                   END-IF
                   IF ORD-DEPARTAMENTO NOT EQUAL DEPARTAMENTO-PREVIO
                      AND DEPARTAMENTO-PREVIO NOT EQUAL HIGH-VALUES
                       PERFORM ESCRIBIR-GRUPO
                   END-IF
                   IF ORD-EMPRESA NOT EQUAL EMPRESA-PREVIA
                       MOVE ORD-EMPRESA TO EMPRESA-PREVIA
                       PERFORM ESCRIBIR-CABECERA-EMPRESA
                   END-IF
                   MOVE ORD-DEPARTAMENTO TO DEPARTAMENTO-PREVIO
                   ADD 1 TO GRUPO-EMPLEADOS
                   ADD ORD-SALARIO TO GRUPO-SALARIOS
           IF LINEAS-EN-PAGINA >= LINEAS-POR-PAGINA THEN
               MOVE ZERO TO LINEAS-EN-PAGINA
           END-IF.
           ADD GRUPO-EMPLEADOS TO EMPRESA-EMPLEADOS.
           ADD GRUPO-SALARIOS TO EMPRESA-SALARIOS.
           ADD GRUPO-EMPLEADOS TO TOTAL-EMPLEADOS.
           ADD GRUPO-SALARIOS TO TOTAL-SALARIOS.
           MOVE ZERO TO GRUPO-EMPLEADOS.
           MOVE ZERO TO GRUPO-SALARIOS.
       ESCRIBIR-CABECERA-EMPRESA.
           IF LINEAS-EN-PAGINA EQUAL ZERO THEN
               PERFORM ESCRIBIR-CABECERA
           END-IF.
           MOVE EMPRESA-PREVIA TO LIN-EMPRESA.
           IF EMPRESA-PREVIA EQUAL SPACE THEN
               MOVE "SIN EMPRESA ASIGNADA" TO LIN-RAZON-SOCIAL
           ELSE
               MOVE "B" TO EMP-FUNCION
               MOVE EMPRESA-PREVIA TO EMP-CODIGO
               CALL "EMPRESAS" USING DATOS-EMPRESA
               MOVE EMP-RAZON-SOCIAL TO LIN-RAZON-SOCIAL
           END-IF.
           WRITE LINEA-RESUMEN FROM LINEA-EMPRESA.
           ADD 1 TO LINEAS-EN-PAGINA.
           IF LINEAS-EN-PAGINA >= LINEAS-POR-PAGINA THEN
               MOVE ZERO TO LINEAS-EN-PAGINA
           END-IF.
       ESCRIBIR-SUBTOTAL-EMPRESA.
           IF LINEAS-EN-PAGINA EQUAL ZERO THEN
               PERFORM ESCRIBIR-CABECERA
           END-IF.
           MOVE EMPRESA-PREVIA TO SUB-EMPRESA.
           MOVE EMPRESA-EMPLEADOS TO SUB-EMPLEADOS.
           MOVE EMPRESA-SALARIOS TO SUB-SALARIOS.
           COMPUTE SALARIO-MEDIO ROUNDED
               = EMPRESA-SALARIOS / EMPRESA-EMPLEADOS.
           MOVE SALARIO-MEDIO TO SUB-MEDIO.
           WRITE LINEA-RESUMEN FROM LINEA-SUBTOTAL.
           WRITE LINEA-RESUMEN FROM SPACE.
           ADD 2 TO LINEAS-EN-PAGINA.
           IF LINEAS-EN-PAGINA >= LINEAS-POR-PAGINA THEN
               MOVE ZERO TO LINEAS-EN-PAGINA
           END-IF.
           MOVE ZERO TO EMPRESA-EMPLEADOS.
           MOVE ZERO TO EMPRESA-SALARIOS.
       ESCRIBIR-CABECERA.
           ADD 1 TO NUMERO-PAGINA.
           MOVE NUMERO-PAGINA TO CAB-PAGINA.
