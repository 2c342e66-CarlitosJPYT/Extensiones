       01 INDICE-GRUPO PIC 99 VALUE ZERO.
       01 GRUPO-HALLADO PIC 99 VALUE ZERO.
       01 DEPARTAMENTO-TRABAJO PIC X(4).
       01 NUMERO-EMPRESAS PIC 99 VALUE ZERO.
       01 TABLA-EMPRESAS.
           02 EMPRESA-FILA OCCURS 50 TIMES.
               03 FILA-EMPRESA PIC X(4).
               03 FILA-EMP-ALTAS PIC 9(4).
               03 FILA-EMP-BAJAS PIC 9(4).
               03 FILA-EMP-ACTUAL PIC 9(4).
       01 INDICE-EMPRESA PIC 99 VALUE ZERO.
       01 EMPRESA-HALLADA PIC 99 VALUE ZERO.
       01 EMPRESA-TRABAJO PIC X(4).
       01 TOTAL-ALTAS PIC 9(5) VALUE ZERO.
       01 TOTAL-BAJAS PIC 9(5) VALUE ZERO.
       01 LINEAS-EN-PAGINA PIC 99 VALUE ZERO.
           02 BAJA-NOMBRE PIC X(25).
           02 BAJA-APELLIDOS PIC X(35).
           02 BAJA-EDAD PIC 99.
           02 BAJA-DEPARTAMENTO PIC X(4).
           02 BAJA-CATEGORIA PIC X(4).
           02 BAJA-EMPRESA PIC X(4).
           02 BAJA-CONTRATO PIC X.
           02 BAJA-FIN-CONTRATO PIC 9(8).
           02 BAJA-JORNADA PIC 9(3).
           02 FILLER PIC X(1).
           02 BAJA-FECHA-ALTA PIC 9(8).
           02 BAJA-SALARIO PIC 9(6)V99.
           COPY "departamento.cob".
           COPY "empresa.cob".
       01 LINEA-DETALLE.
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(4) VALUE "MES ".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(18) VALUE "PLANTILLA ACTUAL: ".
           02 GRU-ACTUAL PIC ZZZ9.
       01 LINEA-EMPRESA.
           02 FILLER PIC X(2) VALUE SPACE.
           02 LIN-EMPRESA PIC X(4).
           02 FILLER PIC X(1) VALUE SPACE.
           02 LIN-RAZON-SOCIAL PIC X(20).
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(7) VALUE "ALTAS: ".
           02 LIN-ALTAS PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(7) VALUE "BAJAS: ".
           02 LIN-BAJAS PIC ZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(18) VALUE "PLANTILLA ACTUAL: ".
           02 LIN-ACTUAL PIC ZZZ9.
       01 LINEA-CABECERA-1.
           02 FILLER PIC X(36)
               VALUE "MOVIMIENTO DE PLANTILLA, EJERCICIO ".
           02 INI-PLANTILLA PIC -ZZZ9.
       01 LINEA-TITULO-2 PIC X(80)
           VALUE "DESGLOSE POR DEPARTAMENTO".
       01 LINEA-TITULO-3 PIC X(80)
           VALUE "DESGLOSE POR EMPRESA".
       01 LINEA-TOTAL.
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(14) VALUE "TOTAL ALTAS:  ".
                   IF GRUPO-HALLADO > ZERO THEN
                       ADD 1 TO FILA-DEP-ACTUAL (GRUPO-HALLADO)
                   END-IF
                   MOVE EMPLEADOS-EMPRESA TO EMPRESA-TRABAJO
                   PERFORM LOCALIZAR-EMPRESA
                   IF EMPRESA-HALLADA > ZERO THEN
                       ADD 1 TO FILA-EMP-ACTUAL (EMPRESA-HALLADA)
                   END-IF
                   IF EMPLEADOS-FECHA-ALTA IS NUMERIC THEN
                       PERFORM CONTAR-ALTA-EMPLEADO
                   END-IF
                   IF GRUPO-HALLADO > ZERO THEN
                       ADD 1 TO FILA-DEP-ALTAS (GRUPO-HALLADO)
                   END-IF
                   IF EMPRESA-HALLADA > ZERO THEN
                       ADD 1 TO FILA-EMP-ALTAS (EMPRESA-HALLADA)
                   END-IF
               END-IF
           ELSE
               IF EMPLEADOS-FECHA-ALTA < INICIO-EJERCICIO THEN
                   MOVE "S" TO FIN-DE-BAJAS
               NOT AT END
                   MOVE BAJAS-DATOS-EMPLEADO TO DETALLE-BAJA
                   MOVE BAJA-DEPARTAMENTO
                       TO DEPARTAMENTO-TRABAJO
                   PERFORM LOCALIZAR-GRUPO
                   MOVE BAJA-EMPRESA TO EMPRESA-TRABAJO
                   PERFORM LOCALIZAR-EMPRESA
                   PERFORM CONTAR-ALTA-DE-BAJA
                   PERFORM CONTAR-BAJA
           END-READ.
                       IF GRUPO-HALLADO > ZERO THEN
                           ADD 1 TO FILA-DEP-ALTAS (GRUPO-HALLADO)
                       END-IF
                       IF EMPRESA-HALLADA > ZERO THEN
                           ADD 1 TO FILA-EMP-ALTAS (EMPRESA-HALLADA)
                       END-IF
                   END-IF
               ELSE
                   IF BAJA-FECHA-ALTA < INICIO-EJERCICIO
                   IF GRUPO-HALLADO > ZERO THEN
                       ADD 1 TO FILA-DEP-BAJAS (GRUPO-HALLADO)
                   END-IF
                   IF EMPRESA-HALLADA > ZERO THEN
                       ADD 1 TO FILA-EMP-BAJAS (EMPRESA-HALLADA)
                   END-IF
                   PERFORM ACUMULAR-MOTIVO
               END-IF
           END-IF.
               MOVE INDICE-GRUPO TO GRUPO-HALLADO
           END-IF.
           ADD 1 TO INDICE-GRUPO.
       LOCALIZAR-EMPRESA.
           MOVE ZERO TO EMPRESA-HALLADA.
           MOVE 1 TO INDICE-EMPRESA.
           PERFORM COMPARAR-EMPRESA
               UNTIL INDICE-EMPRESA > NUMERO-EMPRESAS
                  OR EMPRESA-HALLADA > ZERO.
           IF EMPRESA-HALLADA EQUAL ZERO
              AND NUMERO-EMPRESAS < 50 THEN
               ADD 1 TO NUMERO-EMPRESAS
               MOVE NUMERO-EMPRESAS TO EMPRESA-HALLADA
               MOVE ZEROS TO EMPRESA-FILA (EMPRESA-HALLADA)
               MOVE EMPRESA-TRABAJO
                   TO FILA-EMPRESA (EMPRESA-HALLADA)
           END-IF.
       COMPARAR-EMPRESA.
           IF FILA-EMPRESA (INDICE-EMPRESA)
              EQUAL EMPRESA-TRABAJO THEN
               MOVE INDICE-EMPRESA TO EMPRESA-HALLADA
           END-IF.
           ADD 1 TO INDICE-EMPRESA.
       ESCRIBIR-INFORME.
           OPEN OUTPUT PLANTILLA-ARCHIVO.
           PERFORM ESCRIBIR-CABECERA.
           PERFORM ESCRIBIR-LINEA-MES
               UNTIL INDICE-MES > 12.
           PERFORM ESCRIBIR-SECCION-DEPARTAMENTOS.
           PERFORM ESCRIBIR-SECCION-EMPRESAS.
           MOVE TOTAL-ALTAS TO TOT-ALTAS.
           MOVE TOTAL-BAJAS TO TOT-BAJAS.
           MOVE PLANTILLA-ACUMULADA TO TOT-PLANTILLA.
           MOVE FILA-DEP-ACTUAL (INDICE-GRUPO) TO GRU-ACTUAL.
           WRITE LINEA-PLANTILLA FROM LINEA-GRUPO.
           ADD 1 TO INDICE-GRUPO.
       ESCRIBIR-SECCION-EMPRESAS.
           WRITE LINEA-PLANTILLA FROM SPACE.
           WRITE LINEA-PLANTILLA FROM LINEA-TITULO-3.
           WRITE LINEA-PLANTILLA FROM SPACE.
           MOVE 1 TO INDICE-EMPRESA.
           PERFORM ESCRIBIR-LINEA-EMPRESA
               UNTIL INDICE-EMPRESA > NUMERO-EMPRESAS.
       ESCRIBIR-LINEA-EMPRESA.
           MOVE FILA-EMPRESA (INDICE-EMPRESA) TO LIN-EMPRESA.
           IF FILA-EMPRESA (INDICE-EMPRESA) EQUAL SPACE THEN
               MOVE "SIN EMPRESA ASIGNADA" TO LIN-RAZON-SOCIAL
           ELSE
               MOVE "B" TO EMP-FUNCION
               MOVE FILA-EMPRESA (INDICE-EMPRESA) TO EMP-CODIGO
               CALL "EMPRESAS" USING DATOS-EMPRESA
               MOVE EMP-RAZON-SOCIAL TO LIN-RAZON-SOCIAL
           END-IF.
           MOVE FILA-EMP-ALTAS (INDICE-EMPRESA) TO LIN-ALTAS.
           MOVE FILA-EMP-BAJAS (INDICE-EMPRESA) TO LIN-BAJAS.
           MOVE FILA-EMP-ACTUAL (INDICE-EMPRESA) TO LIN-ACTUAL.
           WRITE LINEA-PLANTILLA FROM LINEA-EMPRESA.
           ADD 1 TO INDICE-EMPRESA.
       ESCRIBIR-CABECERA.
           ADD 1 TO NUMERO-PAGINA.
           MOVE NUMERO-PAGINA TO CAB-PAGINA.
