       01 RESTO-BISIESTO PIC 9(4) VALUE ZERO.
       01 DESCARTE-BISIESTO PIC 9(4) VALUE ZERO.
           COPY "departamento.cob".
           COPY "categoria.cob".
           COPY "empresa.cob".
       01 LINEA-DETALLE.
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-ID PIC X(6).
           PERFORM CHEQUEAR-DEPARTAMENTO.
           PERFORM CHEQUEAR-FECHA-ALTA.
           PERFORM CHEQUEAR-SALARIO.
           PERFORM CHEQUEAR-CATEGORIA.
           PERFORM CHEQUEAR-EMPRESA.
           PERFORM CHEQUEAR-CONTRATO.
           IF REGISTRO-CORRECTO EQUAL "N" THEN
               ADD 1 TO REG-CON-ERRORES
           END-IF.
               MOVE "EL DEPARTAMENTO ESTA EN BLANCO" TO DET-MOTIVO
               PERFORM ESCRIBIR-EXCEPCION
           ELSE
               IF EMPLEADOS-FIN-CONTRATO IS NOT NUMERIC
                  AND (EMPLEADOS-CATEGORIA NOT EQUAL SPACE
                    OR EMPLEADOS-EMPRESA NOT EQUAL SPACE
                    OR EMPLEADOS-CONTRATO NOT EQUAL SPACE) THEN
                   MOVE "EL DEPARTAMENTO NO ES UN CODIGO OFICIAL"
                       TO DET-MOTIVO
                   PERFORM ESCRIBIR-EXCEPCION
                   PERFORM ESCRIBIR-EXCEPCION
               END-IF
           END-IF.
       CHEQUEAR-CATEGORIA.
           IF EMPLEADOS-CATEGORIA EQUAL SPACE THEN
               MOVE "LA CATEGORIA ESTA EN BLANCO" TO DET-MOTIVO
               PERFORM ESCRIBIR-EXCEPCION
           ELSE
               MOVE "B" TO CAT-FUNCION
               MOVE EMPLEADOS-CATEGORIA TO CAT-CODIGO
               CALL "CATEGORIAS" USING DATOS-CATEGORIA
               IF CAT-ENCONTRADO NOT EQUAL "S" THEN
                   MOVE "LA CATEGORIA NO EXISTE EN EL MAESTRO"
                       TO DET-MOTIVO
                   PERFORM ESCRIBIR-EXCEPCION
               ELSE
                   IF EMPLEADOS-SALARIO IS NUMERIC
                      AND (EMPLEADOS-SALARIO < CAT-MINIMO
                       OR EMPLEADOS-SALARIO > CAT-MAXIMO) THEN
                       MOVE "SALARIO FUERA DE LA BANDA DE SU CATEGORIA"
                           TO DET-MOTIVO
                       PERFORM ESCRIBIR-EXCEPCION
                   END-IF
               END-IF
           END-IF.
       CHEQUEAR-EMPRESA.
           MOVE "B" TO EMP-FUNCION.
           MOVE EMPLEADOS-EMPRESA TO EMP-CODIGO.
           CALL "EMPRESAS" USING DATOS-EMPRESA.
           IF EMP-NUMERO-EMPRESAS > ZERO THEN
               IF EMPLEADOS-EMPRESA EQUAL SPACE THEN
                   MOVE "LA EMPRESA ESTA EN BLANCO" TO DET-MOTIVO
                   PERFORM ESCRIBIR-EXCEPCION
               ELSE
                   IF EMP-ENCONTRADO NOT EQUAL "S" THEN
                       MOVE "LA EMPRESA NO EXISTE EN EL MAESTRO"
                           TO DET-MOTIVO
                       PERFORM ESCRIBIR-EXCEPCION
                   END-IF
               END-IF
           END-IF.
       CHEQUEAR-CONTRATO.
           EVALUATE EMPLEADOS-CONTRATO
               WHEN SPACE
                   MOVE "EL TIPO DE CONTRATO ESTA EN BLANCO"
                       TO DET-MOTIVO
                   PERFORM ESCRIBIR-EXCEPCION
               WHEN "I"
                   IF EMPLEADOS-FIN-CONTRATO IS NUMERIC
                      AND EMPLEADOS-FIN-CONTRATO NOT EQUAL ZERO THEN
                       MOVE "CONTRATO INDEFINIDO CON FECHA DE FIN"
                           TO DET-MOTIVO
                       PERFORM ESCRIBIR-EXCEPCION
                   END-IF
               WHEN "T"
               WHEN "P"
                   PERFORM CHEQUEAR-FIN-CONTRATO
               WHEN OTHER
                   MOVE "EL TIPO DE CONTRATO NO ES VALIDO"
                       TO DET-MOTIVO
                   PERFORM ESCRIBIR-EXCEPCION
           END-EVALUATE.
           IF EMPLEADOS-JORNADA IS NUMERIC THEN
               IF EMPLEADOS-JORNADA EQUAL ZERO
                  OR EMPLEADOS-JORNADA > 100 THEN
                   MOVE "LA JORNADA NO ESTA ENTRE 1 Y 100 (%)"
                       TO DET-MOTIVO
                   PERFORM ESCRIBIR-EXCEPCION
               END-IF
           END-IF.
       CHEQUEAR-FIN-CONTRATO.
           IF EMPLEADOS-FIN-CONTRATO IS NOT NUMERIC
              OR EMPLEADOS-FIN-CONTRATO EQUAL ZERO THEN
               MOVE "CONTRATO TEMPORAL SIN FECHA DE FIN" TO DET-MOTIVO
               PERFORM ESCRIBIR-EXCEPCION
           ELSE
               MOVE EMPLEADOS-FIN-CONTRATO TO FECHA-COMPROBADA
               PERFORM VALIDAR-FECHA
               IF FECHA-VALIDA NOT EQUAL "S" THEN
                   MOVE "EL FIN DE CONTRATO NO ES UNA FECHA VALIDA"
                       TO DET-MOTIVO
                   PERFORM ESCRIBIR-EXCEPCION
               END-IF
           END-IF.
       ESCRIBIR-EXCEPCION.
           MOVE EMPLEADOS-ID TO DET-ID.
           WRITE LINEA-EXCEPCION FROM LINEA-DETALLE.
