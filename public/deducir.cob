               03 TRAMO-HASTA PIC 9(7)V99.
               03 TRAMO-PORCENTAJE PIC 99V99.
       01 PORCENTAJE-SS PIC 99V99 VALUE ZERO.
       01 NETO-MINIMO PIC 9(7)V99 VALUE ZERO.
       01 NUMERO-FIJOS PIC 99 VALUE ZERO.
       01 TABLA-FIJOS.
           02 FIJO-REGLA OCCURS 5 TIMES.
       01 INDICE-TRAMO PIC 99 VALUE ZERO.
       01 TRAMO-ELEGIDO PIC 99 VALUE ZERO.
       01 INDICE-FIJO PIC 99 VALUE ZERO.
       01 BASE-TRAMO PIC 9(7)V99 VALUE ZERO.
       01 REDUCCION-HIJO PIC 99V99 VALUE 1.
       01 REDUCCION-CONYUGE PIC 99V99 VALUE 1.
       01 REDUCCION-DISCAPACIDAD-33 PIC 99V99 VALUE 2.
       01 REDUCCION-DISCAPACIDAD-65 PIC 99V99 VALUE 4.
       01 PORCENTAJE-CALCULO PIC S9(3)V99 VALUE ZERO.
       01 MES-PERIODO PIC 99 VALUE ZERO.
       01 MESES-RESTANTES PIC 99 VALUE ZERO.
       01 DIFERENCIA-ACUMULADA PIC S9(9)V99 VALUE ZERO.
       01 IRPF-CALCULO PIC S9(9)V99 VALUE ZERO.
       01 PORCENTAJE-TRAMO PIC 99V99 VALUE ZERO.
           COPY "fiscal.cob".
       LINKAGE SECTION.
           COPY "deduccion.cob".
       PROCEDURE DIVISION USING DATOS-DEDUCCION.
               WHEN "SS"
                   COMPUTE PORCENTAJE-SS
                       = FUNCTION NUMVAL(REGLA-CAMPO-2)
               WHEN "MINIMO"
                   COMPUTE NETO-MINIMO
                       = FUNCTION NUMVAL(REGLA-CAMPO-2)
               WHEN "REDUCE"
                   PERFORM CARGAR-REDUCCION
               WHEN "FIJO"
                   IF NUMERO-FIJOS < 5 THEN
                       ADD 1 TO NUMERO-FIJOS
                   DISPLAY "REGLA DE DEDUCCION DESCONOCIDA: "
                       LINEA-DEDUCCION
           END-EVALUATE.
       CARGAR-REDUCCION.
           EVALUATE REGLA-CAMPO-2
               WHEN "HIJO"
                   COMPUTE REDUCCION-HIJO
                       = FUNCTION NUMVAL(REGLA-CAMPO-3)
               WHEN "CONYUGE"
                   COMPUTE REDUCCION-CONYUGE
                       = FUNCTION NUMVAL(REGLA-CAMPO-3)
               WHEN "DISC33"
                   COMPUTE REDUCCION-DISCAPACIDAD-33
                       = FUNCTION NUMVAL(REGLA-CAMPO-3)
               WHEN "DISC65"
                   COMPUTE REDUCCION-DISCAPACIDAD-65
                       = FUNCTION NUMVAL(REGLA-CAMPO-3)
               WHEN OTHER
                   DISPLAY "REGLA DE DEDUCCION DESCONOCIDA: "
                       LINEA-DEDUCCION
           END-EVALUATE.
       CALCULAR-DEDUCCIONES.
           IF DED-BASE-TRAMO IS NUMERIC
              AND DED-BASE-TRAMO > ZERO THEN
               MOVE DED-BASE-TRAMO TO BASE-TRAMO
           ELSE
               MOVE DED-BRUTO TO BASE-TRAMO
           END-IF.
           PERFORM ELEGIR-TRAMO-IRPF.
           MOVE PORCENTAJE-TRAMO TO DED-PORCENTAJE-IRPF.
           MOVE DED-PORCENTAJE-IRPF TO DED-PORCENTAJE-PERSONAL.
           MOVE ZERO TO DED-REGULARIZACION.
           MOVE "N" TO FIS-ENCONTRADO.
           IF DED-ID NOT EQUAL SPACE
              AND DED-ID NOT EQUAL LOW-VALUE THEN
               PERFORM APLICAR-SITUACION-PERSONAL
           END-IF.
           COMPUTE DED-IRPF ROUNDED
               = DED-BRUTO * DED-PORCENTAJE-IRPF / 100.
           IF FIS-ENCONTRADO EQUAL "S" THEN
               PERFORM REGULARIZAR-RETENCION
           END-IF.
           MOVE PORCENTAJE-SS TO DED-PORCENTAJE-SS.
           COMPUTE DED-SS ROUNDED
               = DED-BRUTO * DED-PORCENTAJE-SS / 100.
           MOVE ZERO TO DED-FIJOS-TOTAL.
           IF DED-MODO-SIN-FIJOS THEN
               MOVE ZERO TO DED-NUMERO-FIJOS
           ELSE
               MOVE NUMERO-FIJOS TO DED-NUMERO-FIJOS
               MOVE 1 TO INDICE-FIJO
               PERFORM TRASLADAR-FIJO
                   UNTIL INDICE-FIJO > NUMERO-FIJOS
           END-IF.
           COMPUTE DED-TOTAL
               = DED-IRPF + DED-SS + DED-FIJOS-TOTAL.
           COMPUTE DED-NETO = DED-BRUTO - DED-TOTAL.
           MOVE NETO-MINIMO TO DED-NETO-MINIMO.
       APLICAR-SITUACION-PERSONAL.
           MOVE "B" TO FIS-FUNCION.
           MOVE DED-ID TO FIS-ID.
           CALL "FISCALES" USING DATOS-FISCALES.
           IF FIS-ENCONTRADO EQUAL "S" THEN
               MOVE DED-PORCENTAJE-IRPF TO PORCENTAJE-CALCULO
               PERFORM REDUCIR-PORCENTAJE
               MOVE PORCENTAJE-CALCULO TO DED-PORCENTAJE-IRPF
               MOVE PORCENTAJE-CALCULO TO DED-PORCENTAJE-PERSONAL
           END-IF.
       REDUCIR-PORCENTAJE.
           COMPUTE PORCENTAJE-CALCULO = PORCENTAJE-CALCULO
               - FIS-HIJOS * REDUCCION-HIJO.
           IF FIS-CASADO THEN
               SUBTRACT REDUCCION-CONYUGE FROM PORCENTAJE-CALCULO
           END-IF.
           IF FIS-DISCAPACIDAD >= 65 THEN
               SUBTRACT REDUCCION-DISCAPACIDAD-65
                   FROM PORCENTAJE-CALCULO
           ELSE
               IF FIS-DISCAPACIDAD >= 33 THEN
                   SUBTRACT REDUCCION-DISCAPACIDAD-33
                       FROM PORCENTAJE-CALCULO
               END-IF
           END-IF.
           IF PORCENTAJE-CALCULO < ZERO THEN
               MOVE ZERO TO PORCENTAJE-CALCULO
           END-IF.
           IF FIS-PORCENTAJE-VOLUNTARIO > PORCENTAJE-CALCULO THEN
               MOVE FIS-PORCENTAJE-VOLUNTARIO TO PORCENTAJE-CALCULO
           END-IF.
       REGULARIZAR-RETENCION.
           IF DED-PERIODO IS NUMERIC
              AND DED-BRUTO-ACUMULADO IS NUMERIC
              AND DED-IRPF-ACUMULADO IS NUMERIC THEN
               COMPUTE MES-PERIODO = FUNCTION MOD(DED-PERIODO, 100)
               IF DED-BRUTO > ZERO
                  AND DED-BRUTO-ACUMULADO > ZERO
                  AND MES-PERIODO >= 1
                  AND MES-PERIODO <= 12 THEN
                   PERFORM CALCULAR-REGULARIZACION
               END-IF
           END-IF.
       CALCULAR-REGULARIZACION.
           COMPUTE MESES-RESTANTES = 13 - MES-PERIODO.
           COMPUTE DIFERENCIA-ACUMULADA = DED-BRUTO-ACUMULADO
               * DED-PORCENTAJE-PERSONAL / 100 - DED-IRPF-ACUMULADO.
           COMPUTE DED-REGULARIZACION ROUNDED
               = DIFERENCIA-ACUMULADA / MESES-RESTANTES.
           COMPUTE IRPF-CALCULO = DED-IRPF + DED-REGULARIZACION.
           IF IRPF-CALCULO < ZERO THEN
               COMPUTE DED-REGULARIZACION = ZERO - DED-IRPF
               MOVE ZERO TO IRPF-CALCULO
           END-IF.
           IF IRPF-CALCULO > DED-BRUTO THEN
               COMPUTE DED-REGULARIZACION = DED-BRUTO - DED-IRPF
               MOVE DED-BRUTO TO IRPF-CALCULO
           END-IF.
           MOVE IRPF-CALCULO TO DED-IRPF.
           COMPUTE DED-PORCENTAJE-IRPF ROUNDED
               = DED-IRPF * 100 / DED-BRUTO
               ON SIZE ERROR
                   MOVE 99.99 TO DED-PORCENTAJE-IRPF
           END-COMPUTE.
       ELEGIR-TRAMO-IRPF.
           MOVE ZERO TO PORCENTAJE-TRAMO.
           MOVE ZERO TO TRAMO-ELEGIDO.
           MOVE 1 TO INDICE-TRAMO.
           PERFORM BUSCAR-TRAMO-IRPF
           END-IF.
           IF TRAMO-ELEGIDO > ZERO THEN
               MOVE TRAMO-PORCENTAJE (TRAMO-ELEGIDO)
                   TO PORCENTAJE-TRAMO
           END-IF.
       BUSCAR-TRAMO-IRPF.
           IF BASE-TRAMO <= TRAMO-HASTA (INDICE-TRAMO) THEN
               MOVE INDICE-TRAMO TO TRAMO-ELEGIDO
           END-IF.
           ADD 1 TO INDICE-TRAMO.
