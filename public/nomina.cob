       SELECT OPTIONAL NOMINAS-ARCHIVO
       ASSIGN TO "nominas.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL REGISTRO-ARCHIVO
       ASSIGN TO USING NOMBRE-REGISTRO
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL BAJAS-ARCHIVO
       ASSIGN TO "bajas.dat"
       SELECT OPTIONAL PARAMETROS-ARCHIVO
       ASSIGN TO "nomina.prm"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL DESCUENTOS-ARCHIVO
       ASSIGN TO "descuentos.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL MOVIMIENTOS-DESCUENTOS
       ASSIGN TO "movdescuentos.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT NOMINAS-NUEVO
       ASSIGN TO "nominas.tmp"
       ORGANIZATION IS SEQUENTIAL.
       SELECT MOVIMIENTOS-NUEVO
       ASSIGN TO "movdescuentos.tmp"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL CONTROL-NOMINA
       ASSIGN TO "nomina.chk"
       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ARCHIVOS.
           01 LINEA-REGLA-HORAS PIC X(40).
       FD PARAMETROS-ARCHIVO.
           01 LINEA-PARAMETRO PIC X(40).
       FD DESCUENTOS-ARCHIVO.
           COPY "descuento.cob".
       FD MOVIMIENTOS-DESCUENTOS.
           COPY "movdescuento.cob".
       FD NOMINAS-NUEVO.
           COPY "pago.cob" REPLACING LEADING ==NOMINAS== BY ==NOMNUE==.
       FD MOVIMIENTOS-NUEVO.
           COPY "movdescuento.cob"
               REPLACING LEADING ==MOV== BY ==MOVNUE==.
       FD CONTROL-NOMINA.
           01 LINEA-CONTROL-NOMINA PIC X(100).
       WORKING-STORAGE SECTION.
       01 FIN-DE-HORAS PIC X VALUE "N".
       01 EJECUCION-PERMITIDA PIC X VALUE "S".
       01 HORAS-VALIDADAS PIC X VALUE "N".
       01 ESTADO-PERIODO PIC X VALUE SPACE.
       01 PERIODO-LEIDO PIC X(6).
       01 EMPRESA-LEIDA PIC X(4).
       01 EMPRESA-NOMINA PIC X(4) VALUE SPACE.
       01 EMPRESA-VALIDA PIC X VALUE "N".
       01 NOMBRE-REGISTRO PIC X(40) VALUE "registro-nominas.txt".
       01 LINEAS-OTRA-EMPRESA PIC 9(5) VALUE ZERO.
       01 NOMINA-DE-LA-EMPRESA PIC X VALUE "N".
       01 MOVIMIENTO-DE-LA-EMPRESA PIC X VALUE "N".
           COPY "empresa.cob".
           COPY "periodo.cob".
       01 FECHA-HOY PIC 9(8).
       01 BRUTO-CSV PIC 9(9).99.
       01 NETO-CSV PIC +9(9).99.
       01 EMPLEADO-DADO-DE-BAJA PIC X VALUE "N".
       01 FIN-DE-AUSENCIAS PIC X VALUE "N".
       01 DIAS-SIN-SUELDO PIC 9(3) VALUE ZERO.
       01 HORAS-SIN-SUELDO PIC 9(4)V99 VALUE ZERO.
       01 HORAS-EFECTIVAS PIC 9(3)V99 VALUE ZERO.
       01 PERIODO-DESGLOSE.
           02 PERIODO-ANO PIC 9(4).
       01 REGLA-CAMPO-2 PIC X(12).
       01 REGLA-CAMPO-3 PIC X(12).
       01 UMBRAL-HORAS-NORMALES PIC 9(3)V99 VALUE 999.99.
       01 UMBRAL-EMPLEADO PIC 9(3)V99 VALUE ZERO.
       01 JORNADA-EMPLEADO PIC 9(3) VALUE 100.
       01 NUMERO-TRAMOS-EXTRA PIC 99 VALUE ZERO.
       01 TABLA-TRAMOS-EXTRA.
           02 TRAMO-EXTRA OCCURS 5 TIMES.
       01 TOTAL-DEDUCCIONES PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-NETO PIC S9(9)V99 VALUE ZERO.
           COPY "deduccion.cob".
       01 FIN-DE-NOMINAS PIC X VALUE "N".
       01 NUMERO-ACUMULADOS PIC 9(4) VALUE ZERO.
       01 TABLA-ACUMULADOS-IRPF.
           02 ACUMULADO-FILA OCCURS 1000 TIMES.
               03 ACU-ID PIC X(6).
               03 ACU-BRUTO PIC 9(9)V99.
               03 ACU-IRPF PIC 9(9)V99.
       01 INDICE-ACUMULADO PIC 9(4) VALUE ZERO.
       01 ACUMULADO-HALLADO PIC 9(4) VALUE ZERO.
       01 ID-ACUMULADO PIC X(6).
       01 REGULARIZACIONES-IRPF PIC 9(5) VALUE ZERO.
       01 REGULARIZACION-MOSTRAR PIC -ZZZ,ZZ9.99.
       01 PORCENTAJE-MOSTRAR PIC Z9.99.
       01 FIN-DE-DESCUENTOS PIC X VALUE "N".
       01 FIN-DE-MOVIMIENTOS PIC X VALUE "N".
       01 DESCUENTO-HALLADO PIC X VALUE "N".
       01 MOVIMIENTOS-ANULADOS PIC 9(5) VALUE ZERO.
       01 NOMINAS-CONSERVADAS PIC 9(7) VALUE ZERO.
       01 PARAMETRO-PERIODO PIC X(6).
       01 INSTRUCCION-REANUDACION PIC X(10) VALUE SPACE.
       01 PERIODO-DESDE-PARAMETRO PIC X VALUE "N".
       01 NOMINA-INTERRUMPIDA PIC X VALUE "N".
       01 REANUDAR-NOMINA PIC X VALUE "N".
       01 HAY-PUNTO-CONTROL PIC X VALUE "N".
       01 DECISION-REANUDACION PIC X VALUE SPACE.
       01 LINEAS-LEIDAS PIC 9(5) VALUE ZERO.
       01 NOMINAS-YA-GRABADAS PIC 9(5) VALUE ZERO.
       01 NOMINAS-SIN-CONTROL PIC 9(5) VALUE ZERO.
       01 BRUTO-SIN-CONTROL PIC 9(9)V99 VALUE ZERO.
       01 DEDUCCIONES-SIN-CONTROL PIC 9(9)V99 VALUE ZERO.
       01 NETO-SIN-CONTROL PIC S9(9)V99 VALUE ZERO.
       01 NUMERO-YA-PAGADOS PIC 9(4) VALUE ZERO.
       01 TABLA-YA-PAGADOS.
           02 YA-PAGADO-ID PIC X(6) OCCURS 1000 TIMES.
       01 INDICE-YA-PAGADO PIC 9(4) VALUE ZERO.
       01 EMPLEADO-YA-PAGADO PIC X VALUE "N".
       01 NUMERO-YA-DESCONTADOS PIC 9(4) VALUE ZERO.
       01 TABLA-YA-DESCONTADOS.
           02 YA-DESCONTADO-FILA OCCURS 1000 TIMES.
               03 YA-DESCONTADO-ID PIC X(6).
               03 YA-DESCONTADO-NUMERO PIC 9(3).
               03 YA-DESCONTADO-IMPORTE PIC 9(7)V99.
       01 INDICE-YA-DESCONTADO PIC 9(4) VALUE ZERO.
       01 YA-DESCONTADO-HALLADO PIC 9(4) VALUE ZERO.
       01 YA-DESCONTADOS-DESBORDADOS PIC X VALUE "N".
       01 LINEAS-A-SALTAR PIC 9(5) VALUE ZERO.
       01 PUNTO-CONTROL.
           02 CHK-PERIODO PIC X(6).
           02 FILLER PIC X VALUE ",".
           02 CHK-ULTIMO-ID PIC X(6).
           02 FILLER PIC X VALUE ",".
           02 CHK-LINEAS-LEIDAS PIC 9(5).
           02 FILLER PIC X VALUE ",".
           02 CHK-NOMINAS-PAGADAS PIC 9(5).
           02 FILLER PIC X VALUE ",".
           02 CHK-LINEAS-RECHAZADAS PIC 9(5).
           02 FILLER PIC X VALUE ",".
           02 CHK-TOTAL-BRUTO PIC 9(9)V99.
           02 FILLER PIC X VALUE ",".
           02 CHK-TOTAL-DEDUCCIONES PIC 9(9)V99.
           02 FILLER PIC X VALUE ",".
           02 CHK-TOTAL-NETO PIC S9(9)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 FILLER PIC X VALUE ",".
           02 CHK-NUMERO-PAGINA PIC 999.
           02 FILLER PIC X VALUE ",".
           02 CHK-LINEAS-EN-PAGINA PIC 99.
           02 FILLER PIC X VALUE ",".
           02 CHK-DESCUENTOS-APLICADOS PIC 9(5).
           02 FILLER PIC X VALUE ",".
           02 CHK-DESCUENTOS-LIQUIDADOS PIC 9(5).
           02 FILLER PIC X VALUE ",".
           02 CHK-REGULARIZACIONES PIC 9(5).
           02 FILLER PIC X VALUE ",".
           02 CHK-EMPRESA PIC X(4).
       01 TOTAL-PERSONALES PIC 9(7)V99 VALUE ZERO.
       01 NETO-DISPONIBLE PIC S9(7)V99 VALUE ZERO.
       01 NETO-A-PAGAR PIC S9(7)V99 VALUE ZERO.
       01 CUOTA-DESCUENTO PIC 9(7)V99 VALUE ZERO.
       01 LIMITE-DESCUENTO PIC S9(7)V99 VALUE ZERO.
       01 DESCUENTOS-APLICADOS PIC 9(5) VALUE ZERO.
       01 DESCUENTOS-LIQUIDADOS PIC 9(5) VALUE ZERO.
       01 LINEAS-EN-PAGINA PIC 99 VALUE ZERO.
       01 NUMERO-PAGINA PIC 999 VALUE ZERO.
       01 LINEAS-POR-PAGINA PIC 99 VALUE 20.
           02 FILLER PIC X(29)
               VALUE "REGISTRO DE NOMINAS, PERIODO ".
           02 CAB-PERIODO PIC X(6).
           02 FILLER PIC X(10) VALUE "  EMPRESA ".
           02 CAB-EMPRESA PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 CAB-RAZON-SOCIAL PIC X(40).
           02 FILLER PIC X(6) VALUE " CIF: ".
           02 CAB-CIF PIC X(9).
       01 LINEA-CABECERA-2.
           02 FILLER PIC X(7) VALUE "PAGINA:".
           02 CAB-PAGINA PIC ZZ9.
           PERFORM LEER-PARAMETRO-PERIODO.
           IF EJECUCION-PERMITIDA EQUAL "S" THEN
               PERFORM PEDIR-PERIODO UNTIL PERIODO-VALIDO EQUAL "S"
               PERFORM ELEGIR-EMPRESA
           END-IF.
           IF EJECUCION-PERMITIDA EQUAL "S" THEN
               PERFORM COMPROBAR-ESTADO-PERIODO
           END-IF.
           IF EJECUCION-PERMITIDA EQUAL "S" THEN
               PERFORM COMPROBAR-VALIDACION-HORAS
           END-IF.
           IF EJECUCION-PERMITIDA EQUAL "S" THEN
               PERFORM COMPROBAR-INTERRUPCION
           END-IF.
           IF EJECUCION-PERMITIDA EQUAL "S"
              AND NOMINA-INTERRUMPIDA EQUAL "S" THEN
               PERFORM DECIDIR-REANUDACION
           END-IF.
           IF EJECUCION-PERMITIDA EQUAL "S" THEN
               PERFORM PROCEDIMIENTO-DE-APERTURA
               PERFORM LEER-Y-PAGAR UNTIL FIN-DE-HORAS EQUAL "S"
                   CONTINUE
               NOT AT END
                   MOVE LINEA-PARAMETRO (1:6) TO PERIODO-NOMINA
                   MOVE "S" TO PERIODO-DESDE-PARAMETRO
                   MOVE SPACE TO PARAMETRO-PERIODO
                   MOVE SPACE TO INSTRUCCION-REANUDACION
                   UNSTRING LINEA-PARAMETRO DELIMITED BY ","
                       INTO PARAMETRO-PERIODO, INSTRUCCION-REANUDACION,
                           EMPRESA-NOMINA
                   END-UNSTRING
                   IF PERIODO-NOMINA IS NUMERIC
                      AND PERIODO-NOMINA (5:2) >= "01"
                      AND PERIODO-NOMINA (5:2) <= "12"
           END-READ.
           CLOSE PARAMETROS-ARCHIVO.
           CALL "SYSTEM" USING "rm -f nomina.prm".
       ELEGIR-EMPRESA.
           IF PERIODO-DESDE-PARAMETRO EQUAL "S" THEN
               PERFORM COMPROBAR-EMPRESA-NOMINA
               IF EMPRESA-VALIDA NOT EQUAL "S" THEN
                   MOVE "N" TO EJECUCION-PERMITIDA
               END-IF
           ELSE
               MOVE "N" TO EMPRESA-VALIDA
               PERFORM PEDIR-EMPRESA UNTIL EMPRESA-VALIDA EQUAL "S"
           END-IF.
           IF EJECUCION-PERMITIDA EQUAL "S" THEN
               IF EMPRESA-NOMINA EQUAL SPACE THEN
                   DISPLAY "NOMINA DE TODAS LAS EMPRESAS DEL GRUPO."
               ELSE
                   DISPLAY "NOMINA DE LA EMPRESA " EMPRESA-NOMINA " "
                       EMP-RAZON-SOCIAL
               END-IF
           END-IF.
       PEDIR-EMPRESA.
           DISPLAY "INTRODUCE EL CODIGO DE EMPRESA (INTRO PARA TODAS).".
           MOVE SPACE TO EMPRESA-NOMINA.
           ACCEPT EMPRESA-NOMINA.
           PERFORM COMPROBAR-EMPRESA-NOMINA.
       COMPROBAR-EMPRESA-NOMINA.
           MOVE "S" TO EMPRESA-VALIDA.
           MOVE "registro-nominas.txt" TO NOMBRE-REGISTRO.
           MOVE "B" TO EMP-FUNCION.
           MOVE EMPRESA-NOMINA TO EMP-CODIGO.
           CALL "EMPRESAS" USING DATOS-EMPRESA.
           IF EMPRESA-NOMINA NOT EQUAL SPACE THEN
               IF EMP-ENCONTRADO EQUAL "S" THEN
                   MOVE SPACE TO NOMBRE-REGISTRO
                   STRING "registro-nominas-" DELIMITED BY SIZE
                       EMPRESA-NOMINA DELIMITED BY SPACE
                       ".txt" DELIMITED BY SIZE
                       INTO NOMBRE-REGISTRO
                   END-STRING
               ELSE
                   MOVE "N" TO EMPRESA-VALIDA
                   DISPLAY "ERROR: LA EMPRESA " EMPRESA-NOMINA
                       " NO EXISTE EN empresas.txt."
               END-IF
           END-IF.
       COMPROBAR-ESTADO-PERIODO.
           MOVE PERIODO-NOMINA TO PER-PERIODO.
           MOVE EMPRESA-NOMINA TO PER-EMPRESA.
           CALL "PERIODOS" USING DATOS-PERIODO.
           MOVE PER-ESTADO TO ESTADO-PERIODO.
           IF ESTADO-PERIODO EQUAL "P"
              OR ESTADO-PERIODO EQUAL "C" THEN
               MOVE "N" TO EJECUCION-PERMITIDA
               IF EMPRESA-NOMINA EQUAL SPACE THEN
                   DISPLAY "ERROR: EL PERIODO " PERIODO-NOMINA
                       " YA CONSTA COMO PAGADO O CERRADO, EN TODO O"
                       " EN PARTE."
               ELSE
                   DISPLAY "ERROR: EL PERIODO " PERIODO-NOMINA
                       " YA CONSTA COMO PAGADO O CERRADO PARA LA"
                       " EMPRESA " EMPRESA-NOMINA "."
               END-IF
               DISPLAY "PARA REPETIR EL PAGO, UN SUPERVISOR DEBE"
                   " ANULARLO ANTES CON EL PROGRAMA CIERRES."
           END-IF.
               DISPLAY "EJECUTA VALHORAS Y CORRIGE LAS EXCEPCIONES"
                   " ANTES DE PAGAR."
           END-IF.
       REGISTRAR-PERIODO-PAGADO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE TOTAL-BRUTO TO BRUTO-CSV.
               BRUTO-CSV DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               NETO-CSV DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               EMPRESA-NOMINA DELIMITED BY SPACE
               INTO LINEA-PERIODO
           END-STRING.
           WRITE LINEA-PERIODO.
           CLOSE PERIODOS-ARCHIVO.
           IF EMPRESA-NOMINA EQUAL SPACE THEN
               DISPLAY "PERIODO " PERIODO-NOMINA " REGISTRADO COMO"
                   " PAGADO EN periodos.txt"
               CALL "SYSTEM" USING "rm -f horas.ok"
           ELSE
               DISPLAY "PERIODO " PERIODO-NOMINA " REGISTRADO COMO"
                   " PAGADO EN periodos.txt PARA LA EMPRESA "
                   EMPRESA-NOMINA
               DISPLAY "horas.ok SE CONSERVA PARA PAGAR LAS DEMAS"
                   " EMPRESAS DEL GRUPO."
           END-IF.
           CALL "SYSTEM" USING "rm -f nomina.chk".
       PEDIR-PERIODO.
           DISPLAY "INTRODUCE EL PERIODO DE NOMINA (AAAAMM).".
           ACCEPT PERIODO-NOMINA.
       PROCEDIMIENTO-DE-APERTURA.
           PERFORM CALCULAR-LIMITES-PERIODO.
           PERFORM CARGAR-REGLAS-HORAS.
           PERFORM CARGAR-ACUMULADOS-IRPF.
           OPEN INPUT EMPLEADOS-ARCHIVOS.
           OPEN INPUT HORAS-ARCHIVO.
           OPEN EXTEND NOMINAS-ARCHIVO.
           IF REANUDAR-NOMINA EQUAL "S"
              AND HAY-PUNTO-CONTROL EQUAL "S" THEN
               OPEN EXTEND REGISTRO-ARCHIVO
           ELSE
               OPEN OUTPUT REGISTRO-ARCHIVO
           END-IF.
           OPEN EXTEND MOVIMIENTOS-DESCUENTOS.
           PERFORM GRABAR-PUNTO-CONTROL.
       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVOS.
           CLOSE HORAS-ARCHIVO.
           CLOSE NOMINAS-ARCHIVO.
           CLOSE REGISTRO-ARCHIVO.
           CLOSE MOVIMIENTOS-DESCUENTOS.
           DISPLAY "REGISTRO GENERADO EN " NOMBRE-REGISTRO.
           DISPLAY "NOMINAS PROCESADAS: " NOMINAS-PAGADAS.
           DISPLAY "LINEAS RECHAZADAS: " LINEAS-RECHAZADAS.
           IF EMPRESA-NOMINA NOT EQUAL SPACE THEN
               DISPLAY "LINEAS DE OTRAS EMPRESAS OMITIDAS: "
                   LINEAS-OTRA-EMPRESA
           END-IF.
           DISPLAY "DESCUENTOS PERSONALES APLICADOS: "
               DESCUENTOS-APLICADOS.
           DISPLAY "DESCUENTOS PERSONALES LIQUIDADOS: "
               DESCUENTOS-LIQUIDADOS.
           DISPLAY "REGULARIZACIONES DE IRPF: " REGULARIZACIONES-IRPF.
       LEER-Y-PAGAR.
           READ HORAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-HORAS
               NOT AT END
                   ADD 1 TO LINEAS-LEIDAS
                   IF LINEAS-LEIDAS > LINEAS-A-SALTAR THEN
                       PERFORM PROCESAR-LINEA-HORAS
                       PERFORM GRABAR-PUNTO-CONTROL
                   END-IF
           END-READ.
       PROCESAR-LINEA-HORAS.
           MOVE SPACE TO HORAS-ID.
                   = FUNCTION NUMVAL(HORAS-TEXTO)
               PERFORM BUSCAR-EMPLEADO
               IF EMPLEADO-ENCONTRADO EQUAL "S" THEN
                   PERFORM BUSCAR-YA-PAGADO
                   IF EMPRESA-NOMINA NOT EQUAL SPACE
                      AND EMPLEADOS-EMPRESA NOT EQUAL EMPRESA-NOMINA
                      THEN
                       ADD 1 TO LINEAS-OTRA-EMPRESA
                   ELSE
                       IF EMPLEADO-YA-PAGADO EQUAL "S" THEN
                           DISPLAY "YA PAGADO ANTES DE LA"
                               " INTERRUPCION, SE OMITE: " HORAS-ID
                       ELSE
                           PERFORM PAGAR-EMPLEADO
                       END-IF
                   END-IF
               ELSE
                   PERFORM BUSCAR-EN-BAJAS
                   IF EMPLEADO-DADO-DE-BAJA EQUAL "S" THEN
           ADD 1 TO ENTERO-DIA.
       PAGAR-EMPLEADO.
           PERFORM CONTAR-DIAS-SIN-SUELDO.
           PERFORM OBTENER-JORNADA-EMPLEADO.
           COMPUTE HORAS-SIN-SUELDO ROUNDED
               = DIAS-SIN-SUELDO * 8 * JORNADA-EMPLEADO / 100.
           IF HORAS-SIN-SUELDO >= HORAS-TRABAJADAS THEN
               MOVE ZERO TO HORAS-EFECTIVAS
           ELSE
           END-IF.
           PERFORM CALCULAR-PAGO-BRUTO.
           MOVE PAGO-BRUTO TO DED-BRUTO.
           MOVE "C" TO DED-MODO.
           MOVE ZERO TO DED-BASE-TRAMO.
           MOVE EMPLEADOS-ID TO DED-ID.
           MOVE PERIODO-NOMINA TO DED-PERIODO.
           PERFORM PREPARAR-ACUMULADOS-IRPF.
           CALL "DEDUCIR" USING DATOS-DEDUCCION.
           IF DED-REGULARIZACION NOT EQUAL ZERO THEN
               PERFORM AVISAR-REGULARIZACION
           END-IF.
           PERFORM APLICAR-DESCUENTOS-PERSONALES.
           PERFORM GRABAR-NOMINA.
           PERFORM ESCRIBIR-LINEA-REGISTRO.
           ADD 1 TO NOMINAS-PAGADAS.
           ADD PAGO-BRUTO TO TOTAL-BRUTO.
           ADD DED-TOTAL TO TOTAL-DEDUCCIONES.
           ADD TOTAL-PERSONALES TO TOTAL-DEDUCCIONES.
           ADD NETO-A-PAGAR TO TOTAL-NETO.
           MOVE EMPLEADOS-ID TO CHK-ULTIMO-ID.
       BUSCAR-YA-PAGADO.
           MOVE "N" TO EMPLEADO-YA-PAGADO.
           IF REANUDAR-NOMINA EQUAL "S" THEN
               MOVE 1 TO INDICE-YA-PAGADO
               PERFORM COMPARAR-YA-PAGADO
                   UNTIL INDICE-YA-PAGADO > NUMERO-YA-PAGADOS
                      OR EMPLEADO-YA-PAGADO EQUAL "S"
           END-IF.
       COMPARAR-YA-PAGADO.
           IF YA-PAGADO-ID (INDICE-YA-PAGADO) EQUAL HORAS-ID THEN
               MOVE "S" TO EMPLEADO-YA-PAGADO
           END-IF.
           ADD 1 TO INDICE-YA-PAGADO.
       COMPROBAR-INTERRUPCION.
           PERFORM LEER-PUNTO-CONTROL.
           IF HAY-PUNTO-CONTROL EQUAL "S"
              AND (CHK-PERIODO NOT EQUAL PERIODO-NOMINA
                OR CHK-EMPRESA NOT EQUAL EMPRESA-NOMINA) THEN
               MOVE "N" TO EJECUCION-PERMITIDA
               DISPLAY "ERROR: HAY UNA NOMINA INTERRUMPIDA DEL PERIODO "
                   CHK-PERIODO "."
               IF CHK-EMPRESA NOT EQUAL SPACE THEN
                   DISPLAY "LA NOMINA INTERRUMPIDA ERA DE LA EMPRESA "
                       CHK-EMPRESA "."
               END-IF
               DISPLAY "LANZA LA NOMINA DE ESE PERIODO PARA CONTINUARLA"
                   " O DESHACERLA ANTES DE PAGAR OTRO."
           ELSE
               PERFORM CONTAR-NOMINAS-GRABADAS
               IF HAY-PUNTO-CONTROL EQUAL "S"
                  OR NOMINAS-YA-GRABADAS > ZERO THEN
                   MOVE "S" TO NOMINA-INTERRUMPIDA
               END-IF
           END-IF.
       LEER-PUNTO-CONTROL.
           PERFORM INICIAR-PUNTO-CONTROL.
           MOVE "N" TO HAY-PUNTO-CONTROL.
           OPEN INPUT CONTROL-NOMINA.
           READ CONTROL-NOMINA
               AT END
                   CONTINUE
               NOT AT END
                   IF LINEA-CONTROL-NOMINA NOT EQUAL SPACE THEN
                       MOVE LINEA-CONTROL-NOMINA TO PUNTO-CONTROL
                       MOVE "S" TO HAY-PUNTO-CONTROL
                   END-IF
           END-READ.
           CLOSE CONTROL-NOMINA.
           IF HAY-PUNTO-CONTROL EQUAL "S" THEN
               IF CHK-LINEAS-LEIDAS IS NOT NUMERIC
                  OR CHK-NOMINAS-PAGADAS IS NOT NUMERIC
                  OR CHK-LINEAS-RECHAZADAS IS NOT NUMERIC
                  OR CHK-TOTAL-BRUTO IS NOT NUMERIC
                  OR CHK-TOTAL-DEDUCCIONES IS NOT NUMERIC
                  OR CHK-TOTAL-NETO IS NOT NUMERIC
                  OR CHK-NUMERO-PAGINA IS NOT NUMERIC
                  OR CHK-LINEAS-EN-PAGINA IS NOT NUMERIC
                  OR CHK-DESCUENTOS-APLICADOS IS NOT NUMERIC
                  OR CHK-DESCUENTOS-LIQUIDADOS IS NOT NUMERIC
                  OR CHK-REGULARIZACIONES IS NOT NUMERIC THEN
                   DISPLAY "AVISO: nomina.chk ESTA DANADO, LOS TOTALES"
                       " SE RECALCULAN CON nominas.dat."
                   MOVE LINEA-CONTROL-NOMINA (1:6) TO PERIODO-LEIDO
                   MOVE CHK-EMPRESA TO EMPRESA-LEIDA
                   PERFORM INICIAR-PUNTO-CONTROL
                   MOVE PERIODO-LEIDO TO CHK-PERIODO
                   MOVE EMPRESA-LEIDA TO CHK-EMPRESA
               END-IF
           END-IF.
       INICIAR-PUNTO-CONTROL.
           MOVE SPACE TO CHK-PERIODO.
           MOVE SPACE TO CHK-ULTIMO-ID.
           MOVE ZERO TO CHK-LINEAS-LEIDAS.
           MOVE ZERO TO CHK-NOMINAS-PAGADAS.
           MOVE ZERO TO CHK-LINEAS-RECHAZADAS.
           MOVE ZERO TO CHK-TOTAL-BRUTO.
           MOVE ZERO TO CHK-TOTAL-DEDUCCIONES.
           MOVE ZERO TO CHK-TOTAL-NETO.
           MOVE ZERO TO CHK-NUMERO-PAGINA.
           MOVE ZERO TO CHK-LINEAS-EN-PAGINA.
           MOVE ZERO TO CHK-DESCUENTOS-APLICADOS.
           MOVE ZERO TO CHK-DESCUENTOS-LIQUIDADOS.
           MOVE ZERO TO CHK-REGULARIZACIONES.
           MOVE SPACE TO CHK-EMPRESA.
       GRABAR-PUNTO-CONTROL.
           MOVE PERIODO-NOMINA TO CHK-PERIODO.
           MOVE EMPRESA-NOMINA TO CHK-EMPRESA.
           MOVE LINEAS-LEIDAS TO CHK-LINEAS-LEIDAS.
           MOVE NOMINAS-PAGADAS TO CHK-NOMINAS-PAGADAS.
           MOVE LINEAS-RECHAZADAS TO CHK-LINEAS-RECHAZADAS.
           MOVE TOTAL-BRUTO TO CHK-TOTAL-BRUTO.
           MOVE TOTAL-DEDUCCIONES TO CHK-TOTAL-DEDUCCIONES.
           MOVE TOTAL-NETO TO CHK-TOTAL-NETO.
           MOVE NUMERO-PAGINA TO CHK-NUMERO-PAGINA.
           MOVE LINEAS-EN-PAGINA TO CHK-LINEAS-EN-PAGINA.
           MOVE DESCUENTOS-APLICADOS TO CHK-DESCUENTOS-APLICADOS.
           MOVE DESCUENTOS-LIQUIDADOS TO CHK-DESCUENTOS-LIQUIDADOS.
           MOVE REGULARIZACIONES-IRPF TO CHK-REGULARIZACIONES.
           OPEN OUTPUT CONTROL-NOMINA.
           WRITE LINEA-CONTROL-NOMINA FROM PUNTO-CONTROL.
           CLOSE CONTROL-NOMINA.
       CONTAR-NOMINAS-GRABADAS.
           MOVE ZERO TO NOMINAS-YA-GRABADAS.
           MOVE ZERO TO NOMINAS-SIN-CONTROL.
           MOVE ZERO TO BRUTO-SIN-CONTROL.
           MOVE ZERO TO DEDUCCIONES-SIN-CONTROL.
           MOVE ZERO TO NETO-SIN-CONTROL.
           MOVE ZERO TO NUMERO-YA-PAGADOS.
           MOVE "N" TO FIN-DE-NOMINAS.
           OPEN INPUT NOMINAS-ARCHIVO.
           PERFORM LEER-NOMINA-GRABADA UNTIL FIN-DE-NOMINAS EQUAL "S".
           CLOSE NOMINAS-ARCHIVO.
       LEER-NOMINA-GRABADA.
           READ NOMINAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-NOMINAS
               NOT AT END
                   PERFORM COMPROBAR-EMPRESA-DE-NOMINA
                   IF NOMINAS-PERIODO EQUAL PERIODO-NOMINA
                      AND NOMINAS-ORDINARIA
                      AND NOMINA-DE-LA-EMPRESA EQUAL "S" THEN
                       PERFORM ANOTAR-NOMINA-GRABADA
                   END-IF
           END-READ.
       COMPROBAR-EMPRESA-DE-NOMINA.
           IF EMPRESA-NOMINA EQUAL SPACE
              OR NOMINAS-EMPRESA EQUAL EMPRESA-NOMINA THEN
               MOVE "S" TO NOMINA-DE-LA-EMPRESA
           ELSE
               MOVE "N" TO NOMINA-DE-LA-EMPRESA
           END-IF.
       ANOTAR-NOMINA-GRABADA.
           ADD 1 TO NOMINAS-YA-GRABADAS.
           IF NUMERO-YA-PAGADOS < 1000 THEN
               ADD 1 TO NUMERO-YA-PAGADOS
               MOVE NOMINAS-ID TO YA-PAGADO-ID (NUMERO-YA-PAGADOS)
           END-IF.
           IF NOMINAS-YA-GRABADAS > CHK-NOMINAS-PAGADAS THEN
               ADD 1 TO NOMINAS-SIN-CONTROL
               ADD NOMINAS-BRUTO TO BRUTO-SIN-CONTROL
               ADD NOMINAS-IRPF TO DEDUCCIONES-SIN-CONTROL
               ADD NOMINAS-SS TO DEDUCCIONES-SIN-CONTROL
               ADD NOMINAS-OTRAS TO DEDUCCIONES-SIN-CONTROL
               IF NOMINAS-PERSONALES IS NUMERIC THEN
                   ADD NOMINAS-PERSONALES TO DEDUCCIONES-SIN-CONTROL
               END-IF
               ADD NOMINAS-NETO TO NETO-SIN-CONTROL
           END-IF.
       DECIDIR-REANUDACION.
           DISPLAY "LA NOMINA DEL PERIODO " PERIODO-NOMINA
               " QUEDO INTERRUMPIDA.".
           DISPLAY "NOMINAS YA GRABADAS EN nominas.dat: "
               NOMINAS-YA-GRABADAS.
           IF HAY-PUNTO-CONTROL EQUAL "S" THEN
               DISPLAY "ULTIMO EMPLEADO PAGADO: " CHK-ULTIMO-ID
                   ", LINEAS DE horas.txt PROCESADAS: "
                   CHK-LINEAS-LEIDAS
           END-IF.
           MOVE SPACE TO DECISION-REANUDACION.
           IF PERIODO-DESDE-PARAMETRO EQUAL "S" THEN
               EVALUATE INSTRUCCION-REANUDACION
                   WHEN "CONTINUAR"
                       MOVE "C" TO DECISION-REANUDACION
                   WHEN "DESHACER"
                       MOVE "D" TO DECISION-REANUDACION
                   WHEN OTHER
                       MOVE "S" TO DECISION-REANUDACION
                       DISPLAY "ERROR: INDICA CONTINUAR O DESHACER EN"
                           " EL PASO DE lote.ctl (NOMINA,AAAAMM,"
                           "CONTINUAR)."
               END-EVALUATE
           ELSE
               PERFORM PEDIR-DECISION-REANUDACION
                   UNTIL DECISION-REANUDACION EQUAL "C"
                      OR DECISION-REANUDACION EQUAL "D"
                      OR DECISION-REANUDACION EQUAL "S"
           END-IF.
           EVALUATE DECISION-REANUDACION
               WHEN "C"
                   PERFORM PREPARAR-REANUDACION
               WHEN "D"
                   PERFORM DESHACER-NOMINA-PARCIAL
               WHEN OTHER
                   MOVE "N" TO EJECUCION-PERMITIDA
                   DISPLAY "NOMINA NO LANZADA, EL PERIODO SIGUE"
                       " INTERRUMPIDO."
           END-EVALUATE.
       PEDIR-DECISION-REANUDACION.
           DISPLAY "C. CONTINUAR DONDE SE QUEDO".
           DISPLAY "D. DESHACER LO GRABADO Y PAGAR DESDE EL PRINCIPIO".
           DISPLAY "S. SALIR SIN HACER NADA".
           ACCEPT DECISION-REANUDACION.
           INSPECT DECISION-REANUDACION CONVERTING "cds" TO "CDS".
           IF DECISION-REANUDACION NOT EQUAL "C"
              AND DECISION-REANUDACION NOT EQUAL "D"
              AND DECISION-REANUDACION NOT EQUAL "S" THEN
               DISPLAY "OPCION INVALIDA, INTENTELO DE NUEVO."
           END-IF.
       PREPARAR-REANUDACION.
           MOVE "S" TO REANUDAR-NOMINA.
           MOVE CHK-LINEAS-LEIDAS TO LINEAS-A-SALTAR.
           COMPUTE NOMINAS-PAGADAS
               = CHK-NOMINAS-PAGADAS + NOMINAS-SIN-CONTROL.
           MOVE CHK-LINEAS-RECHAZADAS TO LINEAS-RECHAZADAS.
           COMPUTE TOTAL-BRUTO = CHK-TOTAL-BRUTO + BRUTO-SIN-CONTROL.
           COMPUTE TOTAL-DEDUCCIONES
               = CHK-TOTAL-DEDUCCIONES + DEDUCCIONES-SIN-CONTROL.
           COMPUTE TOTAL-NETO = CHK-TOTAL-NETO + NETO-SIN-CONTROL.
           MOVE CHK-NUMERO-PAGINA TO NUMERO-PAGINA.
           MOVE CHK-LINEAS-EN-PAGINA TO LINEAS-EN-PAGINA.
           MOVE CHK-DESCUENTOS-APLICADOS TO DESCUENTOS-APLICADOS.
           MOVE CHK-DESCUENTOS-LIQUIDADOS TO DESCUENTOS-LIQUIDADOS.
           MOVE CHK-REGULARIZACIONES TO REGULARIZACIONES-IRPF.
           IF NOMINAS-SIN-CONTROL > ZERO THEN
               DISPLAY "AVISO: " NOMINAS-SIN-CONTROL " NOMINAS"
                   " GRABADAS TRAS EL ULTIMO PUNTO DE CONTROL SE SUMAN"
                   " A LOS TOTALES; REVISA QUE FIGUREN EN "
                   NOMBRE-REGISTRO
           END-IF.
           DISPLAY "SE REANUDA LA NOMINA DEL PERIODO " PERIODO-NOMINA
               " A PARTIR DE LA LINEA " LINEAS-A-SALTAR
               " DE horas.txt.".
           PERFORM CARGAR-YA-DESCONTADOS.
           IF YA-DESCONTADOS-DESBORDADOS EQUAL "S" THEN
               MOVE "N" TO EJECUCION-PERMITIDA
               DISPLAY "ERROR: MAS DE 1000 DESCUENTOS PERSONALES DEL"
                   " PERIODO SIN NOMINA GRABADA, DESHAZ LA NOMINA"
                   " PARCIAL EN LUGAR DE CONTINUARLA."
           END-IF.
           IF NUMERO-YA-DESCONTADOS > ZERO THEN
               DISPLAY "AVISO: " NUMERO-YA-DESCONTADOS " DESCUENTOS"
                   " PERSONALES SE APLICARON ANTES DE LA INTERRUPCION"
                   " Y NO SE VOLVERAN A COBRAR."
           END-IF.
       CARGAR-YA-DESCONTADOS.
           MOVE ZERO TO NUMERO-YA-DESCONTADOS.
           MOVE "N" TO YA-DESCONTADOS-DESBORDADOS.
           MOVE "N" TO FIN-DE-MOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS-DESCUENTOS.
           PERFORM LEER-YA-DESCONTADO
               UNTIL FIN-DE-MOVIMIENTOS EQUAL "S".
           CLOSE MOVIMIENTOS-DESCUENTOS.
       LEER-YA-DESCONTADO.
           READ MOVIMIENTOS-DESCUENTOS
               AT END
                   MOVE "S" TO FIN-DE-MOVIMIENTOS
               NOT AT END
                   IF MOV-PERIODO EQUAL PERIODO-NOMINA THEN
                       MOVE "N" TO MOVIMIENTO-DE-LA-EMPRESA
                       MOVE 1 TO INDICE-YA-PAGADO
                       PERFORM COMPARAR-MOVIMIENTO-PAGADO
                           UNTIL INDICE-YA-PAGADO > NUMERO-YA-PAGADOS
                              OR MOVIMIENTO-DE-LA-EMPRESA EQUAL "S"
                       IF MOVIMIENTO-DE-LA-EMPRESA NOT EQUAL "S" THEN
                           PERFORM ANOTAR-YA-DESCONTADO
                       END-IF
                   END-IF
           END-READ.
       ANOTAR-YA-DESCONTADO.
           IF NUMERO-YA-DESCONTADOS < 1000 THEN
               ADD 1 TO NUMERO-YA-DESCONTADOS
               MOVE MOV-ID TO YA-DESCONTADO-ID (NUMERO-YA-DESCONTADOS)
               MOVE MOV-NUMERO
                   TO YA-DESCONTADO-NUMERO (NUMERO-YA-DESCONTADOS)
               MOVE MOV-IMPORTE
                   TO YA-DESCONTADO-IMPORTE (NUMERO-YA-DESCONTADOS)
           ELSE
               MOVE "S" TO YA-DESCONTADOS-DESBORDADOS
           END-IF.
       DESHACER-NOMINA-PARCIAL.
           PERFORM VACIAR-NOMINAS-PARCIALES.
           PERFORM REPONER-DESCUENTOS-PERIODO.
           CALL "SYSTEM" USING "rm -f nomina.chk".
           PERFORM INICIAR-PUNTO-CONTROL.
           MOVE "N" TO HAY-PUNTO-CONTROL.
           DISPLAY "NOMINA PARCIAL DESHECHA, EL PERIODO SE PAGA DESDE"
               " EL PRINCIPIO.".
       VACIAR-NOMINAS-PARCIALES.
           CALL "SYSTEM" USING "cp nominas.dat nominas.ant".
           MOVE ZERO TO NOMINAS-CONSERVADAS.
           MOVE "N" TO FIN-DE-NOMINAS.
           OPEN INPUT NOMINAS-ARCHIVO.
           OPEN OUTPUT NOMINAS-NUEVO.
           PERFORM COPIAR-NOMINA-VIGENTE
               UNTIL FIN-DE-NOMINAS EQUAL "S".
           CLOSE NOMINAS-ARCHIVO.
           CLOSE NOMINAS-NUEVO.
           CALL "SYSTEM" USING "mv nominas.tmp nominas.dat".
           DISPLAY "NOMINAS DESHECHAS: " NOMINAS-YA-GRABADAS
               ", COPIA PREVIA EN nominas.ant".
       COPIAR-NOMINA-VIGENTE.
           READ NOMINAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-NOMINAS
               NOT AT END
                   PERFORM COMPROBAR-EMPRESA-DE-NOMINA
                   IF NOMINAS-PERIODO EQUAL PERIODO-NOMINA
                      AND NOMINAS-ORDINARIA
                      AND NOMINA-DE-LA-EMPRESA EQUAL "S" THEN
                       CONTINUE
                   ELSE
                       WRITE NOMNUE-REGISTRO FROM NOMINAS-REGISTRO
                       ADD 1 TO NOMINAS-CONSERVADAS
                   END-IF
           END-READ.
       REPONER-DESCUENTOS-PERIODO.
           CALL "SYSTEM" USING "cp descuentos.dat descuentos.ant".
           MOVE ZERO TO MOVIMIENTOS-ANULADOS.
           MOVE "N" TO FIN-DE-MOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS-DESCUENTOS.
           OPEN OUTPUT MOVIMIENTOS-NUEVO.
           PERFORM COPIAR-MOVIMIENTO-VIGENTE
               UNTIL FIN-DE-MOVIMIENTOS EQUAL "S".
           CLOSE MOVIMIENTOS-DESCUENTOS.
           CLOSE MOVIMIENTOS-NUEVO.
           IF MOVIMIENTOS-ANULADOS > ZERO THEN
               CALL "SYSTEM" USING
                   "cp movdescuentos.dat movdescuentos.ant"
               CALL "SYSTEM" USING
                   "mv movdescuentos.tmp movdescuentos.dat"
               DISPLAY "DESCUENTOS PERSONALES REPUESTOS: "
                   MOVIMIENTOS-ANULADOS
           ELSE
               CALL "SYSTEM" USING "rm -f movdescuentos.tmp"
           END-IF.
       COPIAR-MOVIMIENTO-VIGENTE.
           READ MOVIMIENTOS-DESCUENTOS
               AT END
                   MOVE "S" TO FIN-DE-MOVIMIENTOS
               NOT AT END
                   PERFORM COMPROBAR-EMPRESA-DE-MOVIMIENTO
                   IF MOV-PERIODO EQUAL PERIODO-NOMINA
                      AND MOVIMIENTO-DE-LA-EMPRESA EQUAL "S" THEN
                       ADD 1 TO MOVIMIENTOS-ANULADOS
                       PERFORM DEVOLVER-SALDO-DESCUENTO
                   ELSE
                       WRITE MOVNUE-REGISTRO FROM MOV-REGISTRO
                   END-IF
           END-READ.
       COMPROBAR-EMPRESA-DE-MOVIMIENTO.
           IF EMPRESA-NOMINA EQUAL SPACE THEN
               MOVE "S" TO MOVIMIENTO-DE-LA-EMPRESA
           ELSE
               MOVE "N" TO MOVIMIENTO-DE-LA-EMPRESA
               MOVE 1 TO INDICE-YA-PAGADO
               PERFORM COMPARAR-MOVIMIENTO-PAGADO
                   UNTIL INDICE-YA-PAGADO > NUMERO-YA-PAGADOS
                      OR MOVIMIENTO-DE-LA-EMPRESA EQUAL "S"
           END-IF.
       COMPARAR-MOVIMIENTO-PAGADO.
           IF YA-PAGADO-ID (INDICE-YA-PAGADO) EQUAL MOV-ID THEN
               MOVE "S" TO MOVIMIENTO-DE-LA-EMPRESA
           END-IF.
           ADD 1 TO INDICE-YA-PAGADO.
       DEVOLVER-SALDO-DESCUENTO.
           MOVE "N" TO DESCUENTO-HALLADO.
           MOVE "N" TO FIN-DE-DESCUENTOS.
           OPEN I-O DESCUENTOS-ARCHIVO.
           PERFORM BUSCAR-DESCUENTO-MOVIMIENTO
               UNTIL FIN-DE-DESCUENTOS EQUAL "S".
           CLOSE DESCUENTOS-ARCHIVO.
           IF DESCUENTO-HALLADO NOT EQUAL "S" THEN
               DISPLAY "AVISO: NO SE ENCUENTRA EL DESCUENTO "
                   MOV-ID "-" MOV-NUMERO ", SALDO NO REPUESTO."
           END-IF.
       BUSCAR-DESCUENTO-MOVIMIENTO.
           READ DESCUENTOS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-DESCUENTOS
               NOT AT END
                   IF DES-ID EQUAL MOV-ID
                      AND DES-NUMERO EQUAL MOV-NUMERO THEN
                       ADD MOV-IMPORTE TO DES-SALDO
                       IF DES-LIQUIDADO THEN
                           MOVE "A" TO DES-ESTADO
                       END-IF
                       REWRITE DES-REGISTRO
                       MOVE "S" TO DESCUENTO-HALLADO
                       MOVE "S" TO FIN-DE-DESCUENTOS
                   END-IF
           END-READ.
       CARGAR-ACUMULADOS-IRPF.
           MOVE ZERO TO NUMERO-ACUMULADOS.
           MOVE "N" TO FIN-DE-NOMINAS.
           OPEN INPUT NOMINAS-ARCHIVO.
           PERFORM LEER-ACUMULADO-IRPF UNTIL FIN-DE-NOMINAS EQUAL "S".
           CLOSE NOMINAS-ARCHIVO.
       LEER-ACUMULADO-IRPF.
           READ NOMINAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-NOMINAS
               NOT AT END
                   IF NOMINAS-ORDINARIA
                      AND NOMINAS-PERIODO (1:4)
                          EQUAL PERIODO-NOMINA (1:4)
                      AND NOMINAS-PERIODO (1:6) < PERIODO-NOMINA THEN
                       PERFORM ACUMULAR-IRPF-EMPLEADO
                   END-IF
           END-READ.
       ACUMULAR-IRPF-EMPLEADO.
           MOVE NOMINAS-ID TO ID-ACUMULADO.
           PERFORM LOCALIZAR-ACUMULADO.
           IF ACUMULADO-HALLADO EQUAL ZERO
              AND NUMERO-ACUMULADOS < 1000 THEN
               ADD 1 TO NUMERO-ACUMULADOS
               MOVE NUMERO-ACUMULADOS TO ACUMULADO-HALLADO
               MOVE NOMINAS-ID TO ACU-ID (ACUMULADO-HALLADO)
               MOVE ZERO TO ACU-BRUTO (ACUMULADO-HALLADO)
               MOVE ZERO TO ACU-IRPF (ACUMULADO-HALLADO)
           END-IF.
           IF ACUMULADO-HALLADO > ZERO THEN
               ADD NOMINAS-BRUTO TO ACU-BRUTO (ACUMULADO-HALLADO)
               ADD NOMINAS-IRPF TO ACU-IRPF (ACUMULADO-HALLADO)
           END-IF.
       LOCALIZAR-ACUMULADO.
           MOVE ZERO TO ACUMULADO-HALLADO.
           MOVE 1 TO INDICE-ACUMULADO.
           PERFORM COMPARAR-ACUMULADO
               UNTIL INDICE-ACUMULADO > NUMERO-ACUMULADOS
                  OR ACUMULADO-HALLADO > ZERO.
       COMPARAR-ACUMULADO.
           IF ACU-ID (INDICE-ACUMULADO) EQUAL ID-ACUMULADO THEN
               MOVE INDICE-ACUMULADO TO ACUMULADO-HALLADO
           END-IF.
           ADD 1 TO INDICE-ACUMULADO.
       PREPARAR-ACUMULADOS-IRPF.
           MOVE EMPLEADOS-ID TO ID-ACUMULADO.
           PERFORM LOCALIZAR-ACUMULADO.
           IF ACUMULADO-HALLADO > ZERO THEN
               MOVE ACU-BRUTO (ACUMULADO-HALLADO)
                   TO DED-BRUTO-ACUMULADO
               MOVE ACU-IRPF (ACUMULADO-HALLADO) TO DED-IRPF-ACUMULADO
           ELSE
               MOVE ZERO TO DED-BRUTO-ACUMULADO
               MOVE ZERO TO DED-IRPF-ACUMULADO
           END-IF.
       AVISAR-REGULARIZACION.
           ADD 1 TO REGULARIZACIONES-IRPF.
           MOVE DED-REGULARIZACION TO REGULARIZACION-MOSTRAR.
           MOVE DED-PORCENTAJE-PERSONAL TO PORCENTAJE-MOSTRAR.
           DISPLAY "REGULARIZACION DE IRPF " EMPLEADOS-ID ": "
               REGULARIZACION-MOSTRAR " (TIPO PERSONAL "
               PORCENTAJE-MOSTRAR " %)".
       APLICAR-DESCUENTOS-PERSONALES.
           MOVE ZERO TO TOTAL-PERSONALES.
           MOVE DED-NETO TO NETO-DISPONIBLE.
           MOVE "N" TO FIN-DE-DESCUENTOS.
           OPEN I-O DESCUENTOS-ARCHIVO.
           PERFORM APLICAR-UN-DESCUENTO
               UNTIL FIN-DE-DESCUENTOS EQUAL "S".
           CLOSE DESCUENTOS-ARCHIVO.
           COMPUTE NETO-A-PAGAR = DED-NETO - TOTAL-PERSONALES.
       APLICAR-UN-DESCUENTO.
           READ DESCUENTOS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-DESCUENTOS
               NOT AT END
                   MOVE ZERO TO YA-DESCONTADO-HALLADO
                   IF DES-ID EQUAL EMPLEADOS-ID
                      AND NUMERO-YA-DESCONTADOS > ZERO THEN
                       PERFORM BUSCAR-YA-DESCONTADO
                   END-IF
                   IF YA-DESCONTADO-HALLADO > ZERO THEN
                       PERFORM RESPETAR-CUOTA-DESCONTADA
                   ELSE
                       IF DES-ID EQUAL EMPLEADOS-ID
                          AND DES-ACTIVO
                          AND DES-PERIODO-INICIO IS NUMERIC
                          AND DES-SALDO IS NUMERIC
                          AND DES-PERIODO-INICIO <= PERIODO-NOMINA THEN
                           PERFORM CALCULAR-CUOTA-DESCUENTO
                           IF CUOTA-DESCUENTO > ZERO THEN
                               PERFORM DESCONTAR-CUOTA
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       BUSCAR-YA-DESCONTADO.
           MOVE 1 TO INDICE-YA-DESCONTADO.
           PERFORM COMPARAR-YA-DESCONTADO
               UNTIL INDICE-YA-DESCONTADO > NUMERO-YA-DESCONTADOS
                  OR YA-DESCONTADO-HALLADO > ZERO.
       COMPARAR-YA-DESCONTADO.
           IF YA-DESCONTADO-ID (INDICE-YA-DESCONTADO) EQUAL DES-ID
              AND YA-DESCONTADO-NUMERO (INDICE-YA-DESCONTADO)
                  EQUAL DES-NUMERO THEN
               MOVE INDICE-YA-DESCONTADO TO YA-DESCONTADO-HALLADO
           END-IF.
           ADD 1 TO INDICE-YA-DESCONTADO.
       RESPETAR-CUOTA-DESCONTADA.
           MOVE YA-DESCONTADO-IMPORTE (YA-DESCONTADO-HALLADO)
               TO CUOTA-DESCUENTO.
           SUBTRACT CUOTA-DESCUENTO FROM NETO-DISPONIBLE.
           ADD CUOTA-DESCUENTO TO TOTAL-PERSONALES.
           ADD 1 TO DESCUENTOS-APLICADOS.
           IF DES-LIQUIDADO THEN
               ADD 1 TO DESCUENTOS-LIQUIDADOS
           END-IF.
           DISPLAY "DESCUENTO " DES-ID "-" DES-NUMERO
               " YA APLICADO ANTES DE LA INTERRUPCION, NO SE COBRA"
               " DE NUEVO.".
       CALCULAR-CUOTA-DESCUENTO.
           MOVE ZERO TO CUOTA-DESCUENTO.
           IF DES-PORCENTAJE IS NUMERIC
              AND DES-PORCENTAJE > ZERO THEN
               IF DED-NETO > ZERO THEN
                   COMPUTE CUOTA-DESCUENTO ROUNDED
                       = DED-NETO * DES-PORCENTAJE / 100
               END-IF
           ELSE
               IF DES-IMPORTE-CUOTA IS NUMERIC THEN
                   MOVE DES-IMPORTE-CUOTA TO CUOTA-DESCUENTO
               END-IF
           END-IF.
           IF CUOTA-DESCUENTO > DES-SALDO THEN
               MOVE DES-SALDO TO CUOTA-DESCUENTO
           END-IF.
           IF DES-EMBARGO THEN
               COMPUTE LIMITE-DESCUENTO
                   = NETO-DISPONIBLE - DED-NETO-MINIMO
           ELSE
               MOVE NETO-DISPONIBLE TO LIMITE-DESCUENTO
           END-IF.
           IF LIMITE-DESCUENTO < ZERO THEN
               MOVE ZERO TO LIMITE-DESCUENTO
           END-IF.
           IF CUOTA-DESCUENTO > LIMITE-DESCUENTO THEN
               MOVE LIMITE-DESCUENTO TO CUOTA-DESCUENTO
               IF DES-EMBARGO THEN
                   DISPLAY "AVISO: EMBARGO " DES-ID "-" DES-NUMERO
                       " LIMITADO POR EL NETO MINIMO."
               ELSE
                   DISPLAY "AVISO: DESCUENTO " DES-ID "-" DES-NUMERO
                       " LIMITADO POR FALTA DE NETO."
               END-IF
           END-IF.
       DESCONTAR-CUOTA.
           SUBTRACT CUOTA-DESCUENTO FROM DES-SALDO.
           SUBTRACT CUOTA-DESCUENTO FROM NETO-DISPONIBLE.
           ADD CUOTA-DESCUENTO TO TOTAL-PERSONALES.
           ADD 1 TO DESCUENTOS-APLICADOS.
           IF DES-SALDO EQUAL ZERO THEN
               MOVE "L" TO DES-ESTADO
               ADD 1 TO DESCUENTOS-LIQUIDADOS
               DISPLAY "DESCUENTO " DES-ID "-" DES-NUMERO
                   " LIQUIDADO, SALDO PENDIENTE CERO."
           END-IF.
           REWRITE DES-REGISTRO.
           MOVE SPACE TO MOV-REGISTRO.
           MOVE PERIODO-NOMINA TO MOV-PERIODO.
           MOVE DES-ID TO MOV-ID.
           MOVE DES-NUMERO TO MOV-NUMERO.
           MOVE DES-TIPO TO MOV-TIPO.
           MOVE DES-CONCEPTO TO MOV-CONCEPTO.
           MOVE CUOTA-DESCUENTO TO MOV-IMPORTE.
           MOVE DES-SALDO TO MOV-SALDO.
           WRITE MOV-REGISTRO.
       CARGAR-REGLAS-HORAS.
           MOVE "N" TO FIN-DE-REGLAS-HORAS.
           OPEN INPUT REGLAS-HORAS-ARCHIVO.
                   DISPLAY "REGLA DE HORAS DESCONOCIDA: "
                       LINEA-REGLA-HORAS
           END-EVALUATE.
       OBTENER-JORNADA-EMPLEADO.
           MOVE 100 TO JORNADA-EMPLEADO.
           IF EMPLEADOS-JORNADA IS NUMERIC
              AND EMPLEADOS-JORNADA > ZERO
              AND EMPLEADOS-JORNADA < 100 THEN
               MOVE EMPLEADOS-JORNADA TO JORNADA-EMPLEADO
           END-IF.
       CALCULAR-PAGO-BRUTO.
           PERFORM OBTENER-JORNADA-EMPLEADO.
           COMPUTE UMBRAL-EMPLEADO ROUNDED
               = UMBRAL-HORAS-NORMALES * JORNADA-EMPLEADO / 100.
           IF HORAS-EFECTIVAS > UMBRAL-EMPLEADO THEN
               MOVE UMBRAL-EMPLEADO TO HORAS-NORMALES
           ELSE
               MOVE HORAS-EFECTIVAS TO HORAS-NORMALES
           END-IF.
           COMPUTE PAGO-BRUTO
               = IMPORTE-NORMAL + IMPORTE-EXTRA.
       VALORAR-TRAMOS-EXTRA.
           MOVE UMBRAL-EMPLEADO TO LIMITE-TRAMO-INFERIOR.
           MOVE 1 TO INDICE-TRAMO.
           PERFORM VALORAR-UN-TRAMO
               UNTIL INDICE-TRAMO > NUMERO-TRAMOS-EXTRA.
           END-IF.
           ADD 1 TO INDICE-TRAMO.
       GRABAR-NOMINA.
           MOVE SPACE TO NOMINAS-REGISTRO.
           MOVE PERIODO-NOMINA TO NOMINAS-PERIODO.
           MOVE EMPLEADOS-ID TO NOMINAS-ID.
           MOVE HORAS-EFECTIVAS TO NOMINAS-HORAS.
           MOVE DED-IRPF TO NOMINAS-IRPF.
           MOVE DED-SS TO NOMINAS-SS.
           MOVE DED-FIJOS-TOTAL TO NOMINAS-OTRAS.
           MOVE NETO-A-PAGAR TO NOMINAS-NETO.
           MOVE HORAS-NORMALES TO NOMINAS-HORAS-NORMALES.
           MOVE HORAS-EXTRA TO NOMINAS-HORAS-EXTRA.
           MOVE IMPORTE-NORMAL TO NOMINAS-IMPORTE-NORMAL.
           MOVE IMPORTE-EXTRA TO NOMINAS-IMPORTE-EXTRA.
           MOVE "N" TO NOMINAS-TIPO.
           MOVE PERIODO-NOMINA TO NOMINAS-PERIODO-ORIGEN.
           MOVE TOTAL-PERSONALES TO NOMINAS-PERSONALES.
           MOVE DED-PORCENTAJE-PERSONAL TO NOMINAS-PORCENTAJE-PERSONAL.
           MOVE EMPLEADOS-EMPRESA TO NOMINAS-EMPRESA.
           WRITE NOMINAS-REGISTRO.
       ESCRIBIR-LINEA-REGISTRO.
           IF LINEAS-EN-PAGINA EQUAL ZERO THEN
           MOVE PAGO-BRUTO TO DET-BRUTO.
           MOVE DED-IRPF TO DET-IRPF.
           MOVE DED-SS TO DET-SS.
           COMPUTE DET-OTRAS = DED-FIJOS-TOTAL + TOTAL-PERSONALES.
           MOVE NETO-A-PAGAR TO DET-NETO.
           WRITE LINEA-REGISTRO FROM LINEA-DETALLE.
           ADD 1 TO LINEAS-EN-PAGINA.
           IF LINEAS-EN-PAGINA >= LINEAS-POR-PAGINA THEN
           ADD 1 TO NUMERO-PAGINA.
           MOVE NUMERO-PAGINA TO CAB-PAGINA.
           MOVE PERIODO-NOMINA TO CAB-PERIODO.
           MOVE EMPRESA-NOMINA TO CAB-EMPRESA.
           IF EMPRESA-NOMINA EQUAL SPACE THEN
               MOVE "TODAS LAS EMPRESAS DEL GRUPO" TO CAB-RAZON-SOCIAL
               MOVE SPACE TO CAB-CIF
           ELSE
               MOVE EMP-RAZON-SOCIAL TO CAB-RAZON-SOCIAL
               MOVE EMP-CIF TO CAB-CIF
           END-IF.
           IF NUMERO-PAGINA > 1 THEN
               WRITE LINEA-REGISTRO FROM SPACE
           END-IF.
