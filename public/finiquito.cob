       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINIQUITO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL NOMINAS-ARCHIVO
       ASSIGN TO "nominas.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL BAJAS-ARCHIVO
       ASSIGN TO "bajas.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL AUSENCIAS-ARCHIVO
       ASSIGN TO "ausencias.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL REGLAS-HORAS-ARCHIVO
       ASSIGN TO "horasextra.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL LIQUIDACIONES-ARCHIVO
       ASSIGN TO "finiquitos.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT DOCUMENTO-ARCHIVO
       ASSIGN TO "finiquito.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD NOMINAS-ARCHIVO.
           COPY "pago.cob".
       FD BAJAS-ARCHIVO.
           01 BAJAS-REGISTRO.
               02 BAJAS-DATOS-EMPLEADO PIC X(109).
               02 BAJAS-FECHA PIC 9(8).
               02 BAJAS-MOTIVO PIC X(30).
       FD AUSENCIAS-ARCHIVO.
           01 AUSENCIAS-REGISTRO.
               02 AUS-ID PIC X(6).
               02 AUS-TIPO PIC X.
               02 AUS-FECHA-INICIO PIC 9(8).
               02 AUS-FECHA-FIN PIC 9(8).
               02 AUS-DIAS PIC 9(3).
       FD REGLAS-HORAS-ARCHIVO.
           01 LINEA-REGLA-HORAS PIC X(40).
       FD LIQUIDACIONES-ARCHIVO.
           COPY "liquidacion.cob".
       FD DOCUMENTO-ARCHIVO.
           01 LINEA-DOCUMENTO PIC X(80).
       WORKING-STORAGE SECTION.
       01 FIN-DE-NOMINAS PIC X VALUE "N".
       01 FIN-DE-BAJAS PIC X VALUE "N".
       01 FIN-DE-AUSENCIAS PIC X VALUE "N".
       01 FIN-DE-REGLAS-HORAS PIC X VALUE "N".
       01 FIN-DE-LIQUIDACIONES PIC X VALUE "N".
       01 EJECUCION-PERMITIDA PIC X VALUE "S".
       01 CONSULTA-ID PIC X(6).
       01 BAJA-ENCONTRADA PIC X VALUE "N".
       01 LIQUIDACION-PREVIA PIC X VALUE "N".
       01 SI-NO PIC X.
       01 DETALLE-BAJA.
           02 BAJA-ID PIC X(6).
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
       01 FECHA-BAJA PIC 9(8) VALUE ZERO.
       01 FECHA-BAJA-DESGLOSE REDEFINES FECHA-BAJA.
           02 BAJA-ANO PIC 9(4).
           02 BAJA-MES PIC 99.
           02 BAJA-DIA PIC 99.
       01 MOTIVO-BAJA PIC X(30).
       01 PERIODO-BAJA PIC 9(6) VALUE ZERO.
       01 PERIODO-PAGO PIC X(6).
       01 PERIODO-VALIDO PIC X VALUE "N".
       01 ESTADO-PERIODO PIC X VALUE SPACE.
           COPY "periodo.cob".
       01 PERIODO-EXTRA PIC 9(6) VALUE ZERO.
       01 FECHA-HOY PIC 9(8).
       01 FECHA-AUXILIAR PIC 9(8) VALUE ZERO.
       01 ENTERO-ALTA PIC 9(7) VALUE ZERO.
       01 ENTERO-BAJA PIC 9(7) VALUE ZERO.
       01 ENTERO-INICIO-TRAMO PIC 9(7) VALUE ZERO.
       01 ENTERO-FIN-TRAMO PIC 9(7) VALUE ZERO.
       01 ENTERO-DESDE PIC 9(7) VALUE ZERO.
       01 ENTERO-HASTA PIC 9(7) VALUE ZERO.
       01 ENTERO-DIA PIC 9(7) VALUE ZERO.
       01 DIA-SEMANA PIC 9 VALUE ZERO.
       01 FECHA-DIA-ACTUAL PIC 9(8) VALUE ZERO.
       01 DIAS-LABORABLES PIC 9(3) VALUE ZERO.
       01 DIAS-SIN-SUELDO PIC 9(3) VALUE ZERO.
       01 TIPO-CONTEO PIC X VALUE "L".
           COPY "festivo.cob".
       01 REGLA-TIPO PIC X(6).
       01 REGLA-CAMPO-2 PIC X(12).
       01 REGLA-CAMPO-3 PIC X(12).
       01 HORAS-MES PIC 9(3)V99 VALUE ZERO.
       01 HORAS-MES-DEFECTO PIC 9(3)V99 VALUE 160.
       01 HORAS-POR-DIA PIC 99 VALUE 8.
       01 JORNADA-BAJA PIC 9(3) VALUE 100.
       01 DIAS-VACACIONES-ANUALES PIC 99 VALUE 22.
       01 DIAS-TRABAJADOS-MES PIC 9(3) VALUE ZERO.
       01 DEVENGADO-MES PIC 9(7)V99 VALUE ZERO.
       01 PAGADO-MES PIC 9(7)V99 VALUE ZERO.
       01 IMPORTE-MES PIC 9(7)V99 VALUE ZERO.
       01 DIAS-SEMESTRE PIC 9(3) VALUE ZERO.
       01 DIAS-DEVENGO-EXTRA PIC 9(3) VALUE ZERO.
       01 DEVENGADO-EXTRA PIC 9(7)V99 VALUE ZERO.
       01 PAGADO-EXTRA PIC 9(7)V99 VALUE ZERO.
       01 IMPORTE-EXTRA PIC 9(7)V99 VALUE ZERO.
       01 DIAS-ANO PIC 9(3) VALUE ZERO.
       01 DIAS-SERVICIO-ANO PIC 9(3) VALUE ZERO.
       01 VACACIONES-DEVENGADAS PIC 9(3)V9 VALUE ZERO.
       01 VACACIONES-DISFRUTADAS PIC 9(3) VALUE ZERO.
       01 VACACIONES-PENDIENTES PIC S9(3)V9 VALUE ZERO.
       01 IMPORTE-VACACIONES PIC 9(7)V99 VALUE ZERO.
       01 TOTAL-FINIQUITO PIC 9(7)V99 VALUE ZERO.
           COPY "deduccion.cob".
       01 LINEA-SEPARADOR PIC X(64) VALUE ALL "=".
       01 LINEA-RAYA PIC X(64) VALUE ALL "-".
       01 LINEA-TITULO.
           02 FILLER PIC X(46)
               VALUE "DOCUMENTO DE LIQUIDACION Y FINIQUITO".
           02 FILLER PIC X(7) VALUE "FECHA: ".
           02 TIT-FECHA PIC 9(8).
       01 LINEA-EMPLEADO.
           02 FILLER PIC X(10) VALUE "EMPLEADO: ".
           02 EMP-ID PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 EMP-NOMBRE PIC X(25).
           02 FILLER PIC X(1) VALUE SPACE.
           02 EMP-APELLIDOS PIC X(35).
       01 LINEA-FECHAS.
           02 FILLER PIC X(15) VALUE "FECHA DE ALTA: ".
           02 FEC-ALTA PIC 9(8).
           02 FILLER PIC X(18) VALUE "   FECHA DE BAJA: ".
           02 FEC-BAJA PIC 9(8).
       01 LINEA-MOTIVO.
           02 FILLER PIC X(8) VALUE "MOTIVO: ".
           02 MOT-TEXTO PIC X(30).
           02 FILLER PIC X(20) VALUE "   PAGO EN PERIODO: ".
           02 MOT-PERIODO PIC X(6).
       01 LINEA-IMPORTE.
           02 IMP-CONCEPTO PIC X(40).
           02 IMP-VALOR PIC -,ZZZ,ZZ9.99.
       01 LINEA-DIAS.
           02 DIA-CONCEPTO PIC X(40).
           02 DIA-VALOR PIC ZZZZZZZ9.9.
       01 LINEA-TEXTO PIC X(80).
       01 LINEA-FIRMAS.
           02 FILLER PIC X(40) VALUE "RECIBI, EL TRABAJADOR:".
           02 FILLER PIC X(24) VALUE "POR LA EMPRESA:".
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM PEDIR-EMPLEADO.
           IF EJECUCION-PERMITIDA EQUAL "S" THEN
               PERFORM COMPROBAR-LIQUIDACION-PREVIA
           END-IF.
           IF EJECUCION-PERMITIDA EQUAL "S" THEN
               PERFORM PEDIR-PERIODO UNTIL PERIODO-VALIDO EQUAL "S"
               PERFORM COMPROBAR-PERIODO-PAGO
           END-IF.
           IF EJECUCION-PERMITIDA EQUAL "S" THEN
               PERFORM CARGAR-REGLAS-HORAS
               PERFORM OBTENER-JORNADA-BAJA
               PERFORM CALCULAR-DIAS-MES-BAJA
               PERFORM CALCULAR-PARTE-EXTRA
               PERFORM CALCULAR-VACACIONES
               PERFORM CALCULAR-TOTAL
               PERFORM CONFIRMAR-FINIQUITO
           END-IF.
           IF EJECUCION-PERMITIDA EQUAL "S" THEN
               PERFORM GRABAR-FINIQUITO
               PERFORM IMPRIMIR-DOCUMENTO
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
       PROGRAM-DONE.
           STOP RUN.
       PEDIR-EMPLEADO.
           DISPLAY "INTRODUCE EL ID DEL EMPLEADO DADO DE BAJA".
           ACCEPT CONSULTA-ID.
           MOVE "N" TO BAJA-ENCONTRADA.
           MOVE "N" TO FIN-DE-BAJAS.
           OPEN INPUT BAJAS-ARCHIVO.
           PERFORM BUSCAR-ULTIMA-BAJA
               UNTIL FIN-DE-BAJAS EQUAL "S".
           CLOSE BAJAS-ARCHIVO.
           IF BAJA-ENCONTRADA NOT EQUAL "S" THEN
               DISPLAY "ERROR: NO CONSTA NINGUNA BAJA PARA ESE ID."
               MOVE "N" TO EJECUCION-PERMITIDA
           ELSE
               DISPLAY "NOMBRE: " BAJA-NOMBRE
               DISPLAY "APELLIDOS: " BAJA-APELLIDOS
               DISPLAY "FECHA DE ALTA: " BAJA-FECHA-ALTA
                   "  FECHA DE BAJA: " FECHA-BAJA
               DISPLAY "MOTIVO: " MOTIVO-BAJA
           END-IF.
       BUSCAR-ULTIMA-BAJA.
           READ BAJAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-BAJAS
               NOT AT END
                   IF BAJAS-DATOS-EMPLEADO (1:6) EQUAL CONSULTA-ID
                      AND BAJAS-FECHA IS NUMERIC THEN
                       MOVE BAJAS-DATOS-EMPLEADO TO DETALLE-BAJA
                       MOVE BAJAS-FECHA TO FECHA-BAJA
                       MOVE BAJAS-MOTIVO TO MOTIVO-BAJA
                       MOVE "S" TO BAJA-ENCONTRADA
                   END-IF
           END-READ.
       COMPROBAR-LIQUIDACION-PREVIA.
           MOVE "N" TO LIQUIDACION-PREVIA.
           MOVE "N" TO FIN-DE-LIQUIDACIONES.
           OPEN INPUT LIQUIDACIONES-ARCHIVO.
           PERFORM LEER-LIQUIDACION
               UNTIL FIN-DE-LIQUIDACIONES EQUAL "S".
           CLOSE LIQUIDACIONES-ARCHIVO.
       LEER-LIQUIDACION.
           READ LIQUIDACIONES-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-LIQUIDACIONES
               NOT AT END
                   IF LIQ-ID EQUAL BAJA-ID
                      AND LIQ-FECHA-BAJA EQUAL FECHA-BAJA THEN
                       MOVE "S" TO LIQUIDACION-PREVIA
                       MOVE "N" TO EJECUCION-PERMITIDA
                       DISPLAY "ERROR: ESTA BAJA YA SE LIQUIDO EL "
                           LIQ-FECHA-PROCESO " CON PAGO EN EL PERIODO "
                           LIQ-PERIODO-PAGO "."
                   END-IF
           END-READ.
       PEDIR-PERIODO.
           DISPLAY "INTRODUCE EL PERIODO EN QUE SE PAGA EL FINIQUITO"
               " (AAAAMM).".
           ACCEPT PERIODO-PAGO.
           COMPUTE PERIODO-BAJA = BAJA-ANO * 100 + BAJA-MES.
           IF PERIODO-PAGO IS NUMERIC
              AND PERIODO-PAGO (5:2) >= "01"
              AND PERIODO-PAGO (5:2) <= "12"
              AND PERIODO-PAGO (1:4) NOT EQUAL "0000" THEN
               IF PERIODO-PAGO < PERIODO-BAJA THEN
                   DISPLAY "ERROR: EL PERIODO DE PAGO NO PUEDE SER"
                       " ANTERIOR AL MES DE LA BAJA (" PERIODO-BAJA ")."
               ELSE
                   MOVE "S" TO PERIODO-VALIDO
               END-IF
           ELSE
               DISPLAY "ERROR: EL PERIODO DEBE SER NUMERICO (AAAAMM)."
           END-IF.
       COMPROBAR-PERIODO-PAGO.
           MOVE PERIODO-PAGO TO PER-PERIODO.
           MOVE BAJA-EMPRESA TO PER-EMPRESA.
           CALL "PERIODOS" USING DATOS-PERIODO.
           MOVE PER-ESTADO TO ESTADO-PERIODO.
           IF ESTADO-PERIODO EQUAL "P"
              OR ESTADO-PERIODO EQUAL "C" THEN
               MOVE "N" TO EJECUCION-PERMITIDA
               DISPLAY "ERROR: EL PERIODO " PERIODO-PAGO
                   " YA CONSTA COMO PAGADO O CERRADO."
               DISPLAY "EL FINIQUITO SE PAGA EN UN PERIODO"
                   " TODAVIA ABIERTO."
           END-IF.
       CARGAR-REGLAS-HORAS.
           MOVE "N" TO FIN-DE-REGLAS-HORAS.
           OPEN INPUT REGLAS-HORAS-ARCHIVO.
           PERFORM CARGAR-UNA-REGLA-HORAS
               UNTIL FIN-DE-REGLAS-HORAS EQUAL "S".
           CLOSE REGLAS-HORAS-ARCHIVO.
           IF HORAS-MES EQUAL ZERO THEN
               MOVE HORAS-MES-DEFECTO TO HORAS-MES
               DISPLAY "AVISO: NO HAY REGLA NORMAL EN horasextra.txt,"
                   " SE TOMAN " HORAS-MES " HORAS POR PAGA."
           END-IF.
       CARGAR-UNA-REGLA-HORAS.
           READ REGLAS-HORAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-REGLAS-HORAS
               NOT AT END
                   PERFORM INTERPRETAR-REGLA-HORAS
           END-READ.
       INTERPRETAR-REGLA-HORAS.
           MOVE SPACE TO REGLA-TIPO.
           MOVE SPACE TO REGLA-CAMPO-2.
           MOVE SPACE TO REGLA-CAMPO-3.
           UNSTRING LINEA-REGLA-HORAS DELIMITED BY ","
               INTO REGLA-TIPO, REGLA-CAMPO-2, REGLA-CAMPO-3
           END-UNSTRING.
           IF REGLA-TIPO EQUAL "NORMAL" THEN
               COMPUTE HORAS-MES = FUNCTION NUMVAL(REGLA-CAMPO-2)
           END-IF.
       PREPARAR-ALTA.
           MOVE ZERO TO ENTERO-ALTA.
           IF BAJA-FECHA-ALTA IS NUMERIC
              AND BAJA-FECHA-ALTA > ZERO THEN
               COMPUTE ENTERO-ALTA
                   = FUNCTION INTEGER-OF-DATE(BAJA-FECHA-ALTA)
           END-IF.
           COMPUTE ENTERO-BAJA = FUNCTION INTEGER-OF-DATE(FECHA-BAJA).
           IF ENTERO-INICIO-TRAMO < ENTERO-ALTA THEN
               MOVE ENTERO-ALTA TO ENTERO-INICIO-TRAMO
           END-IF.
           MOVE ENTERO-BAJA TO ENTERO-FIN-TRAMO.
       OBTENER-JORNADA-BAJA.
           MOVE 100 TO JORNADA-BAJA.
           IF BAJA-JORNADA IS NUMERIC
              AND BAJA-JORNADA > ZERO
              AND BAJA-JORNADA < 100 THEN
               MOVE BAJA-JORNADA TO JORNADA-BAJA
           END-IF.
       CALCULAR-DIAS-MES-BAJA.
           COMPUTE FECHA-AUXILIAR = BAJA-ANO * 10000 + BAJA-MES * 100
               + 1.
           COMPUTE ENTERO-INICIO-TRAMO
               = FUNCTION INTEGER-OF-DATE(FECHA-AUXILIAR).
           PERFORM PREPARAR-ALTA.
           MOVE ZERO TO DIAS-LABORABLES.
           MOVE ENTERO-INICIO-TRAMO TO ENTERO-DIA.
           PERFORM CONTAR-DIA-LABORABLE
               UNTIL ENTERO-DIA > ENTERO-FIN-TRAMO.
           MOVE DIAS-LABORABLES TO DIAS-TRABAJADOS-MES.
           MOVE "L" TO TIPO-CONTEO.
           PERFORM CONTAR-DIAS-SIN-SUELDO.
           IF DIAS-SIN-SUELDO >= DIAS-TRABAJADOS-MES THEN
               MOVE ZERO TO DIAS-TRABAJADOS-MES
           ELSE
               SUBTRACT DIAS-SIN-SUELDO FROM DIAS-TRABAJADOS-MES
           END-IF.
           COMPUTE DEVENGADO-MES ROUNDED = DIAS-TRABAJADOS-MES
               * HORAS-POR-DIA * BAJA-SALARIO * JORNADA-BAJA / 100.
           MOVE ZERO TO PAGADO-MES.
           MOVE ZERO TO PAGADO-EXTRA.
           PERFORM CALCULAR-SEMESTRE.
           MOVE "N" TO FIN-DE-NOMINAS.
           OPEN INPUT NOMINAS-ARCHIVO.
           PERFORM SUMAR-PAGADO
               UNTIL FIN-DE-NOMINAS EQUAL "S".
           CLOSE NOMINAS-ARCHIVO.
           IF DEVENGADO-MES > PAGADO-MES THEN
               COMPUTE IMPORTE-MES = DEVENGADO-MES - PAGADO-MES
           ELSE
               MOVE ZERO TO IMPORTE-MES
           END-IF.
       CALCULAR-SEMESTRE.
           IF BAJA-MES <= 6 THEN
               COMPUTE PERIODO-EXTRA = BAJA-ANO * 100 + 13
               COMPUTE FECHA-AUXILIAR = BAJA-ANO * 10000 + 101
               COMPUTE ENTERO-DESDE
                   = FUNCTION INTEGER-OF-DATE(FECHA-AUXILIAR)
               COMPUTE FECHA-AUXILIAR = BAJA-ANO * 10000 + 630
           ELSE
               COMPUTE PERIODO-EXTRA = BAJA-ANO * 100 + 14
               COMPUTE FECHA-AUXILIAR = BAJA-ANO * 10000 + 701
               COMPUTE ENTERO-DESDE
                   = FUNCTION INTEGER-OF-DATE(FECHA-AUXILIAR)
               COMPUTE FECHA-AUXILIAR = BAJA-ANO * 10000 + 1231
           END-IF.
           COMPUTE ENTERO-HASTA
               = FUNCTION INTEGER-OF-DATE(FECHA-AUXILIAR).
           COMPUTE DIAS-SEMESTRE = ENTERO-HASTA - ENTERO-DESDE + 1.
       SUMAR-PAGADO.
           READ NOMINAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-NOMINAS
               NOT AT END
                   IF NOMINAS-ID EQUAL BAJA-ID THEN
                       PERFORM SUMAR-NOMINA-EMPLEADO
                   END-IF
           END-READ.
       SUMAR-NOMINA-EMPLEADO.
           IF NOMINAS-ORDINARIA
              AND NOMINAS-PERIODO EQUAL PERIODO-BAJA THEN
               ADD NOMINAS-BRUTO TO PAGADO-MES
           END-IF.
           IF NOMINAS-ATRASOS
              AND NOMINAS-PERIODO-ORIGEN EQUAL PERIODO-BAJA THEN
               ADD NOMINAS-BRUTO TO PAGADO-MES
           END-IF.
           IF NOMINAS-PAGA-EXTRA
              AND NOMINAS-PERIODO EQUAL PERIODO-EXTRA THEN
               ADD NOMINAS-BRUTO TO PAGADO-EXTRA
           END-IF.
       CALCULAR-PARTE-EXTRA.
           PERFORM CALCULAR-SEMESTRE.
           MOVE ENTERO-DESDE TO ENTERO-INICIO-TRAMO.
           PERFORM PREPARAR-ALTA.
           MOVE ZERO TO DIAS-DEVENGO-EXTRA.
           IF ENTERO-FIN-TRAMO >= ENTERO-INICIO-TRAMO THEN
               COMPUTE DIAS-DEVENGO-EXTRA
                   = ENTERO-FIN-TRAMO - ENTERO-INICIO-TRAMO + 1
           END-IF.
           MOVE "N" TO TIPO-CONTEO.
           PERFORM CONTAR-DIAS-SIN-SUELDO.
           IF DIAS-SIN-SUELDO >= DIAS-DEVENGO-EXTRA THEN
               MOVE ZERO TO DIAS-DEVENGO-EXTRA
           ELSE
               SUBTRACT DIAS-SIN-SUELDO FROM DIAS-DEVENGO-EXTRA
           END-IF.
           COMPUTE DEVENGADO-EXTRA ROUNDED = BAJA-SALARIO * HORAS-MES
               * JORNADA-BAJA / 100
               * DIAS-DEVENGO-EXTRA / DIAS-SEMESTRE.
           IF DEVENGADO-EXTRA > PAGADO-EXTRA THEN
               COMPUTE IMPORTE-EXTRA = DEVENGADO-EXTRA - PAGADO-EXTRA
           ELSE
               MOVE ZERO TO IMPORTE-EXTRA
           END-IF.
       CALCULAR-VACACIONES.
           COMPUTE FECHA-AUXILIAR = BAJA-ANO * 10000 + 101.
           COMPUTE ENTERO-DESDE
               = FUNCTION INTEGER-OF-DATE(FECHA-AUXILIAR).
           COMPUTE FECHA-AUXILIAR = BAJA-ANO * 10000 + 1231.
           COMPUTE ENTERO-HASTA
               = FUNCTION INTEGER-OF-DATE(FECHA-AUXILIAR).
           COMPUTE DIAS-ANO = ENTERO-HASTA - ENTERO-DESDE + 1.
           MOVE ENTERO-DESDE TO ENTERO-INICIO-TRAMO.
           PERFORM PREPARAR-ALTA.
           MOVE ZERO TO DIAS-SERVICIO-ANO.
           IF ENTERO-FIN-TRAMO >= ENTERO-INICIO-TRAMO THEN
               COMPUTE DIAS-SERVICIO-ANO
                   = ENTERO-FIN-TRAMO - ENTERO-INICIO-TRAMO + 1
           END-IF.
           COMPUTE VACACIONES-DEVENGADAS ROUNDED
               = DIAS-VACACIONES-ANUALES * DIAS-SERVICIO-ANO
                   / DIAS-ANO.
           MOVE ZERO TO VACACIONES-DISFRUTADAS.
           MOVE "N" TO FIN-DE-AUSENCIAS.
           OPEN INPUT AUSENCIAS-ARCHIVO.
           PERFORM SUMAR-VACACIONES
               UNTIL FIN-DE-AUSENCIAS EQUAL "S".
           CLOSE AUSENCIAS-ARCHIVO.
           COMPUTE VACACIONES-PENDIENTES
               = VACACIONES-DEVENGADAS - VACACIONES-DISFRUTADAS.
           IF VACACIONES-PENDIENTES > ZERO THEN
               COMPUTE IMPORTE-VACACIONES ROUNDED
                   = VACACIONES-PENDIENTES * HORAS-POR-DIA
                       * BAJA-SALARIO * JORNADA-BAJA / 100
           ELSE
               MOVE ZERO TO IMPORTE-VACACIONES
           END-IF.
       SUMAR-VACACIONES.
           READ AUSENCIAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-AUSENCIAS
               NOT AT END
                   IF AUS-ID EQUAL BAJA-ID
                      AND AUS-TIPO EQUAL "V"
                      AND AUS-FECHA-INICIO (1:4) EQUAL BAJA-ANO
                      AND AUS-DIAS IS NUMERIC THEN
                       ADD AUS-DIAS TO VACACIONES-DISFRUTADAS
                   END-IF
           END-READ.
       CONTAR-DIAS-SIN-SUELDO.
           MOVE ZERO TO DIAS-SIN-SUELDO.
           MOVE "N" TO FIN-DE-AUSENCIAS.
           OPEN INPUT AUSENCIAS-ARCHIVO.
           PERFORM SUMAR-AUSENCIA-TRAMO
               UNTIL FIN-DE-AUSENCIAS EQUAL "S".
           CLOSE AUSENCIAS-ARCHIVO.
       SUMAR-AUSENCIA-TRAMO.
           READ AUSENCIAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-AUSENCIAS
               NOT AT END
                   IF AUS-ID EQUAL BAJA-ID
                      AND AUS-TIPO EQUAL "P"
                      AND AUS-FECHA-INICIO IS NUMERIC
                      AND AUS-FECHA-FIN IS NUMERIC THEN
                       PERFORM SOLAPAR-AUSENCIA
                   END-IF
           END-READ.
       SOLAPAR-AUSENCIA.
           COMPUTE ENTERO-DESDE
               = FUNCTION INTEGER-OF-DATE(AUS-FECHA-INICIO).
           COMPUTE ENTERO-HASTA
               = FUNCTION INTEGER-OF-DATE(AUS-FECHA-FIN).
           IF ENTERO-DESDE > ZERO
              AND ENTERO-HASTA > ZERO THEN
               IF ENTERO-DESDE < ENTERO-INICIO-TRAMO
                   MOVE ENTERO-INICIO-TRAMO TO ENTERO-DESDE
               END-IF
               IF ENTERO-HASTA > ENTERO-FIN-TRAMO
                   MOVE ENTERO-FIN-TRAMO TO ENTERO-HASTA
               END-IF
               IF ENTERO-HASTA >= ENTERO-DESDE THEN
                   PERFORM SUMAR-DIAS-SOLAPADOS
               END-IF
           END-IF.
       SUMAR-DIAS-SOLAPADOS.
           IF TIPO-CONTEO EQUAL "L" THEN
               MOVE ZERO TO DIAS-LABORABLES
               MOVE ENTERO-DESDE TO ENTERO-DIA
               PERFORM CONTAR-DIA-LABORABLE
                   UNTIL ENTERO-DIA > ENTERO-HASTA
               ADD DIAS-LABORABLES TO DIAS-SIN-SUELDO
           ELSE
               COMPUTE DIAS-SIN-SUELDO = DIAS-SIN-SUELDO
                   + ENTERO-HASTA - ENTERO-DESDE + 1
           END-IF.
       CONTAR-DIA-LABORABLE.
           COMPUTE DIA-SEMANA = FUNCTION MOD(ENTERO-DIA, 7).
           IF DIA-SEMANA NOT EQUAL ZERO
              AND DIA-SEMANA NOT EQUAL 6 THEN
               COMPUTE FECHA-DIA-ACTUAL
                   = FUNCTION DATE-OF-INTEGER(ENTERO-DIA)
               MOVE "B" TO FES-FUNCION
               MOVE FECHA-DIA-ACTUAL TO FES-FECHA
               CALL "FESTIVOS" USING DATOS-FESTIVO
               IF FES-ENCONTRADO NOT EQUAL "S" THEN
                   ADD 1 TO DIAS-LABORABLES
               END-IF
           END-IF.
           ADD 1 TO ENTERO-DIA.
       CALCULAR-TOTAL.
           COMPUTE TOTAL-FINIQUITO
               = IMPORTE-MES + IMPORTE-EXTRA + IMPORTE-VACACIONES.
           MOVE TOTAL-FINIQUITO TO DED-BRUTO.
           MOVE ZERO TO DED-IRPF.
           MOVE ZERO TO DED-SS.
           MOVE ZERO TO DED-TOTAL.
           MOVE ZERO TO DED-NETO.
           MOVE ZERO TO DED-PORCENTAJE-IRPF.
           MOVE ZERO TO DED-PORCENTAJE-PERSONAL.
           IF TOTAL-FINIQUITO > ZERO THEN
               MOVE "S" TO DED-MODO
               MOVE ZERO TO DED-BASE-TRAMO
               MOVE BAJA-ID TO DED-ID
               MOVE ZERO TO DED-PERIODO
               MOVE ZERO TO DED-BRUTO-ACUMULADO
               MOVE ZERO TO DED-IRPF-ACUMULADO
               CALL "DEDUCIR" USING DATOS-DEDUCCION
           END-IF.
       CONFIRMAR-FINIQUITO.
           DISPLAY "DIAS TRABAJADOS EN EL MES DE BAJA: "
               DIAS-TRABAJADOS-MES.
           DISPLAY "PAGO DE DIAS TRABAJADOS:           " IMPORTE-MES.
           DISPLAY "PARTE PROPORCIONAL PAGA EXTRA:     " IMPORTE-EXTRA.
           DISPLAY "VACACIONES NO DISFRUTADAS:         "
               IMPORTE-VACACIONES.
           DISPLAY "TOTAL BRUTO:                       " DED-BRUTO.
           DISPLAY "LIQUIDO A PERCIBIR:                " DED-NETO.
           DISPLAY "CONFIRMA EL FINIQUITO (S/N).".
           ACCEPT SI-NO.
           IF SI-NO EQUAL "s" THEN MOVE "S" TO SI-NO END-IF.
           IF SI-NO NOT EQUAL "S" THEN
               DISPLAY "FINIQUITO CANCELADO."
               MOVE "N" TO EJECUCION-PERMITIDA
           END-IF.
       GRABAR-FINIQUITO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           IF TOTAL-FINIQUITO > ZERO THEN
               PERFORM GRABAR-NOMINA
           END-IF.
           MOVE SPACE TO LIQ-REGISTRO.
           MOVE BAJA-ID TO LIQ-ID.
           MOVE FECHA-BAJA TO LIQ-FECHA-BAJA.
           MOVE FECHA-HOY TO LIQ-FECHA-PROCESO.
           MOVE PERIODO-PAGO TO LIQ-PERIODO-PAGO.
           MOVE DIAS-TRABAJADOS-MES TO LIQ-DIAS-MES.
           MOVE IMPORTE-MES TO LIQ-IMPORTE-MES.
           MOVE DIAS-DEVENGO-EXTRA TO LIQ-DIAS-DEVENGO-EXTRA.
           MOVE IMPORTE-EXTRA TO LIQ-IMPORTE-EXTRA.
           IF VACACIONES-PENDIENTES > ZERO THEN
               MOVE VACACIONES-PENDIENTES TO LIQ-DIAS-VACACIONES
           ELSE
               MOVE ZERO TO LIQ-DIAS-VACACIONES
           END-IF.
           MOVE IMPORTE-VACACIONES TO LIQ-IMPORTE-VACACIONES.
           MOVE DED-BRUTO TO LIQ-BRUTO.
           MOVE DED-IRPF TO LIQ-IRPF.
           MOVE DED-SS TO LIQ-SS.
           MOVE DED-NETO TO LIQ-NETO.
           OPEN EXTEND LIQUIDACIONES-ARCHIVO.
           WRITE LIQ-REGISTRO.
           CLOSE LIQUIDACIONES-ARCHIVO.
           DISPLAY "FINIQUITO REGISTRADO EN finiquitos.dat".
       GRABAR-NOMINA.
           OPEN EXTEND NOMINAS-ARCHIVO.
           MOVE SPACE TO NOMINAS-REGISTRO.
           MOVE PERIODO-PAGO TO NOMINAS-PERIODO.
           MOVE BAJA-ID TO NOMINAS-ID.
           MOVE ZERO TO NOMINAS-HORAS.
           MOVE ZERO TO NOMINAS-DIAS-SIN-SUELDO.
           MOVE DED-BRUTO TO NOMINAS-BRUTO.
           MOVE DED-IRPF TO NOMINAS-IRPF.
           MOVE DED-SS TO NOMINAS-SS.
           MOVE ZERO TO NOMINAS-OTRAS.
           MOVE DED-NETO TO NOMINAS-NETO.
           MOVE ZERO TO NOMINAS-HORAS-NORMALES.
           MOVE ZERO TO NOMINAS-HORAS-EXTRA.
           MOVE DED-BRUTO TO NOMINAS-IMPORTE-NORMAL.
           MOVE ZERO TO NOMINAS-IMPORTE-EXTRA.
           MOVE "F" TO NOMINAS-TIPO.
           MOVE PERIODO-BAJA TO NOMINAS-PERIODO-ORIGEN.
           MOVE ZERO TO NOMINAS-PERSONALES.
           MOVE DED-PORCENTAJE-PERSONAL TO NOMINAS-PORCENTAJE-PERSONAL.
           MOVE BAJA-EMPRESA TO NOMINAS-EMPRESA.
           WRITE NOMINAS-REGISTRO.
           CLOSE NOMINAS-ARCHIVO.
           DISPLAY "FINIQUITO GRABADO EN nominas.dat PARA EL PERIODO "
               PERIODO-PAGO.
       IMPRIMIR-DOCUMENTO.
           OPEN OUTPUT DOCUMENTO-ARCHIVO.
           WRITE LINEA-DOCUMENTO FROM LINEA-SEPARADOR.
           MOVE FECHA-HOY TO TIT-FECHA.
           WRITE LINEA-DOCUMENTO FROM LINEA-TITULO.
           WRITE LINEA-DOCUMENTO FROM LINEA-RAYA.
           MOVE BAJA-ID TO EMP-ID.
           MOVE BAJA-NOMBRE TO EMP-NOMBRE.
           MOVE BAJA-APELLIDOS TO EMP-APELLIDOS.
           WRITE LINEA-DOCUMENTO FROM LINEA-EMPLEADO.
           MOVE BAJA-FECHA-ALTA TO FEC-ALTA.
           MOVE FECHA-BAJA TO FEC-BAJA.
           WRITE LINEA-DOCUMENTO FROM LINEA-FECHAS.
           MOVE MOTIVO-BAJA TO MOT-TEXTO.
           MOVE PERIODO-PAGO TO MOT-PERIODO.
           WRITE LINEA-DOCUMENTO FROM LINEA-MOTIVO.
           WRITE LINEA-DOCUMENTO FROM LINEA-RAYA.
           MOVE "DIAS TRABAJADOS EN EL MES DE BAJA:" TO DIA-CONCEPTO.
           MOVE DIAS-TRABAJADOS-MES TO DIA-VALOR.
           WRITE LINEA-DOCUMENTO FROM LINEA-DIAS.
           MOVE "IMPORTE DEVENGADO EN EL MES:" TO IMP-CONCEPTO.
           MOVE DEVENGADO-MES TO IMP-VALOR.
           WRITE LINEA-DOCUMENTO FROM LINEA-IMPORTE.
           MOVE "YA PAGADO EN NOMINA DEL MES:" TO IMP-CONCEPTO.
           MOVE PAGADO-MES TO IMP-VALOR.
           WRITE LINEA-DOCUMENTO FROM LINEA-IMPORTE.
           MOVE "PAGO DE DIAS TRABAJADOS:" TO IMP-CONCEPTO.
           MOVE IMPORTE-MES TO IMP-VALOR.
           WRITE LINEA-DOCUMENTO FROM LINEA-IMPORTE.
           MOVE "DIAS DE DEVENGO DE LA PAGA EXTRA:" TO DIA-CONCEPTO.
           MOVE DIAS-DEVENGO-EXTRA TO DIA-VALOR.
           WRITE LINEA-DOCUMENTO FROM LINEA-DIAS.
           MOVE "PARTE PROPORCIONAL DE PAGA EXTRA:" TO IMP-CONCEPTO.
           MOVE IMPORTE-EXTRA TO IMP-VALOR.
           WRITE LINEA-DOCUMENTO FROM LINEA-IMPORTE.
           MOVE "VACACIONES DEVENGADAS EN EL ANO:" TO DIA-CONCEPTO.
           MOVE VACACIONES-DEVENGADAS TO DIA-VALOR.
           WRITE LINEA-DOCUMENTO FROM LINEA-DIAS.
           MOVE "VACACIONES DISFRUTADAS EN EL ANO:" TO DIA-CONCEPTO.
           MOVE VACACIONES-DISFRUTADAS TO DIA-VALOR.
           WRITE LINEA-DOCUMENTO FROM LINEA-DIAS.
           MOVE "VACACIONES NO DISFRUTADAS:" TO IMP-CONCEPTO.
           MOVE IMPORTE-VACACIONES TO IMP-VALOR.
           WRITE LINEA-DOCUMENTO FROM LINEA-IMPORTE.
           WRITE LINEA-DOCUMENTO FROM LINEA-RAYA.
           MOVE "TOTAL BRUTO:" TO IMP-CONCEPTO.
           MOVE DED-BRUTO TO IMP-VALOR.
           WRITE LINEA-DOCUMENTO FROM LINEA-IMPORTE.
           MOVE "RETENCION IRPF:" TO IMP-CONCEPTO.
           MOVE DED-IRPF TO IMP-VALOR.
           WRITE LINEA-DOCUMENTO FROM LINEA-IMPORTE.
           MOVE "SEGURIDAD SOCIAL:" TO IMP-CONCEPTO.
           MOVE DED-SS TO IMP-VALOR.
           WRITE LINEA-DOCUMENTO FROM LINEA-IMPORTE.
           MOVE "LIQUIDO A PERCIBIR:" TO IMP-CONCEPTO.
           MOVE DED-NETO TO IMP-VALOR.
           WRITE LINEA-DOCUMENTO FROM LINEA-IMPORTE.
           WRITE LINEA-DOCUMENTO FROM LINEA-RAYA.
           MOVE "EL TRABAJADOR RECIBE LA CANTIDAD INDICADA EN CONCEPTO"
               TO LINEA-TEXTO.
           WRITE LINEA-DOCUMENTO FROM LINEA-TEXTO.
           MOVE "DE SALDO Y FINIQUITO, QUEDANDO LIQUIDADA LA RELACION"
               TO LINEA-TEXTO.
           WRITE LINEA-DOCUMENTO FROM LINEA-TEXTO.
           MOVE "LABORAL CON LA EMPRESA." TO LINEA-TEXTO.
           WRITE LINEA-DOCUMENTO FROM LINEA-TEXTO.
           WRITE LINEA-DOCUMENTO FROM SPACE.
           WRITE LINEA-DOCUMENTO FROM SPACE.
           WRITE LINEA-DOCUMENTO FROM LINEA-FIRMAS.
           WRITE LINEA-DOCUMENTO FROM SPACE.
           WRITE LINEA-DOCUMENTO FROM SPACE.
           WRITE LINEA-DOCUMENTO FROM LINEA-SEPARADOR.
           CLOSE DOCUMENTO-ARCHIVO.
           DISPLAY "DOCUMENTO DE FINIQUITO GENERADO EN finiquito.txt".
       END PROGRAM FINIQUITO.
