       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARIACION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL EMPLEADOS-ARCHIVOS
       ASSIGN TO "empleados.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EMPLEADOS-ID.
       SELECT OPTIONAL NOMINAS-ARCHIVO
       ASSIGN TO "nominas.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL BAJAS-ARCHIVO
       ASSIGN TO "bajas.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL UMBRALES-ARCHIVO
       ASSIGN TO "umbrales.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CONTROL-ARCHIVO
       ASSIGN TO "variaciones.ctl"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT INFORME-ARCHIVO
       ASSIGN TO "variaciones.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ARCHIVOS.
           COPY "empleado.cob".
       FD NOMINAS-ARCHIVO.
           COPY "pago.cob".
       FD BAJAS-ARCHIVO.
           01 BAJAS-REGISTRO.
               02 BAJAS-DATOS-EMPLEADO PIC X(109).
               02 BAJAS-FECHA PIC 9(8).
               02 BAJAS-MOTIVO PIC X(30).
       FD UMBRALES-ARCHIVO.
           01 LINEA-UMBRAL PIC X(60).
       FD CONTROL-ARCHIVO.
           01 LINEA-CONTROL PIC X(80).
       FD INFORME-ARCHIVO.
           01 LINEA-INFORME PIC X(120).
       WORKING-STORAGE SECTION.
       01 PERIODO-NOMINA PIC X(6).
       01 PERIODO-ANTERIOR PIC X(6).
       01 PERIODO-VALIDO PIC X VALUE "N".
       01 ANIO-NOMINA PIC 9(4).
       01 MES-NOMINA PIC 99.
       01 FECHA-HOY PIC 9(8).
       01 FIN-DE-UMBRALES PIC X VALUE "N".
       01 FIN-DE-NOMINAS PIC X VALUE "N".
       01 FIN-DE-BAJAS PIC X VALUE "N".
       01 EMPLEADO-ENCONTRADO PIC X VALUE "N".
       01 REGLA-TIPO PIC X(14).
       01 REGLA-VALOR PIC X(12).
       01 UMBRAL-BRUTO PIC 9(3)V99 VALUE 10.
       01 UMBRAL-NETO PIC 9(3)V99 VALUE 10.
       01 UMBRAL-HORAS-EXTRA PIC 9(3)V99 VALUE 10.
       01 UMBRAL-DIAS PIC 9(3)V99 VALUE 2.
       01 DEPARTAMENTO-NOMINA PIC X(4).
       01 NOMBRE-NOMINA PIC X(25).
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
       01 NUMERO-EMPLEADOS PIC 9(4) VALUE ZERO.
       01 TABLA-EMPLEADOS.
           02 EMPLEADO-FILA OCCURS 1000 TIMES.
               03 FILA-ID PIC X(6).
               03 FILA-NOMBRE PIC X(25).
               03 FILA-DEPARTAMENTO PIC X(4).
               03 FILA-ANT-PRESENTE PIC X.
               03 FILA-ANT-BRUTO PIC 9(7)V99.
               03 FILA-ANT-NETO PIC S9(7)V99.
               03 FILA-ANT-HORAS-EXTRA PIC 9(5)V99.
               03 FILA-ANT-DIAS PIC 9(5).
               03 FILA-ACT-PRESENTE PIC X.
               03 FILA-ACT-BRUTO PIC 9(7)V99.
               03 FILA-ACT-NETO PIC S9(7)V99.
               03 FILA-ACT-HORAS-EXTRA PIC 9(5)V99.
               03 FILA-ACT-DIAS PIC 9(5).
       01 INDICE-EMPLEADO PIC 9(4) VALUE ZERO.
       01 FILA-EMPLEADO PIC 9(4) VALUE ZERO.
       01 NUMERO-GRUPOS PIC 99 VALUE ZERO.
       01 TABLA-GRUPOS.
           02 GRUPO-FILA OCCURS 50 TIMES.
               03 GRUPO-CODIGO PIC X(4).
               03 GRUPO-ANT-EMPLEADOS PIC 9(5).
               03 GRUPO-ANT-BRUTO PIC 9(9)V99.
               03 GRUPO-ANT-NETO PIC S9(9)V99.
               03 GRUPO-ACT-EMPLEADOS PIC 9(5).
               03 GRUPO-ACT-BRUTO PIC 9(9)V99.
               03 GRUPO-ACT-NETO PIC S9(9)V99.
       01 INDICE-GRUPO PIC 99 VALUE ZERO.
       01 FILA-GRUPO PIC 99 VALUE ZERO.
       01 VALOR-ANTERIOR PIC S9(9)V99 VALUE ZERO.
       01 VALOR-ACTUAL PIC S9(9)V99 VALUE ZERO.
       01 DIFERENCIA PIC S9(9)V99 VALUE ZERO.
       01 DIFERENCIA-ABSOLUTA PIC 9(9)V99 VALUE ZERO.
       01 BASE-PORCENTAJE PIC 9(9)V99 VALUE ZERO.
       01 PORCENTAJE-VARIACION PIC 9(7)V99 VALUE ZERO.
       01 UMBRAL-APLICADO PIC 9(3)V99 VALUE ZERO.
       01 TIPO-UMBRAL PIC X VALUE "P".
           88 UMBRAL-PORCENTUAL VALUE "P".
           88 UMBRAL-ABSOLUTO VALUE "A".
       01 UMBRAL-SUPERADO PIC X VALUE "N".
       01 MOTIVO-VARIACION PIC X(15).
       01 NOMINAS-ACTUALES PIC 9(5) VALUE ZERO.
       01 NOMINAS-ANTERIORES PIC 9(5) VALUE ZERO.
       01 NETO-ACTUAL-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 EMPLEADOS-NUEVOS PIC 9(5) VALUE ZERO.
       01 EMPLEADOS-AUSENTES PIC 9(5) VALUE ZERO.
       01 VARIACIONES-DETECTADAS PIC 9(5) VALUE ZERO.
       01 TOTAL-ANT-EMPLEADOS PIC 9(5) VALUE ZERO.
       01 TOTAL-ANT-BRUTO PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-ANT-NETO PIC S9(9)V99 VALUE ZERO.
       01 TOTAL-ACT-EMPLEADOS PIC 9(5) VALUE ZERO.
       01 TOTAL-ACT-BRUTO PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-ACT-NETO PIC S9(9)V99 VALUE ZERO.
       01 CUENTA-CSV PIC 9(5).
       01 NETO-CSV PIC +9(9).99.
           COPY "departamento.cob".
       01 LINEA-CABECERA-1.
           02 FILLER PIC X(32)
               VALUE "INFORME DE VARIACIONES, PERIODO ".
           02 CAB-PERIODO PIC X(6).
           02 FILLER PIC X(10) VALUE " FRENTE A ".
           02 CAB-ANTERIOR PIC X(6).
           02 FILLER PIC X(9) VALUE ", FECHA: ".
           02 CAB-FECHA PIC 9(8).
       01 LINEA-UMBRALES.
           02 FILLER PIC X(17) VALUE "UMBRALES:  BRUTO ".
           02 UMB-BRUTO PIC ZZ9.99.
           02 FILLER PIC X(9) VALUE " %  NETO ".
           02 UMB-NETO PIC ZZ9.99.
           02 FILLER PIC X(16) VALUE " %  HORAS EXTRA ".
           02 UMB-HORAS PIC ZZ9.99.
           02 FILLER PIC X(20) VALUE "  DIAS SIN SUELDO   ".
           02 UMB-DIAS PIC ZZ9.99.
       01 LINEA-TITULO-EMPLEADOS PIC X(80)
           VALUE "EMPLEADOS CON VARIACIONES".
       01 LINEA-CABECERA-2.
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(6) VALUE "ID".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(25) VALUE "NOMBRE".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(4) VALUE "DPTO".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(15) VALUE "CONCEPTO".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(13) VALUE "     ANTERIOR".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(13) VALUE "       ACTUAL".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(13) VALUE "   DIFERENCIA".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(9) VALUE " VARIAC.%".
       01 LINEA-DETALLE.
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-ID PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-NOMBRE PIC X(25).
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-DEPARTAMENTO PIC X(4).
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-MOTIVO PIC X(15).
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-ANTERIOR PIC -,ZZZ,ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACE.
           02 DET-ACTUAL PIC -,ZZZ,ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACE.
           02 DET-DIFERENCIA PIC -,ZZZ,ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACE.
           02 DET-PORCENTAJE PIC X(9).
       01 PORCENTAJE-EDITADO PIC ZZZ9.99.
       01 LINEA-TITULO-GRUPOS PIC X(80)
           VALUE "TOTALES POR DEPARTAMENTO".
       01 LINEA-CABECERA-GRUPO.
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(4) VALUE "DPTO".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(20) VALUE "DESCRIPCION".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(5) VALUE "E.ANT".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(14) VALUE "  BRUTO ANTER.".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(14) VALUE "   NETO ANTER.".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(5) VALUE "E.ACT".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(14) VALUE "  BRUTO ACTUAL".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(14) VALUE "   NETO ACTUAL".
       01 LINEA-GRUPO.
           02 FILLER PIC X(2) VALUE SPACE.
           02 GRU-CODIGO PIC X(4).
           02 FILLER PIC X(2) VALUE SPACE.
           02 GRU-DESCRIPCION PIC X(20).
           02 FILLER PIC X(2) VALUE SPACE.
           02 GRU-ANT-EMPLEADOS PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 GRU-ANT-BRUTO PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 GRU-ANT-NETO PIC -ZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 GRU-ACT-EMPLEADOS PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 GRU-ACT-BRUTO PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 GRU-ACT-NETO PIC -ZZ,ZZZ,ZZ9.99.
       01 LINEA-RESUMEN.
           02 FILLER PIC X(2) VALUE SPACE.
           02 RES-CONCEPTO PIC X(30).
           02 RES-VALOR PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM PEDIR-PERIODO UNTIL PERIODO-VALIDO EQUAL "S".
           PERFORM CALCULAR-PERIODO-ANTERIOR.
           PERFORM CARGAR-UMBRALES.
           PERFORM ACUMULAR-NOMINAS.
           IF NOMINAS-ACTUALES EQUAL ZERO THEN
               DISPLAY "ERROR: NO HAY NOMINAS DEL PERIODO "
                   PERIODO-NOMINA ", NO SE GENERA EL INFORME."
           ELSE
               PERFORM ESCRIBIR-INFORME
               PERFORM REGISTRAR-CONTROL
           END-IF.
       PROGRAM-DONE.
           STOP RUN.
       PEDIR-PERIODO.
           DISPLAY "INTRODUCE EL PERIODO DE NOMINA (AAAAMM).".
           ACCEPT PERIODO-NOMINA.
           IF PERIODO-NOMINA IS NUMERIC
              AND PERIODO-NOMINA (5:2) >= "01"
              AND PERIODO-NOMINA (5:2) <= "14"
              AND PERIODO-NOMINA (1:4) NOT EQUAL "0000" THEN
               MOVE "S" TO PERIODO-VALIDO
           ELSE
               DISPLAY "ERROR: EL PERIODO DEBE SER NUMERICO (AAAAMM,"
                   " MES 13 O 14 PARA LAS PAGAS EXTRA)."
           END-IF.
       CALCULAR-PERIODO-ANTERIOR.
           MOVE PERIODO-NOMINA (1:4) TO ANIO-NOMINA.
           MOVE PERIODO-NOMINA (5:2) TO MES-NOMINA.
           EVALUATE MES-NOMINA
               WHEN 1
                   SUBTRACT 1 FROM ANIO-NOMINA
                   MOVE 12 TO MES-NOMINA
               WHEN 13
               WHEN 14
                   SUBTRACT 1 FROM ANIO-NOMINA
               WHEN OTHER
                   SUBTRACT 1 FROM MES-NOMINA
           END-EVALUATE.
           MOVE ANIO-NOMINA TO PERIODO-ANTERIOR (1:4).
           MOVE MES-NOMINA TO PERIODO-ANTERIOR (5:2).
           DISPLAY "SE COMPARA CON EL PERIODO " PERIODO-ANTERIOR.
       CARGAR-UMBRALES.
           MOVE "N" TO FIN-DE-UMBRALES.
           OPEN INPUT UMBRALES-ARCHIVO.
           PERFORM LEER-UMBRAL
               UNTIL FIN-DE-UMBRALES EQUAL "S".
           CLOSE UMBRALES-ARCHIVO.
       LEER-UMBRAL.
           READ UMBRALES-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-UMBRALES
               NOT AT END
                   PERFORM CARGAR-UN-UMBRAL
           END-READ.
       CARGAR-UN-UMBRAL.
           MOVE SPACE TO REGLA-TIPO.
           MOVE SPACE TO REGLA-VALOR.
           UNSTRING LINEA-UMBRAL DELIMITED BY ","
               INTO REGLA-TIPO, REGLA-VALOR
           END-UNSTRING.
           EVALUATE REGLA-TIPO
               WHEN "BRUTO"
                   COMPUTE UMBRAL-BRUTO
                       = FUNCTION NUMVAL(REGLA-VALOR)
               WHEN "NETO"
                   COMPUTE UMBRAL-NETO
                       = FUNCTION NUMVAL(REGLA-VALOR)
               WHEN "HORASEXTRA"
                   COMPUTE UMBRAL-HORAS-EXTRA
                       = FUNCTION NUMVAL(REGLA-VALOR)
               WHEN "DIASSINSUELDO"
                   COMPUTE UMBRAL-DIAS
                       = FUNCTION NUMVAL(REGLA-VALOR)
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UMBRAL DESCONOCIDO: " LINEA-UMBRAL
           END-EVALUATE.
       ACUMULAR-NOMINAS.
           MOVE "N" TO FIN-DE-NOMINAS.
           OPEN INPUT EMPLEADOS-ARCHIVOS.
           OPEN INPUT NOMINAS-ARCHIVO.
           PERFORM LEER-Y-ACUMULAR
               UNTIL FIN-DE-NOMINAS EQUAL "S".
           CLOSE EMPLEADOS-ARCHIVOS.
           CLOSE NOMINAS-ARCHIVO.
       LEER-Y-ACUMULAR.
           READ NOMINAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-NOMINAS
               NOT AT END
                   IF NOMINAS-PERIODO EQUAL PERIODO-NOMINA
                      OR NOMINAS-PERIODO EQUAL PERIODO-ANTERIOR THEN
                       PERFORM ACUMULAR-NOMINA
                   END-IF
           END-READ.
       ACUMULAR-NOMINA.
           PERFORM LOCALIZAR-EMPLEADO.
           IF FILA-EMPLEADO EQUAL ZERO THEN
               PERFORM AGREGAR-EMPLEADO
           END-IF.
           IF FILA-EMPLEADO EQUAL ZERO THEN
               DISPLAY "ERROR: DEMASIADOS EMPLEADOS, NO SE COMPARA: "
                   NOMINAS-ID
           ELSE
               IF NOMINAS-PERIODO EQUAL PERIODO-NOMINA THEN
                   ADD 1 TO NOMINAS-ACTUALES
                   ADD NOMINAS-NETO TO NETO-ACTUAL-TOTAL
                   MOVE "S" TO FILA-ACT-PRESENTE (FILA-EMPLEADO)
                   ADD NOMINAS-BRUTO TO FILA-ACT-BRUTO (FILA-EMPLEADO)
                   ADD NOMINAS-NETO TO FILA-ACT-NETO (FILA-EMPLEADO)
                   ADD NOMINAS-HORAS-EXTRA
                       TO FILA-ACT-HORAS-EXTRA (FILA-EMPLEADO)
                   ADD NOMINAS-DIAS-SIN-SUELDO
                       TO FILA-ACT-DIAS (FILA-EMPLEADO)
               ELSE
                   ADD 1 TO NOMINAS-ANTERIORES
                   MOVE "S" TO FILA-ANT-PRESENTE (FILA-EMPLEADO)
                   ADD NOMINAS-BRUTO TO FILA-ANT-BRUTO (FILA-EMPLEADO)
                   ADD NOMINAS-NETO TO FILA-ANT-NETO (FILA-EMPLEADO)
                   ADD NOMINAS-HORAS-EXTRA
                       TO FILA-ANT-HORAS-EXTRA (FILA-EMPLEADO)
                   ADD NOMINAS-DIAS-SIN-SUELDO
                       TO FILA-ANT-DIAS (FILA-EMPLEADO)
               END-IF
           END-IF.
       LOCALIZAR-EMPLEADO.
           MOVE ZERO TO FILA-EMPLEADO.
           MOVE 1 TO INDICE-EMPLEADO.
           PERFORM COMPARAR-EMPLEADO
               UNTIL INDICE-EMPLEADO > NUMERO-EMPLEADOS
                  OR FILA-EMPLEADO > ZERO.
       COMPARAR-EMPLEADO.
           IF FILA-ID (INDICE-EMPLEADO) EQUAL NOMINAS-ID THEN
               MOVE INDICE-EMPLEADO TO FILA-EMPLEADO
           END-IF.
           ADD 1 TO INDICE-EMPLEADO.
       AGREGAR-EMPLEADO.
           IF NUMERO-EMPLEADOS < 1000 THEN
               PERFORM BUSCAR-DATOS-EMPLEADO
               ADD 1 TO NUMERO-EMPLEADOS
               MOVE NUMERO-EMPLEADOS TO FILA-EMPLEADO
               MOVE NOMINAS-ID TO FILA-ID (FILA-EMPLEADO)
               MOVE NOMBRE-NOMINA TO FILA-NOMBRE (FILA-EMPLEADO)
               MOVE DEPARTAMENTO-NOMINA
                   TO FILA-DEPARTAMENTO (FILA-EMPLEADO)
               MOVE "N" TO FILA-ANT-PRESENTE (FILA-EMPLEADO)
               MOVE ZERO TO FILA-ANT-BRUTO (FILA-EMPLEADO)
               MOVE ZERO TO FILA-ANT-NETO (FILA-EMPLEADO)
               MOVE ZERO TO FILA-ANT-HORAS-EXTRA (FILA-EMPLEADO)
               MOVE ZERO TO FILA-ANT-DIAS (FILA-EMPLEADO)
               MOVE "N" TO FILA-ACT-PRESENTE (FILA-EMPLEADO)
               MOVE ZERO TO FILA-ACT-BRUTO (FILA-EMPLEADO)
               MOVE ZERO TO FILA-ACT-NETO (FILA-EMPLEADO)
               MOVE ZERO TO FILA-ACT-HORAS-EXTRA (FILA-EMPLEADO)
               MOVE ZERO TO FILA-ACT-DIAS (FILA-EMPLEADO)
           END-IF.
       BUSCAR-DATOS-EMPLEADO.
           MOVE "N" TO EMPLEADO-ENCONTRADO.
           MOVE NOMINAS-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO EMPLEADO-ENCONTRADO
           END-READ.
           IF EMPLEADO-ENCONTRADO EQUAL "S" THEN
               MOVE EMPLEADOS-NOMBRE TO NOMBRE-NOMINA
               MOVE EMPLEADOS-DEPARTAMENTO (1:4)
                   TO DEPARTAMENTO-NOMINA
           ELSE
               PERFORM BUSCAR-EN-BAJAS
           END-IF.
       BUSCAR-EN-BAJAS.
           MOVE "SIN DATOS" TO NOMBRE-NOMINA.
           MOVE "????" TO DEPARTAMENTO-NOMINA.
           MOVE "N" TO FIN-DE-BAJAS.
           OPEN INPUT BAJAS-ARCHIVO.
           PERFORM BUSCAR-BAJA-EMPLEADO
               UNTIL FIN-DE-BAJAS EQUAL "S".
           CLOSE BAJAS-ARCHIVO.
       BUSCAR-BAJA-EMPLEADO.
           READ BAJAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-BAJAS
               NOT AT END
                   MOVE BAJAS-DATOS-EMPLEADO TO DETALLE-BAJA
                   IF BAJA-ID EQUAL NOMINAS-ID THEN
                       MOVE BAJA-NOMBRE TO NOMBRE-NOMINA
                       MOVE BAJA-DEPARTAMENTO
                           TO DEPARTAMENTO-NOMINA
                   END-IF
           END-READ.
       ESCRIBIR-INFORME.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN OUTPUT INFORME-ARCHIVO.
           MOVE PERIODO-NOMINA TO CAB-PERIODO.
           MOVE PERIODO-ANTERIOR TO CAB-ANTERIOR.
           MOVE FECHA-HOY TO CAB-FECHA.
           WRITE LINEA-INFORME FROM LINEA-CABECERA-1.
           MOVE UMBRAL-BRUTO TO UMB-BRUTO.
           MOVE UMBRAL-NETO TO UMB-NETO.
           MOVE UMBRAL-HORAS-EXTRA TO UMB-HORAS.
           MOVE UMBRAL-DIAS TO UMB-DIAS.
           WRITE LINEA-INFORME FROM LINEA-UMBRALES.
           WRITE LINEA-INFORME FROM SPACE.
           WRITE LINEA-INFORME FROM LINEA-TITULO-EMPLEADOS.
           WRITE LINEA-INFORME FROM LINEA-CABECERA-2.
           MOVE 1 TO INDICE-EMPLEADO.
           PERFORM REVISAR-EMPLEADO
               UNTIL INDICE-EMPLEADO > NUMERO-EMPLEADOS.
           WRITE LINEA-INFORME FROM SPACE.
           WRITE LINEA-INFORME FROM LINEA-TITULO-GRUPOS.
           WRITE LINEA-INFORME FROM LINEA-CABECERA-GRUPO.
           MOVE 1 TO INDICE-GRUPO.
           PERFORM ESCRIBIR-LINEA-GRUPO
               UNTIL INDICE-GRUPO > NUMERO-GRUPOS.
           PERFORM ESCRIBIR-TOTAL-GENERAL.
           WRITE LINEA-INFORME FROM SPACE.
           MOVE "NOMINAS DEL PERIODO:" TO RES-CONCEPTO.
           MOVE NOMINAS-ACTUALES TO RES-VALOR.
           WRITE LINEA-INFORME FROM LINEA-RESUMEN.
           MOVE "NOMINAS DEL PERIODO ANTERIOR:" TO RES-CONCEPTO.
           MOVE NOMINAS-ANTERIORES TO RES-VALOR.
           WRITE LINEA-INFORME FROM LINEA-RESUMEN.
           MOVE "ALTAS EN NOMINA:" TO RES-CONCEPTO.
           MOVE EMPLEADOS-NUEVOS TO RES-VALOR.
           WRITE LINEA-INFORME FROM LINEA-RESUMEN.
           MOVE "SIN NOMINA ESTE PERIODO:" TO RES-CONCEPTO.
           MOVE EMPLEADOS-AUSENTES TO RES-VALOR.
           WRITE LINEA-INFORME FROM LINEA-RESUMEN.
           MOVE "VARIACIONES SOBRE UMBRAL:" TO RES-CONCEPTO.
           MOVE VARIACIONES-DETECTADAS TO RES-VALOR.
           WRITE LINEA-INFORME FROM LINEA-RESUMEN.
           CLOSE INFORME-ARCHIVO.
           DISPLAY "INFORME GENERADO EN variaciones.txt".
           DISPLAY "ALTAS EN NOMINA: " EMPLEADOS-NUEVOS.
           DISPLAY "SIN NOMINA ESTE PERIODO: " EMPLEADOS-AUSENTES.
           DISPLAY "VARIACIONES SOBRE UMBRAL: " VARIACIONES-DETECTADAS.
       REVISAR-EMPLEADO.
           MOVE FILA-ID (INDICE-EMPLEADO) TO DET-ID.
           MOVE FILA-NOMBRE (INDICE-EMPLEADO) TO DET-NOMBRE.
           MOVE FILA-DEPARTAMENTO (INDICE-EMPLEADO)
               TO DET-DEPARTAMENTO.
           EVALUATE TRUE
               WHEN FILA-ANT-PRESENTE (INDICE-EMPLEADO) EQUAL "N"
                   ADD 1 TO EMPLEADOS-NUEVOS
                   MOVE "ALTA EN NOMINA" TO MOTIVO-VARIACION
                   MOVE "A" TO TIPO-UMBRAL
                   MOVE ZERO TO VALOR-ANTERIOR
                   MOVE FILA-ACT-BRUTO (INDICE-EMPLEADO)
                       TO VALOR-ACTUAL
                   PERFORM ESCRIBIR-LINEA-VARIACION
               WHEN FILA-ACT-PRESENTE (INDICE-EMPLEADO) EQUAL "N"
                   ADD 1 TO EMPLEADOS-AUSENTES
                   MOVE "SIN NOMINA" TO MOTIVO-VARIACION
                   MOVE "A" TO TIPO-UMBRAL
                   MOVE FILA-ANT-BRUTO (INDICE-EMPLEADO)
                       TO VALOR-ANTERIOR
                   MOVE ZERO TO VALOR-ACTUAL
                   PERFORM ESCRIBIR-LINEA-VARIACION
               WHEN OTHER
                   PERFORM COMPARAR-CONCEPTOS
           END-EVALUATE.
           PERFORM ACUMULAR-GRUPO.
           ADD 1 TO INDICE-EMPLEADO.
       COMPARAR-CONCEPTOS.
           MOVE "BRUTO" TO MOTIVO-VARIACION.
           MOVE FILA-ANT-BRUTO (INDICE-EMPLEADO) TO VALOR-ANTERIOR.
           MOVE FILA-ACT-BRUTO (INDICE-EMPLEADO) TO VALOR-ACTUAL.
           MOVE UMBRAL-BRUTO TO UMBRAL-APLICADO.
           MOVE "P" TO TIPO-UMBRAL.
           PERFORM EVALUAR-VARIACION.
           MOVE "HORAS EXTRA" TO MOTIVO-VARIACION.
           MOVE FILA-ANT-HORAS-EXTRA (INDICE-EMPLEADO)
               TO VALOR-ANTERIOR.
           MOVE FILA-ACT-HORAS-EXTRA (INDICE-EMPLEADO)
               TO VALOR-ACTUAL.
           MOVE UMBRAL-HORAS-EXTRA TO UMBRAL-APLICADO.
           MOVE "A" TO TIPO-UMBRAL.
           PERFORM EVALUAR-VARIACION.
           MOVE "DIAS SIN SUELDO" TO MOTIVO-VARIACION.
           MOVE FILA-ANT-DIAS (INDICE-EMPLEADO) TO VALOR-ANTERIOR.
           MOVE FILA-ACT-DIAS (INDICE-EMPLEADO) TO VALOR-ACTUAL.
           MOVE UMBRAL-DIAS TO UMBRAL-APLICADO.
           MOVE "A" TO TIPO-UMBRAL.
           PERFORM EVALUAR-VARIACION.
           MOVE "NETO" TO MOTIVO-VARIACION.
           MOVE FILA-ANT-NETO (INDICE-EMPLEADO) TO VALOR-ANTERIOR.
           MOVE FILA-ACT-NETO (INDICE-EMPLEADO) TO VALOR-ACTUAL.
           MOVE UMBRAL-NETO TO UMBRAL-APLICADO.
           MOVE "P" TO TIPO-UMBRAL.
           PERFORM EVALUAR-VARIACION.
       EVALUAR-VARIACION.
           MOVE "N" TO UMBRAL-SUPERADO.
           COMPUTE DIFERENCIA = VALOR-ACTUAL - VALOR-ANTERIOR.
           IF DIFERENCIA < ZERO THEN
               COMPUTE DIFERENCIA-ABSOLUTA = ZERO - DIFERENCIA
           ELSE
               MOVE DIFERENCIA TO DIFERENCIA-ABSOLUTA
           END-IF.
           IF UMBRAL-ABSOLUTO THEN
               IF DIFERENCIA-ABSOLUTA > UMBRAL-APLICADO THEN
                   MOVE "S" TO UMBRAL-SUPERADO
               END-IF
           ELSE
               IF VALOR-ANTERIOR < ZERO THEN
                   COMPUTE BASE-PORCENTAJE = ZERO - VALOR-ANTERIOR
               ELSE
                   MOVE VALOR-ANTERIOR TO BASE-PORCENTAJE
               END-IF
               IF BASE-PORCENTAJE EQUAL ZERO THEN
                   IF DIFERENCIA-ABSOLUTA > ZERO THEN
                       MOVE "S" TO UMBRAL-SUPERADO
                   END-IF
               ELSE
                   COMPUTE PORCENTAJE-VARIACION ROUNDED
                       = DIFERENCIA-ABSOLUTA * 100 / BASE-PORCENTAJE
                       ON SIZE ERROR
                           MOVE 9999.99 TO PORCENTAJE-VARIACION
                   END-COMPUTE
                   IF PORCENTAJE-VARIACION > UMBRAL-APLICADO THEN
                       MOVE "S" TO UMBRAL-SUPERADO
                   END-IF
               END-IF
           END-IF.
           IF UMBRAL-SUPERADO EQUAL "S" THEN
               ADD 1 TO VARIACIONES-DETECTADAS
               PERFORM ESCRIBIR-LINEA-VARIACION
           END-IF.
       ESCRIBIR-LINEA-VARIACION.
           MOVE MOTIVO-VARIACION TO DET-MOTIVO.
           MOVE VALOR-ANTERIOR TO DET-ANTERIOR.
           MOVE VALOR-ACTUAL TO DET-ACTUAL.
           COMPUTE DIFERENCIA = VALOR-ACTUAL - VALOR-ANTERIOR.
           MOVE DIFERENCIA TO DET-DIFERENCIA.
           MOVE SPACE TO DET-PORCENTAJE.
           IF VALOR-ANTERIOR NOT EQUAL ZERO
              AND UMBRAL-PORCENTUAL THEN
               IF PORCENTAJE-VARIACION > 9999.99 THEN
                   MOVE 9999.99 TO PORCENTAJE-EDITADO
               ELSE
                   MOVE PORCENTAJE-VARIACION TO PORCENTAJE-EDITADO
               END-IF
               MOVE PORCENTAJE-EDITADO TO DET-PORCENTAJE
           END-IF.
           WRITE LINEA-INFORME FROM LINEA-DETALLE.
       ACUMULAR-GRUPO.
           MOVE FILA-DEPARTAMENTO (INDICE-EMPLEADO)
               TO DEPARTAMENTO-NOMINA.
           PERFORM LOCALIZAR-GRUPO.
           IF FILA-GRUPO EQUAL ZERO
              AND NUMERO-GRUPOS < 50 THEN
               ADD 1 TO NUMERO-GRUPOS
               MOVE NUMERO-GRUPOS TO FILA-GRUPO
               MOVE DEPARTAMENTO-NOMINA TO GRUPO-CODIGO (FILA-GRUPO)
               MOVE ZERO TO GRUPO-ANT-EMPLEADOS (FILA-GRUPO)
               MOVE ZERO TO GRUPO-ANT-BRUTO (FILA-GRUPO)
               MOVE ZERO TO GRUPO-ANT-NETO (FILA-GRUPO)
               MOVE ZERO TO GRUPO-ACT-EMPLEADOS (FILA-GRUPO)
               MOVE ZERO TO GRUPO-ACT-BRUTO (FILA-GRUPO)
               MOVE ZERO TO GRUPO-ACT-NETO (FILA-GRUPO)
           END-IF.
           IF FILA-GRUPO > ZERO THEN
               IF FILA-ANT-PRESENTE (INDICE-EMPLEADO) EQUAL "S" THEN
                   ADD 1 TO GRUPO-ANT-EMPLEADOS (FILA-GRUPO)
               END-IF
               IF FILA-ACT-PRESENTE (INDICE-EMPLEADO) EQUAL "S" THEN
                   ADD 1 TO GRUPO-ACT-EMPLEADOS (FILA-GRUPO)
               END-IF
               ADD FILA-ANT-BRUTO (INDICE-EMPLEADO)
                   TO GRUPO-ANT-BRUTO (FILA-GRUPO)
               ADD FILA-ANT-NETO (INDICE-EMPLEADO)
                   TO GRUPO-ANT-NETO (FILA-GRUPO)
               ADD FILA-ACT-BRUTO (INDICE-EMPLEADO)
                   TO GRUPO-ACT-BRUTO (FILA-GRUPO)
               ADD FILA-ACT-NETO (INDICE-EMPLEADO)
                   TO GRUPO-ACT-NETO (FILA-GRUPO)
           END-IF.
       LOCALIZAR-GRUPO.
           MOVE ZERO TO FILA-GRUPO.
           MOVE 1 TO INDICE-GRUPO.
           PERFORM COMPARAR-GRUPO
               UNTIL INDICE-GRUPO > NUMERO-GRUPOS
                  OR FILA-GRUPO > ZERO.
       COMPARAR-GRUPO.
           IF GRUPO-CODIGO (INDICE-GRUPO)
              EQUAL DEPARTAMENTO-NOMINA THEN
               MOVE INDICE-GRUPO TO FILA-GRUPO
           END-IF.
           ADD 1 TO INDICE-GRUPO.
       ESCRIBIR-LINEA-GRUPO.
           MOVE "B" TO DEP-FUNCION.
           MOVE GRUPO-CODIGO (INDICE-GRUPO) TO DEP-CODIGO.
           CALL "DEPTOS" USING DATOS-DEPARTAMENTO.
           MOVE GRUPO-CODIGO (INDICE-GRUPO) TO GRU-CODIGO.
           MOVE DEP-DESCRIPCION TO GRU-DESCRIPCION.
           MOVE GRUPO-ANT-EMPLEADOS (INDICE-GRUPO)
               TO GRU-ANT-EMPLEADOS.
           MOVE GRUPO-ANT-BRUTO (INDICE-GRUPO) TO GRU-ANT-BRUTO.
           MOVE GRUPO-ANT-NETO (INDICE-GRUPO) TO GRU-ANT-NETO.
           MOVE GRUPO-ACT-EMPLEADOS (INDICE-GRUPO)
               TO GRU-ACT-EMPLEADOS.
           MOVE GRUPO-ACT-BRUTO (INDICE-GRUPO) TO GRU-ACT-BRUTO.
           MOVE GRUPO-ACT-NETO (INDICE-GRUPO) TO GRU-ACT-NETO.
           WRITE LINEA-INFORME FROM LINEA-GRUPO.
           ADD GRUPO-ANT-EMPLEADOS (INDICE-GRUPO)
               TO TOTAL-ANT-EMPLEADOS.
           ADD GRUPO-ANT-BRUTO (INDICE-GRUPO) TO TOTAL-ANT-BRUTO.
           ADD GRUPO-ANT-NETO (INDICE-GRUPO) TO TOTAL-ANT-NETO.
           ADD GRUPO-ACT-EMPLEADOS (INDICE-GRUPO)
               TO TOTAL-ACT-EMPLEADOS.
           ADD GRUPO-ACT-BRUTO (INDICE-GRUPO) TO TOTAL-ACT-BRUTO.
           ADD GRUPO-ACT-NETO (INDICE-GRUPO) TO TOTAL-ACT-NETO.
           ADD 1 TO INDICE-GRUPO.
       ESCRIBIR-TOTAL-GENERAL.
           MOVE SPACE TO GRU-CODIGO.
           MOVE "TOTAL GENERAL" TO GRU-DESCRIPCION.
           MOVE TOTAL-ANT-EMPLEADOS TO GRU-ANT-EMPLEADOS.
           MOVE TOTAL-ANT-BRUTO TO GRU-ANT-BRUTO.
           MOVE TOTAL-ANT-NETO TO GRU-ANT-NETO.
           MOVE TOTAL-ACT-EMPLEADOS TO GRU-ACT-EMPLEADOS.
           MOVE TOTAL-ACT-BRUTO TO GRU-ACT-BRUTO.
           MOVE TOTAL-ACT-NETO TO GRU-ACT-NETO.
           WRITE LINEA-INFORME FROM LINEA-GRUPO.
       REGISTRAR-CONTROL.
           MOVE NOMINAS-ACTUALES TO CUENTA-CSV.
           MOVE NETO-ACTUAL-TOTAL TO NETO-CSV.
           OPEN EXTEND CONTROL-ARCHIVO.
           MOVE SPACE TO LINEA-CONTROL.
           STRING PERIODO-NOMINA DELIMITED BY SIZE
               ",G," DELIMITED BY SIZE
               FECHA-HOY DELIMITED BY SIZE
               ",," DELIMITED BY SIZE
               CUENTA-CSV DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               NETO-CSV DELIMITED BY SIZE
               INTO LINEA-CONTROL
           END-STRING.
           WRITE LINEA-CONTROL.
           CLOSE CONTROL-ARCHIVO.
           DISPLAY "INFORME PENDIENTE DE CONFORMIDAD DE UN SUPERVISOR"
               " EN CIERRES.".
       END PROGRAM VARIACION.
