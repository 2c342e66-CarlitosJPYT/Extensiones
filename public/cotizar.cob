       IDENTIFICATION DIVISION.
       PROGRAM-ID. COTIZAR.
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
       SELECT OPTIONAL REGLAS-ARCHIVO
       ASSIGN TO "cotizaciones.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL COTIZACIONES-ARCHIVO
       ASSIGN TO "cotizaciones.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT COTIZACIONES-NUEVO
       ASSIGN TO "cotizaciones.tmp"
       ORGANIZATION IS SEQUENTIAL.
       SELECT INFORME-ARCHIVO
       ASSIGN TO "cotizaciones-informe.txt"
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
       FD REGLAS-ARCHIVO.
           01 LINEA-REGLA PIC X(60).
       FD COTIZACIONES-ARCHIVO.
           COPY "cotizacion.cob".
       FD COTIZACIONES-NUEVO.
           COPY "cotizacion.cob"
               REPLACING LEADING ==COT== BY ==COTNUE==.
       FD INFORME-ARCHIVO.
           01 LINEA-INFORME PIC X(120).
       WORKING-STORAGE SECTION.
       01 PERIODO-NOMINA PIC X(6).
       01 PERIODO-VALIDO PIC X VALUE "N".
       01 FECHA-HOY PIC 9(8).
       01 FIN-DE-REGLAS PIC X VALUE "N".
       01 FIN-DE-NOMINAS PIC X VALUE "N".
       01 FIN-DE-BAJAS PIC X VALUE "N".
       01 FIN-DE-COTIZACIONES PIC X VALUE "N".
       01 EMPLEADO-ENCONTRADO PIC X VALUE "N".
       01 REGLAS-COMPLETAS PIC X VALUE "N".
       01 REGLA-TIPO PIC X(10).
       01 REGLA-CAMPO-2 PIC X(12).
       01 REGLA-CAMPO-3 PIC X(20).
       01 PORCENTAJE-CONTINGENCIAS PIC 99V99 VALUE ZERO.
       01 PORCENTAJE-DESEMPLEO PIC 99V99 VALUE ZERO.
       01 PORCENTAJE-FORMACION PIC 99V99 VALUE ZERO.
       01 PORCENTAJE-FOGASA PIC 99V99 VALUE ZERO.
       01 PORCENTAJE-AT-GENERAL PIC 99V99 VALUE ZERO.
       01 PORCENTAJE-AT PIC 99V99 VALUE ZERO.
       01 BASE-MINIMA PIC 9(7)V99 VALUE ZERO.
       01 BASE-MAXIMA PIC 9(7)V99 VALUE ZERO.
       01 NUMERO-TARIFAS-AT PIC 99 VALUE ZERO.
       01 TABLA-TARIFAS-AT.
           02 TARIFA-AT OCCURS 50 TIMES.
               03 TARIFA-DEPARTAMENTO PIC X(4).
               03 TARIFA-PORCENTAJE PIC 99V99.
       01 INDICE-TARIFA PIC 99 VALUE ZERO.
       01 TARIFA-HALLADA PIC 99 VALUE ZERO.
       01 DEPARTAMENTO-NOMINA PIC X(4).
       01 NOMBRE-NOMINA PIC X(30).
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
       01 BASE-COTIZACION PIC 9(7)V99 VALUE ZERO.
       01 BASE-DISPONIBLE PIC S9(7)V99 VALUE ZERO.
       01 NUMERO-EMPLEADOS PIC 9(4) VALUE ZERO.
       01 TABLA-EMPLEADOS.
           02 EMPLEADO-FILA OCCURS 1000 TIMES.
               03 FILA-ID PIC X(6).
               03 FILA-NOMBRE PIC X(30).
               03 FILA-DEPARTAMENTO PIC X(4).
               03 FILA-BRUTO PIC 9(7)V99.
               03 FILA-BASE PIC 9(7)V99.
               03 FILA-EMPRESA PIC 9(7)V99.
               03 FILA-TRABAJADOR PIC 9(7)V99.
       01 INDICE-EMPLEADO PIC 9(4) VALUE ZERO.
       01 FILA-EMPLEADO PIC 9(4) VALUE ZERO.
       01 NUMERO-GRUPOS PIC 99 VALUE ZERO.
       01 TABLA-GRUPOS.
           02 GRUPO-FILA OCCURS 50 TIMES.
               03 GRUPO-CODIGO PIC X(4).
               03 GRUPO-EMPLEADOS PIC 9(5).
               03 GRUPO-BRUTO PIC 9(9)V99.
               03 GRUPO-EMPRESA PIC 9(9)V99.
       01 INDICE-GRUPO PIC 99 VALUE ZERO.
       01 FILA-GRUPO PIC 99 VALUE ZERO.
       01 COTIZACIONES-CONSERVADAS PIC 9(5) VALUE ZERO.
       01 COTIZACIONES-ESCRITAS PIC 9(5) VALUE ZERO.
       01 TOTAL-BRUTO PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-BASE PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-CONTINGENCIAS PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-DESEMPLEO PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-FORMACION PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-FOGASA PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-ACCIDENTES PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-EMPRESA PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-TRABAJADOR PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-INGRESAR PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-COSTE PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-MOSTRAR PIC ZZZ,ZZZ,ZZ9.99.
           COPY "departamento.cob".
       01 LINEA-CABECERA-1.
           02 FILLER PIC X(36)
               VALUE "LIQUIDACION DE COTIZACIONES SOCIALES".
           02 FILLER PIC X(11) VALUE ", PERIODO: ".
           02 CAB-PERIODO PIC X(6).
           02 FILLER PIC X(9) VALUE ", FECHA: ".
           02 CAB-FECHA PIC 9(8).
       01 LINEA-CABECERA-2.
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(6) VALUE "ID".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(30) VALUE "NOMBRE".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(4) VALUE "DPTO".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(10) VALUE "     BRUTO".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(10) VALUE "      BASE".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(10) VALUE "   EMPRESA".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(10) VALUE "TRABAJADOR".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(12) VALUE " COSTE TOTAL".
       01 LINEA-DETALLE.
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-ID PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-NOMBRE PIC X(30).
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-DEPARTAMENTO PIC X(4).
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-BRUTO PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-BASE PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-EMPRESA PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-TRABAJADOR PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-COSTE PIC Z,ZZZ,ZZ9.99.
       01 LINEA-TITULO-GRUPOS PIC X(80)
           VALUE "COSTE LABORAL POR DEPARTAMENTO".
       01 LINEA-CABECERA-GRUPO.
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(4) VALUE "DPTO".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(25) VALUE "DESCRIPCION".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(5) VALUE "EMPL.".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(14) VALUE "         BRUTO".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(14) VALUE " CUOTA EMPRESA".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(14) VALUE "   COSTE TOTAL".
       01 LINEA-GRUPO.
           02 FILLER PIC X(2) VALUE SPACE.
           02 GRU-CODIGO PIC X(4).
           02 FILLER PIC X(2) VALUE SPACE.
           02 GRU-DESCRIPCION PIC X(25).
           02 FILLER PIC X(2) VALUE SPACE.
           02 GRU-EMPLEADOS PIC ZZZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 GRU-BRUTO PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 GRU-EMPRESA PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 GRU-COSTE PIC ZZZ,ZZZ,ZZ9.99.
       01 LINEA-TITULO-TOTALES PIC X(80)
           VALUE "RESUMEN DE LA LIQUIDACION".
       01 LINEA-CONCEPTO.
           02 FILLER PIC X(2) VALUE SPACE.
           02 CON-DESCRIPCION PIC X(40).
           02 CON-PORCENTAJE PIC X(8).
           02 CON-IMPORTE PIC ZZZ,ZZZ,ZZ9.99.
       01 PORCENTAJE-MOSTRAR PIC Z9.99.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM PEDIR-PERIODO UNTIL PERIODO-VALIDO EQUAL "S".
           PERFORM CARGAR-REGLAS.
           IF REGLAS-COMPLETAS EQUAL "S" THEN
               PERFORM CALCULAR-COTIZACIONES
               PERFORM ESCRIBIR-INFORME
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
       CARGAR-REGLAS.
           MOVE "N" TO FIN-DE-REGLAS.
           OPEN INPUT REGLAS-ARCHIVO.
           PERFORM LEER-REGLA
               UNTIL FIN-DE-REGLAS EQUAL "S".
           CLOSE REGLAS-ARCHIVO.
           IF PORCENTAJE-CONTINGENCIAS EQUAL ZERO THEN
               DISPLAY "ERROR: FALTA LA REGLA CC EN cotizaciones.txt,"
                   " NO SE CALCULAN LAS COTIZACIONES."
           ELSE
               MOVE "S" TO REGLAS-COMPLETAS
               IF BASE-MAXIMA EQUAL ZERO THEN
                   DISPLAY "AVISO: SIN REGLA BASEMAX, LA BASE NO TIENE"
                       " TOPE MAXIMO."
               END-IF
               IF BASE-MINIMA > BASE-MAXIMA
                  AND BASE-MAXIMA > ZERO THEN
                   DISPLAY "AVISO: BASEMIN SUPERA A BASEMAX, SE IGNORA"
                       " LA BASE MINIMA."
                   MOVE ZERO TO BASE-MINIMA
               END-IF
           END-IF.
       LEER-REGLA.
           READ REGLAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-REGLAS
               NOT AT END
                   PERFORM CARGAR-UNA-REGLA
           END-READ.
       CARGAR-UNA-REGLA.
           MOVE SPACE TO REGLA-TIPO.
           MOVE SPACE TO REGLA-CAMPO-2.
           MOVE SPACE TO REGLA-CAMPO-3.
           UNSTRING LINEA-REGLA DELIMITED BY ","
               INTO REGLA-TIPO, REGLA-CAMPO-2, REGLA-CAMPO-3
           END-UNSTRING.
           EVALUATE REGLA-TIPO
               WHEN "CC"
                   COMPUTE PORCENTAJE-CONTINGENCIAS
                       = FUNCTION NUMVAL(REGLA-CAMPO-2)
               WHEN "DESEMPLEO"
                   COMPUTE PORCENTAJE-DESEMPLEO
                       = FUNCTION NUMVAL(REGLA-CAMPO-2)
               WHEN "FORMACION"
                   COMPUTE PORCENTAJE-FORMACION
                       = FUNCTION NUMVAL(REGLA-CAMPO-2)
               WHEN "FOGASA"
                   COMPUTE PORCENTAJE-FOGASA
                       = FUNCTION NUMVAL(REGLA-CAMPO-2)
               WHEN "AT"
                   PERFORM CARGAR-TARIFA-AT
               WHEN "BASEMIN"
                   COMPUTE BASE-MINIMA
                       = FUNCTION NUMVAL(REGLA-CAMPO-2)
               WHEN "BASEMAX"
                   COMPUTE BASE-MAXIMA
                       = FUNCTION NUMVAL(REGLA-CAMPO-2)
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY "REGLA DE COTIZACION DESCONOCIDA: "
                       LINEA-REGLA
           END-EVALUATE.
       CARGAR-TARIFA-AT.
           IF REGLA-CAMPO-2 EQUAL SPACE
              OR REGLA-CAMPO-2 EQUAL "*" THEN
               COMPUTE PORCENTAJE-AT-GENERAL
                   = FUNCTION NUMVAL(REGLA-CAMPO-3)
           ELSE
               IF NUMERO-TARIFAS-AT < 50 THEN
                   ADD 1 TO NUMERO-TARIFAS-AT
                   MOVE REGLA-CAMPO-2
                       TO TARIFA-DEPARTAMENTO (NUMERO-TARIFAS-AT)
                   COMPUTE TARIFA-PORCENTAJE (NUMERO-TARIFAS-AT)
                       = FUNCTION NUMVAL(REGLA-CAMPO-3)
               ELSE
                   DISPLAY "AVISO: DEMASIADAS TARIFAS AT, SE IGNORA: "
                       LINEA-REGLA
               END-IF
           END-IF.
       CALCULAR-COTIZACIONES.
           PERFORM CONSERVAR-OTROS-PERIODOS.
           MOVE "N" TO FIN-DE-NOMINAS.
           OPEN INPUT EMPLEADOS-ARCHIVOS.
           OPEN INPUT NOMINAS-ARCHIVO.
           PERFORM LEER-Y-COTIZAR
               UNTIL FIN-DE-NOMINAS EQUAL "S".
           CLOSE EMPLEADOS-ARCHIVOS.
           CLOSE NOMINAS-ARCHIVO.
           CLOSE COTIZACIONES-NUEVO.
           CALL "SYSTEM" USING "cp cotizaciones.dat cotizaciones.ant".
           CALL "SYSTEM" USING "mv cotizaciones.tmp cotizaciones.dat".
           DISPLAY "COTIZACIONES DEL PERIODO GRABADAS: "
               COTIZACIONES-ESCRITAS.
           DISPLAY "COTIZACIONES DE OTROS PERIODOS: "
               COTIZACIONES-CONSERVADAS.
           IF COTIZACIONES-ESCRITAS EQUAL ZERO THEN
               DISPLAY "AVISO: NO HAY NOMINAS DEL PERIODO "
                   PERIODO-NOMINA " EN nominas.dat."
           END-IF.
       CONSERVAR-OTROS-PERIODOS.
           MOVE "N" TO FIN-DE-COTIZACIONES.
           OPEN INPUT COTIZACIONES-ARCHIVO.
           OPEN OUTPUT COTIZACIONES-NUEVO.
           PERFORM COPIAR-COTIZACION
               UNTIL FIN-DE-COTIZACIONES EQUAL "S".
           CLOSE COTIZACIONES-ARCHIVO.
       COPIAR-COTIZACION.
           READ COTIZACIONES-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-COTIZACIONES
               NOT AT END
                   IF COT-PERIODO NOT EQUAL PERIODO-NOMINA THEN
                       WRITE COTNUE-REGISTRO FROM COT-REGISTRO
                       ADD 1 TO COTIZACIONES-CONSERVADAS
                   END-IF
           END-READ.
       LEER-Y-COTIZAR.
           READ NOMINAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-NOMINAS
               NOT AT END
                   IF NOMINAS-PERIODO EQUAL PERIODO-NOMINA THEN
                       PERFORM COTIZAR-NOMINA
                   END-IF
           END-READ.
       COTIZAR-NOMINA.
           PERFORM LOCALIZAR-EMPLEADO.
           IF FILA-EMPLEADO EQUAL ZERO THEN
               PERFORM AGREGAR-EMPLEADO
           END-IF.
           IF FILA-EMPLEADO EQUAL ZERO THEN
               DISPLAY "ERROR: DEMASIADOS EMPLEADOS EN EL PERIODO, NO"
                   " SE COTIZA: " NOMINAS-ID
           ELSE
               PERFORM CALCULAR-BASE
               PERFORM CALCULAR-CUOTAS
               PERFORM ACUMULAR-COTIZACION
               WRITE COTNUE-REGISTRO FROM COT-REGISTRO
               ADD 1 TO COTIZACIONES-ESCRITAS
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
               MOVE ZERO TO FILA-BRUTO (FILA-EMPLEADO)
               MOVE ZERO TO FILA-BASE (FILA-EMPLEADO)
               MOVE ZERO TO FILA-EMPRESA (FILA-EMPLEADO)
               MOVE ZERO TO FILA-TRABAJADOR (FILA-EMPLEADO)
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
               MOVE SPACE TO NOMBRE-NOMINA
               STRING EMPLEADOS-NOMBRE DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   EMPLEADOS-APELLIDOS DELIMITED BY "  "
                   INTO NOMBRE-NOMINA
               END-STRING
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
                       MOVE SPACE TO NOMBRE-NOMINA
                       STRING BAJA-NOMBRE DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           BAJA-APELLIDOS DELIMITED BY "  "
                           INTO NOMBRE-NOMINA
                       END-STRING
                       MOVE BAJA-DEPARTAMENTO
                           TO DEPARTAMENTO-NOMINA
                   END-IF
           END-READ.
       CALCULAR-BASE.
           MOVE NOMINAS-BRUTO TO BASE-COTIZACION.
           IF NOMINAS-ORDINARIA
              AND BASE-COTIZACION > ZERO
              AND BASE-COTIZACION < BASE-MINIMA THEN
               MOVE BASE-MINIMA TO BASE-COTIZACION
           END-IF.
           IF BASE-MAXIMA > ZERO THEN
               COMPUTE BASE-DISPONIBLE
                   = BASE-MAXIMA - FILA-BASE (FILA-EMPLEADO)
               IF BASE-DISPONIBLE < ZERO THEN
                   MOVE ZERO TO BASE-DISPONIBLE
               END-IF
               IF BASE-COTIZACION > BASE-DISPONIBLE THEN
                   MOVE BASE-DISPONIBLE TO BASE-COTIZACION
               END-IF
           END-IF.
       CALCULAR-CUOTAS.
           MOVE FILA-DEPARTAMENTO (FILA-EMPLEADO)
               TO DEPARTAMENTO-NOMINA.
           PERFORM LOCALIZAR-TARIFA-AT.
           IF TARIFA-HALLADA > ZERO THEN
               MOVE TARIFA-PORCENTAJE (TARIFA-HALLADA)
                   TO PORCENTAJE-AT
           ELSE
               MOVE PORCENTAJE-AT-GENERAL TO PORCENTAJE-AT
           END-IF.
           MOVE SPACE TO COT-REGISTRO.
           MOVE NOMINAS-PERIODO TO COT-PERIODO.
           MOVE NOMINAS-ID TO COT-ID.
           MOVE NOMINAS-TIPO TO COT-TIPO.
           MOVE DEPARTAMENTO-NOMINA TO COT-DEPARTAMENTO.
           MOVE NOMINAS-BRUTO TO COT-BRUTO.
           MOVE BASE-COTIZACION TO COT-BASE.
           COMPUTE COT-CONTINGENCIAS ROUNDED
               = BASE-COTIZACION * PORCENTAJE-CONTINGENCIAS / 100.
           COMPUTE COT-DESEMPLEO ROUNDED
               = BASE-COTIZACION * PORCENTAJE-DESEMPLEO / 100.
           COMPUTE COT-FORMACION ROUNDED
               = BASE-COTIZACION * PORCENTAJE-FORMACION / 100.
           COMPUTE COT-FOGASA ROUNDED
               = BASE-COTIZACION * PORCENTAJE-FOGASA / 100.
           COMPUTE COT-ACCIDENTES ROUNDED
               = BASE-COTIZACION * PORCENTAJE-AT / 100.
           COMPUTE COT-EMPRESA
               = COT-CONTINGENCIAS + COT-DESEMPLEO + COT-FORMACION
               + COT-FOGASA + COT-ACCIDENTES.
           MOVE NOMINAS-SS TO COT-TRABAJADOR.
           COMPUTE COT-COSTE-TOTAL = COT-BRUTO + COT-EMPRESA.
       LOCALIZAR-TARIFA-AT.
           MOVE ZERO TO TARIFA-HALLADA.
           MOVE 1 TO INDICE-TARIFA.
           PERFORM COMPARAR-TARIFA-AT
               UNTIL INDICE-TARIFA > NUMERO-TARIFAS-AT
                  OR TARIFA-HALLADA > ZERO.
       COMPARAR-TARIFA-AT.
           IF TARIFA-DEPARTAMENTO (INDICE-TARIFA)
              EQUAL DEPARTAMENTO-NOMINA THEN
               MOVE INDICE-TARIFA TO TARIFA-HALLADA
           END-IF.
           ADD 1 TO INDICE-TARIFA.
       ACUMULAR-COTIZACION.
           ADD COT-BRUTO TO FILA-BRUTO (FILA-EMPLEADO).
           ADD COT-BASE TO FILA-BASE (FILA-EMPLEADO).
           ADD COT-EMPRESA TO FILA-EMPRESA (FILA-EMPLEADO).
           ADD COT-TRABAJADOR TO FILA-TRABAJADOR (FILA-EMPLEADO).
           ADD COT-BRUTO TO TOTAL-BRUTO.
           ADD COT-BASE TO TOTAL-BASE.
           ADD COT-CONTINGENCIAS TO TOTAL-CONTINGENCIAS.
           ADD COT-DESEMPLEO TO TOTAL-DESEMPLEO.
           ADD COT-FORMACION TO TOTAL-FORMACION.
           ADD COT-FOGASA TO TOTAL-FOGASA.
           ADD COT-ACCIDENTES TO TOTAL-ACCIDENTES.
           ADD COT-EMPRESA TO TOTAL-EMPRESA.
           ADD COT-TRABAJADOR TO TOTAL-TRABAJADOR.
           ADD COT-COSTE-TOTAL TO TOTAL-COSTE.
       ESCRIBIR-INFORME.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN OUTPUT INFORME-ARCHIVO.
           MOVE PERIODO-NOMINA TO CAB-PERIODO.
           MOVE FECHA-HOY TO CAB-FECHA.
           WRITE LINEA-INFORME FROM LINEA-CABECERA-1.
           WRITE LINEA-INFORME FROM SPACE.
           WRITE LINEA-INFORME FROM LINEA-CABECERA-2.
           MOVE 1 TO INDICE-EMPLEADO.
           PERFORM ESCRIBIR-LINEA-EMPLEADO
               UNTIL INDICE-EMPLEADO > NUMERO-EMPLEADOS.
           WRITE LINEA-INFORME FROM SPACE.
           WRITE LINEA-INFORME FROM LINEA-TITULO-GRUPOS.
           WRITE LINEA-INFORME FROM LINEA-CABECERA-GRUPO.
           MOVE 1 TO INDICE-GRUPO.
           PERFORM ESCRIBIR-LINEA-GRUPO
               UNTIL INDICE-GRUPO > NUMERO-GRUPOS.
           WRITE LINEA-INFORME FROM SPACE.
           PERFORM ESCRIBIR-RESUMEN.
           CLOSE INFORME-ARCHIVO.
           DISPLAY "LIQUIDACION GENERADA EN cotizaciones-informe.txt".
           DISPLAY "EMPLEADOS COTIZADOS: " NUMERO-EMPLEADOS.
           MOVE TOTAL-EMPRESA TO TOTAL-MOSTRAR.
           DISPLAY "CUOTA EMPRESARIAL:       " TOTAL-MOSTRAR.
           MOVE TOTAL-INGRESAR TO TOTAL-MOSTRAR.
           DISPLAY "TOTAL A INGRESAR EN S.S.: " TOTAL-MOSTRAR.
           MOVE TOTAL-COSTE TO TOTAL-MOSTRAR.
           DISPLAY "COSTE LABORAL TOTAL:     " TOTAL-MOSTRAR.
       ESCRIBIR-LINEA-EMPLEADO.
           MOVE FILA-ID (INDICE-EMPLEADO) TO DET-ID.
           MOVE FILA-NOMBRE (INDICE-EMPLEADO) TO DET-NOMBRE.
           MOVE FILA-DEPARTAMENTO (INDICE-EMPLEADO)
               TO DET-DEPARTAMENTO.
           MOVE FILA-BRUTO (INDICE-EMPLEADO) TO DET-BRUTO.
           MOVE FILA-BASE (INDICE-EMPLEADO) TO DET-BASE.
           MOVE FILA-EMPRESA (INDICE-EMPLEADO) TO DET-EMPRESA.
           MOVE FILA-TRABAJADOR (INDICE-EMPLEADO) TO DET-TRABAJADOR.
           COMPUTE DET-COSTE = FILA-BRUTO (INDICE-EMPLEADO)
               + FILA-EMPRESA (INDICE-EMPLEADO).
           WRITE LINEA-INFORME FROM LINEA-DETALLE.
           MOVE FILA-DEPARTAMENTO (INDICE-EMPLEADO)
               TO DEPARTAMENTO-NOMINA.
           PERFORM LOCALIZAR-GRUPO.
           IF FILA-GRUPO EQUAL ZERO
              AND NUMERO-GRUPOS < 50 THEN
               ADD 1 TO NUMERO-GRUPOS
               MOVE NUMERO-GRUPOS TO FILA-GRUPO
               MOVE DEPARTAMENTO-NOMINA TO GRUPO-CODIGO (FILA-GRUPO)
               MOVE ZERO TO GRUPO-EMPLEADOS (FILA-GRUPO)
               MOVE ZERO TO GRUPO-BRUTO (FILA-GRUPO)
               MOVE ZERO TO GRUPO-EMPRESA (FILA-GRUPO)
           END-IF.
           IF FILA-GRUPO > ZERO THEN
               ADD 1 TO GRUPO-EMPLEADOS (FILA-GRUPO)
               ADD FILA-BRUTO (INDICE-EMPLEADO)
                   TO GRUPO-BRUTO (FILA-GRUPO)
               ADD FILA-EMPRESA (INDICE-EMPLEADO)
                   TO GRUPO-EMPRESA (FILA-GRUPO)
           END-IF.
           ADD 1 TO INDICE-EMPLEADO.
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
           MOVE GRUPO-EMPLEADOS (INDICE-GRUPO) TO GRU-EMPLEADOS.
           MOVE GRUPO-BRUTO (INDICE-GRUPO) TO GRU-BRUTO.
           MOVE GRUPO-EMPRESA (INDICE-GRUPO) TO GRU-EMPRESA.
           COMPUTE GRU-COSTE = GRUPO-BRUTO (INDICE-GRUPO)
               + GRUPO-EMPRESA (INDICE-GRUPO).
           WRITE LINEA-INFORME FROM LINEA-GRUPO.
           ADD 1 TO INDICE-GRUPO.
       ESCRIBIR-RESUMEN.
           WRITE LINEA-INFORME FROM LINEA-TITULO-TOTALES.
           MOVE "CONTINGENCIAS COMUNES" TO CON-DESCRIPCION.
           MOVE PORCENTAJE-CONTINGENCIAS TO PORCENTAJE-MOSTRAR.
           MOVE TOTAL-CONTINGENCIAS TO CON-IMPORTE.
           PERFORM ESCRIBIR-CONCEPTO-PORCENTAJE.
           MOVE "DESEMPLEO" TO CON-DESCRIPCION.
           MOVE PORCENTAJE-DESEMPLEO TO PORCENTAJE-MOSTRAR.
           MOVE TOTAL-DESEMPLEO TO CON-IMPORTE.
           PERFORM ESCRIBIR-CONCEPTO-PORCENTAJE.
           MOVE "FORMACION PROFESIONAL" TO CON-DESCRIPCION.
           MOVE PORCENTAJE-FORMACION TO PORCENTAJE-MOSTRAR.
           MOVE TOTAL-FORMACION TO CON-IMPORTE.
           PERFORM ESCRIBIR-CONCEPTO-PORCENTAJE.
           MOVE "FOGASA" TO CON-DESCRIPCION.
           MOVE PORCENTAJE-FOGASA TO PORCENTAJE-MOSTRAR.
           MOVE TOTAL-FOGASA TO CON-IMPORTE.
           PERFORM ESCRIBIR-CONCEPTO-PORCENTAJE.
           MOVE "ACCIDENTES DE TRABAJO (POR DEPARTAMENTO)"
               TO CON-DESCRIPCION.
           MOVE SPACE TO CON-PORCENTAJE.
           MOVE TOTAL-ACCIDENTES TO CON-IMPORTE.
           WRITE LINEA-INFORME FROM LINEA-CONCEPTO.
           MOVE "TOTAL CUOTA EMPRESARIAL" TO CON-DESCRIPCION.
           MOVE TOTAL-EMPRESA TO CON-IMPORTE.
           WRITE LINEA-INFORME FROM LINEA-CONCEPTO.
           MOVE "CUOTA DE LOS TRABAJADORES" TO CON-DESCRIPCION.
           MOVE TOTAL-TRABAJADOR TO CON-IMPORTE.
           WRITE LINEA-INFORME FROM LINEA-CONCEPTO.
           COMPUTE TOTAL-INGRESAR = TOTAL-EMPRESA + TOTAL-TRABAJADOR.
           MOVE "TOTAL A INGRESAR EN LA SEGURIDAD SOCIAL"
               TO CON-DESCRIPCION.
           MOVE TOTAL-INGRESAR TO CON-IMPORTE.
           WRITE LINEA-INFORME FROM LINEA-CONCEPTO.
           WRITE LINEA-INFORME FROM SPACE.
           MOVE "TOTAL BASES DE COTIZACION" TO CON-DESCRIPCION.
           MOVE TOTAL-BASE TO CON-IMPORTE.
           WRITE LINEA-INFORME FROM LINEA-CONCEPTO.
           MOVE "TOTAL SALARIOS BRUTOS" TO CON-DESCRIPCION.
           MOVE TOTAL-BRUTO TO CON-IMPORTE.
           WRITE LINEA-INFORME FROM LINEA-CONCEPTO.
           MOVE "COSTE LABORAL TOTAL" TO CON-DESCRIPCION.
           MOVE TOTAL-COSTE TO CON-IMPORTE.
           WRITE LINEA-INFORME FROM LINEA-CONCEPTO.
       ESCRIBIR-CONCEPTO-PORCENTAJE.
           MOVE SPACE TO CON-PORCENTAJE.
           STRING PORCENTAJE-MOSTRAR DELIMITED BY SIZE
               " % " DELIMITED BY SIZE
               INTO CON-PORCENTAJE
           END-STRING.
           WRITE LINEA-INFORME FROM LINEA-CONCEPTO.
       END PROGRAM COTIZAR.
