       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGAEXTRA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL EMPLEADOS-ARCHIVOS
       ASSIGN TO "empleados.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS EMPLEADOS-ID.
       SELECT OPTIONAL NOMINAS-ARCHIVO
       ASSIGN TO "nominas.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL BAJAS-ARCHIVO
       ASSIGN TO "bajas.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL AUSENCIAS-ARCHIVO
       ASSIGN TO "ausencias.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL LIQUIDACIONES-ARCHIVO
       ASSIGN TO "finiquitos.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL PERIODOS-ARCHIVO
       ASSIGN TO "periodos.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL REGLAS-HORAS-ARCHIVO
       ASSIGN TO "horasextra.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LISTADO-ARCHIVO
       ASSIGN TO "pagas-extra.txt"
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
       FD AUSENCIAS-ARCHIVO.
           01 AUSENCIAS-REGISTRO.
               02 AUS-ID PIC X(6).
               02 AUS-TIPO PIC X.
               02 AUS-FECHA-INICIO PIC 9(8).
               02 AUS-FECHA-FIN PIC 9(8).
               02 AUS-DIAS PIC 9(3).
       FD LIQUIDACIONES-ARCHIVO.
           COPY "liquidacion.cob".
       FD PERIODOS-ARCHIVO.
           01 LINEA-PERIODO PIC X(80).
       FD REGLAS-HORAS-ARCHIVO.
           01 LINEA-REGLA-HORAS PIC X(40).
       FD LISTADO-ARCHIVO.
           01 LINEA-LISTADO PIC X(120).
       WORKING-STORAGE SECTION.
       01 FIN-DE-EMPLEADOS PIC X VALUE "N".
       01 FIN-DE-BAJAS PIC X VALUE "N".
       01 FIN-DE-AUSENCIAS PIC X VALUE "N".
       01 FIN-DE-LIQUIDACIONES PIC X VALUE "N".
       01 FIN-DE-REGLAS-HORAS PIC X VALUE "N".
       01 EJECUCION-PERMITIDA PIC X VALUE "S".
       01 PERIODO-DEVENGO PIC X(6).
       01 PERIODO-VALIDO PIC X VALUE "N".
       01 PERIODO-EXTRA PIC 9(6) VALUE ZERO.
       01 ESTADO-PERIODO PIC X VALUE SPACE.
           COPY "periodo.cob".
       01 PERIODO-DESGLOSE.
           02 PERIODO-ANO PIC 9(4).
           02 PERIODO-MES PIC 99.
       01 NOMBRE-PAGA PIC X(9).
       01 FECHA-INICIO-SEMESTRE PIC 9(8) VALUE ZERO.
       01 FECHA-FIN-SEMESTRE PIC 9(8) VALUE ZERO.
       01 ENTERO-INICIO-SEMESTRE PIC 9(7) VALUE ZERO.
       01 ENTERO-FIN-SEMESTRE PIC 9(7) VALUE ZERO.
       01 DIAS-SEMESTRE PIC 9(3) VALUE ZERO.
       01 ENTERO-ALTA PIC 9(7) VALUE ZERO.
       01 ENTERO-DESDE PIC 9(7) VALUE ZERO.
       01 ENTERO-HASTA PIC 9(7) VALUE ZERO.
       01 ENTERO-LIMITE-BAJAS PIC 9(7) VALUE ZERO.
       01 DIAS-SERVICIO PIC 9(3) VALUE ZERO.
       01 DIAS-SIN-SUELDO PIC 9(3) VALUE ZERO.
       01 DIAS-COMPUTABLES PIC 9(3) VALUE ZERO.
       01 NUMERO-LIQUIDADAS PIC 9(4) VALUE ZERO.
       01 TABLA-LIQUIDADAS.
           02 LIQUIDADA-FILA OCCURS 1000 TIMES.
               03 TL-ID PIC X(6).
               03 TL-FECHA-BAJA PIC 9(8).
       01 INDICE-LIQUIDADA PIC 9(4) VALUE ZERO.
       01 BAJA-LIQUIDADA PIC X VALUE "N".
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
       01 REGLA-TIPO PIC X(6).
       01 REGLA-CAMPO-2 PIC X(12).
       01 REGLA-CAMPO-3 PIC X(12).
       01 HORAS-MES PIC 9(3)V99 VALUE ZERO.
       01 HORAS-MES-DEFECTO PIC 9(3)V99 VALUE 160.
       01 PAGA-COMPLETA PIC 9(7)V99 VALUE ZERO.
       01 JORNADA-EMPLEADO PIC 9(3) VALUE 100.
       01 IMPORTE-PAGA PIC 9(7)V99 VALUE ZERO.
           COPY "deduccion.cob".
       01 FECHA-HOY PIC 9(8).
       01 BRUTO-CSV PIC 9(9).99.
       01 NETO-CSV PIC +9(9).99.
       01 EMPLEADOS-LEIDOS PIC 9(5) VALUE ZERO.
       01 EMPLEADOS-PAGADOS PIC 9(5) VALUE ZERO.
       01 EMPLEADOS-SIN-DERECHO PIC 9(5) VALUE ZERO.
       01 TOTAL-BRUTO PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-DEDUCCIONES PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-NETO PIC S9(9)V99 VALUE ZERO.
       01 LINEAS-EN-PAGINA PIC 99 VALUE ZERO.
       01 NUMERO-PAGINA PIC 999 VALUE ZERO.
       01 LINEAS-POR-PAGINA PIC 99 VALUE 20.
       01 LINEA-DETALLE.
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-ID PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-NOMBRE PIC X(15).
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-ALTA PIC 9(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-DIAS PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-SIN-SUELDO PIC ZZ9.
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-COMPLETA PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-IMPORTE PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-IRPF PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-SS PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-NETO PIC -,ZZZ,ZZ9.99.
       01 LINEA-CABECERA-1.
           02 FILLER PIC X(23) VALUE "PAGA EXTRAORDINARIA DE ".
           02 CAB-NOMBRE-PAGA PIC X(10).
           02 CAB-ANO PIC 9(4).
           02 FILLER PIC X(11) VALUE "  PERIODO: ".
           02 CAB-PERIODO PIC 9(6).
       01 LINEA-CABECERA-2.
           02 FILLER PIC X(10) VALUE "DEVENGO: ".
           02 CAB-INICIO PIC 9(8).
           02 FILLER PIC X(3) VALUE " - ".
           02 CAB-FIN PIC 9(8).
           02 FILLER PIC X(10) VALUE "   DIAS: ".
           02 CAB-DIAS PIC ZZ9.
           02 FILLER PIC X(11) VALUE "   PAGINA: ".
           02 CAB-PAGINA PIC ZZ9.
       01 LINEA-CABECERA-3.
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(6) VALUE "ID".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(15) VALUE "NOMBRE".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(8) VALUE "ALTA".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(3) VALUE "DIA".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(3) VALUE "S/S".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(10) VALUE "  COMPLETA".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(10) VALUE "   IMPORTE".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(10) VALUE "      IRPF".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(10) VALUE "  SEG.SOC.".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(12) VALUE "        NETO".
       01 LINEA-TOTAL.
           02 FILLER PIC X(20) VALUE "EMPLEADOS PAGADOS: ".
           02 TOT-EMPLEADOS PIC ZZZZ9.
           02 FILLER PIC X(16) VALUE "   TOTAL BRUTO: ".
           02 TOT-BRUTO PIC ZZZ,ZZZ,ZZ9.99.
       01 LINEA-TOTAL-2.
           02 FILLER PIC X(20) VALUE "TOTAL DEDUCCIONES: ".
           02 TOT-DEDUCCIONES PIC ZZZ,ZZZ,ZZ9.99.
           02 FILLER PIC X(15) VALUE "   TOTAL NETO: ".
           02 TOT-NETO PIC -ZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM PEDIR-PERIODO UNTIL PERIODO-VALIDO EQUAL "S".
           PERFORM CALCULAR-SEMESTRE.
           PERFORM COMPROBAR-ESTADO-PERIODO.
           IF EJECUCION-PERMITIDA EQUAL "S" THEN
               PERFORM CARGAR-REGLAS-HORAS
               PERFORM CARGAR-LIQUIDADAS
               PERFORM PROCEDIMIENTO-DE-APERTURA
               PERFORM LEER-Y-PAGAR
                   UNTIL FIN-DE-EMPLEADOS EQUAL "S"
               PERFORM ESCRIBIR-TOTAL
               PERFORM PROCEDIMIENTO-DE-CIERRE
               PERFORM REGISTRAR-PERIODO-PAGADO
           END-IF.
           IF EJECUCION-PERMITIDA NOT EQUAL "S" THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
       PROGRAM-DONE.
           STOP RUN.
       PEDIR-PERIODO.
           DISPLAY "INTRODUCE EL MES DE LA PAGA EXTRA (AAAA06 PARA"
               " JUNIO, AAAA12 PARA DICIEMBRE).".
           ACCEPT PERIODO-DEVENGO.
           IF PERIODO-DEVENGO IS NUMERIC
              AND (PERIODO-DEVENGO (5:2) EQUAL "06"
                   OR PERIODO-DEVENGO (5:2) EQUAL "12")
              AND PERIODO-DEVENGO (1:4) NOT EQUAL "0000" THEN
               MOVE "S" TO PERIODO-VALIDO
           ELSE
               DISPLAY "ERROR: LAS PAGAS EXTRA SON DE JUNIO O"
                   " DICIEMBRE (AAAA06 O AAAA12)."
           END-IF.
       CALCULAR-SEMESTRE.
           MOVE PERIODO-DEVENGO TO PERIODO-DESGLOSE.
           IF PERIODO-MES EQUAL 6 THEN
               MOVE "JUNIO" TO NOMBRE-PAGA
               COMPUTE PERIODO-EXTRA = PERIODO-ANO * 100 + 13
               COMPUTE FECHA-INICIO-SEMESTRE
                   = PERIODO-ANO * 10000 + 101
               COMPUTE FECHA-FIN-SEMESTRE
                   = PERIODO-ANO * 10000 + 630
           ELSE
               MOVE "DICIEMBRE" TO NOMBRE-PAGA
               COMPUTE PERIODO-EXTRA = PERIODO-ANO * 100 + 14
               COMPUTE FECHA-INICIO-SEMESTRE
                   = PERIODO-ANO * 10000 + 701
               COMPUTE FECHA-FIN-SEMESTRE
                   = PERIODO-ANO * 10000 + 1231
           END-IF.
           COMPUTE ENTERO-INICIO-SEMESTRE
               = FUNCTION INTEGER-OF-DATE(FECHA-INICIO-SEMESTRE).
           COMPUTE ENTERO-FIN-SEMESTRE
               = FUNCTION INTEGER-OF-DATE(FECHA-FIN-SEMESTRE).
           COMPUTE DIAS-SEMESTRE
               = ENTERO-FIN-SEMESTRE - ENTERO-INICIO-SEMESTRE + 1.
       COMPROBAR-ESTADO-PERIODO.
           MOVE PERIODO-EXTRA TO PER-PERIODO.
           MOVE SPACE TO PER-EMPRESA.
           CALL "PERIODOS" USING DATOS-PERIODO.
           MOVE PER-ESTADO TO ESTADO-PERIODO.
           IF ESTADO-PERIODO EQUAL "P"
              OR ESTADO-PERIODO EQUAL "C" THEN
               MOVE "N" TO EJECUCION-PERMITIDA
               DISPLAY "ERROR: LA PAGA EXTRA DE " NOMBRE-PAGA " "
                   PERIODO-ANO " (PERIODO " PERIODO-EXTRA
                   ") YA CONSTA COMO PAGADA O CERRADA."
               DISPLAY "PARA REPETIRLA HAY QUE ANULAR ANTES EL"
                   " PERIODO EN CIERRES."
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
       CARGAR-LIQUIDADAS.
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
                   IF NUMERO-LIQUIDADAS < 1000 THEN
                       ADD 1 TO NUMERO-LIQUIDADAS
                       MOVE LIQ-ID TO TL-ID (NUMERO-LIQUIDADAS)
                       MOVE LIQ-FECHA-BAJA
                           TO TL-FECHA-BAJA (NUMERO-LIQUIDADAS)
                   END-IF
           END-READ.
       PROCEDIMIENTO-DE-APERTURA.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT EMPLEADOS-ARCHIVOS.
           OPEN EXTEND NOMINAS-ARCHIVO.
           OPEN OUTPUT LISTADO-ARCHIVO.
       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVOS.
           CLOSE NOMINAS-ARCHIVO.
           CLOSE LISTADO-ARCHIVO.
           DISPLAY "LISTADO GENERADO EN pagas-extra.txt".
           DISPLAY "EMPLEADOS LEIDOS: " EMPLEADOS-LEIDOS.
           DISPLAY "PAGAS EXTRA GRABADAS EN nominas.dat: "
               EMPLEADOS-PAGADOS.
           IF EMPLEADOS-SIN-DERECHO > ZERO THEN
               DISPLAY "EMPLEADOS SIN DIAS DE DEVENGO: "
                   EMPLEADOS-SIN-DERECHO
           END-IF.
       LEER-Y-PAGAR.
           READ EMPLEADOS-ARCHIVOS NEXT RECORD
               AT END
                   MOVE "S" TO FIN-DE-EMPLEADOS
               NOT AT END
                   ADD 1 TO EMPLEADOS-LEIDOS
                   PERFORM PAGAR-EMPLEADO
           END-READ.
       PAGAR-EMPLEADO.
           MOVE ZERO TO DIAS-SERVICIO.
           MOVE ZERO TO DIAS-SIN-SUELDO.
           PERFORM CONTAR-DIAS-ALTA-ACTUAL.
           PERFORM CONTAR-DIAS-BAJAS-ANTERIORES.
           PERFORM CONTAR-DIAS-SIN-SUELDO.
           IF DIAS-SIN-SUELDO >= DIAS-SERVICIO THEN
               MOVE ZERO TO DIAS-COMPUTABLES
           ELSE
               COMPUTE DIAS-COMPUTABLES
                   = DIAS-SERVICIO - DIAS-SIN-SUELDO
           END-IF.
           MOVE 100 TO JORNADA-EMPLEADO.
           IF EMPLEADOS-JORNADA IS NUMERIC
              AND EMPLEADOS-JORNADA > ZERO
              AND EMPLEADOS-JORNADA < 100 THEN
               MOVE EMPLEADOS-JORNADA TO JORNADA-EMPLEADO
           END-IF.
           COMPUTE PAGA-COMPLETA ROUNDED
               = EMPLEADOS-SALARIO * HORAS-MES
                   * JORNADA-EMPLEADO / 100.
           COMPUTE IMPORTE-PAGA ROUNDED
               = PAGA-COMPLETA * DIAS-COMPUTABLES / DIAS-SEMESTRE.
           IF IMPORTE-PAGA > ZERO THEN
               PERFORM LIQUIDAR-PAGA
           ELSE
               ADD 1 TO EMPLEADOS-SIN-DERECHO
           END-IF.
       CONTAR-DIAS-ALTA-ACTUAL.
           MOVE ZERO TO ENTERO-ALTA.
           IF EMPLEADOS-FECHA-ALTA IS NUMERIC
              AND EMPLEADOS-FECHA-ALTA > ZERO THEN
               COMPUTE ENTERO-ALTA
                   = FUNCTION INTEGER-OF-DATE(EMPLEADOS-FECHA-ALTA)
           END-IF.
           MOVE ENTERO-INICIO-SEMESTRE TO ENTERO-DESDE.
           IF ENTERO-ALTA > ENTERO-DESDE THEN
               MOVE ENTERO-ALTA TO ENTERO-DESDE
           END-IF.
           MOVE ENTERO-DESDE TO ENTERO-LIMITE-BAJAS.
           IF ENTERO-DESDE <= ENTERO-FIN-SEMESTRE THEN
               COMPUTE DIAS-SERVICIO
                   = ENTERO-FIN-SEMESTRE - ENTERO-DESDE + 1
           END-IF.
       CONTAR-DIAS-BAJAS-ANTERIORES.
           IF ENTERO-LIMITE-BAJAS > ENTERO-INICIO-SEMESTRE THEN
               MOVE "N" TO FIN-DE-BAJAS
               OPEN INPUT BAJAS-ARCHIVO
               PERFORM SUMAR-BAJA-ANTERIOR
                   UNTIL FIN-DE-BAJAS EQUAL "S"
               CLOSE BAJAS-ARCHIVO
           END-IF.
       SUMAR-BAJA-ANTERIOR.
           READ BAJAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-BAJAS
               NOT AT END
                   MOVE BAJAS-DATOS-EMPLEADO TO DETALLE-BAJA
                   IF BAJA-ID EQUAL EMPLEADOS-ID
                      AND BAJAS-FECHA IS NUMERIC
                      AND BAJAS-FECHA > ZERO THEN
                       PERFORM COMPROBAR-BAJA-LIQUIDADA
                       IF BAJA-LIQUIDADA NOT EQUAL "S" THEN
                           PERFORM SOLAPAR-BAJA
                       END-IF
                   END-IF
           END-READ.
       COMPROBAR-BAJA-LIQUIDADA.
           MOVE "N" TO BAJA-LIQUIDADA.
           MOVE 1 TO INDICE-LIQUIDADA.
           PERFORM COMPARAR-LIQUIDADA
               UNTIL INDICE-LIQUIDADA > NUMERO-LIQUIDADAS
                  OR BAJA-LIQUIDADA EQUAL "S".
       COMPARAR-LIQUIDADA.
           IF TL-ID (INDICE-LIQUIDADA) EQUAL BAJA-ID
              AND TL-FECHA-BAJA (INDICE-LIQUIDADA)
                  EQUAL BAJAS-FECHA THEN
               MOVE "S" TO BAJA-LIQUIDADA
           END-IF.
           ADD 1 TO INDICE-LIQUIDADA.
       SOLAPAR-BAJA.
           MOVE ENTERO-INICIO-SEMESTRE TO ENTERO-DESDE.
           IF BAJA-FECHA-ALTA IS NUMERIC
              AND BAJA-FECHA-ALTA > ZERO THEN
               COMPUTE ENTERO-ALTA
                   = FUNCTION INTEGER-OF-DATE(BAJA-FECHA-ALTA)
               IF ENTERO-ALTA > ENTERO-DESDE THEN
                   MOVE ENTERO-ALTA TO ENTERO-DESDE
               END-IF
           END-IF.
           COMPUTE ENTERO-HASTA
               = FUNCTION INTEGER-OF-DATE(BAJAS-FECHA).
           IF ENTERO-HASTA >= ENTERO-LIMITE-BAJAS THEN
               COMPUTE ENTERO-HASTA = ENTERO-LIMITE-BAJAS - 1
           END-IF.
           IF ENTERO-HASTA > ZERO
              AND ENTERO-HASTA >= ENTERO-DESDE THEN
               COMPUTE DIAS-SERVICIO = DIAS-SERVICIO
                   + ENTERO-HASTA - ENTERO-DESDE + 1
           END-IF.
       CONTAR-DIAS-SIN-SUELDO.
           MOVE "N" TO FIN-DE-AUSENCIAS.
           OPEN INPUT AUSENCIAS-ARCHIVO.
           PERFORM SUMAR-AUSENCIA-SEMESTRE
               UNTIL FIN-DE-AUSENCIAS EQUAL "S".
           CLOSE AUSENCIAS-ARCHIVO.
       SUMAR-AUSENCIA-SEMESTRE.
           READ AUSENCIAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-AUSENCIAS
               NOT AT END
                   IF AUS-ID EQUAL EMPLEADOS-ID
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
               IF ENTERO-DESDE < ENTERO-INICIO-SEMESTRE
                   MOVE ENTERO-INICIO-SEMESTRE TO ENTERO-DESDE
               END-IF
               IF ENTERO-HASTA > ENTERO-FIN-SEMESTRE
                   MOVE ENTERO-FIN-SEMESTRE TO ENTERO-HASTA
               END-IF
               IF ENTERO-HASTA >= ENTERO-DESDE THEN
                   COMPUTE DIAS-SIN-SUELDO = DIAS-SIN-SUELDO
                       + ENTERO-HASTA - ENTERO-DESDE + 1
               END-IF
           END-IF.
       LIQUIDAR-PAGA.
           MOVE IMPORTE-PAGA TO DED-BRUTO.
           MOVE "S" TO DED-MODO.
           MOVE ZERO TO DED-BASE-TRAMO.
           MOVE EMPLEADOS-ID TO DED-ID.
           MOVE ZERO TO DED-PERIODO.
           MOVE ZERO TO DED-BRUTO-ACUMULADO.
           MOVE ZERO TO DED-IRPF-ACUMULADO.
           CALL "DEDUCIR" USING DATOS-DEDUCCION.
           PERFORM GRABAR-NOMINA.
           PERFORM ESCRIBIR-LINEA-DETALLE.
           ADD 1 TO EMPLEADOS-PAGADOS.
           ADD DED-BRUTO TO TOTAL-BRUTO.
           ADD DED-TOTAL TO TOTAL-DEDUCCIONES.
           ADD DED-NETO TO TOTAL-NETO.
       GRABAR-NOMINA.
           MOVE SPACE TO NOMINAS-REGISTRO.
           MOVE PERIODO-EXTRA TO NOMINAS-PERIODO.
           MOVE EMPLEADOS-ID TO NOMINAS-ID.
           MOVE ZERO TO NOMINAS-HORAS.
           MOVE DIAS-SIN-SUELDO TO NOMINAS-DIAS-SIN-SUELDO.
           MOVE DED-BRUTO TO NOMINAS-BRUTO.
           MOVE DED-IRPF TO NOMINAS-IRPF.
           MOVE DED-SS TO NOMINAS-SS.
           MOVE ZERO TO NOMINAS-OTRAS.
           MOVE DED-NETO TO NOMINAS-NETO.
           MOVE ZERO TO NOMINAS-HORAS-NORMALES.
           MOVE ZERO TO NOMINAS-HORAS-EXTRA.
           MOVE DED-BRUTO TO NOMINAS-IMPORTE-NORMAL.
           MOVE ZERO TO NOMINAS-IMPORTE-EXTRA.
           MOVE "E" TO NOMINAS-TIPO.
           MOVE PERIODO-DEVENGO TO NOMINAS-PERIODO-ORIGEN.
           MOVE ZERO TO NOMINAS-PERSONALES.
           MOVE DED-PORCENTAJE-PERSONAL TO NOMINAS-PORCENTAJE-PERSONAL.
           MOVE EMPLEADOS-EMPRESA TO NOMINAS-EMPRESA.
           WRITE NOMINAS-REGISTRO.
       ESCRIBIR-LINEA-DETALLE.
           IF LINEAS-EN-PAGINA EQUAL ZERO THEN
               PERFORM ESCRIBIR-CABECERA
           END-IF.
           MOVE EMPLEADOS-ID TO DET-ID.
           MOVE EMPLEADOS-NOMBRE TO DET-NOMBRE.
           MOVE EMPLEADOS-FECHA-ALTA TO DET-ALTA.
           MOVE DIAS-COMPUTABLES TO DET-DIAS.
           MOVE DIAS-SIN-SUELDO TO DET-SIN-SUELDO.
           MOVE PAGA-COMPLETA TO DET-COMPLETA.
           MOVE DED-BRUTO TO DET-IMPORTE.
           MOVE DED-IRPF TO DET-IRPF.
           MOVE DED-SS TO DET-SS.
           MOVE DED-NETO TO DET-NETO.
           WRITE LINEA-LISTADO FROM LINEA-DETALLE.
           ADD 1 TO LINEAS-EN-PAGINA.
           IF LINEAS-EN-PAGINA >= LINEAS-POR-PAGINA THEN
               MOVE ZERO TO LINEAS-EN-PAGINA
           END-IF.
       ESCRIBIR-CABECERA.
           ADD 1 TO NUMERO-PAGINA.
           MOVE NOMBRE-PAGA TO CAB-NOMBRE-PAGA.
           MOVE PERIODO-ANO TO CAB-ANO.
           MOVE PERIODO-EXTRA TO CAB-PERIODO.
           MOVE FECHA-INICIO-SEMESTRE TO CAB-INICIO.
           MOVE FECHA-FIN-SEMESTRE TO CAB-FIN.
           MOVE DIAS-SEMESTRE TO CAB-DIAS.
           MOVE NUMERO-PAGINA TO CAB-PAGINA.
           IF NUMERO-PAGINA > 1 THEN
               WRITE LINEA-LISTADO FROM SPACE
           END-IF.
           WRITE LINEA-LISTADO FROM LINEA-CABECERA-1.
           WRITE LINEA-LISTADO FROM LINEA-CABECERA-2.
           WRITE LINEA-LISTADO FROM SPACE.
           WRITE LINEA-LISTADO FROM LINEA-CABECERA-3.
       ESCRIBIR-TOTAL.
           IF NUMERO-PAGINA EQUAL ZERO THEN
               PERFORM ESCRIBIR-CABECERA
           END-IF.
           MOVE EMPLEADOS-PAGADOS TO TOT-EMPLEADOS.
           MOVE TOTAL-BRUTO TO TOT-BRUTO.
           MOVE TOTAL-DEDUCCIONES TO TOT-DEDUCCIONES.
           MOVE TOTAL-NETO TO TOT-NETO.
           WRITE LINEA-LISTADO FROM SPACE.
           WRITE LINEA-LISTADO FROM LINEA-TOTAL.
           WRITE LINEA-LISTADO FROM LINEA-TOTAL-2.
       REGISTRAR-PERIODO-PAGADO.
           MOVE TOTAL-BRUTO TO BRUTO-CSV.
           MOVE TOTAL-NETO TO NETO-CSV.
           OPEN EXTEND PERIODOS-ARCHIVO.
           MOVE SPACE TO LINEA-PERIODO.
           STRING PERIODO-EXTRA DELIMITED BY SIZE
               ",P," DELIMITED BY SIZE
               FECHA-HOY DELIMITED BY SIZE
               ",PAGAEXTRA," DELIMITED BY SIZE
               BRUTO-CSV DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               NETO-CSV DELIMITED BY SIZE
               INTO LINEA-PERIODO
           END-STRING.
           WRITE LINEA-PERIODO.
           CLOSE PERIODOS-ARCHIVO.
           DISPLAY "PERIODO " PERIODO-EXTRA " REGISTRADO COMO"
               " PAGADO EN periodos.txt".
       END PROGRAM PAGAEXTRA.
