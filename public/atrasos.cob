       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATRASOS.
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
       SELECT OPTIONAL HISTORIAL-SALARIOS
       ASSIGN TO "salarios.his"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL PERIODOS-ARCHIVO
       ASSIGN TO "periodos.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL REGLAS-HORAS-ARCHIVO
       ASSIGN TO "horasextra.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LISTADO-ARCHIVO
       ASSIGN TO "atrasos.txt"
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
       FD HISTORIAL-SALARIOS.
           01 HISTORIAL-REGISTRO.
               02 HIS-ID PIC X(6).
               02 HIS-FECHA-EFECTIVA PIC 9(8).
               02 HIS-SALARIO-ANTERIOR PIC 9(6)V99.
               02 HIS-SALARIO-NUEVO PIC 9(6)V99.
               02 HIS-MOTIVO PIC X(30).
               02 HIS-OPERADOR PIC X(10).
       FD PERIODOS-ARCHIVO.
           01 LINEA-PERIODO PIC X(80).
       FD REGLAS-HORAS-ARCHIVO.
           01 LINEA-REGLA-HORAS PIC X(40).
       FD LISTADO-ARCHIVO.
           01 LINEA-LISTADO PIC X(120).
       WORKING-STORAGE SECTION.
       01 FIN-DE-NOMINAS PIC X VALUE "N".
       01 FIN-DE-BAJAS PIC X VALUE "N".
       01 FIN-DE-HISTORIAL PIC X VALUE "N".
       01 FIN-DE-PERIODOS PIC X VALUE "N".
       01 FIN-DE-REGLAS-HORAS PIC X VALUE "N".
       01 EJECUCION-PERMITIDA PIC X VALUE "S".
       01 EMPLEADO-ENCONTRADO PIC X VALUE "N".
       01 NOMINA-ORIGINAL-HALLADA PIC X VALUE "N".
       01 PERIODO-PAGO PIC X(6).
       01 PERIODO-VALIDO PIC X VALUE "N".
       01 PERIODO-LEIDO PIC X(6).
       01 ESTADO-LEIDO PIC X.
       01 PERIODO-BUSCADO PIC X(6).
       01 PERIODO-ORIGEN PIC X(6).
           COPY "periodo.cob".
       01 NUMERO-PERIODOS PIC 9(3) VALUE ZERO.
       01 TABLA-PERIODOS.
           02 PERIODO-FILA OCCURS 300 TIMES.
               03 TP-PERIODO PIC X(6).
               03 TP-ESTADO PIC X.
       01 INDICE-PERIODO PIC 9(3) VALUE ZERO.
       01 PERIODO-HALLADO PIC 9(3) VALUE ZERO.
       01 INDICE-BUSQUEDA PIC 9(4) VALUE ZERO.
       01 NUMERO-REVISIONES PIC 9(4) VALUE ZERO.
       01 TABLA-REVISIONES.
           02 REVISION-FILA OCCURS 2000 TIMES.
               03 TR-ID PIC X(6).
               03 TR-FECHA PIC 9(8).
               03 TR-ANTERIOR PIC 9(6)V99.
               03 TR-NUEVO PIC 9(6)V99.
       01 INDICE-REVISION PIC 9(4) VALUE ZERO.
       01 FECHA-REVISION.
           02 FECHA-REVISION-PERIODO PIC X(6).
           02 FECHA-REVISION-DIA PIC XX.
       01 NUMERO-AFECTADOS PIC 9(3) VALUE ZERO.
       01 TABLA-AFECTADOS.
           02 AFECTADO-FILA OCCURS 500 TIMES.
               03 AF-ID PIC X(6).
               03 AF-DESDE PIC X(6).
       01 INDICE-AFECTADO PIC 9(3) VALUE ZERO.
       01 AFECTADO-HALLADO PIC 9(3) VALUE ZERO.
       01 NUMERO-REV-EMPLEADO PIC 99 VALUE ZERO.
       01 TABLA-REV-EMPLEADO.
           02 REV-EMPLEADO-FILA OCCURS 50 TIMES.
               03 RE-FECHA PIC 9(8).
               03 RE-ANTERIOR PIC 9(6)V99.
               03 RE-NUEVO PIC 9(6)V99.
       01 INDICE-REV-EMPLEADO PIC 99 VALUE ZERO.
       01 NOMBRE-EMPLEADO PIC X(25).
       01 SALARIO-ACTUAL PIC 9(6)V99 VALUE ZERO.
       01 EMPRESA-EMPLEADO PIC X(4) VALUE SPACE.
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
       01 PERIODO-DESGLOSE.
           02 PERIODO-ANO PIC 9(4).
           02 PERIODO-MES PIC 99.
       01 FECHA-INICIO-PERIODO PIC 9(8) VALUE ZERO.
       01 FECHA-INICIO-SIGUIENTE PIC 9(8) VALUE ZERO.
       01 ENTERO-INICIO-PERIODO PIC 9(7) VALUE ZERO.
       01 ENTERO-FIN-PERIODO PIC 9(7) VALUE ZERO.
       01 ENTERO-DIA PIC 9(7) VALUE ZERO.
       01 FECHA-DIA PIC 9(8) VALUE ZERO.
       01 DIAS-PERIODO PIC 99 VALUE ZERO.
       01 FECHA-VIGENTE PIC 9(8) VALUE ZERO.
       01 FECHA-PROXIMA PIC 9(8) VALUE ZERO.
       01 TARIFA-VIGENTE PIC 9(6)V99 VALUE ZERO.
       01 TARIFA-PROXIMA PIC 9(6)V99 VALUE ZERO.
       01 TARIFA-DIA PIC 9(6)V99 VALUE ZERO.
       01 SUMA-TARIFAS PIC 9(8)V99 VALUE ZERO.
       01 TARIFA-MEDIA PIC 9(6)V9(4) VALUE ZERO.
       01 REGLA-TIPO PIC X(6).
       01 REGLA-CAMPO-2 PIC X(12).
       01 REGLA-CAMPO-3 PIC X(12).
       01 NUMERO-TRAMOS-EXTRA PIC 99 VALUE ZERO.
       01 TABLA-TRAMOS-EXTRA.
           02 TRAMO-EXTRA OCCURS 5 TIMES.
               03 TRAMO-HORAS-HASTA PIC 9(3)V99.
               03 TRAMO-MULTIPLICADOR PIC 9V99.
       01 INDICE-TRAMO PIC 99 VALUE ZERO.
       01 LIMITE-TRAMO-INFERIOR PIC 9(3)V99 VALUE ZERO.
       01 HORAS-TRAMO PIC S9(3)V99 VALUE ZERO.
       01 HORAS-EFECTIVAS PIC 9(3)V99 VALUE ZERO.
       01 HORAS-NORMALES PIC 9(3)V99 VALUE ZERO.
       01 HORAS-EXTRA PIC 9(3)V99 VALUE ZERO.
       01 PAGADO-BRUTO PIC 9(7)V99 VALUE ZERO.
       01 PAGADO-NORMAL PIC 9(7)V99 VALUE ZERO.
       01 PAGADO-EXTRA PIC 9(7)V99 VALUE ZERO.
       01 DEBIDO-NORMAL PIC 9(7)V99 VALUE ZERO.
       01 DEBIDO-EXTRA PIC 9(7)V99 VALUE ZERO.
       01 PAGO-DEBIDO PIC 9(7)V99 VALUE ZERO.
       01 DIFERENCIA PIC S9(7)V99 VALUE ZERO.
       01 DIFERENCIA-NORMAL PIC S9(7)V99 VALUE ZERO.
       01 DIFERENCIA-EXTRA PIC S9(7)V99 VALUE ZERO.
           COPY "deduccion.cob".
       01 NUMERO-ATRASOS PIC 9(4) VALUE ZERO.
       01 TABLA-ATRASOS.
           02 ATRASO-FILA OCCURS 1000 TIMES.
               03 AT-ID PIC X(6).
               03 AT-ORIGEN PIC 9(6).
               03 AT-BRUTO PIC 9(7)V99.
               03 AT-IRPF PIC 9(7)V99.
               03 AT-SS PIC 9(7)V99.
               03 AT-NETO PIC S9(7)V99.
               03 AT-NORMAL PIC 9(7)V99.
               03 AT-EXTRA PIC 9(7)V99.
               03 AT-PORCENTAJE-IRPF PIC 99V99.
               03 AT-EMPRESA PIC X(4).
       01 INDICE-ATRASO PIC 9(4) VALUE ZERO.
       01 PERIODOS-EMPLEADO PIC 9(3) VALUE ZERO.
       01 EMPLEADO-BRUTO PIC 9(7)V99 VALUE ZERO.
       01 EMPLEADO-NETO PIC S9(7)V99 VALUE ZERO.
       01 EMPLEADOS-CON-ATRASOS PIC 9(5) VALUE ZERO.
       01 AVISOS-NEGATIVOS PIC 9(5) VALUE ZERO.
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
           02 DET-ORIGEN PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-HORAS PIC ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-PAGADO PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-DEBIDO PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-ATRASO PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-IRPF PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-SS PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-NETO PIC -,ZZZ,ZZ9.99.
       01 LINEA-AVISO.
           02 FILLER PIC X(2) VALUE SPACE.
           02 AVI-ID PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 AVI-NOMBRE PIC X(15).
           02 FILLER PIC X(2) VALUE SPACE.
           02 AVI-ORIGEN PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(46)
               VALUE "AVISO: PAGADO MAS DE LO DEBIDO, REVISAR A MANO".
       01 LINEA-TOTAL-EMPLEADO.
           02 FILLER PIC X(10) VALUE SPACE.
           02 FILLER PIC X(22) VALUE "TOTAL ATRASOS EMPLEADO".
           02 FILLER PIC X(1) VALUE SPACE.
           02 TEM-ID PIC X(6).
           02 FILLER PIC X(3) VALUE ":  ".
           02 TEM-BRUTO PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(9) VALUE "   NETO: ".
           02 TEM-NETO PIC -,ZZZ,ZZ9.99.
       01 LINEA-CABECERA-1.
           02 FILLER PIC X(44)
               VALUE "LIQUIDACION DE ATRASOS, PAGO EN EL PERIODO ".
           02 CAB-PERIODO PIC X(6).
       01 LINEA-CABECERA-2.
           02 FILLER PIC X(7) VALUE "PAGINA:".
           02 CAB-PAGINA PIC ZZ9.
       01 LINEA-CABECERA-3.
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(6) VALUE "ID".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(15) VALUE "NOMBRE".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(6) VALUE "ORIGEN".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(6) VALUE " HORAS".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(10) VALUE "   PAGADO".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(10) VALUE "    DEBIDO".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(10) VALUE "   ATRASOS".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(10) VALUE "      IRPF".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(10) VALUE "  SEG.SOC.".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(12) VALUE "        NETO".
       01 LINEA-TOTAL.
           02 FILLER PIC X(24) VALUE "EMPLEADOS CON ATRASOS: ".
           02 TOT-EMPLEADOS PIC ZZZZ9.
           02 FILLER PIC X(18) VALUE "   TOTAL ATRASOS: ".
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
           PERFORM CARGAR-PERIODOS.
           PERFORM COMPROBAR-PERIODO-PAGO.
           IF EJECUCION-PERMITIDA EQUAL "S" THEN
               PERFORM CARGAR-REGLAS-HORAS
               PERFORM CARGAR-REVISIONES
               PERFORM PROCEDIMIENTO-DE-APERTURA
               MOVE 1 TO INDICE-AFECTADO
               PERFORM LIQUIDAR-EMPLEADO
                   UNTIL INDICE-AFECTADO > NUMERO-AFECTADOS
               PERFORM ESCRIBIR-TOTAL
               PERFORM GRABAR-ATRASOS
               PERFORM PROCEDIMIENTO-DE-CIERRE
           END-IF.
           IF EJECUCION-PERMITIDA NOT EQUAL "S" THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
       PROGRAM-DONE.
           STOP RUN.
       PEDIR-PERIODO.
           DISPLAY "INTRODUCE EL PERIODO EN QUE SE PAGAN LOS ATRASOS"
               " (AAAAMM).".
           ACCEPT PERIODO-PAGO.
           IF PERIODO-PAGO IS NUMERIC
              AND PERIODO-PAGO (5:2) >= "01"
              AND PERIODO-PAGO (5:2) <= "12"
              AND PERIODO-PAGO (1:4) NOT EQUAL "0000" THEN
               MOVE "S" TO PERIODO-VALIDO
           ELSE
               DISPLAY "ERROR: EL PERIODO DEBE SER NUMERICO (AAAAMM)."
           END-IF.
       CARGAR-PERIODOS.
           MOVE "N" TO FIN-DE-PERIODOS.
           OPEN INPUT PERIODOS-ARCHIVO.
           PERFORM LEER-ESTADO-PERIODO
               UNTIL FIN-DE-PERIODOS EQUAL "S".
           CLOSE PERIODOS-ARCHIVO.
       LEER-ESTADO-PERIODO.
           READ PERIODOS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-PERIODOS
               NOT AT END
                   MOVE SPACE TO PERIODO-LEIDO
                   MOVE SPACE TO ESTADO-LEIDO
                   UNSTRING LINEA-PERIODO DELIMITED BY ","
                       INTO PERIODO-LEIDO, ESTADO-LEIDO
                   END-UNSTRING
                   IF PERIODO-LEIDO IS NUMERIC THEN
                       PERFORM ANOTAR-ESTADO-PERIODO
                   END-IF
           END-READ.
       ANOTAR-ESTADO-PERIODO.
           MOVE PERIODO-LEIDO TO PERIODO-BUSCADO.
           PERFORM LOCALIZAR-PERIODO.
           IF PERIODO-HALLADO EQUAL ZERO
              AND NUMERO-PERIODOS < 300 THEN
               ADD 1 TO NUMERO-PERIODOS
               MOVE NUMERO-PERIODOS TO PERIODO-HALLADO
               MOVE PERIODO-LEIDO TO TP-PERIODO (PERIODO-HALLADO)
               MOVE PERIODO-LEIDO TO PER-PERIODO
               MOVE SPACE TO PER-EMPRESA
               CALL "PERIODOS" USING DATOS-PERIODO
               MOVE PER-ESTADO TO TP-ESTADO (PERIODO-HALLADO)
           END-IF.
       LOCALIZAR-PERIODO.
           MOVE ZERO TO PERIODO-HALLADO.
           MOVE 1 TO INDICE-BUSQUEDA.
           PERFORM COMPARAR-PERIODO
               UNTIL INDICE-BUSQUEDA > NUMERO-PERIODOS
                  OR PERIODO-HALLADO > ZERO.
       COMPARAR-PERIODO.
           IF TP-PERIODO (INDICE-BUSQUEDA) EQUAL PERIODO-BUSCADO THEN
               MOVE INDICE-BUSQUEDA TO PERIODO-HALLADO
           END-IF.
           ADD 1 TO INDICE-BUSQUEDA.
       COMPROBAR-PERIODO-PAGO.
           MOVE PERIODO-PAGO TO PERIODO-BUSCADO.
           PERFORM LOCALIZAR-PERIODO.
           IF PERIODO-HALLADO > ZERO THEN
               IF TP-ESTADO (PERIODO-HALLADO) EQUAL "P"
                  OR TP-ESTADO (PERIODO-HALLADO) EQUAL "C" THEN
                   MOVE "N" TO EJECUCION-PERMITIDA
                   DISPLAY "ERROR: EL PERIODO " PERIODO-PAGO
                       " YA CONSTA COMO PAGADO O CERRADO."
                   DISPLAY "LOS ATRASOS SE PAGAN EN UN PERIODO"
                       " TODAVIA ABIERTO."
               END-IF
           END-IF.
       CARGAR-REGLAS-HORAS.
           MOVE "N" TO FIN-DE-REGLAS-HORAS.
           OPEN INPUT REGLAS-HORAS-ARCHIVO.
           PERFORM CARGAR-UNA-REGLA-HORAS
               UNTIL FIN-DE-REGLAS-HORAS EQUAL "S".
           CLOSE REGLAS-HORAS-ARCHIVO.
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
           IF REGLA-TIPO EQUAL "EXTRA"
              AND NUMERO-TRAMOS-EXTRA < 5 THEN
               ADD 1 TO NUMERO-TRAMOS-EXTRA
               COMPUTE TRAMO-HORAS-HASTA (NUMERO-TRAMOS-EXTRA)
                   = FUNCTION NUMVAL(REGLA-CAMPO-2)
               COMPUTE TRAMO-MULTIPLICADOR (NUMERO-TRAMOS-EXTRA)
                   = FUNCTION NUMVAL(REGLA-CAMPO-3)
           END-IF.
       CARGAR-REVISIONES.
           MOVE "N" TO FIN-DE-HISTORIAL.
           OPEN INPUT HISTORIAL-SALARIOS.
           PERFORM LEER-REVISION
               UNTIL FIN-DE-HISTORIAL EQUAL "S".
           CLOSE HISTORIAL-SALARIOS.
           DISPLAY "REVISIONES LEIDAS DE salarios.his: "
               NUMERO-REVISIONES.
           DISPLAY "EMPLEADOS CON REVISIONES EN PERIODOS PAGADOS: "
               NUMERO-AFECTADOS.
       LEER-REVISION.
           READ HISTORIAL-SALARIOS
               AT END
                   MOVE "S" TO FIN-DE-HISTORIAL
               NOT AT END
                   IF HIS-FECHA-EFECTIVA IS NUMERIC THEN
                       PERFORM ANOTAR-REVISION
                   END-IF
           END-READ.
       ANOTAR-REVISION.
           IF NUMERO-REVISIONES < 2000 THEN
               ADD 1 TO NUMERO-REVISIONES
               MOVE HIS-ID TO TR-ID (NUMERO-REVISIONES)
               MOVE HIS-FECHA-EFECTIVA
                   TO TR-FECHA (NUMERO-REVISIONES)
               MOVE HIS-SALARIO-ANTERIOR
                   TO TR-ANTERIOR (NUMERO-REVISIONES)
               MOVE HIS-SALARIO-NUEVO TO TR-NUEVO (NUMERO-REVISIONES)
           ELSE
               DISPLAY "ERROR: DEMASIADAS REVISIONES, SE IGNORA: "
                   HIS-ID " " HIS-FECHA-EFECTIVA
           END-IF.
           MOVE HIS-FECHA-EFECTIVA TO FECHA-REVISION.
           MOVE FECHA-REVISION-PERIODO TO PERIODO-BUSCADO.
           PERFORM LOCALIZAR-PERIODO.
           IF PERIODO-HALLADO > ZERO THEN
               IF TP-ESTADO (PERIODO-HALLADO) EQUAL "P"
                  OR TP-ESTADO (PERIODO-HALLADO) EQUAL "C" THEN
                   PERFORM ANOTAR-AFECTADO
               END-IF
           END-IF.
       ANOTAR-AFECTADO.
           MOVE ZERO TO AFECTADO-HALLADO.
           MOVE 1 TO INDICE-BUSQUEDA.
           PERFORM COMPARAR-AFECTADO
               UNTIL INDICE-BUSQUEDA > NUMERO-AFECTADOS
                  OR AFECTADO-HALLADO > ZERO.
           IF AFECTADO-HALLADO EQUAL ZERO
              AND NUMERO-AFECTADOS < 500 THEN
               ADD 1 TO NUMERO-AFECTADOS
               MOVE NUMERO-AFECTADOS TO AFECTADO-HALLADO
               MOVE HIS-ID TO AF-ID (AFECTADO-HALLADO)
               MOVE FECHA-REVISION-PERIODO
                   TO AF-DESDE (AFECTADO-HALLADO)
           END-IF.
           IF AFECTADO-HALLADO > ZERO THEN
               IF FECHA-REVISION-PERIODO
                  < AF-DESDE (AFECTADO-HALLADO) THEN
                   MOVE FECHA-REVISION-PERIODO
                       TO AF-DESDE (AFECTADO-HALLADO)
               END-IF
           END-IF.
       COMPARAR-AFECTADO.
           IF AF-ID (INDICE-BUSQUEDA) EQUAL HIS-ID THEN
               MOVE INDICE-BUSQUEDA TO AFECTADO-HALLADO
           END-IF.
           ADD 1 TO INDICE-BUSQUEDA.
       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT EMPLEADOS-ARCHIVOS.
           OPEN OUTPUT LISTADO-ARCHIVO.
       PROCEDIMIENTO-DE-CIERRE.
           CLOSE EMPLEADOS-ARCHIVOS.
           CLOSE LISTADO-ARCHIVO.
           DISPLAY "LISTADO GENERADO EN atrasos.txt".
           DISPLAY "EMPLEADOS CON ATRASOS: " EMPLEADOS-CON-ATRASOS.
           DISPLAY "REGISTROS DE ATRASOS GRABADOS EN nominas.dat: "
               NUMERO-ATRASOS.
           IF AVISOS-NEGATIVOS > ZERO THEN
               DISPLAY "PERIODOS CON PAGO SUPERIOR AL DEBIDO: "
                   AVISOS-NEGATIVOS " (VER atrasos.txt)"
           END-IF.
       LIQUIDAR-EMPLEADO.
           PERFORM BUSCAR-DATOS-EMPLEADO.
           PERFORM PREPARAR-REVISIONES-EMPLEADO.
           MOVE ZERO TO PERIODOS-EMPLEADO.
           MOVE ZERO TO EMPLEADO-BRUTO.
           MOVE ZERO TO EMPLEADO-NETO.
           MOVE 1 TO INDICE-PERIODO.
           PERFORM LIQUIDAR-PERIODO
               UNTIL INDICE-PERIODO > NUMERO-PERIODOS.
           IF PERIODOS-EMPLEADO > ZERO THEN
               ADD 1 TO EMPLEADOS-CON-ATRASOS
               MOVE AF-ID (INDICE-AFECTADO) TO TEM-ID
               MOVE EMPLEADO-BRUTO TO TEM-BRUTO
               MOVE EMPLEADO-NETO TO TEM-NETO
               WRITE LINEA-LISTADO FROM LINEA-TOTAL-EMPLEADO
               WRITE LINEA-LISTADO FROM SPACE
               ADD 2 TO LINEAS-EN-PAGINA
               PERFORM CONTROLAR-SALTO-PAGINA
           END-IF.
           ADD 1 TO INDICE-AFECTADO.
       BUSCAR-DATOS-EMPLEADO.
           MOVE "N" TO EMPLEADO-ENCONTRADO.
           MOVE AF-ID (INDICE-AFECTADO) TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO EMPLEADO-ENCONTRADO
           END-READ.
           IF EMPLEADO-ENCONTRADO EQUAL "S" THEN
               MOVE EMPLEADOS-NOMBRE TO NOMBRE-EMPLEADO
               MOVE EMPLEADOS-SALARIO TO SALARIO-ACTUAL
               MOVE EMPLEADOS-EMPRESA TO EMPRESA-EMPLEADO
           ELSE
               PERFORM BUSCAR-EN-BAJAS
           END-IF.
       BUSCAR-EN-BAJAS.
           MOVE "SIN DATOS" TO NOMBRE-EMPLEADO.
           MOVE ZERO TO SALARIO-ACTUAL.
           MOVE SPACE TO EMPRESA-EMPLEADO.
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
                   IF BAJA-ID EQUAL AF-ID (INDICE-AFECTADO) THEN
                       MOVE BAJA-NOMBRE TO NOMBRE-EMPLEADO
                       MOVE BAJA-SALARIO TO SALARIO-ACTUAL
                       MOVE BAJA-EMPRESA TO EMPRESA-EMPLEADO
                   END-IF
           END-READ.
       PREPARAR-REVISIONES-EMPLEADO.
           MOVE ZERO TO NUMERO-REV-EMPLEADO.
           MOVE 1 TO INDICE-REVISION.
           PERFORM COPIAR-REVISION-EMPLEADO
               UNTIL INDICE-REVISION > NUMERO-REVISIONES.
       COPIAR-REVISION-EMPLEADO.
           IF TR-ID (INDICE-REVISION) EQUAL AF-ID (INDICE-AFECTADO)
              AND NUMERO-REV-EMPLEADO < 50 THEN
               ADD 1 TO NUMERO-REV-EMPLEADO
               MOVE TR-FECHA (INDICE-REVISION)
                   TO RE-FECHA (NUMERO-REV-EMPLEADO)
               MOVE TR-ANTERIOR (INDICE-REVISION)
                   TO RE-ANTERIOR (NUMERO-REV-EMPLEADO)
               MOVE TR-NUEVO (INDICE-REVISION)
                   TO RE-NUEVO (NUMERO-REV-EMPLEADO)
           END-IF.
           ADD 1 TO INDICE-REVISION.
       LIQUIDAR-PERIODO.
           IF (TP-ESTADO (INDICE-PERIODO) EQUAL "P"
               OR TP-ESTADO (INDICE-PERIODO) EQUAL "C")
              AND TP-PERIODO (INDICE-PERIODO)
                  >= AF-DESDE (INDICE-AFECTADO)
              AND TP-PERIODO (INDICE-PERIODO) (5:2) >= "01"
              AND TP-PERIODO (INDICE-PERIODO) (5:2) <= "12" THEN
               MOVE TP-PERIODO (INDICE-PERIODO) TO PERIODO-ORIGEN
               PERFORM CALCULAR-ATRASO-PERIODO
           END-IF.
           ADD 1 TO INDICE-PERIODO.
       CALCULAR-ATRASO-PERIODO.
           PERFORM SUMAR-PAGADO.
           IF NOMINA-ORIGINAL-HALLADA EQUAL "S" THEN
               PERFORM CALCULAR-TARIFA-MEDIA
               PERFORM CALCULAR-PAGO-DEBIDO
               COMPUTE DIFERENCIA = PAGO-DEBIDO - PAGADO-BRUTO
               IF DIFERENCIA > ZERO THEN
                   PERFORM PREPARAR-ATRASO
               END-IF
               IF DIFERENCIA < ZERO THEN
                   PERFORM AVISAR-DIFERENCIA-NEGATIVA
               END-IF
           END-IF.
       SUMAR-PAGADO.
           MOVE "N" TO NOMINA-ORIGINAL-HALLADA.
           MOVE ZERO TO HORAS-NORMALES.
           MOVE ZERO TO HORAS-EXTRA.
           MOVE ZERO TO PAGADO-BRUTO.
           MOVE ZERO TO PAGADO-NORMAL.
           MOVE ZERO TO PAGADO-EXTRA.
           MOVE "N" TO FIN-DE-NOMINAS.
           OPEN INPUT NOMINAS-ARCHIVO.
           PERFORM ACUMULAR-PAGADO
               UNTIL FIN-DE-NOMINAS EQUAL "S".
           CLOSE NOMINAS-ARCHIVO.
       ACUMULAR-PAGADO.
           READ NOMINAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-NOMINAS
               NOT AT END
                   IF NOMINAS-ID EQUAL AF-ID (INDICE-AFECTADO) THEN
                       PERFORM ACUMULAR-NOMINA-EMPLEADO
                   END-IF
           END-READ.
       ACUMULAR-NOMINA-EMPLEADO.
           IF NOMINAS-ORDINARIA
              AND NOMINAS-PERIODO EQUAL PERIODO-ORIGEN THEN
               MOVE "S" TO NOMINA-ORIGINAL-HALLADA
               ADD NOMINAS-HORAS-NORMALES TO HORAS-NORMALES
               ADD NOMINAS-HORAS-EXTRA TO HORAS-EXTRA
               ADD NOMINAS-BRUTO TO PAGADO-BRUTO
               ADD NOMINAS-IMPORTE-NORMAL TO PAGADO-NORMAL
               ADD NOMINAS-IMPORTE-EXTRA TO PAGADO-EXTRA
           END-IF.
           IF NOMINAS-ATRASOS
              AND NOMINAS-PERIODO-ORIGEN EQUAL PERIODO-ORIGEN THEN
               ADD NOMINAS-BRUTO TO PAGADO-BRUTO
               ADD NOMINAS-IMPORTE-NORMAL TO PAGADO-NORMAL
               ADD NOMINAS-IMPORTE-EXTRA TO PAGADO-EXTRA
           END-IF.
       CALCULAR-TARIFA-MEDIA.
           MOVE PERIODO-ORIGEN TO PERIODO-DESGLOSE.
           COMPUTE FECHA-INICIO-PERIODO
               = PERIODO-ANO * 10000 + PERIODO-MES * 100 + 1.
           IF PERIODO-MES EQUAL 12 THEN
               COMPUTE FECHA-INICIO-SIGUIENTE
                   = (PERIODO-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE FECHA-INICIO-SIGUIENTE
                   = PERIODO-ANO * 10000
                       + (PERIODO-MES + 1) * 100 + 1
           END-IF.
           COMPUTE ENTERO-INICIO-PERIODO
               = FUNCTION INTEGER-OF-DATE(FECHA-INICIO-PERIODO).
           COMPUTE ENTERO-FIN-PERIODO
               = FUNCTION INTEGER-OF-DATE(FECHA-INICIO-SIGUIENTE)
                   - 1.
           MOVE ZERO TO SUMA-TARIFAS.
           MOVE ZERO TO DIAS-PERIODO.
           MOVE ENTERO-INICIO-PERIODO TO ENTERO-DIA.
           PERFORM SUMAR-TARIFA-DIA
               UNTIL ENTERO-DIA > ENTERO-FIN-PERIODO.
           COMPUTE TARIFA-MEDIA ROUNDED
               = SUMA-TARIFAS / DIAS-PERIODO.
       SUMAR-TARIFA-DIA.
           COMPUTE FECHA-DIA = FUNCTION DATE-OF-INTEGER(ENTERO-DIA).
           PERFORM BUSCAR-TARIFA-EN-FECHA.
           ADD TARIFA-DIA TO SUMA-TARIFAS.
           ADD 1 TO DIAS-PERIODO.
           ADD 1 TO ENTERO-DIA.
       BUSCAR-TARIFA-EN-FECHA.
           MOVE ZERO TO FECHA-VIGENTE.
           MOVE 99999999 TO FECHA-PROXIMA.
           MOVE 1 TO INDICE-REV-EMPLEADO.
           PERFORM COMPARAR-REVISION-EMPLEADO
               UNTIL INDICE-REV-EMPLEADO > NUMERO-REV-EMPLEADO.
           IF FECHA-VIGENTE > ZERO THEN
               MOVE TARIFA-VIGENTE TO TARIFA-DIA
           ELSE
               IF FECHA-PROXIMA < 99999999 THEN
                   MOVE TARIFA-PROXIMA TO TARIFA-DIA
               ELSE
                   MOVE SALARIO-ACTUAL TO TARIFA-DIA
               END-IF
           END-IF.
       COMPARAR-REVISION-EMPLEADO.
           IF RE-FECHA (INDICE-REV-EMPLEADO) <= FECHA-DIA
              AND RE-FECHA (INDICE-REV-EMPLEADO) >= FECHA-VIGENTE THEN
               MOVE RE-FECHA (INDICE-REV-EMPLEADO) TO FECHA-VIGENTE
               MOVE RE-NUEVO (INDICE-REV-EMPLEADO) TO TARIFA-VIGENTE
           END-IF.
           IF RE-FECHA (INDICE-REV-EMPLEADO) > FECHA-DIA
              AND RE-FECHA (INDICE-REV-EMPLEADO) < FECHA-PROXIMA THEN
               MOVE RE-FECHA (INDICE-REV-EMPLEADO) TO FECHA-PROXIMA
               MOVE RE-ANTERIOR (INDICE-REV-EMPLEADO)
                   TO TARIFA-PROXIMA
           END-IF.
           ADD 1 TO INDICE-REV-EMPLEADO.
       CALCULAR-PAGO-DEBIDO.
           COMPUTE HORAS-EFECTIVAS = HORAS-NORMALES + HORAS-EXTRA.
           COMPUTE DEBIDO-NORMAL ROUNDED
               = TARIFA-MEDIA * HORAS-NORMALES.
           MOVE ZERO TO DEBIDO-EXTRA.
           IF HORAS-EXTRA > ZERO THEN
               IF NUMERO-TRAMOS-EXTRA EQUAL ZERO THEN
                   COMPUTE DEBIDO-EXTRA ROUNDED
                       = TARIFA-MEDIA * HORAS-EXTRA
               ELSE
                   PERFORM VALORAR-TRAMOS-EXTRA
               END-IF
           END-IF.
           COMPUTE PAGO-DEBIDO = DEBIDO-NORMAL + DEBIDO-EXTRA.
       VALORAR-TRAMOS-EXTRA.
           MOVE HORAS-NORMALES TO LIMITE-TRAMO-INFERIOR.
           MOVE 1 TO INDICE-TRAMO.
           PERFORM VALORAR-UN-TRAMO
               UNTIL INDICE-TRAMO > NUMERO-TRAMOS-EXTRA.
           IF HORAS-EFECTIVAS > LIMITE-TRAMO-INFERIOR THEN
               COMPUTE DEBIDO-EXTRA ROUNDED = DEBIDO-EXTRA
                   + (HORAS-EFECTIVAS - LIMITE-TRAMO-INFERIOR)
                       * TARIFA-MEDIA
                       * TRAMO-MULTIPLICADOR (NUMERO-TRAMOS-EXTRA)
           END-IF.
       VALORAR-UN-TRAMO.
           IF TRAMO-HORAS-HASTA (INDICE-TRAMO)
              > LIMITE-TRAMO-INFERIOR THEN
               IF HORAS-EFECTIVAS
                  > TRAMO-HORAS-HASTA (INDICE-TRAMO) THEN
                   COMPUTE HORAS-TRAMO
                       = TRAMO-HORAS-HASTA (INDICE-TRAMO)
                           - LIMITE-TRAMO-INFERIOR
               ELSE
                   COMPUTE HORAS-TRAMO
                       = HORAS-EFECTIVAS - LIMITE-TRAMO-INFERIOR
               END-IF
               IF HORAS-TRAMO > ZERO THEN
                   COMPUTE DEBIDO-EXTRA ROUNDED = DEBIDO-EXTRA
                       + HORAS-TRAMO * TARIFA-MEDIA
                           * TRAMO-MULTIPLICADOR (INDICE-TRAMO)
               END-IF
               IF HORAS-EFECTIVAS
                  > TRAMO-HORAS-HASTA (INDICE-TRAMO) THEN
                   MOVE TRAMO-HORAS-HASTA (INDICE-TRAMO)
                       TO LIMITE-TRAMO-INFERIOR
               ELSE
                   MOVE HORAS-EFECTIVAS TO LIMITE-TRAMO-INFERIOR
               END-IF
           END-IF.
           ADD 1 TO INDICE-TRAMO.
       PREPARAR-ATRASO.
           COMPUTE DIFERENCIA-NORMAL = DEBIDO-NORMAL - PAGADO-NORMAL.
           COMPUTE DIFERENCIA-EXTRA = DIFERENCIA - DIFERENCIA-NORMAL.
           IF DIFERENCIA-NORMAL < ZERO
              OR DIFERENCIA-EXTRA < ZERO THEN
               MOVE DIFERENCIA TO DIFERENCIA-NORMAL
               MOVE ZERO TO DIFERENCIA-EXTRA
           END-IF.
           MOVE DIFERENCIA TO DED-BRUTO.
           MOVE "S" TO DED-MODO.
           MOVE PAGO-DEBIDO TO DED-BASE-TRAMO.
           MOVE AF-ID (INDICE-AFECTADO) TO DED-ID.
           MOVE ZERO TO DED-PERIODO.
           MOVE ZERO TO DED-BRUTO-ACUMULADO.
           MOVE ZERO TO DED-IRPF-ACUMULADO.
           CALL "DEDUCIR" USING DATOS-DEDUCCION.
           IF NUMERO-ATRASOS < 1000 THEN
               ADD 1 TO NUMERO-ATRASOS
               MOVE AF-ID (INDICE-AFECTADO) TO AT-ID (NUMERO-ATRASOS)
               MOVE PERIODO-ORIGEN TO AT-ORIGEN (NUMERO-ATRASOS)
               MOVE DED-BRUTO TO AT-BRUTO (NUMERO-ATRASOS)
               MOVE DED-IRPF TO AT-IRPF (NUMERO-ATRASOS)
               MOVE DED-PORCENTAJE-IRPF
                   TO AT-PORCENTAJE-IRPF (NUMERO-ATRASOS)
               MOVE DED-SS TO AT-SS (NUMERO-ATRASOS)
               MOVE DED-NETO TO AT-NETO (NUMERO-ATRASOS)
               MOVE DIFERENCIA-NORMAL TO AT-NORMAL (NUMERO-ATRASOS)
               MOVE DIFERENCIA-EXTRA TO AT-EXTRA (NUMERO-ATRASOS)
               MOVE EMPRESA-EMPLEADO TO AT-EMPRESA (NUMERO-ATRASOS)
               PERFORM ESCRIBIR-LINEA-ATRASO
               ADD 1 TO PERIODOS-EMPLEADO
               ADD DED-BRUTO TO EMPLEADO-BRUTO
               ADD DED-NETO TO EMPLEADO-NETO
               ADD DED-BRUTO TO TOTAL-BRUTO
               ADD DED-TOTAL TO TOTAL-DEDUCCIONES
               ADD DED-NETO TO TOTAL-NETO
           ELSE
               DISPLAY "ERROR: DEMASIADOS ATRASOS EN UNA EJECUCION,"
                   " SE OMITE: " AF-ID (INDICE-AFECTADO) " "
                   PERIODO-ORIGEN
           END-IF.
       ESCRIBIR-LINEA-ATRASO.
           IF LINEAS-EN-PAGINA EQUAL ZERO THEN
               PERFORM ESCRIBIR-CABECERA
           END-IF.
           MOVE AF-ID (INDICE-AFECTADO) TO DET-ID.
           MOVE NOMBRE-EMPLEADO TO DET-NOMBRE.
           MOVE PERIODO-ORIGEN TO DET-ORIGEN.
           MOVE HORAS-EFECTIVAS TO DET-HORAS.
           MOVE PAGADO-BRUTO TO DET-PAGADO.
           MOVE PAGO-DEBIDO TO DET-DEBIDO.
           MOVE DED-BRUTO TO DET-ATRASO.
           MOVE DED-IRPF TO DET-IRPF.
           MOVE DED-SS TO DET-SS.
           MOVE DED-NETO TO DET-NETO.
           WRITE LINEA-LISTADO FROM LINEA-DETALLE.
           ADD 1 TO LINEAS-EN-PAGINA.
           PERFORM CONTROLAR-SALTO-PAGINA.
       AVISAR-DIFERENCIA-NEGATIVA.
           IF LINEAS-EN-PAGINA EQUAL ZERO THEN
               PERFORM ESCRIBIR-CABECERA
           END-IF.
           MOVE AF-ID (INDICE-AFECTADO) TO AVI-ID.
           MOVE NOMBRE-EMPLEADO TO AVI-NOMBRE.
           MOVE PERIODO-ORIGEN TO AVI-ORIGEN.
           WRITE LINEA-LISTADO FROM LINEA-AVISO.
           ADD 1 TO AVISOS-NEGATIVOS.
           ADD 1 TO LINEAS-EN-PAGINA.
           PERFORM CONTROLAR-SALTO-PAGINA.
       CONTROLAR-SALTO-PAGINA.
           IF LINEAS-EN-PAGINA >= LINEAS-POR-PAGINA THEN
               MOVE ZERO TO LINEAS-EN-PAGINA
           END-IF.
       ESCRIBIR-CABECERA.
           ADD 1 TO NUMERO-PAGINA.
           MOVE NUMERO-PAGINA TO CAB-PAGINA.
           MOVE PERIODO-PAGO TO CAB-PERIODO.
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
           MOVE EMPLEADOS-CON-ATRASOS TO TOT-EMPLEADOS.
           MOVE TOTAL-BRUTO TO TOT-BRUTO.
           MOVE TOTAL-DEDUCCIONES TO TOT-DEDUCCIONES.
           MOVE TOTAL-NETO TO TOT-NETO.
           WRITE LINEA-LISTADO FROM SPACE.
           WRITE LINEA-LISTADO FROM LINEA-TOTAL.
           WRITE LINEA-LISTADO FROM LINEA-TOTAL-2.
       GRABAR-ATRASOS.
           IF NUMERO-ATRASOS > ZERO THEN
               OPEN EXTEND NOMINAS-ARCHIVO
               MOVE 1 TO INDICE-ATRASO
               PERFORM GRABAR-UN-ATRASO
                   UNTIL INDICE-ATRASO > NUMERO-ATRASOS
               CLOSE NOMINAS-ARCHIVO
           END-IF.
       GRABAR-UN-ATRASO.
           MOVE SPACE TO NOMINAS-REGISTRO.
           MOVE PERIODO-PAGO TO NOMINAS-PERIODO.
           MOVE AT-ID (INDICE-ATRASO) TO NOMINAS-ID.
           MOVE ZERO TO NOMINAS-HORAS.
           MOVE ZERO TO NOMINAS-DIAS-SIN-SUELDO.
           MOVE AT-BRUTO (INDICE-ATRASO) TO NOMINAS-BRUTO.
           MOVE AT-IRPF (INDICE-ATRASO) TO NOMINAS-IRPF.
           MOVE AT-SS (INDICE-ATRASO) TO NOMINAS-SS.
           MOVE ZERO TO NOMINAS-OTRAS.
           MOVE AT-NETO (INDICE-ATRASO) TO NOMINAS-NETO.
           MOVE ZERO TO NOMINAS-HORAS-NORMALES.
           MOVE ZERO TO NOMINAS-HORAS-EXTRA.
           MOVE AT-NORMAL (INDICE-ATRASO) TO NOMINAS-IMPORTE-NORMAL.
           MOVE AT-EXTRA (INDICE-ATRASO) TO NOMINAS-IMPORTE-EXTRA.
           MOVE "A" TO NOMINAS-TIPO.
           MOVE AT-ORIGEN (INDICE-ATRASO) TO NOMINAS-PERIODO-ORIGEN.
           MOVE ZERO TO NOMINAS-PERSONALES.
           MOVE AT-PORCENTAJE-IRPF (INDICE-ATRASO)
               TO NOMINAS-PORCENTAJE-PERSONAL.
           MOVE AT-EMPRESA (INDICE-ATRASO) TO NOMINAS-EMPRESA.
           WRITE NOMINAS-REGISTRO.
           ADD 1 TO INDICE-ATRASO.
       END PROGRAM ATRASOS.
