       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRATOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL EMPLEADOS-ARCHIVOS
       ASSIGN TO "empleados.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS SEQUENTIAL
       RECORD KEY IS EMPLEADOS-ID.
       SELECT OPTIONAL BAJAS-ARCHIVO
       ASSIGN TO "bajas.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT CONTRATOS-ARCHIVO
       ASSIGN TO "contratos.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ARCHIVOS.
           COPY "empleado.cob".
       FD BAJAS-ARCHIVO.
           01 BAJAS-REGISTRO.
               02 BAJAS-DATOS-EMPLEADO.
                   03 BAJAS-ID PIC X(6).
                   03 FILLER PIC X(103).
               02 BAJAS-FECHA PIC 9(8).
               02 BAJAS-MOTIVO PIC X(30).
       FD CONTRATOS-ARCHIVO.
           01 LINEA-CONTRATOS PIC X(120).
       WORKING-STORAGE SECTION.
       01 FIN-DE-FICHERO PIC X VALUE "N".
       01 FIN-DE-BAJAS PIC X VALUE "N".
       01 BAJA-REGISTRADA PIC X VALUE "N".
       01 FECHA-HOY PIC 9(8).
       01 ENTERO-HOY PIC 9(7) VALUE ZERO.
       01 ENTERO-FIN PIC 9(7) VALUE ZERO.
       01 DIAS-RESTANTES PIC S9(7) VALUE ZERO.
       01 DIAS-AVISO PIC 99 VALUE 30.
       01 FECHA-COMPROBADA PIC 9(8).
       01 FECHA-COMPROBADA-DESGLOSE REDEFINES FECHA-COMPROBADA.
           02 FECHA-ANO PIC 9(4).
           02 FECHA-MES PIC 99.
           02 FECHA-DIA PIC 99.
       01 FECHA-VALIDA PIC X VALUE "N".
       01 DIAS-DEL-MES PIC 99 VALUE ZERO.
       01 RESTO-BISIESTO PIC 9(4) VALUE ZERO.
       01 DESCARTE-BISIESTO PIC 9(4) VALUE ZERO.
       01 TOTAL-EMPLEADOS PIC 9(5) VALUE ZERO.
       01 TOTAL-TEMPORALES PIC 9(5) VALUE ZERO.
       01 REG-OMITIDOS PIC 9(5) VALUE ZERO.
       01 TABLA-AVISOS.
           02 AVISO-FILA OCCURS 500 TIMES.
               03 FILA-ID PIC X(6).
               03 FILA-NOMBRE PIC X(25).
               03 FILA-APELLIDOS PIC X(35).
               03 FILA-CONTRATO PIC X.
               03 FILA-FIN PIC 9(8).
               03 FILA-JORNADA PIC 9(3).
               03 FILA-DIAS PIC S9(7).
               03 FILA-TRAMO PIC 9.
       01 NUMERO-AVISOS PIC 999 VALUE ZERO.
       01 INDICE-AVISO PIC 999 VALUE ZERO.
       01 AVISOS-DESCARTADOS PIC 9(5) VALUE ZERO.
       01 TRAMO-AVISO PIC 9 VALUE ZERO.
       01 TRAMO-LISTADO PIC 9 VALUE ZERO.
       01 LINEAS-TRAMO PIC 9(5) VALUE ZERO.
       01 TABLA-TRAMOS.
           02 TRAMO-FILA OCCURS 4 TIMES.
               03 TRAMO-TITULO PIC X(50).
               03 TRAMO-CUENTA PIC 9(5).
       01 LINEA-CABECERA-1.
           02 FILLER PIC X(40)
               VALUE "AVISO DE VENCIMIENTO DE CONTRATOS, FECHA".
           02 FILLER PIC X(2) VALUE ": ".
           02 CAB-FECHA PIC 9(8).
       01 LINEA-CABECERA-2.
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(6) VALUE "ID".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(25) VALUE "NOMBRE".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(35) VALUE "APELLIDOS".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(4) VALUE "TIPO".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(8) VALUE "FIN".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(7) VALUE "JORNADA".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(5) VALUE "DIAS".
       01 LINEA-DETALLE.
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-ID PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-NOMBRE PIC X(25).
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-APELLIDOS PIC X(35).
           02 FILLER PIC X(3) VALUE SPACE.
           02 DET-CONTRATO PIC X.
           02 FILLER PIC X(4) VALUE SPACE.
           02 DET-FIN PIC 9(8).
           02 FILLER PIC X(4) VALUE SPACE.
           02 DET-JORNADA PIC ZZ9.
           02 FILLER PIC X(3) VALUE "%  ".
           02 DET-DIAS PIC -----9.
       01 LINEA-TRAMO.
           02 FILLER PIC X(2) VALUE SPACE.
           02 TRA-TITULO PIC X(50).
           02 TRA-CUENTA PIC ZZZZ9.
       01 LINEA-SIN-AVISOS PIC X(80)
           VALUE "  SIN CONTRATOS EN ESTE TRAMO".
       01 LINEA-TITULO-RESUMEN PIC X(80)
           VALUE "RESUMEN DE AVISOS".
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE ENTERO-HOY = FUNCTION INTEGER-OF-DATE(FECHA-HOY).
           PERFORM PREPARAR-TRAMOS.
           PERFORM RECOGER-AVISOS.
           PERFORM ESCRIBIR-INFORME.
           DISPLAY "INFORME GENERADO EN contratos.txt".
           DISPLAY "EMPLEADOS LEIDOS: " TOTAL-EMPLEADOS.
           DISPLAY "CONTRATOS TEMPORALES: " TOTAL-TEMPORALES.
           DISPLAY "CONTRATOS VENCIDOS SIN BAJA: " TRAMO-CUENTA (1).
           DISPLAY "REGISTROS OMITIDOS POR FECHA INVALIDA: "
               REG-OMITIDOS.
           IF AVISOS-DESCARTADOS > ZERO THEN
               DISPLAY "AVISOS NO LISTADOS POR TABLA LLENA: "
                   AVISOS-DESCARTADOS
           END-IF.
       PROGRAM-DONE.
           GOBACK.
       PREPARAR-TRAMOS.
           MOVE "VENCIDOS SIN BAJA REGISTRADA" TO TRAMO-TITULO (1).
           MOVE "VENCEN EN LOS PROXIMOS 7 DIAS" TO TRAMO-TITULO (2).
           MOVE "VENCEN ENTRE 8 Y 15 DIAS" TO TRAMO-TITULO (3).
           MOVE "VENCEN ENTRE 16 Y 30 DIAS" TO TRAMO-TITULO (4).
           MOVE ZERO TO TRAMO-CUENTA (1).
           MOVE ZERO TO TRAMO-CUENTA (2).
           MOVE ZERO TO TRAMO-CUENTA (3).
           MOVE ZERO TO TRAMO-CUENTA (4).
       RECOGER-AVISOS.
           MOVE "N" TO FIN-DE-FICHERO.
           OPEN INPUT EMPLEADOS-ARCHIVOS.
           PERFORM LEER-EMPLEADO
               UNTIL FIN-DE-FICHERO EQUAL "S".
           CLOSE EMPLEADOS-ARCHIVOS.
       LEER-EMPLEADO.
           READ EMPLEADOS-ARCHIVOS
               AT END
                   MOVE "S" TO FIN-DE-FICHERO
               NOT AT END
                   ADD 1 TO TOTAL-EMPLEADOS
                   IF EMPLEADOS-CONTRATO EQUAL "T"
                      OR EMPLEADOS-CONTRATO EQUAL "P" THEN
                       ADD 1 TO TOTAL-TEMPORALES
                       PERFORM TRATAR-CONTRATO
                   END-IF
           END-READ.
       TRATAR-CONTRATO.
           MOVE "N" TO FECHA-VALIDA.
           IF EMPLEADOS-FIN-CONTRATO IS NUMERIC
              AND EMPLEADOS-FIN-CONTRATO > ZERO THEN
               MOVE EMPLEADOS-FIN-CONTRATO TO FECHA-COMPROBADA
               PERFORM VALIDAR-FECHA
           END-IF.
           IF FECHA-VALIDA EQUAL "N" THEN
               ADD 1 TO REG-OMITIDOS
           ELSE
               COMPUTE ENTERO-FIN = FUNCTION INTEGER-OF-DATE
                   (EMPLEADOS-FIN-CONTRATO)
               COMPUTE DIAS-RESTANTES = ENTERO-FIN - ENTERO-HOY
               PERFORM CLASIFICAR-CONTRATO
               IF TRAMO-AVISO > ZERO THEN
                   PERFORM ANOTAR-AVISO
               END-IF
           END-IF.
       CLASIFICAR-CONTRATO.
           MOVE ZERO TO TRAMO-AVISO.
           EVALUATE TRUE
               WHEN DIAS-RESTANTES < ZERO
                   PERFORM BUSCAR-BAJA-EMPLEADO
                   IF BAJA-REGISTRADA EQUAL "N" THEN
                       MOVE 1 TO TRAMO-AVISO
                   END-IF
               WHEN DIAS-RESTANTES <= 7
                   MOVE 2 TO TRAMO-AVISO
               WHEN DIAS-RESTANTES <= 15
                   MOVE 3 TO TRAMO-AVISO
               WHEN DIAS-RESTANTES <= DIAS-AVISO
                   MOVE 4 TO TRAMO-AVISO
           END-EVALUATE.
       BUSCAR-BAJA-EMPLEADO.
           MOVE "N" TO BAJA-REGISTRADA.
           MOVE "N" TO FIN-DE-BAJAS.
           OPEN INPUT BAJAS-ARCHIVO.
           PERFORM LEER-BAJA
               UNTIL FIN-DE-BAJAS EQUAL "S"
                  OR BAJA-REGISTRADA EQUAL "S".
           CLOSE BAJAS-ARCHIVO.
       LEER-BAJA.
           READ BAJAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-BAJAS
               NOT AT END
                   IF BAJAS-ID EQUAL EMPLEADOS-ID
                      AND BAJAS-FECHA IS NUMERIC
                      AND BAJAS-FECHA >= EMPLEADOS-FECHA-ALTA THEN
                       MOVE "S" TO BAJA-REGISTRADA
                   END-IF
           END-READ.
       ANOTAR-AVISO.
           ADD 1 TO TRAMO-CUENTA (TRAMO-AVISO).
           IF NUMERO-AVISOS < 500 THEN
               ADD 1 TO NUMERO-AVISOS
               MOVE EMPLEADOS-ID TO FILA-ID (NUMERO-AVISOS)
               MOVE EMPLEADOS-NOMBRE TO FILA-NOMBRE (NUMERO-AVISOS)
               MOVE EMPLEADOS-APELLIDOS
                   TO FILA-APELLIDOS (NUMERO-AVISOS)
               MOVE EMPLEADOS-CONTRATO TO FILA-CONTRATO (NUMERO-AVISOS)
               MOVE EMPLEADOS-FIN-CONTRATO TO FILA-FIN (NUMERO-AVISOS)
               IF EMPLEADOS-JORNADA IS NUMERIC
                  AND EMPLEADOS-JORNADA > ZERO THEN
                   MOVE EMPLEADOS-JORNADA
                       TO FILA-JORNADA (NUMERO-AVISOS)
               ELSE
                   MOVE 100 TO FILA-JORNADA (NUMERO-AVISOS)
               END-IF
               MOVE DIAS-RESTANTES TO FILA-DIAS (NUMERO-AVISOS)
               MOVE TRAMO-AVISO TO FILA-TRAMO (NUMERO-AVISOS)
           ELSE
               ADD 1 TO AVISOS-DESCARTADOS
           END-IF.
       ESCRIBIR-INFORME.
           OPEN OUTPUT CONTRATOS-ARCHIVO.
           MOVE FECHA-HOY TO CAB-FECHA.
           WRITE LINEA-CONTRATOS FROM LINEA-CABECERA-1.
           MOVE 1 TO TRAMO-LISTADO.
           PERFORM ESCRIBIR-TRAMO
               UNTIL TRAMO-LISTADO > 4.
           WRITE LINEA-CONTRATOS FROM SPACE.
           WRITE LINEA-CONTRATOS FROM LINEA-TITULO-RESUMEN.
           WRITE LINEA-CONTRATOS FROM SPACE.
           MOVE 1 TO TRAMO-LISTADO.
           PERFORM ESCRIBIR-RESUMEN-TRAMO
               UNTIL TRAMO-LISTADO > 4.
           CLOSE CONTRATOS-ARCHIVO.
       ESCRIBIR-TRAMO.
           WRITE LINEA-CONTRATOS FROM SPACE.
           MOVE TRAMO-TITULO (TRAMO-LISTADO) TO LINEA-CONTRATOS.
           WRITE LINEA-CONTRATOS.
           WRITE LINEA-CONTRATOS FROM SPACE.
           WRITE LINEA-CONTRATOS FROM LINEA-CABECERA-2.
           MOVE ZERO TO LINEAS-TRAMO.
           MOVE 1 TO INDICE-AVISO.
           PERFORM ESCRIBIR-AVISO
               UNTIL INDICE-AVISO > NUMERO-AVISOS.
           IF LINEAS-TRAMO EQUAL ZERO THEN
               WRITE LINEA-CONTRATOS FROM LINEA-SIN-AVISOS
           END-IF.
           ADD 1 TO TRAMO-LISTADO.
       ESCRIBIR-AVISO.
           IF FILA-TRAMO (INDICE-AVISO) EQUAL TRAMO-LISTADO THEN
               MOVE FILA-ID (INDICE-AVISO) TO DET-ID
               MOVE FILA-NOMBRE (INDICE-AVISO) TO DET-NOMBRE
               MOVE FILA-APELLIDOS (INDICE-AVISO) TO DET-APELLIDOS
               MOVE FILA-CONTRATO (INDICE-AVISO) TO DET-CONTRATO
               MOVE FILA-FIN (INDICE-AVISO) TO DET-FIN
               MOVE FILA-JORNADA (INDICE-AVISO) TO DET-JORNADA
               MOVE FILA-DIAS (INDICE-AVISO) TO DET-DIAS
               WRITE LINEA-CONTRATOS FROM LINEA-DETALLE
               ADD 1 TO LINEAS-TRAMO
           END-IF.
           ADD 1 TO INDICE-AVISO.
       ESCRIBIR-RESUMEN-TRAMO.
           MOVE TRAMO-TITULO (TRAMO-LISTADO) TO TRA-TITULO.
           MOVE TRAMO-CUENTA (TRAMO-LISTADO) TO TRA-CUENTA.
           WRITE LINEA-CONTRATOS FROM LINEA-TRAMO.
           ADD 1 TO TRAMO-LISTADO.
       VALIDAR-FECHA.
           MOVE "S" TO FECHA-VALIDA.
           IF FECHA-MES < 1 OR FECHA-MES > 12 THEN
               MOVE "N" TO FECHA-VALIDA
           ELSE
               PERFORM CALCULAR-DIAS-DEL-MES
               IF FECHA-DIA < 1 OR FECHA-DIA > DIAS-DEL-MES THEN
                   MOVE "N" TO FECHA-VALIDA
               END-IF
           END-IF.
       CALCULAR-DIAS-DEL-MES.
           EVALUATE FECHA-MES
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO DIAS-DEL-MES
               WHEN 2
                   PERFORM COMPROBAR-BISIESTO
               WHEN OTHER
                   MOVE 31 TO DIAS-DEL-MES
           END-EVALUATE.
       COMPROBAR-BISIESTO.
           MOVE 28 TO DIAS-DEL-MES.
           DIVIDE FECHA-ANO BY 4
               GIVING DESCARTE-BISIESTO
               REMAINDER RESTO-BISIESTO.
           IF RESTO-BISIESTO EQUAL ZERO THEN
               DIVIDE FECHA-ANO BY 100
                   GIVING DESCARTE-BISIESTO
                   REMAINDER RESTO-BISIESTO
               IF RESTO-BISIESTO NOT EQUAL ZERO THEN
                   MOVE 29 TO DIAS-DEL-MES
               ELSE
                   DIVIDE FECHA-ANO BY 400
                       GIVING DESCARTE-BISIESTO
                       REMAINDER RESTO-BISIESTO
                   IF RESTO-BISIESTO EQUAL ZERO THEN
                       MOVE 29 TO DIAS-DEL-MES
                   END-IF
               END-IF
           END-IF.
       END PROGRAM CONTRATOS.
