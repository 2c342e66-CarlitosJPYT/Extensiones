       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL PERIODOS-ARCHIVO
       ASSIGN TO "periodos.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD PERIODOS-ARCHIVO.
           01 LINEA-PERIODO PIC X(80).
       WORKING-STORAGE SECTION.
       01 FIN-DE-FICHERO PIC X VALUE "N".
       01 PERIODO-LEIDO PIC X(6).
       01 ESTADO-LEIDO PIC X.
       01 FECHA-LEIDA PIC X(8).
       01 ORIGEN-LEIDO PIC X(10).
       01 BRUTO-LEIDO PIC X(12).
       01 NETO-LEIDO PIC X(12).
       01 EMPRESA-LEIDA PIC X(4).
       01 ESTADO-GENERAL PIC X.
       01 NUMERO-EMPRESAS PIC 9(3) VALUE ZERO.
       01 TABLA-ESTADOS.
           02 ESTADO-FILA OCCURS 50 TIMES.
               03 FILA-EMPRESA PIC X(4).
               03 FILA-ESTADO PIC X.
       01 INDICE-BUSQUEDA PIC 9(3) VALUE ZERO.
       01 FILA-HALLADA PIC 9(3) VALUE ZERO.
           COPY "empresa.cob".
       LINKAGE SECTION.
           COPY "periodo.cob".
       PROCEDURE DIVISION USING DATOS-PERIODO.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE SPACE TO ESTADO-GENERAL.
           MOVE ZERO TO NUMERO-EMPRESAS.
           MOVE "N" TO FIN-DE-FICHERO.
           OPEN INPUT PERIODOS-ARCHIVO.
           PERFORM LEER-PERIODO UNTIL FIN-DE-FICHERO EQUAL "S".
           CLOSE PERIODOS-ARCHIVO.
           IF PER-EMPRESA EQUAL SPACE THEN
               PERFORM ESTADO-CONSOLIDADO
           ELSE
               PERFORM ESTADO-DE-EMPRESA
           END-IF.
       PROGRAM-DONE.
           GOBACK.
       LEER-PERIODO.
           READ PERIODOS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-FICHERO
               NOT AT END
                   PERFORM ANOTAR-PERIODO
           END-READ.
       ANOTAR-PERIODO.
           MOVE SPACE TO PERIODO-LEIDO.
           MOVE SPACE TO ESTADO-LEIDO.
           MOVE SPACE TO EMPRESA-LEIDA.
           UNSTRING LINEA-PERIODO DELIMITED BY ","
               INTO PERIODO-LEIDO, ESTADO-LEIDO, FECHA-LEIDA,
                   ORIGEN-LEIDO, BRUTO-LEIDO, NETO-LEIDO,
                   EMPRESA-LEIDA
           END-UNSTRING.
           IF PERIODO-LEIDO EQUAL PER-PERIODO THEN
               IF EMPRESA-LEIDA EQUAL SPACE THEN
                   MOVE ESTADO-LEIDO TO ESTADO-GENERAL
                   MOVE ZERO TO NUMERO-EMPRESAS
               ELSE
                   PERFORM LOCALIZAR-FILA
                   IF FILA-HALLADA EQUAL ZERO
                      AND NUMERO-EMPRESAS < 50 THEN
                       ADD 1 TO NUMERO-EMPRESAS
                       MOVE NUMERO-EMPRESAS TO FILA-HALLADA
                       MOVE EMPRESA-LEIDA
                           TO FILA-EMPRESA (FILA-HALLADA)
                   END-IF
                   IF FILA-HALLADA > ZERO THEN
                       MOVE ESTADO-LEIDO TO FILA-ESTADO (FILA-HALLADA)
                   END-IF
               END-IF
           END-IF.
       LOCALIZAR-FILA.
           MOVE ZERO TO FILA-HALLADA.
           MOVE 1 TO INDICE-BUSQUEDA.
           PERFORM COMPARAR-FILA
               UNTIL INDICE-BUSQUEDA > NUMERO-EMPRESAS
                  OR FILA-HALLADA > ZERO.
       COMPARAR-FILA.
           IF FILA-EMPRESA (INDICE-BUSQUEDA) EQUAL EMPRESA-LEIDA THEN
               MOVE INDICE-BUSQUEDA TO FILA-HALLADA
           END-IF.
           ADD 1 TO INDICE-BUSQUEDA.
       ESTADO-DE-EMPRESA.
           MOVE PER-EMPRESA TO EMPRESA-LEIDA.
           PERFORM LOCALIZAR-FILA.
           IF FILA-HALLADA > ZERO THEN
               MOVE FILA-ESTADO (FILA-HALLADA) TO PER-ESTADO
           ELSE
               MOVE ESTADO-GENERAL TO PER-ESTADO
           END-IF.
       ESTADO-CONSOLIDADO.
           IF NUMERO-EMPRESAS EQUAL ZERO THEN
               MOVE ESTADO-GENERAL TO PER-ESTADO
           ELSE
               MOVE SPACE TO PER-ESTADO
               MOVE 1 TO INDICE-BUSQUEDA
               PERFORM COMBINAR-FILA
                   UNTIL INDICE-BUSQUEDA > NUMERO-EMPRESAS
               IF ESTADO-GENERAL NOT EQUAL SPACE THEN
                   PERFORM COMBINAR-EMPRESAS-SIN-FILA
               END-IF
           END-IF.
       COMBINAR-FILA.
           MOVE FILA-ESTADO (INDICE-BUSQUEDA) TO ESTADO-LEIDO.
           PERFORM COMBINAR-ESTADO.
           ADD 1 TO INDICE-BUSQUEDA.
       COMBINAR-EMPRESAS-SIN-FILA.
           MOVE "L" TO EMP-FUNCION.
           MOVE SPACE TO EMP-CODIGO.
           CALL "EMPRESAS" USING DATOS-EMPRESA.
           IF NUMERO-EMPRESAS < EMP-NUMERO-EMPRESAS THEN
               MOVE ESTADO-GENERAL TO ESTADO-LEIDO
               PERFORM COMBINAR-ESTADO
           END-IF.
       COMBINAR-ESTADO.
           EVALUATE TRUE
               WHEN PER-ESTADO EQUAL "P"
                   CONTINUE
               WHEN ESTADO-LEIDO EQUAL "P"
                   MOVE "P" TO PER-ESTADO
               WHEN PER-ESTADO EQUAL SPACE
               WHEN PER-ESTADO EQUAL "C"
                   MOVE ESTADO-LEIDO TO PER-ESTADO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       END PROGRAM PERIODOS.
