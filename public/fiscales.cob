       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISCALES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL FISCALES-ARCHIVO
       ASSIGN TO "fiscales.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD FISCALES-ARCHIVO.
           01 LINEA-FISCAL PIC X(40).
       WORKING-STORAGE SECTION.
       01 TABLA-CARGADA PIC X VALUE "N".
       01 FIN-DE-FICHERO PIC X VALUE "N".
       01 ID-LEIDO PIC X(6).
       01 ESTADO-LEIDO PIC X.
       01 HIJOS-LEIDOS PIC X(4).
       01 DISCAPACIDAD-LEIDA PIC X(4).
       01 VOLUNTARIO-LEIDO PIC X(8).
       01 RESULTADO-NUMVAL PIC S9(4) VALUE ZERO.
       01 NUMERO-FISCALES PIC 9(3) VALUE ZERO.
       01 TABLA-FISCALES.
           02 FISCAL-FILA OCCURS 500 TIMES.
               03 FILA-ID PIC X(6).
               03 FILA-ESTADO PIC X.
               03 FILA-HIJOS PIC 99.
               03 FILA-DISCAPACIDAD PIC 999.
               03 FILA-VOLUNTARIO PIC 99V99.
       01 INDICE-BUSQUEDA PIC 9(3) VALUE ZERO.
       01 FILA-HALLADA PIC 9(3) VALUE ZERO.
       LINKAGE SECTION.
           COPY "fiscal.cob".
       PROCEDURE DIVISION USING DATOS-FISCALES.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           IF FIS-FUNCION EQUAL "R" THEN
               MOVE "N" TO TABLA-CARGADA
           END-IF.
           IF TABLA-CARGADA EQUAL "N" THEN
               PERFORM CARGAR-FISCALES
               MOVE "S" TO TABLA-CARGADA
           END-IF.
           IF FIS-FUNCION NOT EQUAL "R" THEN
               PERFORM BUSCAR-FISCAL
           END-IF.
       PROGRAM-DONE.
           GOBACK.
       CARGAR-FISCALES.
           MOVE ZERO TO NUMERO-FISCALES.
           MOVE "N" TO FIN-DE-FICHERO.
           OPEN INPUT FISCALES-ARCHIVO.
           PERFORM LEER-FISCAL UNTIL FIN-DE-FICHERO EQUAL "S".
           CLOSE FISCALES-ARCHIVO.
       LEER-FISCAL.
           READ FISCALES-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-FICHERO
               NOT AT END
                   PERFORM CARGAR-UN-FISCAL
           END-READ.
       CARGAR-UN-FISCAL.
           MOVE SPACE TO ID-LEIDO.
           MOVE SPACE TO ESTADO-LEIDO.
           MOVE SPACE TO HIJOS-LEIDOS.
           MOVE SPACE TO DISCAPACIDAD-LEIDA.
           MOVE SPACE TO VOLUNTARIO-LEIDO.
           UNSTRING LINEA-FISCAL DELIMITED BY ","
               INTO ID-LEIDO, ESTADO-LEIDO, HIJOS-LEIDOS,
                   DISCAPACIDAD-LEIDA, VOLUNTARIO-LEIDO
           END-UNSTRING.
           IF ID-LEIDO NOT EQUAL SPACE THEN
               PERFORM LOCALIZAR-FILA
               IF FILA-HALLADA EQUAL ZERO
                  AND NUMERO-FISCALES < 500 THEN
                   ADD 1 TO NUMERO-FISCALES
                   MOVE NUMERO-FISCALES TO FILA-HALLADA
                   MOVE ID-LEIDO TO FILA-ID (FILA-HALLADA)
               END-IF
               IF FILA-HALLADA > ZERO THEN
                   PERFORM GUARDAR-FISCAL
               END-IF
           END-IF.
       GUARDAR-FISCAL.
           MOVE ESTADO-LEIDO TO FILA-ESTADO (FILA-HALLADA).
           MOVE ZERO TO FILA-HIJOS (FILA-HALLADA).
           MOVE ZERO TO FILA-DISCAPACIDAD (FILA-HALLADA).
           MOVE ZERO TO FILA-VOLUNTARIO (FILA-HALLADA).
           COMPUTE RESULTADO-NUMVAL
               = FUNCTION TEST-NUMVAL(HIJOS-LEIDOS).
           IF HIJOS-LEIDOS NOT EQUAL SPACE
              AND RESULTADO-NUMVAL EQUAL ZERO THEN
               COMPUTE FILA-HIJOS (FILA-HALLADA)
                   = FUNCTION NUMVAL(HIJOS-LEIDOS)
           END-IF.
           COMPUTE RESULTADO-NUMVAL
               = FUNCTION TEST-NUMVAL(DISCAPACIDAD-LEIDA).
           IF DISCAPACIDAD-LEIDA NOT EQUAL SPACE
              AND RESULTADO-NUMVAL EQUAL ZERO THEN
               COMPUTE FILA-DISCAPACIDAD (FILA-HALLADA)
                   = FUNCTION NUMVAL(DISCAPACIDAD-LEIDA)
           END-IF.
           COMPUTE RESULTADO-NUMVAL
               = FUNCTION TEST-NUMVAL(VOLUNTARIO-LEIDO).
           IF VOLUNTARIO-LEIDO NOT EQUAL SPACE
              AND RESULTADO-NUMVAL EQUAL ZERO THEN
               COMPUTE FILA-VOLUNTARIO (FILA-HALLADA)
                   = FUNCTION NUMVAL(VOLUNTARIO-LEIDO)
           END-IF.
       LOCALIZAR-FILA.
           MOVE ZERO TO FILA-HALLADA.
           MOVE 1 TO INDICE-BUSQUEDA.
           PERFORM COMPARAR-FILA
               UNTIL INDICE-BUSQUEDA > NUMERO-FISCALES
                  OR FILA-HALLADA > ZERO.
       COMPARAR-FILA.
           IF FILA-ID (INDICE-BUSQUEDA) EQUAL ID-LEIDO THEN
               MOVE INDICE-BUSQUEDA TO FILA-HALLADA
           END-IF.
           ADD 1 TO INDICE-BUSQUEDA.
       BUSCAR-FISCAL.
           MOVE "N" TO FIS-ENCONTRADO.
           MOVE FIS-ID TO ID-LEIDO.
           PERFORM LOCALIZAR-FILA.
           IF FILA-HALLADA > ZERO THEN
               MOVE FILA-ESTADO (FILA-HALLADA) TO FIS-ESTADO-CIVIL
               MOVE FILA-HIJOS (FILA-HALLADA) TO FIS-HIJOS
               MOVE FILA-DISCAPACIDAD (FILA-HALLADA)
                   TO FIS-DISCAPACIDAD
               MOVE FILA-VOLUNTARIO (FILA-HALLADA)
                   TO FIS-PORCENTAJE-VOLUNTARIO
               MOVE "S" TO FIS-ENCONTRADO
           ELSE
               MOVE SPACE TO FIS-ESTADO-CIVIL
               MOVE ZERO TO FIS-HIJOS
               MOVE ZERO TO FIS-DISCAPACIDAD
               MOVE ZERO TO FIS-PORCENTAJE-VOLUNTARIO
           END-IF.
       END PROGRAM FISCALES.
