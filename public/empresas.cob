       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPRESAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL EMPRESAS-ARCHIVO
       ASSIGN TO "empresas.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD EMPRESAS-ARCHIVO.
           01 LINEA-EMPRESA PIC X(100).
       WORKING-STORAGE SECTION.
       01 TABLA-CARGADA PIC X VALUE "N".
       01 FIN-DE-FICHERO PIC X VALUE "N".
       01 CODIGO-LEIDO PIC X(4).
       01 RAZON-SOCIAL-LEIDA PIC X(40).
       01 CIF-LEIDO PIC X(9).
       01 CUENTA-COTIZACION-LEIDA PIC X(11).
       01 IBAN-LEIDO PIC X(24).
       01 NUMERO-EMPRESAS PIC 9(3) VALUE ZERO.
       01 TABLA-EMPRESAS.
           02 EMPRESA-FILA OCCURS 50 TIMES.
               03 FILA-CODIGO PIC X(4).
               03 FILA-RAZON-SOCIAL PIC X(40).
               03 FILA-CIF PIC X(9).
               03 FILA-CUENTA-COTIZACION PIC X(11).
               03 FILA-IBAN PIC X(24).
       01 INDICE-BUSQUEDA PIC 9(3) VALUE ZERO.
       01 FILA-HALLADA PIC 9(3) VALUE ZERO.
       LINKAGE SECTION.
           COPY "empresa.cob".
       PROCEDURE DIVISION USING DATOS-EMPRESA.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           IF EMP-FUNCION EQUAL "R" THEN
               MOVE "N" TO TABLA-CARGADA
           END-IF.
           IF TABLA-CARGADA EQUAL "N" THEN
               PERFORM CARGAR-EMPRESAS
               MOVE "S" TO TABLA-CARGADA
           END-IF.
           MOVE NUMERO-EMPRESAS TO EMP-NUMERO-EMPRESAS.
           IF EMP-FUNCION EQUAL "L" THEN
               PERFORM DEVOLVER-POSICION
           END-IF.
           IF EMP-FUNCION EQUAL "B" THEN
               PERFORM BUSCAR-EMPRESA
           END-IF.
       PROGRAM-DONE.
           GOBACK.
       CARGAR-EMPRESAS.
           MOVE ZERO TO NUMERO-EMPRESAS.
           MOVE "N" TO FIN-DE-FICHERO.
           OPEN INPUT EMPRESAS-ARCHIVO.
           PERFORM LEER-EMPRESA UNTIL FIN-DE-FICHERO EQUAL "S".
           CLOSE EMPRESAS-ARCHIVO.
       LEER-EMPRESA.
           READ EMPRESAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-FICHERO
               NOT AT END
                   PERFORM CARGAR-UNA-EMPRESA
           END-READ.
       CARGAR-UNA-EMPRESA.
           MOVE SPACE TO CODIGO-LEIDO.
           MOVE SPACE TO RAZON-SOCIAL-LEIDA.
           MOVE SPACE TO CIF-LEIDO.
           MOVE SPACE TO CUENTA-COTIZACION-LEIDA.
           MOVE SPACE TO IBAN-LEIDO.
           UNSTRING LINEA-EMPRESA DELIMITED BY ","
               INTO CODIGO-LEIDO, RAZON-SOCIAL-LEIDA, CIF-LEIDO,
                   CUENTA-COTIZACION-LEIDA, IBAN-LEIDO
           END-UNSTRING.
           IF CODIGO-LEIDO NOT EQUAL SPACE THEN
               PERFORM LOCALIZAR-FILA
               IF FILA-HALLADA EQUAL ZERO
                  AND NUMERO-EMPRESAS < 50 THEN
                   ADD 1 TO NUMERO-EMPRESAS
                   MOVE NUMERO-EMPRESAS TO FILA-HALLADA
                   MOVE CODIGO-LEIDO TO FILA-CODIGO (FILA-HALLADA)
               END-IF
               IF FILA-HALLADA > ZERO THEN
                   MOVE RAZON-SOCIAL-LEIDA
                       TO FILA-RAZON-SOCIAL (FILA-HALLADA)
                   MOVE CIF-LEIDO TO FILA-CIF (FILA-HALLADA)
                   MOVE CUENTA-COTIZACION-LEIDA
                       TO FILA-CUENTA-COTIZACION (FILA-HALLADA)
                   MOVE IBAN-LEIDO TO FILA-IBAN (FILA-HALLADA)
               END-IF
           END-IF.
       LOCALIZAR-FILA.
           MOVE ZERO TO FILA-HALLADA.
           MOVE 1 TO INDICE-BUSQUEDA.
           PERFORM COMPARAR-FILA
               UNTIL INDICE-BUSQUEDA > NUMERO-EMPRESAS
                  OR FILA-HALLADA > ZERO.
       COMPARAR-FILA.
           IF FILA-CODIGO (INDICE-BUSQUEDA) EQUAL CODIGO-LEIDO THEN
               MOVE INDICE-BUSQUEDA TO FILA-HALLADA
           END-IF.
           ADD 1 TO INDICE-BUSQUEDA.
       BUSCAR-EMPRESA.
           MOVE EMP-CODIGO TO CODIGO-LEIDO.
           PERFORM LOCALIZAR-FILA.
           PERFORM DEVOLVER-FILA.
       DEVOLVER-POSICION.
           MOVE ZERO TO FILA-HALLADA.
           IF EMP-NUMERO-EMPRESAS > ZERO
              AND EMP-CODIGO IS NUMERIC THEN
               MOVE EMP-CODIGO TO INDICE-BUSQUEDA
               IF INDICE-BUSQUEDA > ZERO
                  AND INDICE-BUSQUEDA NOT > NUMERO-EMPRESAS THEN
                   MOVE INDICE-BUSQUEDA TO FILA-HALLADA
               END-IF
           END-IF.
           PERFORM DEVOLVER-FILA.
       DEVOLVER-FILA.
           IF FILA-HALLADA > ZERO THEN
               MOVE FILA-CODIGO (FILA-HALLADA) TO EMP-CODIGO
               MOVE FILA-RAZON-SOCIAL (FILA-HALLADA)
                   TO EMP-RAZON-SOCIAL
               MOVE FILA-CIF (FILA-HALLADA) TO EMP-CIF
               MOVE FILA-CUENTA-COTIZACION (FILA-HALLADA)
                   TO EMP-CUENTA-COTIZACION
               MOVE FILA-IBAN (FILA-HALLADA) TO EMP-IBAN
               MOVE "S" TO EMP-ENCONTRADO
           ELSE
               MOVE SPACE TO EMP-RAZON-SOCIAL
               MOVE SPACE TO EMP-CIF
               MOVE SPACE TO EMP-CUENTA-COTIZACION
               MOVE SPACE TO EMP-IBAN
               MOVE "N" TO EMP-ENCONTRADO
           END-IF.
       END PROGRAM EMPRESAS.
