       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATEGORIAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL CATEGORIAS-ARCHIVO
       ASSIGN TO "categorias.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD CATEGORIAS-ARCHIVO.
           01 LINEA-CATEGORIA PIC X(60).
       WORKING-STORAGE SECTION.
       01 TABLA-CARGADA PIC X VALUE "N".
       01 FIN-DE-FICHERO PIC X VALUE "N".
       01 CODIGO-LEIDO PIC X(4).
       01 DESCRIPCION-LEIDA PIC X(25).
       01 MINIMO-LEIDO PIC X(12).
       01 MAXIMO-LEIDO PIC X(12).
       01 NUMERO-CATEGORIAS PIC 99 VALUE ZERO.
       01 TABLA-CATEGORIAS.
           02 CATEGORIA-FILA OCCURS 50 TIMES.
               03 FILA-CODIGO PIC X(4).
               03 FILA-DESCRIPCION PIC X(25).
               03 FILA-MINIMO PIC 9(6)V99.
               03 FILA-MAXIMO PIC 9(6)V99.
       01 INDICE-BUSQUEDA PIC 99 VALUE ZERO.
       01 FILA-HALLADA PIC 99 VALUE ZERO.
       LINKAGE SECTION.
           COPY "categoria.cob".
       PROCEDURE DIVISION USING DATOS-CATEGORIA.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           IF CAT-FUNCION EQUAL "R" THEN
               MOVE "N" TO TABLA-CARGADA
           END-IF.
           IF TABLA-CARGADA EQUAL "N" THEN
               PERFORM CARGAR-CATEGORIAS
               MOVE "S" TO TABLA-CARGADA
           END-IF.
           IF CAT-FUNCION NOT EQUAL "R" THEN
               PERFORM BUSCAR-CATEGORIA
           END-IF.
       PROGRAM-DONE.
           GOBACK.
       CARGAR-CATEGORIAS.
           MOVE ZERO TO NUMERO-CATEGORIAS.
           MOVE "N" TO FIN-DE-FICHERO.
           OPEN INPUT CATEGORIAS-ARCHIVO.
           PERFORM LEER-CATEGORIA
               UNTIL FIN-DE-FICHERO EQUAL "S".
           CLOSE CATEGORIAS-ARCHIVO.
       LEER-CATEGORIA.
           READ CATEGORIAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-FICHERO
               NOT AT END
                   PERFORM CARGAR-UNA-CATEGORIA
           END-READ.
       CARGAR-UNA-CATEGORIA.
           MOVE SPACE TO CODIGO-LEIDO.
           MOVE SPACE TO DESCRIPCION-LEIDA.
           MOVE SPACE TO MINIMO-LEIDO.
           MOVE SPACE TO MAXIMO-LEIDO.
           UNSTRING LINEA-CATEGORIA DELIMITED BY ","
               INTO CODIGO-LEIDO, DESCRIPCION-LEIDA,
                   MINIMO-LEIDO, MAXIMO-LEIDO
           END-UNSTRING.
           IF CODIGO-LEIDO NOT EQUAL SPACE THEN
               MOVE CODIGO-LEIDO TO CAT-CODIGO
               PERFORM LOCALIZAR-CATEGORIA
               IF FILA-HALLADA EQUAL ZERO
                  AND NUMERO-CATEGORIAS < 50 THEN
                   ADD 1 TO NUMERO-CATEGORIAS
                   MOVE NUMERO-CATEGORIAS TO FILA-HALLADA
               END-IF
               IF FILA-HALLADA NOT EQUAL ZERO THEN
                   PERFORM GUARDAR-CATEGORIA
               END-IF
           END-IF.
       GUARDAR-CATEGORIA.
           MOVE CODIGO-LEIDO TO FILA-CODIGO (FILA-HALLADA).
           MOVE DESCRIPCION-LEIDA TO FILA-DESCRIPCION (FILA-HALLADA).
           MOVE ZERO TO FILA-MINIMO (FILA-HALLADA).
           MOVE ZERO TO FILA-MAXIMO (FILA-HALLADA).
           IF MINIMO-LEIDO NOT EQUAL SPACE THEN
               COMPUTE FILA-MINIMO (FILA-HALLADA)
                   = FUNCTION NUMVAL(MINIMO-LEIDO)
           END-IF.
           IF MAXIMO-LEIDO NOT EQUAL SPACE THEN
               COMPUTE FILA-MAXIMO (FILA-HALLADA)
                   = FUNCTION NUMVAL(MAXIMO-LEIDO)
           END-IF.
       BUSCAR-CATEGORIA.
           MOVE "N" TO CAT-ENCONTRADO.
           MOVE SPACE TO CAT-DESCRIPCION.
           MOVE ZERO TO CAT-MINIMO.
           MOVE ZERO TO CAT-MAXIMO.
           PERFORM LOCALIZAR-CATEGORIA.
           IF FILA-HALLADA NOT EQUAL ZERO THEN
               MOVE FILA-DESCRIPCION (FILA-HALLADA) TO CAT-DESCRIPCION
               MOVE FILA-MINIMO (FILA-HALLADA) TO CAT-MINIMO
               MOVE FILA-MAXIMO (FILA-HALLADA) TO CAT-MAXIMO
               MOVE "S" TO CAT-ENCONTRADO
           ELSE
               MOVE CAT-CODIGO TO CAT-DESCRIPCION
           END-IF.
       LOCALIZAR-CATEGORIA.
           MOVE ZERO TO FILA-HALLADA.
           MOVE 1 TO INDICE-BUSQUEDA.
           PERFORM COMPARAR-CATEGORIA
               UNTIL INDICE-BUSQUEDA > NUMERO-CATEGORIAS
                  OR FILA-HALLADA NOT EQUAL ZERO.
       COMPARAR-CATEGORIA.
           IF FILA-CODIGO (INDICE-BUSQUEDA) EQUAL CAT-CODIGO THEN
               MOVE INDICE-BUSQUEDA TO FILA-HALLADA
           END-IF.
           ADD 1 TO INDICE-BUSQUEDA.
       END PROGRAM CATEGORIAS.
