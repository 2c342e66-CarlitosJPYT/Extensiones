       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVEMPLEADO.
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
       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ARCHIVOS.
           01 EMPLEADOS-REGISTROS.
               02 EMPLEADOS-ID PIC X(6).
               02 FILLER PIC X(62).
               02 EMPLEADOS-AREA-DEPARTAMENTO PIC X(25).
               02 FILLER PIC X(16).
       FD BAJAS-ARCHIVO.
           01 BAJAS-REGISTRO.
               02 BAJAS-DATOS-EMPLEADO.
                   03 BAJAS-ID PIC X(6).
                   03 FILLER PIC X(62).
                   03 BAJAS-AREA-DEPARTAMENTO PIC X(25).
                   03 FILLER PIC X(16).
               02 BAJAS-FECHA PIC 9(8).
               02 BAJAS-MOTIVO PIC X(30).
       WORKING-STORAGE SECTION.
       01 SI-NO PIC X.
       01 FIN-DE-FICHERO PIC X VALUE "N".
       01 AREA-DEPARTAMENTO PIC X(25).
       01 AREA-DESGLOSE REDEFINES AREA-DEPARTAMENTO.
           02 AREA-CODIGO PIC X(4).
           02 AREA-RESTO.
               03 FILLER PIC X(9).
               03 AREA-FIN-CONTRATO PIC 9(8).
               03 FILLER PIC X(4).
       01 DEPARTAMENTO-ANTIGUO PIC X(25).
       01 AREA-CONVERTIDA PIC X VALUE "N".
       01 ID-CONVERTIDO PIC X(6).
       01 EMPLEADOS-LEIDOS PIC 9(6) VALUE ZERO.
       01 EMPLEADOS-CONVERTIDOS PIC 9(6) VALUE ZERO.
       01 BAJAS-LEIDAS PIC 9(6) VALUE ZERO.
       01 BAJAS-CONVERTIDAS PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           DISPLAY "CONVERSION DEL DEPARTAMENTO DE empleados.dat Y"
               " bajas.dat AL CODIGO DE 4 POSICIONES.".
           DISPLAY "LOS REGISTROS CUYO DEPARTAMENTO ERA UN TEXTO LIBRE"
               " CONSERVAN SUS 4 PRIMERAS POSICIONES".
           DISPLAY "Y SE BLANQUEAN CATEGORIA, EMPRESA Y DATOS DEL"
               " CONTRATO, QUE OCUPABA EL RESTO DEL TEXTO.".
           DISPLAY "HAZ UNA COPIA DE empleados.dat Y bajas.dat ANTES DE"
               " CONTINUAR.".
           DISPLAY "CONTINUAR (S/N).".
           ACCEPT SI-NO.
           IF SI-NO EQUAL "s" THEN MOVE "S" TO SI-NO.
           IF SI-NO EQUAL "S" THEN
               PERFORM CONVERTIR-EMPLEADOS
               PERFORM CONVERTIR-BAJAS
               DISPLAY "EMPLEADOS LEIDOS: " EMPLEADOS-LEIDOS
                   " CONVERTIDOS: " EMPLEADOS-CONVERTIDOS
               DISPLAY "BAJAS LEIDAS: " BAJAS-LEIDAS
                   " CONVERTIDAS: " BAJAS-CONVERTIDAS
               IF EMPLEADOS-CONVERTIDOS > ZERO
                  OR BAJAS-CONVERTIDAS > ZERO THEN
                   DISPLAY "ASIGNA EL CODIGO OFICIAL A LOS"
                       " DEPARTAMENTOS LISTADOS Y EJECUTA VERIFICAR."
               END-IF
           ELSE
               DISPLAY "CONVERSION CANCELADA."
           END-IF.
       PROGRAM-DONE.
           STOP RUN.
       CONVERTIR-EMPLEADOS.
           MOVE "N" TO FIN-DE-FICHERO.
           OPEN I-O EMPLEADOS-ARCHIVOS.
           PERFORM LEER-EMPLEADO UNTIL FIN-DE-FICHERO EQUAL "S".
           CLOSE EMPLEADOS-ARCHIVOS.
       LEER-EMPLEADO.
           READ EMPLEADOS-ARCHIVOS
               AT END
                   MOVE "S" TO FIN-DE-FICHERO
               NOT AT END
                   ADD 1 TO EMPLEADOS-LEIDOS
                   PERFORM CONVERTIR-EMPLEADO
           END-READ.
       CONVERTIR-EMPLEADO.
           MOVE EMPLEADOS-AREA-DEPARTAMENTO TO AREA-DEPARTAMENTO.
           PERFORM REVISAR-AREA.
           IF AREA-CONVERTIDA EQUAL "S" THEN
               MOVE AREA-DEPARTAMENTO TO EMPLEADOS-AREA-DEPARTAMENTO
               REWRITE EMPLEADOS-REGISTROS
                   INVALID KEY
                       DISPLAY "ERROR: NO SE PUDO REGRABAR EL EMPLEADO "
                           EMPLEADOS-ID
                   NOT INVALID KEY
                       ADD 1 TO EMPLEADOS-CONVERTIDOS
                       MOVE EMPLEADOS-ID TO ID-CONVERTIDO
                       PERFORM MOSTRAR-CONVERSION
               END-REWRITE
           END-IF.
       CONVERTIR-BAJAS.
           MOVE "N" TO FIN-DE-FICHERO.
           OPEN I-O BAJAS-ARCHIVO.
           PERFORM LEER-BAJA UNTIL FIN-DE-FICHERO EQUAL "S".
           CLOSE BAJAS-ARCHIVO.
       LEER-BAJA.
           READ BAJAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-FICHERO
               NOT AT END
                   ADD 1 TO BAJAS-LEIDAS
                   PERFORM CONVERTIR-BAJA
           END-READ.
       CONVERTIR-BAJA.
           MOVE BAJAS-AREA-DEPARTAMENTO TO AREA-DEPARTAMENTO.
           PERFORM REVISAR-AREA.
           IF AREA-CONVERTIDA EQUAL "S" THEN
               MOVE AREA-DEPARTAMENTO TO BAJAS-AREA-DEPARTAMENTO
               REWRITE BAJAS-REGISTRO
               ADD 1 TO BAJAS-CONVERTIDAS
               MOVE BAJAS-ID TO ID-CONVERTIDO
               PERFORM MOSTRAR-CONVERSION
           END-IF.
       REVISAR-AREA.
           MOVE "N" TO AREA-CONVERTIDA.
           MOVE AREA-DEPARTAMENTO TO DEPARTAMENTO-ANTIGUO.
           IF AREA-RESTO NOT EQUAL SPACE
              AND AREA-FIN-CONTRATO IS NOT NUMERIC THEN
               MOVE SPACE TO AREA-RESTO
               MOVE "S" TO AREA-CONVERTIDA
           END-IF.
       MOSTRAR-CONVERSION.
           DISPLAY ID-CONVERTIDO ": DEPARTAMENTO ANTIGUO "
               DEPARTAMENTO-ANTIGUO " QUEDA COMO " AREA-CODIGO.
       END PROGRAM CONVEMPLEADO.
