       ASSIGN TO "bajas.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT CERTIFICADOS-ARCHIVO
       ASSIGN TO USING NOMBRE-CERTIFICADOS
       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       01 EMPLEADO-ENCONTRADO PIC X VALUE "N".
       01 EJERCICIO PIC X(4).
       01 EJERCICIO-VALIDO PIC X VALUE "N".
       01 EMPRESA-ELEGIDA PIC X(4) VALUE SPACE.
       01 EMPRESA-VALIDA PIC X VALUE "N".
       01 NOMBRE-CERTIFICADOS PIC X(40).
           COPY "empresa.cob".
       01 CERTIFICADOS-EMITIDOS PIC 9(5) VALUE ZERO.
       01 NOMBRE-CERTIFICADO PIC X(25).
       01 APELLIDOS-CERTIFICADO PIC X(35).
               03 FILA-SS PIC 9(9)V99.
       01 INDICE-ACUMULADO PIC 9(3) VALUE ZERO.
       01 FILA-HALLADA PIC 9(3) VALUE ZERO.
       01 PORCENTAJE-CERTIFICADO PIC 99V99 VALUE ZERO.
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
       01 LINEA-SEPARADOR PIC X(64) VALUE ALL "=".
           02 FILLER PIC X(38)
               VALUE "CERTIFICADO DE RETENCIONES, EJERCICIO ".
           02 TIT-EJERCICIO PIC X(4).
       01 LINEA-PAGADOR.
           02 FILLER PIC X(10) VALUE "PAGADOR:  ".
           02 PAG-RAZON-SOCIAL PIC X(40).
           02 FILLER PIC X(6) VALUE " CIF: ".
           02 PAG-CIF PIC X(9).
       01 LINEA-EMPLEADO.
           02 FILLER PIC X(10) VALUE "EMPLEADO: ".
           02 EMP-ID PIC X(6).
       PROGRAM-BEGIN.
           PERFORM PEDIR-EJERCICIO
               UNTIL EJERCICIO-VALIDO EQUAL "S".
           PERFORM PEDIR-EMPRESA UNTIL EMPRESA-VALIDA EQUAL "S".
           PERFORM ACUMULAR-NOMINAS.
           PERFORM EMITIR-CERTIFICADOS.
       PROGRAM-DONE.
           ELSE
               DISPLAY "ERROR: EL EJERCICIO DEBE SER NUMERICO (AAAA)."
           END-IF.
       PEDIR-EMPRESA.
           DISPLAY "INTRODUCE EL CODIGO DE EMPRESA (INTRO PARA TODAS).".
           MOVE SPACE TO EMPRESA-ELEGIDA.
           ACCEPT EMPRESA-ELEGIDA.
           MOVE "S" TO EMPRESA-VALIDA.
           MOVE "certificados.txt" TO NOMBRE-CERTIFICADOS.
           IF EMPRESA-ELEGIDA NOT EQUAL SPACE THEN
               MOVE "B" TO EMP-FUNCION
               MOVE EMPRESA-ELEGIDA TO EMP-CODIGO
               CALL "EMPRESAS" USING DATOS-EMPRESA
               IF EMP-ENCONTRADO EQUAL "S" THEN
                   MOVE SPACE TO NOMBRE-CERTIFICADOS
                   STRING "certificados-" DELIMITED BY SIZE
                       EMPRESA-ELEGIDA DELIMITED BY SPACE
                       ".txt" DELIMITED BY SIZE
                       INTO NOMBRE-CERTIFICADOS
                   END-STRING
               ELSE
                   MOVE "N" TO EMPRESA-VALIDA
                   DISPLAY "ERROR: LA EMPRESA " EMPRESA-ELEGIDA
                       " NO EXISTE EN empresas.txt."
               END-IF
           END-IF.
       ACUMULAR-NOMINAS.
           MOVE "N" TO FIN-DE-NOMINAS.
           OPEN INPUT NOMINAS-ARCHIVO.
               AT END
                   MOVE "S" TO FIN-DE-NOMINAS
               NOT AT END
                   IF NOMINAS-PERIODO (1:4) EQUAL EJERCICIO
                      AND (EMPRESA-ELEGIDA EQUAL SPACE
                        OR NOMINAS-EMPRESA EQUAL EMPRESA-ELEGIDA) THEN
                       PERFORM ACUMULAR-EMPLEADO
                   END-IF
           END-READ.
               UNTIL INDICE-ACUMULADO > NUMERO-ACUMULADOS.
           CLOSE EMPLEADOS-ARCHIVOS.
           CLOSE CERTIFICADOS-ARCHIVO.
           DISPLAY "CERTIFICADOS GENERADOS EN " NOMBRE-CERTIFICADOS.
           DISPLAY "CERTIFICADOS EMITIDOS: " CERTIFICADOS-EMITIDOS.
           IF CERTIFICADOS-EMITIDOS EQUAL ZERO THEN
               DISPLAY "NO HAY NOMINAS PARA ESE EJERCICIO."
           WRITE LINEA-CERTIFICADO FROM LINEA-SEPARADOR.
           MOVE EJERCICIO TO TIT-EJERCICIO.
           WRITE LINEA-CERTIFICADO FROM LINEA-TITULO.
           IF EMPRESA-ELEGIDA NOT EQUAL SPACE THEN
               MOVE EMP-RAZON-SOCIAL TO PAG-RAZON-SOCIAL
               MOVE EMP-CIF TO PAG-CIF
               WRITE LINEA-CERTIFICADO FROM LINEA-PAGADOR
           END-IF.
           WRITE LINEA-CERTIFICADO FROM LINEA-RAYA.
           MOVE FILA-ID (INDICE-ACUMULADO) TO EMP-ID.
           MOVE NOMBRE-CERTIFICADO TO EMP-NOMBRE.
           MOVE "TOTAL IRPF RETENIDO:" TO IMP-CONCEPTO.
           MOVE FILA-IRPF (INDICE-ACUMULADO) TO IMP-VALOR.
           WRITE LINEA-CERTIFICADO FROM LINEA-IMPORTE.
           MOVE ZERO TO PORCENTAJE-CERTIFICADO.
           IF FILA-BRUTO (INDICE-ACUMULADO) > ZERO THEN
               COMPUTE PORCENTAJE-CERTIFICADO ROUNDED
                   = FILA-IRPF (INDICE-ACUMULADO) * 100
                       / FILA-BRUTO (INDICE-ACUMULADO)
                   ON SIZE ERROR
                       MOVE 99.99 TO PORCENTAJE-CERTIFICADO
               END-COMPUTE
           END-IF.
           MOVE "TIPO DE RETENCION APLICADO:" TO IMP-CONCEPTO.
           MOVE PORCENTAJE-CERTIFICADO TO IMP-VALOR.
           WRITE LINEA-CERTIFICADO FROM LINEA-IMPORTE.
           MOVE "TOTAL SEGURIDAD SOCIAL:" TO IMP-CONCEPTO.
           MOVE FILA-SS (INDICE-ACUMULADO) TO IMP-VALOR.
           WRITE LINEA-CERTIFICADO FROM LINEA-IMPORTE.
