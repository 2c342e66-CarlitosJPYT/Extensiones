       SELECT OPTIONAL NOMINAS-ARCHIVO
       ASSIGN TO "nominas.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL MOVIMIENTOS-DESCUENTOS
       ASSIGN TO "movdescuentos.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL COTIZACIONES-ARCHIVO
       ASSIGN TO "cotizaciones.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT ASIENTOS-ARCHIVO
       ASSIGN TO USING NOMBRE-ASIENTOS
       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           COPY "empleado.cob".
       FD NOMINAS-ARCHIVO.
           COPY "pago.cob".
       FD MOVIMIENTOS-DESCUENTOS.
           COPY "movdescuento.cob".
       FD COTIZACIONES-ARCHIVO.
           COPY "cotizacion.cob".
       FD ASIENTOS-ARCHIVO.
           01 LINEA-ASIENTO PIC X(80).
       WORKING-STORAGE SECTION.
       01 FIN-DE-NOMINAS PIC X VALUE "N".
       01 FIN-DE-MOVIMIENTOS PIC X VALUE "N".
       01 FIN-DE-COTIZACIONES PIC X VALUE "N".
       01 EMPLEADO-ENCONTRADO PIC X VALUE "N".
       01 PERIODO-NOMINA PIC X(6).
       01 PERIODO-VALIDO PIC X VALUE "N".
       01 EMPRESA-ELEGIDA PIC X(4) VALUE SPACE.
       01 EMPRESA-VALIDA PIC X VALUE "N".
       01 NOMBRE-ASIENTOS PIC X(40).
       01 NUMERO-IDS-EMPRESA PIC 9(4) VALUE ZERO.
       01 TABLA-IDS-EMPRESA.
           02 ID-EMPRESA PIC X(6) OCCURS 1000 TIMES.
       01 INDICE-ID PIC 9(4) VALUE ZERO.
       01 ID-BUSCADO PIC X(6).
       01 ID-DE-LA-EMPRESA PIC X VALUE "N".
       01 IDS-DESBORDADOS PIC X VALUE "N".
           COPY "empresa.cob".
       01 FECHA-HOY PIC 9(8).
       01 NOMINAS-LEIDAS PIC 9(5) VALUE ZERO.
       01 APUNTES-ESCRITOS PIC 9(5) VALUE ZERO.
       01 TOTAL-SS PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-OTRAS PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-NETO PIC S9(9)V99 VALUE ZERO.
       01 TOTAL-ANTICIPOS PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-PRESTAMOS PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-EMBARGOS PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-CUOTA-EMPRESA PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-INGRESAR-SS PIC 9(9)V99 VALUE ZERO.
       01 COTIZACIONES-LEIDAS PIC 9(5) VALUE ZERO.
       01 DEPARTAMENTO-NOMINA PIC X(4).
       01 NUMERO-GRUPOS PIC 99 VALUE ZERO.
       01 TABLA-GRUPOS.
           02 GRUPO-FILA OCCURS 50 TIMES.
               03 FILA-CODIGO PIC X(4).
               03 FILA-BRUTO PIC 9(9)V99.
               03 FILA-EMPRESA PIC 9(9)V99.
       01 INDICE-GRUPO PIC 99 VALUE ZERO.
       01 FILA-HALLADA PIC 99 VALUE ZERO.
       01 IMPORTE-APUNTE PIC S9(9)V99 VALUE ZERO.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM PEDIR-PERIODO UNTIL PERIODO-VALIDO EQUAL "S".
           PERFORM PEDIR-EMPRESA UNTIL EMPRESA-VALIDA EQUAL "S".
           PERFORM ACUMULAR-NOMINAS.
           IF IDS-DESBORDADOS EQUAL "S" THEN
               DISPLAY "ERROR: LA EMPRESA " EMPRESA-ELEGIDA
                   " TIENE MAS DE 1000 EMPLEADOS EN EL PERIODO,"
                   " NO SE GENERA EL ASIENTO."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ACUMULAR-DESCUENTOS
               PERFORM ACUMULAR-COTIZACIONES
               PERFORM ESCRIBIR-ASIENTO
           END-IF.
       PROGRAM-DONE.
           STOP RUN.
       PEDIR-PERIODO.
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
       PEDIR-EMPRESA.
           DISPLAY "INTRODUCE EL CODIGO DE EMPRESA (INTRO PARA TODAS).".
           MOVE SPACE TO EMPRESA-ELEGIDA.
           ACCEPT EMPRESA-ELEGIDA.
           MOVE "S" TO EMPRESA-VALIDA.
           MOVE "asientos.csv" TO NOMBRE-ASIENTOS.
           IF EMPRESA-ELEGIDA NOT EQUAL SPACE THEN
               MOVE "B" TO EMP-FUNCION
               MOVE EMPRESA-ELEGIDA TO EMP-CODIGO
               CALL "EMPRESAS" USING DATOS-EMPRESA
               IF EMP-ENCONTRADO EQUAL "S" THEN
                   MOVE SPACE TO NOMBRE-ASIENTOS
                   STRING "asientos-" DELIMITED BY SIZE
                       EMPRESA-ELEGIDA DELIMITED BY SPACE
                       ".csv" DELIMITED BY SIZE
                       INTO NOMBRE-ASIENTOS
                   END-STRING
               ELSE
                   MOVE "N" TO EMPRESA-VALIDA
                   DISPLAY "ERROR: LA EMPRESA " EMPRESA-ELEGIDA
                       " NO EXISTE EN empresas.txt."
               END-IF
           END-IF.
       ACUMULAR-NOMINAS.
           MOVE "N" TO FIN-DE-NOMINAS.
               AT END
                   MOVE "S" TO FIN-DE-NOMINAS
               NOT AT END
                   IF NOMINAS-PERIODO EQUAL PERIODO-NOMINA
                      AND (EMPRESA-ELEGIDA EQUAL SPACE
                        OR NOMINAS-EMPRESA EQUAL EMPRESA-ELEGIDA) THEN
                       ADD 1 TO NOMINAS-LEIDAS
                       PERFORM ACUMULAR-NOMINA
                       IF EMPRESA-ELEGIDA NOT EQUAL SPACE THEN
                           PERFORM ANOTAR-ID-EMPRESA
                       END-IF
                   END-IF
           END-READ.
       ACUMULAR-NOMINA.
           PERFORM BUSCAR-DEPARTAMENTO-NOMINA.
           PERFORM AGREGAR-GRUPO.
           IF FILA-HALLADA > ZERO THEN
               ADD NOMINAS-BRUTO TO FILA-BRUTO (FILA-HALLADA)
           END-IF.
           ADD NOMINAS-IRPF TO TOTAL-IRPF.
           ADD NOMINAS-SS TO TOTAL-SS.
           ADD NOMINAS-OTRAS TO TOTAL-OTRAS.
           ADD NOMINAS-NETO TO TOTAL-NETO.
       ANOTAR-ID-EMPRESA.
           MOVE NOMINAS-ID TO ID-BUSCADO.
           PERFORM BUSCAR-ID-EMPRESA.
           IF ID-DE-LA-EMPRESA NOT EQUAL "S" THEN
               IF NUMERO-IDS-EMPRESA < 1000 THEN
                   ADD 1 TO NUMERO-IDS-EMPRESA
                   MOVE NOMINAS-ID TO ID-EMPRESA (NUMERO-IDS-EMPRESA)
               ELSE
                   MOVE "S" TO IDS-DESBORDADOS
               END-IF
           END-IF.
       BUSCAR-ID-EMPRESA.
           MOVE "N" TO ID-DE-LA-EMPRESA.
           MOVE 1 TO INDICE-ID.
           PERFORM COMPARAR-ID-EMPRESA
               UNTIL INDICE-ID > NUMERO-IDS-EMPRESA
                  OR ID-DE-LA-EMPRESA EQUAL "S".
       COMPARAR-ID-EMPRESA.
           IF ID-EMPRESA (INDICE-ID) EQUAL ID-BUSCADO THEN
               MOVE "S" TO ID-DE-LA-EMPRESA
           END-IF.
           ADD 1 TO INDICE-ID.
       COMPROBAR-ID-EMPRESA.
           IF EMPRESA-ELEGIDA EQUAL SPACE THEN
               MOVE "S" TO ID-DE-LA-EMPRESA
           ELSE
               PERFORM BUSCAR-ID-EMPRESA
           END-IF.
       ACUMULAR-DESCUENTOS.
           MOVE "N" TO FIN-DE-MOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS-DESCUENTOS.
           PERFORM LEER-Y-ACUMULAR-DESCUENTO
               UNTIL FIN-DE-MOVIMIENTOS EQUAL "S".
           CLOSE MOVIMIENTOS-DESCUENTOS.
       LEER-Y-ACUMULAR-DESCUENTO.
           READ MOVIMIENTOS-DESCUENTOS
               AT END
                   MOVE "S" TO FIN-DE-MOVIMIENTOS
               NOT AT END
                   MOVE MOV-ID TO ID-BUSCADO
                   PERFORM COMPROBAR-ID-EMPRESA
                   IF MOV-PERIODO EQUAL PERIODO-NOMINA
                      AND ID-DE-LA-EMPRESA EQUAL "S" THEN
                       EVALUATE TRUE
                           WHEN MOV-ANTICIPO
                               ADD MOV-IMPORTE TO TOTAL-ANTICIPOS
                           WHEN MOV-PRESTAMO
                               ADD MOV-IMPORTE TO TOTAL-PRESTAMOS
                           WHEN MOV-EMBARGO
                               ADD MOV-IMPORTE TO TOTAL-EMBARGOS
                       END-EVALUATE
                   END-IF
           END-READ.
       ACUMULAR-COTIZACIONES.
           MOVE "N" TO FIN-DE-COTIZACIONES.
           OPEN INPUT COTIZACIONES-ARCHIVO.
           PERFORM LEER-Y-ACUMULAR-COTIZACION
               UNTIL FIN-DE-COTIZACIONES EQUAL "S".
           CLOSE COTIZACIONES-ARCHIVO.
           IF COTIZACIONES-LEIDAS EQUAL ZERO
              AND NOMINAS-LEIDAS > ZERO THEN
               DISPLAY "AVISO: NO HAY COTIZACIONES DE EMPRESA DEL"
                   " PERIODO, EJECUTA COTIZAR ANTES DEL ASIENTO."
           END-IF.
       LEER-Y-ACUMULAR-COTIZACION.
           READ COTIZACIONES-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-COTIZACIONES
               NOT AT END
                   MOVE COT-ID TO ID-BUSCADO
                   PERFORM COMPROBAR-ID-EMPRESA
                   IF COT-PERIODO EQUAL PERIODO-NOMINA
                      AND ID-DE-LA-EMPRESA EQUAL "S" THEN
                       ADD 1 TO COTIZACIONES-LEIDAS
                       MOVE COT-DEPARTAMENTO TO DEPARTAMENTO-NOMINA
                       PERFORM AGREGAR-GRUPO
                       IF FILA-HALLADA > ZERO THEN
                           ADD COT-EMPRESA
                               TO FILA-EMPRESA (FILA-HALLADA)
                       END-IF
                       ADD COT-EMPRESA TO TOTAL-CUOTA-EMPRESA
                   END-IF
           END-READ.
       AGREGAR-GRUPO.
           PERFORM LOCALIZAR-GRUPO.
           IF FILA-HALLADA EQUAL ZERO
              AND NUMERO-GRUPOS < 50 THEN
               MOVE DEPARTAMENTO-NOMINA
                   TO FILA-CODIGO (FILA-HALLADA)
               MOVE ZERO TO FILA-BRUTO (FILA-HALLADA)
               MOVE ZERO TO FILA-EMPRESA (FILA-HALLADA)
           END-IF.
       BUSCAR-DEPARTAMENTO-NOMINA.
           MOVE "N" TO EMPLEADO-ENCONTRADO.
           MOVE NOMINAS-ID TO EMPLEADOS-ID.
               INTO LINEA-ASIENTO
           END-STRING.
           WRITE LINEA-ASIENTO.
           IF EMPRESA-ELEGIDA NOT EQUAL SPACE THEN
               MOVE SPACE TO LINEA-ASIENTO
               STRING "EMPRESA," DELIMITED BY SIZE
                   EMPRESA-ELEGIDA DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(EMP-RAZON-SOCIAL) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   EMP-CIF DELIMITED BY SPACE
                   INTO LINEA-ASIENTO
               END-STRING
               WRITE LINEA-ASIENTO
           END-IF.
           MOVE SPACE TO LINEA-ASIENTO.
           STRING "TIPO,CONCEPTO,IMPORTE" DELIMITED BY SIZE
               INTO LINEA-ASIENTO
           MOVE "SEGURIDAD SOCIAL" TO CONCEPTO-CSV.
           MOVE TOTAL-SS TO IMPORTE-APUNTE.
           PERFORM ESCRIBIR-APUNTE-HABER.
           IF TOTAL-CUOTA-EMPRESA > ZERO THEN
               MOVE "SEGURIDAD SOCIAL EMPRESA" TO CONCEPTO-CSV
               MOVE TOTAL-CUOTA-EMPRESA TO IMPORTE-APUNTE
               PERFORM ESCRIBIR-APUNTE-HABER
           END-IF.
           MOVE "OTRAS DEDUCCIONES" TO CONCEPTO-CSV.
           MOVE TOTAL-OTRAS TO IMPORTE-APUNTE.
           PERFORM ESCRIBIR-APUNTE-HABER.
           IF TOTAL-ANTICIPOS > ZERO THEN
               MOVE "ANTICIPOS A EMPLEADOS" TO CONCEPTO-CSV
               MOVE TOTAL-ANTICIPOS TO IMPORTE-APUNTE
               PERFORM ESCRIBIR-APUNTE-HABER
           END-IF.
           IF TOTAL-PRESTAMOS > ZERO THEN
               MOVE "PRESTAMOS A EMPLEADOS" TO CONCEPTO-CSV
               MOVE TOTAL-PRESTAMOS TO IMPORTE-APUNTE
               PERFORM ESCRIBIR-APUNTE-HABER
           END-IF.
           IF TOTAL-EMBARGOS > ZERO THEN
               MOVE "EMBARGOS JUDICIALES" TO CONCEPTO-CSV
               MOVE TOTAL-EMBARGOS TO IMPORTE-APUNTE
               PERFORM ESCRIBIR-APUNTE-HABER
           END-IF.
           MOVE "NETO A PAGAR" TO CONCEPTO-CSV.
           MOVE TOTAL-NETO TO IMPORTE-APUNTE.
           PERFORM ESCRIBIR-APUNTE-HABER.
           PERFORM ESCRIBIR-PIE-ASIENTO.
           CLOSE ASIENTOS-ARCHIVO.
           DISPLAY "ASIENTO GENERADO EN " NOMBRE-ASIENTOS.
           DISPLAY "NOMINAS DEL PERIODO: " NOMINAS-LEIDAS.
           DISPLAY "APUNTES ESCRITOS: " APUNTES-ESCRITOS.
           MOVE TOTAL-DEBE TO DEBE-MOSTRAR.
           MOVE TOTAL-HABER TO HABER-MOSTRAR.
           DISPLAY "TOTAL DEBE:  " DEBE-MOSTRAR.
           DISPLAY "TOTAL HABER: " HABER-MOSTRAR.
           COMPUTE TOTAL-INGRESAR-SS = TOTAL-SS + TOTAL-CUOTA-EMPRESA.
           MOVE TOTAL-INGRESAR-SS TO HABER-MOSTRAR.
           DISPLAY "A INGRESAR EN LA SEGURIDAD SOCIAL: " HABER-MOSTRAR.
           IF TOTAL-DEBE EQUAL TOTAL-HABER THEN
               DISPLAY "EL ASIENTO CUADRA."
           ELSE
           MOVE "B" TO DEP-FUNCION.
           MOVE FILA-CODIGO (INDICE-GRUPO) TO DEP-CODIGO.
           CALL "DEPTOS" USING DATOS-DEPARTAMENTO.
           IF FILA-BRUTO (INDICE-GRUPO) > ZERO
              OR FILA-EMPRESA (INDICE-GRUPO) EQUAL ZERO THEN
               MOVE SPACE TO CONCEPTO-CSV
               STRING "SALARIOS " DELIMITED BY SIZE
                   DEP-DESCRIPCION DELIMITED BY SIZE
                   INTO CONCEPTO-CSV
               END-STRING
               MOVE FILA-BRUTO (INDICE-GRUPO) TO IMPORTE-APUNTE
               PERFORM ESCRIBIR-LINEA-DEBE
           END-IF.
           IF FILA-EMPRESA (INDICE-GRUPO) > ZERO THEN
               MOVE SPACE TO CONCEPTO-CSV
               STRING "SEG. SOCIAL EMPRESA " DELIMITED BY SIZE
                   DEP-DESCRIPCION DELIMITED BY SIZE
                   INTO CONCEPTO-CSV
               END-STRING
               MOVE FILA-EMPRESA (INDICE-GRUPO) TO IMPORTE-APUNTE
               PERFORM ESCRIBIR-LINEA-DEBE
           END-IF.
           ADD 1 TO INDICE-GRUPO.
       ESCRIBIR-LINEA-DEBE.
           MOVE IMPORTE-APUNTE TO IMPORTE-CSV.
           MOVE SPACE TO LINEA-ASIENTO.
           STRING "D," DELIMITED BY SIZE
               FUNCTION TRIM(CONCEPTO-CSV) DELIMITED BY SIZE
           END-STRING.
           WRITE LINEA-ASIENTO.
           ADD 1 TO APUNTES-ESCRITOS.
           ADD IMPORTE-APUNTE TO TOTAL-DEBE.
       ESCRIBIR-APUNTE-HABER.
           MOVE IMPORTE-APUNTE TO IMPORTE-CSV.
           MOVE SPACE TO LINEA-ASIENTO.
