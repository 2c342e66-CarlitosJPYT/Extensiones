       ASSIGN TO "nominas.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT TRANSFERENCIAS-ARCHIVO
       ASSIGN TO USING NOMBRE-TRANSFERENCIAS
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT EXCEPCIONES-ARCHIVO
       ASSIGN TO USING NOMBRE-EXCEPCIONES
       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       01 EMPLEADO-ENCONTRADO PIC X VALUE "N".
       01 PERIODO-NOMINA PIC X(6).
       01 PERIODO-VALIDO PIC X VALUE "N".
       01 EMPRESA-ELEGIDA PIC X(4) VALUE SPACE.
       01 EMPRESA-VALIDA PIC X VALUE "N".
       01 NOMBRE-TRANSFERENCIAS PIC X(40).
       01 NOMBRE-EXCEPCIONES PIC X(40).
           COPY "empresa.cob".
       01 FECHA-HOY PIC 9(8).
       01 TRANSFERENCIAS-EMITIDAS PIC 9(5) VALUE ZERO.
       01 EXCEPCIONES-ESCRITAS PIC 9(5) VALUE ZERO.
           02 CAB-PERIODO PIC X(6).
           02 FILLER PIC X(9) VALUE ", FECHA: ".
           02 CAB-FECHA PIC 9(8).
       01 LINEA-CABECERA-ORDENANTE.
           02 FILLER PIC X(11) VALUE "ORDENANTE: ".
           02 CAB-EMPRESA PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 CAB-RAZON-SOCIAL PIC X(40).
           02 FILLER PIC X(6) VALUE " CIF: ".
           02 CAB-CIF PIC X(9).
       01 LINEA-CABECERA-CARGO.
           02 FILLER PIC X(17) VALUE "CUENTA DE CARGO: ".
           02 CAB-IBAN-CARGO PIC X(24).
       01 LINEA-DETALLE.
           02 DET-ID PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM PEDIR-PERIODO UNTIL PERIODO-VALIDO EQUAL "S".
           PERFORM PEDIR-EMPRESA UNTIL EMPRESA-VALIDA EQUAL "S".
           PERFORM PROCEDIMIENTO-DE-APERTURA.
           PERFORM LEER-Y-TRANSFERIR UNTIL FIN-DE-NOMINAS EQUAL "S".
           PERFORM ESCRIBIR-TOTALES.
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
           MOVE "transferencias.txt" TO NOMBRE-TRANSFERENCIAS.
           MOVE "transferencias-exc.txt" TO NOMBRE-EXCEPCIONES.
           MOVE "B" TO EMP-FUNCION.
           MOVE EMPRESA-ELEGIDA TO EMP-CODIGO.
           CALL "EMPRESAS" USING DATOS-EMPRESA.
           IF EMPRESA-ELEGIDA NOT EQUAL SPACE THEN
               IF EMP-ENCONTRADO EQUAL "S" THEN
                   MOVE SPACE TO NOMBRE-TRANSFERENCIAS
                   STRING "transferencias-" DELIMITED BY SIZE
                       EMPRESA-ELEGIDA DELIMITED BY SPACE
                       ".txt" DELIMITED BY SIZE
                       INTO NOMBRE-TRANSFERENCIAS
                   END-STRING
                   MOVE SPACE TO NOMBRE-EXCEPCIONES
                   STRING "transferencias-" DELIMITED BY SIZE
                       EMPRESA-ELEGIDA DELIMITED BY SPACE
                       "-exc.txt" DELIMITED BY SIZE
                       INTO NOMBRE-EXCEPCIONES
                   END-STRING
               ELSE
                   MOVE "N" TO EMPRESA-VALIDA
                   DISPLAY "ERROR: LA EMPRESA " EMPRESA-ELEGIDA
                       " NO EXISTE EN empresas.txt."
               END-IF
           ELSE
               IF EMP-NUMERO-EMPRESAS > ZERO THEN
                   DISPLAY "AVISO: LA ORDEN INCLUIRA LAS NOMINAS DE"
                       " TODAS LAS EMPRESAS, CADA UNA DEBE CARGARSE"
                       " EN SU PROPIA CUENTA."
               END-IF
           END-IF.
       PROCEDIMIENTO-DE-APERTURA.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE PERIODO-NOMINA TO CAB-PERIODO.
           MOVE FECHA-HOY TO CAB-FECHA.
           WRITE LINEA-TRANSFERENCIA-SALIDA FROM LINEA-CABECERA.
           IF EMPRESA-ELEGIDA NOT EQUAL SPACE THEN
               MOVE EMPRESA-ELEGIDA TO CAB-EMPRESA
               MOVE EMP-RAZON-SOCIAL TO CAB-RAZON-SOCIAL
               MOVE EMP-CIF TO CAB-CIF
               MOVE EMP-IBAN TO CAB-IBAN-CARGO
               WRITE LINEA-TRANSFERENCIA-SALIDA
                   FROM LINEA-CABECERA-ORDENANTE
               WRITE LINEA-TRANSFERENCIA-SALIDA
                   FROM LINEA-CABECERA-CARGO
           END-IF.
           WRITE LINEA-EXCEPCION FROM LINEA-EXC-CABECERA.
           WRITE LINEA-EXCEPCION FROM SPACE.
       PROCEDIMIENTO-DE-CIERRE.
           CLOSE NOMINAS-ARCHIVO.
           CLOSE TRANSFERENCIAS-ARCHIVO.
           CLOSE EXCEPCIONES-ARCHIVO.
           DISPLAY "ORDEN GENERADA EN " NOMBRE-TRANSFERENCIAS.
           DISPLAY "TRANSFERENCIAS EMITIDAS: " TRANSFERENCIAS-EMITIDAS.
           DISPLAY "EXCEPCIONES SIN DATOS BANCARIOS: "
               EXCEPCIONES-ESCRITAS.
           IF TOTAL-TRANSFERIDO NOT EQUAL TOTAL-NETO-PERIODO THEN
               DISPLAY "AVISO: EL TOTAL TRANSFERIDO NO CUADRA CON EL"
                   " TOTAL NETO DEL PERIODO."
               DISPLAY "REVISA " NOMBRE-EXCEPCIONES " ANTES DE"
                   " ENVIAR LA ORDEN AL BANCO."
           END-IF.
       LEER-Y-TRANSFERIR.
           READ NOMINAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-NOMINAS
               NOT AT END
                   IF NOMINAS-PERIODO EQUAL PERIODO-NOMINA
                      AND (EMPRESA-ELEGIDA EQUAL SPACE
                        OR NOMINAS-EMPRESA EQUAL EMPRESA-ELEGIDA) THEN
                       ADD NOMINAS-NETO TO TOTAL-NETO-PERIODO
                       IF NOMINAS-NETO > ZERO THEN
                           PERFORM TRANSFERIR-NOMINA
