       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEVOLUCIONES.
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
       SELECT OPTIONAL TRANSFERENCIAS-ARCHIVO
       ASSIGN TO USING NOMBRE-TRANSFERENCIAS
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL DEVOLUCIONES-ARCHIVO
       ASSIGN TO "devoluciones.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PAGOS-ARCHIVO
       ASSIGN TO "pagos.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT INFORME-ARCHIVO
       ASSIGN TO "devoluciones-informe.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT REEMISION-ARCHIVO
       ASSIGN TO USING NOMBRE-REEMISION
       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ARCHIVOS.
           COPY "empleado.cob".
       FD NOMINAS-ARCHIVO.
           COPY "pago.cob".
       FD TRANSFERENCIAS-ARCHIVO.
           01 LINEA-TRANSFERENCIA PIC X(90).
           01 DETALLE-TRANSFERENCIA.
               02 TRF-ID PIC X(6).
               02 FILLER PIC X(2).
               02 TRF-IBAN PIC X(24).
               02 FILLER PIC X(2).
               02 TRF-TITULAR PIC X(35).
               02 FILLER PIC X(2).
               02 TRF-IMPORTE-TXT PIC X(10).
               02 FILLER PIC X(9).
       FD DEVOLUCIONES-ARCHIVO.
           01 LINEA-DEVOLUCION PIC X(80).
       FD PAGOS-ARCHIVO.
           COPY "estadopago.cob".
       FD INFORME-ARCHIVO.
           01 LINEA-INFORME PIC X(120).
       FD REEMISION-ARCHIVO.
           01 LINEA-REEMISION PIC X(90).
       WORKING-STORAGE SECTION.
       01 OPCION-MENU PIC 9 VALUE ZERO.
           88 OPCION-IMPORTAR VALUE 1.
           88 OPCION-REEMITIR VALUE 2.
           88 OPCION-SALIR    VALUE 3.
       01 PERIODO-NOMINA PIC X(6).
       01 PERIODO-VALIDO PIC X VALUE "N".
       01 EMPRESA-ELEGIDA PIC X(4) VALUE SPACE.
       01 EMPRESA-VALIDA PIC X VALUE "N".
       01 NOMBRE-TRANSFERENCIAS PIC X(40).
       01 NOMBRE-REEMISION PIC X(40).
       01 EMPRESA-NOMINA PIC X(4) VALUE SPACE.
       01 EMPRESA-PAGO PIC X(4) VALUE SPACE.
           COPY "empresa.cob".
       01 FECHA-HOY PIC 9(8).
       01 FIN-DE-NOMINAS PIC X VALUE "N".
       01 FIN-DE-TRANSFERENCIAS PIC X VALUE "N".
       01 FIN-DE-DEVOLUCIONES PIC X VALUE "N".
       01 FIN-DE-PAGOS PIC X VALUE "N".
       01 EMPLEADO-ENCONTRADO PIC X VALUE "N".
       01 ORDEN-DEL-PERIODO PIC X VALUE "N".
       01 NOMINA-HALLADA PIC X VALUE "N".
       01 PAGO-HALLADO PIC X VALUE "N".
       01 RESULTADO-NUMVAL PIC S9(4) VALUE ZERO.
       01 DEV-ID PIC X(6).
       01 DEV-IMPORTE-TXT PIC X(12).
       01 DEV-MOTIVO PIC X(4).
       01 DEV-IMPORTE PIC 9(7)V99 VALUE ZERO.
       01 IBAN-DEVUELTO PIC X(24).
       01 RESULTADO-DEVOLUCION PIC X(20).
       01 DESCRIPCION-MOTIVO PIC X(25).
       01 NUMERO-TRANSFERENCIAS PIC 9(4) VALUE ZERO.
       01 TABLA-TRANSFERENCIAS.
           02 TRANSFERENCIA-FILA OCCURS 1000 TIMES.
               03 FILA-ID PIC X(6).
               03 FILA-IBAN PIC X(24).
               03 FILA-IMPORTE PIC 9(7)V99.
               03 FILA-USADA PIC X.
       01 INDICE-TRANSFERENCIA PIC 9(4) VALUE ZERO.
       01 FILA-HALLADA PIC 9(4) VALUE ZERO.
       01 LINEAS-LEIDAS PIC 9(5) VALUE ZERO.
       01 DEVOLUCIONES-REGISTRADAS PIC 9(5) VALUE ZERO.
       01 DEVOLUCIONES-RECHAZADAS PIC 9(5) VALUE ZERO.
       01 TOTAL-DEVUELTO PIC 9(9)V99 VALUE ZERO.
       01 REEMISIONES-EMITIDAS PIC 9(5) VALUE ZERO.
       01 REEMISIONES-PENDIENTES PIC 9(5) VALUE ZERO.
       01 TOTAL-REEMITIDO PIC 9(9)V99 VALUE ZERO.
       01 TOTAL-MOSTRAR PIC ZZZ,ZZZ,ZZ9.99.
           COPY "banco.cob".
       01 LINEA-CABECERA-1.
           02 FILLER PIC X(31)
               VALUE "DEVOLUCIONES BANCARIAS, PERIODO".
           02 FILLER PIC X VALUE SPACE.
           02 CAB-PERIODO PIC X(6).
           02 FILLER PIC X(9) VALUE ", FECHA: ".
           02 CAB-FECHA PIC 9(8).
       01 LINEA-CABECERA-2.
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(6) VALUE "ID".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(25) VALUE "NOMBRE".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(12) VALUE "     IMPORTE".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(24) VALUE "IBAN".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(25) VALUE "MOTIVO".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(15) VALUE "RESULTADO".
       01 LINEA-DETALLE.
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-ID PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-NOMBRE PIC X(25).
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-IMPORTE PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-IBAN PIC X(24).
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-MOTIVO PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 DET-DESCRIPCION PIC X(20).
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-RESULTADO PIC X(20).
       01 LINEA-TOTAL-1.
           02 FILLER PIC X(26) VALUE "DEVOLUCIONES REGISTRADAS: ".
           02 TOT-REGISTRADAS PIC ZZZZ9.
           02 FILLER PIC X(19) VALUE "   TOTAL DEVUELTO: ".
           02 TOT-DEVUELTO PIC ZZZ,ZZZ,ZZ9.99.
       01 LINEA-TOTAL-2.
           02 FILLER PIC X(26) VALUE "LINEAS NO CONCILIADAS:    ".
           02 TOT-RECHAZADAS PIC ZZZZ9.
       01 LINEA-REEMISION-CABECERA.
           02 FILLER PIC X(29)
               VALUE "ORDEN DE REEMISION, PERIODO: ".
           02 REE-PERIODO PIC X(6).
           02 FILLER PIC X(9) VALUE ", FECHA: ".
           02 REE-FECHA PIC 9(8).
       01 LINEA-REEMISION-ORDENANTE.
           02 FILLER PIC X(11) VALUE "ORDENANTE: ".
           02 REE-EMPRESA PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 REE-RAZON-SOCIAL PIC X(40).
           02 FILLER PIC X(6) VALUE " CIF: ".
           02 REE-CIF PIC X(9).
       01 LINEA-REEMISION-CARGO.
           02 FILLER PIC X(17) VALUE "CUENTA DE CARGO: ".
           02 REE-IBAN-CARGO PIC X(24).
       01 LINEA-REEMISION-DETALLE.
           02 REE-ID PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 REE-IBAN PIC X(24).
           02 FILLER PIC X(2) VALUE SPACE.
           02 REE-TITULAR PIC X(35).
           02 FILLER PIC X(2) VALUE SPACE.
           02 REE-IMPORTE PIC 9(7).99.
       01 LINEA-REEMISION-TOTAL.
           02 FILLER PIC X(16) VALUE "TRANSFERENCIAS: ".
           02 REE-CUENTA PIC ZZZZ9.
           02 FILLER PIC X(22) VALUE "   TOTAL TRANSFERIDO: ".
           02 REE-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM MENU-DEVOLUCIONES UNTIL OPCION-SALIR.
       PROGRAM-DONE.
           STOP RUN.
       MENU-DEVOLUCIONES.
           DISPLAY "DEVOLUCIONES BANCARIAS, ELIGE UNA OPCION:".
           DISPLAY "1. IMPORTAR FICHERO DE DEVOLUCIONES DEL BANCO".
           DISPLAY "2. GENERAR REEMISION DE PAGOS DEVUELTOS".
           DISPLAY "3. SALIR".
           ACCEPT OPCION-MENU.
           EVALUATE TRUE
               WHEN OPCION-IMPORTAR
                   PERFORM IMPORTAR-DEVOLUCIONES
               WHEN OPCION-REEMITIR
                   PERFORM GENERAR-REEMISION
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA, INTENTELO DE NUEVO."
           END-EVALUATE.
       PEDIR-PERIODO.
           MOVE "N" TO PERIODO-VALIDO.
           DISPLAY "INTRODUCE EL PERIODO DE NOMINA (AAAAMM).".
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
           DISPLAY "INTRODUCE EL CODIGO DE EMPRESA DE LA ORDEN (INTRO"
               " PARA TODAS LAS EMPRESAS).".
           MOVE SPACE TO EMPRESA-ELEGIDA.
           ACCEPT EMPRESA-ELEGIDA.
           MOVE "S" TO EMPRESA-VALIDA.
           MOVE "transferencias.txt" TO NOMBRE-TRANSFERENCIAS.
           MOVE "reemision.txt" TO NOMBRE-REEMISION.
           IF EMPRESA-ELEGIDA NOT EQUAL SPACE THEN
               MOVE "B" TO EMP-FUNCION
               MOVE EMPRESA-ELEGIDA TO EMP-CODIGO
               CALL "EMPRESAS" USING DATOS-EMPRESA
               IF EMP-ENCONTRADO EQUAL "S" THEN
                   MOVE SPACE TO NOMBRE-TRANSFERENCIAS
                   STRING "transferencias-" DELIMITED BY SIZE
                       EMPRESA-ELEGIDA DELIMITED BY SPACE
                       ".txt" DELIMITED BY SIZE
                       INTO NOMBRE-TRANSFERENCIAS
                   END-STRING
                   MOVE SPACE TO NOMBRE-REEMISION
                   STRING "reemision-" DELIMITED BY SIZE
                       EMPRESA-ELEGIDA DELIMITED BY SPACE
                       ".txt" DELIMITED BY SIZE
                       INTO NOMBRE-REEMISION
                   END-STRING
               ELSE
                   MOVE "N" TO EMPRESA-VALIDA
                   DISPLAY "ERROR: LA EMPRESA " EMPRESA-ELEGIDA
                       " NO EXISTE EN empresas.txt."
               END-IF
           END-IF.
       IMPORTAR-DEVOLUCIONES.
           PERFORM PEDIR-PERIODO.
           IF PERIODO-VALIDO EQUAL "S" THEN
               PERFORM PEDIR-EMPRESA
           END-IF.
           IF PERIODO-VALIDO EQUAL "S"
              AND EMPRESA-VALIDA EQUAL "S" THEN
               PERFORM CARGAR-TRANSFERENCIAS
               IF ORDEN-DEL-PERIODO NOT EQUAL "S" THEN
                   DISPLAY "ERROR: " NOMBRE-TRANSFERENCIAS
                       " NO CORRESPONDE AL PERIODO " PERIODO-NOMINA "."
                   DISPLAY "VUELVE A GENERAR LA ORDEN CON TRANSFERIR"
                       " ANTES DE IMPORTAR LAS DEVOLUCIONES."
               ELSE
                   PERFORM PROCESAR-FICHERO-DEVOLUCIONES
               END-IF
           END-IF.
       CARGAR-TRANSFERENCIAS.
           MOVE ZERO TO NUMERO-TRANSFERENCIAS.
           MOVE "N" TO ORDEN-DEL-PERIODO.
           MOVE "N" TO FIN-DE-TRANSFERENCIAS.
           OPEN INPUT TRANSFERENCIAS-ARCHIVO.
           READ TRANSFERENCIAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-TRANSFERENCIAS
               NOT AT END
                   IF LINEA-TRANSFERENCIA (35:6)
                      EQUAL PERIODO-NOMINA THEN
                       MOVE "S" TO ORDEN-DEL-PERIODO
                   END-IF
           END-READ.
           PERFORM CARGAR-UNA-TRANSFERENCIA
               UNTIL FIN-DE-TRANSFERENCIAS EQUAL "S".
           CLOSE TRANSFERENCIAS-ARCHIVO.
       CARGAR-UNA-TRANSFERENCIA.
           READ TRANSFERENCIAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-TRANSFERENCIAS
               NOT AT END
                   COMPUTE RESULTADO-NUMVAL
                       = FUNCTION TEST-NUMVAL(TRF-IMPORTE-TXT)
                   IF TRF-ID NOT EQUAL SPACE
                      AND TRF-IMPORTE-TXT NOT EQUAL SPACE
                      AND RESULTADO-NUMVAL EQUAL ZERO
                      AND NUMERO-TRANSFERENCIAS < 1000 THEN
                       ADD 1 TO NUMERO-TRANSFERENCIAS
                       MOVE TRF-ID TO FILA-ID (NUMERO-TRANSFERENCIAS)
                       MOVE TRF-IBAN
                           TO FILA-IBAN (NUMERO-TRANSFERENCIAS)
                       COMPUTE FILA-IMPORTE (NUMERO-TRANSFERENCIAS)
                           = FUNCTION NUMVAL(TRF-IMPORTE-TXT)
                       MOVE "N" TO FILA-USADA (NUMERO-TRANSFERENCIAS)
                   END-IF
           END-READ.
       PROCESAR-FICHERO-DEVOLUCIONES.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE ZERO TO LINEAS-LEIDAS.
           MOVE ZERO TO DEVOLUCIONES-REGISTRADAS.
           MOVE ZERO TO DEVOLUCIONES-RECHAZADAS.
           MOVE ZERO TO TOTAL-DEVUELTO.
           MOVE "N" TO FIN-DE-DEVOLUCIONES.
           OPEN INPUT EMPLEADOS-ARCHIVOS.
           OPEN INPUT DEVOLUCIONES-ARCHIVO.
           OPEN OUTPUT INFORME-ARCHIVO.
           MOVE PERIODO-NOMINA TO CAB-PERIODO.
           MOVE FECHA-HOY TO CAB-FECHA.
           WRITE LINEA-INFORME FROM LINEA-CABECERA-1.
           WRITE LINEA-INFORME FROM SPACE.
           WRITE LINEA-INFORME FROM LINEA-CABECERA-2.
           PERFORM LEER-DEVOLUCION
               UNTIL FIN-DE-DEVOLUCIONES EQUAL "S".
           MOVE DEVOLUCIONES-REGISTRADAS TO TOT-REGISTRADAS.
           MOVE TOTAL-DEVUELTO TO TOT-DEVUELTO.
           MOVE DEVOLUCIONES-RECHAZADAS TO TOT-RECHAZADAS.
           WRITE LINEA-INFORME FROM SPACE.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-1.
           WRITE LINEA-INFORME FROM LINEA-TOTAL-2.
           CLOSE EMPLEADOS-ARCHIVOS.
           CLOSE DEVOLUCIONES-ARCHIVO.
           CLOSE INFORME-ARCHIVO.
           DISPLAY "INFORME GENERADO EN devoluciones-informe.txt".
           DISPLAY "LINEAS LEIDAS: " LINEAS-LEIDAS.
           DISPLAY "DEVOLUCIONES REGISTRADAS: "
               DEVOLUCIONES-REGISTRADAS.
           DISPLAY "LINEAS NO CONCILIADAS: " DEVOLUCIONES-RECHAZADAS.
           IF DEVOLUCIONES-RECHAZADAS > ZERO THEN
               DISPLAY "AVISO: REVISA LAS LINEAS NO CONCILIADAS CON"
                   " EL BANCO."
           END-IF.
       LEER-DEVOLUCION.
           READ DEVOLUCIONES-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-DEVOLUCIONES
               NOT AT END
                   IF LINEA-DEVOLUCION NOT EQUAL SPACE THEN
                       ADD 1 TO LINEAS-LEIDAS
                       PERFORM PROCESAR-DEVOLUCION
                   END-IF
           END-READ.
       PROCESAR-DEVOLUCION.
           MOVE SPACE TO DEV-ID.
           MOVE SPACE TO DEV-IMPORTE-TXT.
           MOVE SPACE TO DEV-MOTIVO.
           MOVE SPACE TO IBAN-DEVUELTO.
           MOVE ZERO TO DEV-IMPORTE.
           UNSTRING LINEA-DEVOLUCION DELIMITED BY ","
               INTO DEV-ID, DEV-IMPORTE-TXT, DEV-MOTIVO
           END-UNSTRING.
           MOVE SPACE TO RESULTADO-DEVOLUCION.
           COMPUTE RESULTADO-NUMVAL
               = FUNCTION TEST-NUMVAL(DEV-IMPORTE-TXT).
           IF DEV-ID EQUAL SPACE
              OR DEV-IMPORTE-TXT EQUAL SPACE
              OR RESULTADO-NUMVAL NOT EQUAL ZERO THEN
               MOVE "DATOS NO VALIDOS" TO RESULTADO-DEVOLUCION
           ELSE
               COMPUTE DEV-IMPORTE
                   = FUNCTION NUMVAL(DEV-IMPORTE-TXT)
               PERFORM REVISAR-PAGOS-REGISTRADOS
               IF PAGO-HALLADO EQUAL "D" THEN
                   MOVE "YA REGISTRADA" TO RESULTADO-DEVOLUCION
               END-IF
               IF PAGO-HALLADO EQUAL "R" THEN
                   MOVE "REEMISION DEVUELTA" TO RESULTADO-DEVOLUCION
                   ADD 1 TO DEVOLUCIONES-REGISTRADAS
                   ADD DEV-IMPORTE TO TOTAL-DEVUELTO
               END-IF
           END-IF.
           IF RESULTADO-DEVOLUCION EQUAL SPACE THEN
               PERFORM LOCALIZAR-TRANSFERENCIA
               IF FILA-HALLADA EQUAL ZERO THEN
                   MOVE "SIN TRANSFERENCIA" TO RESULTADO-DEVOLUCION
               ELSE
                   MOVE FILA-IBAN (FILA-HALLADA) TO IBAN-DEVUELTO
                   PERFORM COMPROBAR-NOMINA
                   IF NOMINA-HALLADA NOT EQUAL "S" THEN
                       MOVE "SIN NOMINA" TO RESULTADO-DEVOLUCION
                   END-IF
               END-IF
           END-IF.
           IF RESULTADO-DEVOLUCION EQUAL SPACE THEN
               MOVE "S" TO FILA-USADA (FILA-HALLADA)
               PERFORM GRABAR-PAGO-DEVUELTO
               MOVE "REGISTRADA" TO RESULTADO-DEVOLUCION
               ADD 1 TO DEVOLUCIONES-REGISTRADAS
               ADD DEV-IMPORTE TO TOTAL-DEVUELTO
           ELSE
               IF RESULTADO-DEVOLUCION NOT EQUAL "REEMISION DEVUELTA"
                   ADD 1 TO DEVOLUCIONES-RECHAZADAS
               END-IF
           END-IF.
           PERFORM ESCRIBIR-LINEA-INFORME.
       REVISAR-PAGOS-REGISTRADOS.
           MOVE "N" TO PAGO-HALLADO.
           MOVE "N" TO FIN-DE-PAGOS.
           OPEN I-O PAGOS-ARCHIVO.
           PERFORM REVISAR-UN-PAGO
               UNTIL FIN-DE-PAGOS EQUAL "S".
           CLOSE PAGOS-ARCHIVO.
       REVISAR-UN-PAGO.
           READ PAGOS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-PAGOS
               NOT AT END
                   IF PAG-PERIODO EQUAL PERIODO-NOMINA
                      AND PAG-ID EQUAL DEV-ID
                      AND PAG-IMPORTE EQUAL DEV-IMPORTE THEN
                       MOVE PAG-ESTADO TO PAGO-HALLADO
                       MOVE "S" TO FIN-DE-PAGOS
                       IF PAG-REEMITIDO THEN
                           PERFORM MARCAR-REEMISION-DEVUELTA
                       END-IF
                   END-IF
           END-READ.
       MARCAR-REEMISION-DEVUELTA.
           MOVE PAG-IBAN-REEMISION TO PAG-IBAN.
           MOVE PAG-IBAN-REEMISION TO IBAN-DEVUELTO.
           MOVE SPACE TO PAG-IBAN-REEMISION.
           MOVE ZERO TO PAG-FECHA-REEMISION.
           MOVE DEV-MOTIVO TO PAG-MOTIVO.
           MOVE FECHA-HOY TO PAG-FECHA-DEVOLUCION.
           MOVE "D" TO PAG-ESTADO.
           REWRITE PAG-REGISTRO.
       LOCALIZAR-TRANSFERENCIA.
           MOVE ZERO TO FILA-HALLADA.
           MOVE 1 TO INDICE-TRANSFERENCIA.
           PERFORM COMPARAR-TRANSFERENCIA
               UNTIL INDICE-TRANSFERENCIA > NUMERO-TRANSFERENCIAS
                  OR FILA-HALLADA > ZERO.
       COMPARAR-TRANSFERENCIA.
           IF FILA-ID (INDICE-TRANSFERENCIA) EQUAL DEV-ID
              AND FILA-IMPORTE (INDICE-TRANSFERENCIA)
                  EQUAL DEV-IMPORTE
              AND FILA-USADA (INDICE-TRANSFERENCIA) EQUAL "N" THEN
               MOVE INDICE-TRANSFERENCIA TO FILA-HALLADA
           END-IF.
           ADD 1 TO INDICE-TRANSFERENCIA.
       COMPROBAR-NOMINA.
           MOVE "N" TO NOMINA-HALLADA.
           MOVE SPACE TO EMPRESA-NOMINA.
           MOVE "N" TO FIN-DE-NOMINAS.
           OPEN INPUT NOMINAS-ARCHIVO.
           PERFORM COMPARAR-NOMINA
               UNTIL FIN-DE-NOMINAS EQUAL "S".
           CLOSE NOMINAS-ARCHIVO.
       COMPARAR-NOMINA.
           READ NOMINAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-NOMINAS
               NOT AT END
                   IF NOMINAS-PERIODO EQUAL PERIODO-NOMINA
                      AND NOMINAS-ID EQUAL DEV-ID
                      AND NOMINAS-NETO EQUAL DEV-IMPORTE THEN
                       MOVE "S" TO NOMINA-HALLADA
                       MOVE NOMINAS-EMPRESA TO EMPRESA-NOMINA
                       MOVE "S" TO FIN-DE-NOMINAS
                   END-IF
           END-READ.
       GRABAR-PAGO-DEVUELTO.
           MOVE SPACE TO PAG-REGISTRO.
           MOVE PERIODO-NOMINA TO PAG-PERIODO.
           MOVE DEV-ID TO PAG-ID.
           MOVE DEV-IMPORTE TO PAG-IMPORTE.
           MOVE "D" TO PAG-ESTADO.
           MOVE DEV-MOTIVO TO PAG-MOTIVO.
           MOVE IBAN-DEVUELTO TO PAG-IBAN.
           MOVE FECHA-HOY TO PAG-FECHA-DEVOLUCION.
           MOVE ZERO TO PAG-FECHA-REEMISION.
           MOVE EMPRESA-NOMINA TO PAG-EMPRESA.
           OPEN EXTEND PAGOS-ARCHIVO.
           WRITE PAG-REGISTRO.
           CLOSE PAGOS-ARCHIVO.
       ESCRIBIR-LINEA-INFORME.
           MOVE "N" TO EMPLEADO-ENCONTRADO.
           MOVE DEV-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVOS
               INVALID KEY
                   MOVE "SIN DATOS" TO EMPLEADOS-NOMBRE
               NOT INVALID KEY
                   MOVE "S" TO EMPLEADO-ENCONTRADO
           END-READ.
           PERFORM DESCRIBIR-MOTIVO.
           MOVE DEV-ID TO DET-ID.
           MOVE EMPLEADOS-NOMBRE TO DET-NOMBRE.
           MOVE DEV-IMPORTE TO DET-IMPORTE.
           MOVE IBAN-DEVUELTO TO DET-IBAN.
           MOVE DEV-MOTIVO TO DET-MOTIVO.
           MOVE DESCRIPCION-MOTIVO TO DET-DESCRIPCION.
           MOVE RESULTADO-DEVOLUCION TO DET-RESULTADO.
           WRITE LINEA-INFORME FROM LINEA-DETALLE.
       DESCRIBIR-MOTIVO.
           EVALUATE DEV-MOTIVO
               WHEN "AC01"
                   MOVE "IBAN INCORRECTO" TO DESCRIPCION-MOTIVO
               WHEN "AC04"
                   MOVE "CUENTA CANCELADA" TO DESCRIPCION-MOTIVO
               WHEN "AC06"
                   MOVE "CUENTA BLOQUEADA" TO DESCRIPCION-MOTIVO
               WHEN "AG01"
                   MOVE "OPERACION NO PERMITIDA" TO DESCRIPCION-MOTIVO
               WHEN "AM05"
                   MOVE "PAGO DUPLICADO" TO DESCRIPCION-MOTIVO
               WHEN "BE04"
                   MOVE "FALTA DIRECCION" TO DESCRIPCION-MOTIVO
               WHEN "MD07"
                   MOVE "TITULAR FALLECIDO" TO DESCRIPCION-MOTIVO
               WHEN "MS02"
               WHEN "MS03"
                   MOVE "MOTIVO NO INDICADO" TO DESCRIPCION-MOTIVO
               WHEN "RC01"
                   MOVE "BIC INCORRECTO" TO DESCRIPCION-MOTIVO
               WHEN SPACE
                   MOVE "SIN CODIGO" TO DESCRIPCION-MOTIVO
               WHEN OTHER
                   MOVE "OTRO MOTIVO" TO DESCRIPCION-MOTIVO
           END-EVALUATE.
       GENERAR-REEMISION.
           PERFORM PEDIR-PERIODO.
           IF PERIODO-VALIDO EQUAL "S" THEN
               PERFORM PEDIR-EMPRESA
           END-IF.
           IF PERIODO-VALIDO EQUAL "S"
              AND EMPRESA-VALIDA EQUAL "S" THEN
               PERFORM EMITIR-REEMISION
           END-IF.
       EMITIR-REEMISION.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE ZERO TO REEMISIONES-EMITIDAS.
           MOVE ZERO TO REEMISIONES-PENDIENTES.
           MOVE ZERO TO TOTAL-REEMITIDO.
           MOVE "R" TO BAN-FUNCION.
           CALL "BANCOS" USING DATOS-BANCO.
           MOVE "N" TO FIN-DE-PAGOS.
           OPEN I-O PAGOS-ARCHIVO.
           OPEN OUTPUT REEMISION-ARCHIVO.
           MOVE PERIODO-NOMINA TO REE-PERIODO.
           MOVE FECHA-HOY TO REE-FECHA.
           WRITE LINEA-REEMISION FROM LINEA-REEMISION-CABECERA.
           IF EMPRESA-ELEGIDA NOT EQUAL SPACE THEN
               MOVE EMPRESA-ELEGIDA TO REE-EMPRESA
               MOVE EMP-RAZON-SOCIAL TO REE-RAZON-SOCIAL
               MOVE EMP-CIF TO REE-CIF
               MOVE EMP-IBAN TO REE-IBAN-CARGO
               WRITE LINEA-REEMISION FROM LINEA-REEMISION-ORDENANTE
               WRITE LINEA-REEMISION FROM LINEA-REEMISION-CARGO
           END-IF.
           PERFORM REEMITIR-PAGO UNTIL FIN-DE-PAGOS EQUAL "S".
           MOVE REEMISIONES-EMITIDAS TO REE-CUENTA.
           MOVE TOTAL-REEMITIDO TO REE-TOTAL.
           WRITE LINEA-REEMISION FROM LINEA-REEMISION-TOTAL.
           CLOSE PAGOS-ARCHIVO.
           CLOSE REEMISION-ARCHIVO.
           DISPLAY "ORDEN DE REEMISION GENERADA EN " NOMBRE-REEMISION.
           DISPLAY "TRANSFERENCIAS REEMITIDAS: " REEMISIONES-EMITIDAS.
           MOVE TOTAL-REEMITIDO TO TOTAL-MOSTRAR.
           DISPLAY "TOTAL REEMITIDO: " TOTAL-MOSTRAR.
           IF REEMISIONES-PENDIENTES > ZERO THEN
               DISPLAY "PAGOS DEVUELTOS PENDIENTES DE CORREGIR EN"
                   " bancos.txt: " REEMISIONES-PENDIENTES
           END-IF.
       REEMITIR-PAGO.
           READ PAGOS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-PAGOS
               NOT AT END
                   IF PAG-PERIODO EQUAL PERIODO-NOMINA
                      AND PAG-DEVUELTO THEN
                       PERFORM OBTENER-EMPRESA-PAGO
                       IF EMPRESA-ELEGIDA EQUAL SPACE
                          OR EMPRESA-PAGO EQUAL EMPRESA-ELEGIDA THEN
                           PERFORM REEMITIR-PAGO-DEVUELTO
                       END-IF
                   END-IF
           END-READ.
       OBTENER-EMPRESA-PAGO.
           MOVE PAG-EMPRESA TO EMPRESA-PAGO.
           IF EMPRESA-PAGO EQUAL SPACE THEN
               MOVE PAG-ID TO DEV-ID
               MOVE PAG-IMPORTE TO DEV-IMPORTE
               PERFORM COMPROBAR-NOMINA
               MOVE EMPRESA-NOMINA TO EMPRESA-PAGO
           END-IF.
       REEMITIR-PAGO-DEVUELTO.
           MOVE "B" TO BAN-FUNCION.
           MOVE PAG-ID TO BAN-ID.
           CALL "BANCOS" USING DATOS-BANCO.
           IF BAN-ENCONTRADO NOT EQUAL "S"
              OR BAN-IBAN EQUAL PAG-IBAN THEN
               ADD 1 TO REEMISIONES-PENDIENTES
               DISPLAY "PENDIENTE, CUENTA SIN CORREGIR: " PAG-ID
                   " " PAG-IBAN
           ELSE
               MOVE PAG-ID TO REE-ID
               MOVE BAN-IBAN TO REE-IBAN
               MOVE BAN-TITULAR TO REE-TITULAR
               MOVE PAG-IMPORTE TO REE-IMPORTE
               WRITE LINEA-REEMISION FROM LINEA-REEMISION-DETALLE
               ADD 1 TO REEMISIONES-EMITIDAS
               ADD PAG-IMPORTE TO TOTAL-REEMITIDO
               MOVE "R" TO PAG-ESTADO
               MOVE FECHA-HOY TO PAG-FECHA-REEMISION
               MOVE BAN-IBAN TO PAG-IBAN-REEMISION
               MOVE EMPRESA-PAGO TO PAG-EMPRESA
               REWRITE PAG-REGISTRO
           END-IF.
       END PROGRAM DEVOLUCIONES.
