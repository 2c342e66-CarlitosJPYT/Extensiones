       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICHAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL FICHAJES-ARCHIVO
       ASSIGN TO "fichajes.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT HORAS-ARCHIVO
       ASSIGN TO "horas.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL AUSENCIAS-ARCHIVO
       ASSIGN TO "ausencias.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL VALIDACION-ARCHIVO
       ASSIGN TO "validacion.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL PARAMETROS-ARCHIVO
       ASSIGN TO "nomina.prm"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT EXCEPCIONES-ARCHIVO
       ASSIGN TO "excepciones-fichajes.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD FICHAJES-ARCHIVO.
           01 LINEA-FICHAJE PIC X(40).
       FD HORAS-ARCHIVO.
           01 LINEA-HORAS PIC X(40).
       FD AUSENCIAS-ARCHIVO.
           01 AUSENCIAS-REGISTRO.
               02 AUS-ID PIC X(6).
               02 AUS-TIPO PIC X.
               02 AUS-FECHA-INICIO PIC 9(8).
               02 AUS-FECHA-FIN PIC 9(8).
               02 AUS-DIAS PIC 9(3).
       FD VALIDACION-ARCHIVO.
           01 LINEA-VALIDACION PIC X(40).
       FD PARAMETROS-ARCHIVO.
           01 LINEA-PARAMETRO PIC X(40).
       FD EXCEPCIONES-ARCHIVO.
           01 LINEA-EXCEPCION PIC X(120).
       WORKING-STORAGE SECTION.
       01 FIN-DE-FICHAJES PIC X VALUE "N".
       01 FIN-DE-AUSENCIAS PIC X VALUE "N".
       01 FIN-DE-VALIDACION PIC X VALUE "N".
       01 EJECUCION-PERMITIDA PIC X VALUE "S".
       01 PERIODO-VALIDO PIC X VALUE "N".
       01 PERIODO-FICHAJES PIC X(6).
       01 FECHA-INICIO-PERIODO PIC 9(8) VALUE ZERO.
       01 FECHA-FIN-PERIODO PIC 9(8) VALUE ZERO.
       01 REGLA-TIPO PIC X(6).
       01 REGLA-VALOR PIC X(12).
       01 RESULTADO-NUMVAL PIC S9(4) VALUE ZERO.
       01 TOPE-HORAS-TURNO PIC 99V99 VALUE 12.
       01 TOPE-MINUTOS-TURNO PIC 9(4) VALUE ZERO.
       01 FICHAJE-ID PIC X(6).
       01 FICHAJE-FECHA PIC X(8).
       01 FECHA-FICHAJE-NUMERO PIC 9(8) VALUE ZERO.
       01 FECHA-CORRECTA PIC X VALUE "S".
       01 FICHAJE-ENTRADA PIC X(4).
       01 FICHAJE-SALIDA PIC X(4).
       01 HORA-FICHAJE PIC 9(4) VALUE ZERO.
       01 HORA-FICHAJE-DESGLOSE REDEFINES HORA-FICHAJE.
           02 FICHAJE-HH PIC 99.
           02 FICHAJE-MM PIC 99.
       01 HORA-CORRECTA PIC X VALUE "S".
       01 MINUTOS-FICHAJE PIC 9(4) VALUE ZERO.
       01 MINUTOS-ENTRADA PIC 9(4) VALUE ZERO.
       01 MINUTOS-SALIDA PIC 9(4) VALUE ZERO.
       01 MINUTOS-TURNO PIC S9(5) VALUE ZERO.
       01 HAY-PENDIENTE PIC X VALUE "N".
       01 PENDIENTE-ID PIC X(6).
       01 PENDIENTE-FECHA PIC X(8).
       01 PENDIENTE-MINUTOS PIC 9(4) VALUE ZERO.
       01 FECHA-PENDIENTE-NUMERO PIC 9(8) VALUE ZERO.
       01 DIA-PENDIENTE PIC 9(7) VALUE ZERO.
       01 DIA-FICHAJE PIC 9(7) VALUE ZERO.
       01 SALIDA-EMPAREJADA PIC X VALUE "N".
       01 TURNO-ID PIC X(6).
       01 TURNO-FECHA PIC 9(8).
       01 NUMERO-EMPLEADOS PIC 9(4) VALUE ZERO.
       01 TABLA-HORAS.
           02 HORAS-FILA OCCURS 1000 TIMES.
               03 FILA-ID PIC X(6).
               03 FILA-MINUTOS PIC 9(6).
       01 INDICE-EMPLEADO PIC 9(4) VALUE ZERO.
       01 FILA-HALLADA PIC 9(4) VALUE ZERO.
       01 NUMERO-AUSENCIAS PIC 9(4) VALUE ZERO.
       01 TABLA-AUSENCIAS.
           02 AUSENCIA-FILA OCCURS 2000 TIMES.
               03 FILA-AUS-ID PIC X(6).
               03 FILA-AUS-TIPO PIC X.
               03 FILA-AUS-INICIO PIC 9(8).
               03 FILA-AUS-FIN PIC 9(8).
       01 INDICE-AUSENCIA PIC 9(4) VALUE ZERO.
       01 AUSENCIA-HALLADA PIC 9(4) VALUE ZERO.
           COPY "festivo.cob".
       01 HORAS-EMPLEADO PIC 9(3)V99 VALUE ZERO.
       01 HORAS-CSV PIC 9(3).99.
       01 LINEAS-LEIDAS PIC 9(5) VALUE ZERO.
       01 LINEAS-FUERA-PERIODO PIC 9(5) VALUE ZERO.
       01 TURNOS-COMPLETOS PIC 9(5) VALUE ZERO.
       01 ERRORES-FICHAJE PIC 9(5) VALUE ZERO.
       01 AVISOS-FICHAJE PIC 9(5) VALUE ZERO.
       01 HORAS-ESCRITAS PIC 9(5) VALUE ZERO.
       01 TOPE-MOSTRAR PIC Z9.99.
       01 LINEA-DETALLE.
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-TIPO PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-ID PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-FECHA PIC X(8).
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-MOTIVO PIC X(60).
       01 LINEA-CABECERA-1.
           02 FILLER PIC X(40)
               VALUE "EXCEPCIONES DE FICHAJES DEL PERIODO ".
           02 CAB-PERIODO PIC X(6).
       01 LINEA-CABECERA-2.
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(6) VALUE "TIPO".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(6) VALUE "ID".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(8) VALUE "FECHA".
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(60) VALUE "MOTIVO".
       01 LINEA-TOTAL.
           02 FILLER PIC X(22) VALUE "LINEAS LEIDAS:        ".
           02 TOT-LEIDAS PIC ZZZZ9.
           02 FILLER PIC X(22) VALUE "   FUERA DEL PERIODO: ".
           02 TOT-FUERA PIC ZZZZ9.
       01 LINEA-TOTAL-2.
           02 FILLER PIC X(22) VALUE "TURNOS COMPLETOS:     ".
           02 TOT-TURNOS PIC ZZZZ9.
           02 FILLER PIC X(22) VALUE "   EMPLEADOS:         ".
           02 TOT-EMPLEADOS PIC ZZZZ9.
       01 LINEA-TOTAL-3.
           02 FILLER PIC X(22) VALUE "ERRORES:              ".
           02 TOT-ERRORES PIC ZZZZ9.
           02 FILLER PIC X(22) VALUE "   AVISOS:            ".
           02 TOT-AVISOS PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM LEER-PARAMETRO-PERIODO.
           IF EJECUCION-PERMITIDA EQUAL "S" THEN
               PERFORM PEDIR-PERIODO UNTIL PERIODO-VALIDO EQUAL "S"
               PERFORM CARGAR-VALIDACION
               PERFORM CARGAR-AUSENCIAS
               PERFORM PROCEDIMIENTO-DE-APERTURA
               PERFORM LEER-Y-EMPAREJAR
                   UNTIL FIN-DE-FICHAJES EQUAL "S"
               IF HAY-PENDIENTE EQUAL "S" THEN
                   PERFORM AVISAR-ENTRADA-SIN-SALIDA
               END-IF
               PERFORM ESCRIBIR-HORAS
               PERFORM ESCRIBIR-TOTAL
               PERFORM PROCEDIMIENTO-DE-CIERRE
           END-IF.
           IF EJECUCION-PERMITIDA NOT EQUAL "S" THEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF ERRORES-FICHAJE > ZERO THEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       PROGRAM-DONE.
           GOBACK.
       LEER-PARAMETRO-PERIODO.
           OPEN INPUT PARAMETROS-ARCHIVO.
           READ PARAMETROS-ARCHIVO
               AT END
                   CONTINUE
               NOT AT END
                   MOVE LINEA-PARAMETRO (1:6) TO PERIODO-FICHAJES
                   IF PERIODO-FICHAJES IS NUMERIC
                      AND PERIODO-FICHAJES (5:2) >= "01"
                      AND PERIODO-FICHAJES (5:2) <= "12"
                      AND PERIODO-FICHAJES (1:4) NOT EQUAL "0000" THEN
                       MOVE "S" TO PERIODO-VALIDO
                       DISPLAY "PERIODO TOMADO DE nomina.prm: "
                           PERIODO-FICHAJES
                   ELSE
                       MOVE "N" TO EJECUCION-PERMITIDA
                       DISPLAY "ERROR: EL PERIODO DE nomina.prm NO ES"
                           " VALIDO (AAAAMM): " LINEA-PARAMETRO
                   END-IF
           END-READ.
           CLOSE PARAMETROS-ARCHIVO.
           CALL "SYSTEM" USING "rm -f nomina.prm".
       PEDIR-PERIODO.
           DISPLAY "INTRODUCE EL PERIODO DE LOS FICHAJES (AAAAMM).".
           ACCEPT PERIODO-FICHAJES.
           IF PERIODO-FICHAJES IS NUMERIC
              AND PERIODO-FICHAJES (5:2) >= "01"
              AND PERIODO-FICHAJES (5:2) <= "12"
              AND PERIODO-FICHAJES (1:4) NOT EQUAL "0000" THEN
               MOVE "S" TO PERIODO-VALIDO
           ELSE
               DISPLAY "ERROR: EL PERIODO DEBE SER NUMERICO (AAAAMM)."
           END-IF.
       CARGAR-VALIDACION.
           MOVE "N" TO FIN-DE-VALIDACION.
           OPEN INPUT VALIDACION-ARCHIVO.
           PERFORM CARGAR-REGLA-VALIDACION
               UNTIL FIN-DE-VALIDACION EQUAL "S".
           CLOSE VALIDACION-ARCHIVO.
           COMPUTE TOPE-MINUTOS-TURNO = TOPE-HORAS-TURNO * 60.
           MOVE TOPE-HORAS-TURNO TO TOPE-MOSTRAR.
           DISPLAY "TOPE DE HORAS POR TURNO: " TOPE-MOSTRAR.
       CARGAR-REGLA-VALIDACION.
           READ VALIDACION-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-VALIDACION
               NOT AT END
                   MOVE SPACE TO REGLA-TIPO
                   MOVE SPACE TO REGLA-VALOR
                   UNSTRING LINEA-VALIDACION DELIMITED BY ","
                       INTO REGLA-TIPO, REGLA-VALOR
                   END-UNSTRING
                   IF REGLA-TIPO EQUAL "TURNO" THEN
                       COMPUTE RESULTADO-NUMVAL
                           = FUNCTION TEST-NUMVAL(REGLA-VALOR)
                       IF REGLA-VALOR NOT EQUAL SPACE
                          AND RESULTADO-NUMVAL EQUAL ZERO THEN
                           COMPUTE TOPE-HORAS-TURNO
                               = FUNCTION NUMVAL(REGLA-VALOR)
                       END-IF
                   END-IF
           END-READ.
       CARGAR-AUSENCIAS.
           MOVE PERIODO-FICHAJES TO FECHA-INICIO-PERIODO (1:6).
           MOVE "01" TO FECHA-INICIO-PERIODO (7:2).
           MOVE PERIODO-FICHAJES TO FECHA-FIN-PERIODO (1:6).
           MOVE "31" TO FECHA-FIN-PERIODO (7:2).
           MOVE ZERO TO NUMERO-AUSENCIAS.
           MOVE "N" TO FIN-DE-AUSENCIAS.
           OPEN INPUT AUSENCIAS-ARCHIVO.
           PERFORM LEER-AUSENCIA UNTIL FIN-DE-AUSENCIAS EQUAL "S".
           CLOSE AUSENCIAS-ARCHIVO.
       LEER-AUSENCIA.
           READ AUSENCIAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-AUSENCIAS
               NOT AT END
                   IF AUS-FECHA-INICIO NOT > FECHA-FIN-PERIODO
                      AND AUS-FECHA-FIN NOT < FECHA-INICIO-PERIODO
                      AND NUMERO-AUSENCIAS < 2000 THEN
                       ADD 1 TO NUMERO-AUSENCIAS
                       MOVE AUS-ID TO FILA-AUS-ID (NUMERO-AUSENCIAS)
                       MOVE AUS-TIPO TO FILA-AUS-TIPO (NUMERO-AUSENCIAS)
                       MOVE AUS-FECHA-INICIO
                           TO FILA-AUS-INICIO (NUMERO-AUSENCIAS)
                       MOVE AUS-FECHA-FIN
                           TO FILA-AUS-FIN (NUMERO-AUSENCIAS)
                   END-IF
           END-READ.
       PROCEDIMIENTO-DE-APERTURA.
           OPEN INPUT FICHAJES-ARCHIVO.
           OPEN OUTPUT EXCEPCIONES-ARCHIVO.
           MOVE PERIODO-FICHAJES TO CAB-PERIODO.
           WRITE LINEA-EXCEPCION FROM LINEA-CABECERA-1.
           WRITE LINEA-EXCEPCION FROM SPACE.
           WRITE LINEA-EXCEPCION FROM LINEA-CABECERA-2.
       PROCEDIMIENTO-DE-CIERRE.
           CLOSE FICHAJES-ARCHIVO.
           CLOSE EXCEPCIONES-ARCHIVO.
           DISPLAY "horas.txt GENERADO CON " HORAS-ESCRITAS
               " EMPLEADOS, COPIA ANTERIOR EN horas.ant".
           DISPLAY "INFORME GENERADO EN excepciones-fichajes.txt".
           DISPLAY "ERRORES: " ERRORES-FICHAJE
               "  AVISOS: " AVISOS-FICHAJE.
           IF ERRORES-FICHAJE > ZERO THEN
               DISPLAY "HAY FICHAJES INCOMPLETOS O TURNOS EXCESIVOS,"
                   " REVISALOS ANTES DE EJECUTAR VALHORAS."
           END-IF.
       LEER-Y-EMPAREJAR.
           READ FICHAJES-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-FICHAJES
               NOT AT END
                   IF LINEA-FICHAJE NOT EQUAL SPACE THEN
                       ADD 1 TO LINEAS-LEIDAS
                       PERFORM PROCESAR-LINEA-FICHAJE
                   END-IF
           END-READ.
       PROCESAR-LINEA-FICHAJE.
           MOVE SPACE TO FICHAJE-ID.
           MOVE SPACE TO FICHAJE-FECHA.
           MOVE SPACE TO FICHAJE-ENTRADA.
           MOVE SPACE TO FICHAJE-SALIDA.
           UNSTRING LINEA-FICHAJE DELIMITED BY ","
               INTO FICHAJE-ID, FICHAJE-FECHA,
                   FICHAJE-ENTRADA, FICHAJE-SALIDA
           END-UNSTRING.
           PERFORM VALIDAR-FECHA-FICHAJE.
           IF FECHA-CORRECTA NOT EQUAL "S" THEN
               PERFORM ESCRIBIR-ERROR-LINEA
           ELSE
               IF FICHAJE-FECHA (1:6) NOT EQUAL PERIODO-FICHAJES THEN
                   ADD 1 TO LINEAS-FUERA-PERIODO
               ELSE
                   PERFORM EMPAREJAR-FICHAJE
               END-IF
           END-IF.
       VALIDAR-FECHA-FICHAJE.
           MOVE "S" TO FECHA-CORRECTA.
           IF FICHAJE-FECHA IS NOT NUMERIC THEN
               MOVE "N" TO FECHA-CORRECTA
               MOVE "FECHA DE FICHAJE NO NUMERICA (AAAAMMDD)"
                   TO DET-MOTIVO
           ELSE
               MOVE FICHAJE-FECHA TO FECHA-FICHAJE-NUMERO
               IF FUNCTION TEST-DATE-YYYYMMDD(FECHA-FICHAJE-NUMERO)
                  NOT EQUAL ZERO THEN
                   MOVE "N" TO FECHA-CORRECTA
                   MOVE "FECHA DE FICHAJE NO VALIDA (AAAAMMDD)"
                       TO DET-MOTIVO
               END-IF
           END-IF.
       EMPAREJAR-FICHAJE.
           MOVE "S" TO HORA-CORRECTA.
           IF FICHAJE-ENTRADA NOT EQUAL SPACE THEN
               MOVE FICHAJE-ENTRADA TO HORA-FICHAJE (1:4)
               PERFORM CONVERTIR-HORA
               MOVE MINUTOS-FICHAJE TO MINUTOS-ENTRADA
           END-IF.
           IF FICHAJE-SALIDA NOT EQUAL SPACE THEN
               MOVE FICHAJE-SALIDA TO HORA-FICHAJE (1:4)
               PERFORM CONVERTIR-HORA
               MOVE MINUTOS-FICHAJE TO MINUTOS-SALIDA
           END-IF.
           IF HORA-CORRECTA NOT EQUAL "S" THEN
               MOVE "HORA DE FICHAJE NO VALIDA (HHMM)" TO DET-MOTIVO
               PERFORM ESCRIBIR-ERROR-LINEA
           ELSE
               EVALUATE TRUE
                   WHEN FICHAJE-ENTRADA NOT EQUAL SPACE
                    AND FICHAJE-SALIDA NOT EQUAL SPACE
                       IF HAY-PENDIENTE EQUAL "S" THEN
                           PERFORM AVISAR-ENTRADA-SIN-SALIDA
                       END-IF
                       MOVE FICHAJE-ID TO TURNO-ID
                       MOVE FICHAJE-FECHA TO TURNO-FECHA
                       PERFORM REGISTRAR-TURNO
                   WHEN FICHAJE-ENTRADA NOT EQUAL SPACE
                       IF HAY-PENDIENTE EQUAL "S" THEN
                           PERFORM AVISAR-ENTRADA-SIN-SALIDA
                       END-IF
                       MOVE "S" TO HAY-PENDIENTE
                       MOVE FICHAJE-ID TO PENDIENTE-ID
                       MOVE FICHAJE-FECHA TO PENDIENTE-FECHA
                       MOVE MINUTOS-ENTRADA TO PENDIENTE-MINUTOS
                   WHEN FICHAJE-SALIDA NOT EQUAL SPACE
                       PERFORM CERRAR-ENTRADA-PENDIENTE
                   WHEN OTHER
                       MOVE "FICHAJE SIN HORA DE ENTRADA NI DE SALIDA"
                           TO DET-MOTIVO
                       PERFORM ESCRIBIR-ERROR-LINEA
               END-EVALUATE
           END-IF.
       CERRAR-ENTRADA-PENDIENTE.
           MOVE "N" TO SALIDA-EMPAREJADA.
           IF HAY-PENDIENTE EQUAL "S"
              AND PENDIENTE-ID EQUAL FICHAJE-ID THEN
               IF PENDIENTE-FECHA EQUAL FICHAJE-FECHA THEN
                   MOVE "S" TO SALIDA-EMPAREJADA
               ELSE
                   IF MINUTOS-SALIDA < PENDIENTE-MINUTOS THEN
                       PERFORM COMPROBAR-DIA-SIGUIENTE
                   END-IF
               END-IF
           END-IF.
           IF SALIDA-EMPAREJADA EQUAL "S" THEN
               MOVE "N" TO HAY-PENDIENTE
               MOVE PENDIENTE-MINUTOS TO MINUTOS-ENTRADA
               MOVE PENDIENTE-ID TO TURNO-ID
               MOVE PENDIENTE-FECHA TO TURNO-FECHA
               PERFORM REGISTRAR-TURNO
           ELSE
               IF HAY-PENDIENTE EQUAL "S" THEN
                   PERFORM AVISAR-ENTRADA-SIN-SALIDA
               END-IF
               MOVE "FICHAJE DE SALIDA SIN ENTRADA" TO DET-MOTIVO
               PERFORM ESCRIBIR-ERROR-LINEA
           END-IF.
       COMPROBAR-DIA-SIGUIENTE.
           MOVE PENDIENTE-FECHA TO FECHA-PENDIENTE-NUMERO.
           COMPUTE DIA-PENDIENTE
               = FUNCTION INTEGER-OF-DATE(FECHA-PENDIENTE-NUMERO).
           COMPUTE DIA-FICHAJE
               = FUNCTION INTEGER-OF-DATE(FECHA-FICHAJE-NUMERO).
           IF DIA-FICHAJE EQUAL DIA-PENDIENTE + 1 THEN
               MOVE "S" TO SALIDA-EMPAREJADA
           END-IF.
       CONVERTIR-HORA.
           MOVE ZERO TO MINUTOS-FICHAJE.
           IF HORA-FICHAJE (1:4) IS NOT NUMERIC THEN
               MOVE "N" TO HORA-CORRECTA
           ELSE
               IF FICHAJE-HH > 23 OR FICHAJE-MM > 59 THEN
                   MOVE "N" TO HORA-CORRECTA
               ELSE
                   COMPUTE MINUTOS-FICHAJE
                       = FICHAJE-HH * 60 + FICHAJE-MM
               END-IF
           END-IF.
       REGISTRAR-TURNO.
           COMPUTE MINUTOS-TURNO = MINUTOS-SALIDA - MINUTOS-ENTRADA.
           IF MINUTOS-TURNO < ZERO THEN
               ADD 1440 TO MINUTOS-TURNO
           END-IF.
           ADD 1 TO TURNOS-COMPLETOS.
           IF MINUTOS-TURNO > TOPE-MINUTOS-TURNO THEN
               MOVE "TURNO MAS LARGO QUE EL TOPE DE validacion.txt"
                   TO DET-MOTIVO
               PERFORM ESCRIBIR-ERROR-TURNO
           END-IF.
           MOVE "B" TO FES-FUNCION.
           MOVE TURNO-FECHA TO FES-FECHA.
           CALL "FESTIVOS" USING DATOS-FESTIVO.
           IF FES-ENCONTRADO EQUAL "S" THEN
               MOVE SPACE TO DET-MOTIVO
               STRING "FICHAJE EN FESTIVO: " DELIMITED BY SIZE
                   FES-DESCRIPCION DELIMITED BY SIZE
                   INTO DET-MOTIVO
               END-STRING
               PERFORM ESCRIBIR-AVISO-TURNO
           END-IF.
           PERFORM BUSCAR-AUSENCIA-DIA.
           IF AUSENCIA-HALLADA NOT EQUAL ZERO THEN
               MOVE SPACE TO DET-MOTIVO
               STRING "FICHAJE EN DIA CON AUSENCIA REGISTRADA, TIPO "
                       DELIMITED BY SIZE
                   FILA-AUS-TIPO (AUSENCIA-HALLADA) DELIMITED BY SIZE
                   INTO DET-MOTIVO
               END-STRING
               PERFORM ESCRIBIR-AVISO-TURNO
           END-IF.
           PERFORM ACUMULAR-HORAS.
       BUSCAR-AUSENCIA-DIA.
           MOVE ZERO TO AUSENCIA-HALLADA.
           MOVE 1 TO INDICE-AUSENCIA.
           PERFORM COMPARAR-AUSENCIA
               UNTIL INDICE-AUSENCIA > NUMERO-AUSENCIAS
                  OR AUSENCIA-HALLADA NOT EQUAL ZERO.
       COMPARAR-AUSENCIA.
           IF FILA-AUS-ID (INDICE-AUSENCIA) EQUAL TURNO-ID
              AND FILA-AUS-INICIO (INDICE-AUSENCIA) NOT > TURNO-FECHA
              AND FILA-AUS-FIN (INDICE-AUSENCIA) NOT < TURNO-FECHA THEN
               MOVE INDICE-AUSENCIA TO AUSENCIA-HALLADA
           END-IF.
           ADD 1 TO INDICE-AUSENCIA.
       ACUMULAR-HORAS.
           MOVE ZERO TO FILA-HALLADA.
           MOVE 1 TO INDICE-EMPLEADO.
           PERFORM COMPARAR-EMPLEADO
               UNTIL INDICE-EMPLEADO > NUMERO-EMPLEADOS
                  OR FILA-HALLADA NOT EQUAL ZERO.
           IF FILA-HALLADA EQUAL ZERO THEN
               IF NUMERO-EMPLEADOS < 1000 THEN
                   ADD 1 TO NUMERO-EMPLEADOS
                   MOVE NUMERO-EMPLEADOS TO FILA-HALLADA
                   MOVE TURNO-ID TO FILA-ID (FILA-HALLADA)
                   MOVE ZERO TO FILA-MINUTOS (FILA-HALLADA)
               ELSE
                   MOVE "TABLA DE EMPLEADOS LLENA, TURNO NO SUMADO"
                       TO DET-MOTIVO
                   PERFORM ESCRIBIR-ERROR-TURNO
               END-IF
           END-IF.
           IF FILA-HALLADA NOT EQUAL ZERO THEN
               ADD MINUTOS-TURNO TO FILA-MINUTOS (FILA-HALLADA)
           END-IF.
       COMPARAR-EMPLEADO.
           IF FILA-ID (INDICE-EMPLEADO) EQUAL TURNO-ID THEN
               MOVE INDICE-EMPLEADO TO FILA-HALLADA
           END-IF.
           ADD 1 TO INDICE-EMPLEADO.
       AVISAR-ENTRADA-SIN-SALIDA.
           MOVE "N" TO HAY-PENDIENTE.
           MOVE "ERROR" TO DET-TIPO.
           MOVE PENDIENTE-ID TO DET-ID.
           MOVE PENDIENTE-FECHA TO DET-FECHA.
           MOVE "FICHAJE DE ENTRADA SIN SALIDA" TO DET-MOTIVO.
           PERFORM ESCRIBIR-EXCEPCION.
           ADD 1 TO ERRORES-FICHAJE.
       ESCRIBIR-ERROR-LINEA.
           MOVE "ERROR" TO DET-TIPO.
           MOVE FICHAJE-ID TO DET-ID.
           MOVE FICHAJE-FECHA TO DET-FECHA.
           PERFORM ESCRIBIR-EXCEPCION.
           ADD 1 TO ERRORES-FICHAJE.
       ESCRIBIR-ERROR-TURNO.
           MOVE "ERROR" TO DET-TIPO.
           MOVE TURNO-ID TO DET-ID.
           MOVE TURNO-FECHA TO DET-FECHA.
           PERFORM ESCRIBIR-EXCEPCION.
           ADD 1 TO ERRORES-FICHAJE.
       ESCRIBIR-AVISO-TURNO.
           MOVE "AVISO" TO DET-TIPO.
           MOVE TURNO-ID TO DET-ID.
           MOVE TURNO-FECHA TO DET-FECHA.
           PERFORM ESCRIBIR-EXCEPCION.
           ADD 1 TO AVISOS-FICHAJE.
       ESCRIBIR-EXCEPCION.
           WRITE LINEA-EXCEPCION FROM LINEA-DETALLE.
       ESCRIBIR-HORAS.
           CALL "SYSTEM" USING "cp horas.txt horas.ant".
           CALL "SYSTEM" USING "rm -f horas.ok".
           MOVE ZERO TO HORAS-ESCRITAS.
           OPEN OUTPUT HORAS-ARCHIVO.
           MOVE 1 TO INDICE-EMPLEADO.
           PERFORM ESCRIBIR-LINEA-HORAS
               UNTIL INDICE-EMPLEADO > NUMERO-EMPLEADOS.
           CLOSE HORAS-ARCHIVO.
       ESCRIBIR-LINEA-HORAS.
           COMPUTE HORAS-EMPLEADO ROUNDED
               = FILA-MINUTOS (INDICE-EMPLEADO) / 60
               ON SIZE ERROR
                   MOVE 999.99 TO HORAS-EMPLEADO
           END-COMPUTE.
           MOVE HORAS-EMPLEADO TO HORAS-CSV.
           MOVE SPACE TO LINEA-HORAS.
           STRING FILA-ID (INDICE-EMPLEADO) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               HORAS-CSV DELIMITED BY SIZE
               INTO LINEA-HORAS
           END-STRING.
           WRITE LINEA-HORAS.
           ADD 1 TO HORAS-ESCRITAS.
           ADD 1 TO INDICE-EMPLEADO.
       ESCRIBIR-TOTAL.
           MOVE LINEAS-LEIDAS TO TOT-LEIDAS.
           MOVE LINEAS-FUERA-PERIODO TO TOT-FUERA.
           MOVE TURNOS-COMPLETOS TO TOT-TURNOS.
           MOVE NUMERO-EMPLEADOS TO TOT-EMPLEADOS.
           MOVE ERRORES-FICHAJE TO TOT-ERRORES.
           MOVE AVISOS-FICHAJE TO TOT-AVISOS.
           WRITE LINEA-EXCEPCION FROM SPACE.
           WRITE LINEA-EXCEPCION FROM LINEA-TOTAL.
           WRITE LINEA-EXCEPCION FROM LINEA-TOTAL-2.
           WRITE LINEA-EXCEPCION FROM LINEA-TOTAL-3.
       END PROGRAM FICHAR.
