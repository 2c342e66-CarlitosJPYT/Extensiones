       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL BAJAS-ARCHIVO
       ASSIGN TO "bajas.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL EMPLEADOS-ARCHIVOS
       ASSIGN TO "empleados.dat"
       ORGANIZATION IS INDEXED
       ACCESS MODE IS DYNAMIC
       RECORD KEY IS EMPLEADOS-ID.
       SELECT OPTIONAL NOMINAS-ARCHIVO
       ASSIGN TO "nominas.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL DESCUENTOS-ARCHIVO
       ASSIGN TO "descuentos.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL LIQUIDACIONES-ARCHIVO
       ASSIGN TO "finiquitos.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL PAGOS-ARCHIVO
       ASSIGN TO "pagos.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL BANCOS-ARCHIVO
       ASSIGN TO "bancos.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BANCOS-NUEVO
       ASSIGN TO "bancos.tmp"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL FISCALES-ARCHIVO
       ASSIGN TO "fiscales.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT FISCALES-NUEVO
       ASSIGN TO "fiscales.tmp"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CONSERVACION-ARCHIVO
       ASSIGN TO "conservacion.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT LISTADO-ARCHIVO
       ASSIGN TO "anonimizacion.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL OPERADORES-ARCHIVO
       ASSIGN TO "operadores.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD BAJAS-ARCHIVO.
           01 BAJAS-REGISTRO.
               02 BAJAS-DATOS-EMPLEADO PIC X(109).
               02 BAJAS-FECHA PIC 9(8).
               02 BAJAS-MOTIVO PIC X(30).
       FD EMPLEADOS-ARCHIVOS.
           COPY "empleado.cob".
       FD NOMINAS-ARCHIVO.
           COPY "pago.cob".
       FD DESCUENTOS-ARCHIVO.
           COPY "descuento.cob".
       FD LIQUIDACIONES-ARCHIVO.
           COPY "liquidacion.cob".
       FD PAGOS-ARCHIVO.
           COPY "estadopago.cob".
       FD BANCOS-ARCHIVO.
           01 LINEA-BANCO PIC X(70).
       FD BANCOS-NUEVO.
           01 LINEA-BANCO-NUEVA PIC X(70).
       FD FISCALES-ARCHIVO.
           01 LINEA-FISCAL PIC X(40).
       FD FISCALES-NUEVO.
           01 LINEA-FISCAL-NUEVA PIC X(40).
       FD CONSERVACION-ARCHIVO.
           01 LINEA-CONSERVACION PIC X(40).
       FD AUDITORIA-ARCHIVO.
           01 LINEA-AUDITORIA PIC X(80).
       FD LISTADO-ARCHIVO.
           01 LINEA-LISTADO PIC X(80).
       FD OPERADORES-ARCHIVO.
           01 LINEA-OPERADOR PIC X(40).
       WORKING-STORAGE SECTION.
           COPY "operador.cob".
           COPY "empleado.cob" REPLACING LEADING ==EMPLEADOS==
               BY ==BAJEMP==.
       01 ENTRADA-OPERADOR PIC X(10).
       01 ENTRADA-CLAVE PIC X(10).
       01 OPERADOR-LEIDO PIC X(10).
       01 CLAVE-LEIDA PIC X(10).
       01 ROL-LEIDO PIC X(1).
       01 FIN-DE-OPERADORES PIC X VALUE "N".
       01 OPERADOR-HALLADO PIC X VALUE "N".
       01 OPERADORES-LEIDOS PIC 9(3) VALUE ZERO.
       01 INTENTOS PIC 9 VALUE ZERO.
       01 ACCESO-CONCEDIDO PIC X VALUE "N".
       01 SI-NO PIC X.
       01 TEXTO-ANONIMO PIC X(11) VALUE "ANONIMIZADO".
       01 FECHA-HOY PIC 9(8).
       01 HORA-AHORA PIC 9(8).
       01 FECHA-LIMITE PIC 9(8).
       01 ANOS-CONSERVACION PIC 99 VALUE 6.
       01 REGLA-TIPO PIC X(6).
       01 REGLA-VALOR PIC X(12).
       01 RESULTADO-NUMVAL PIC S9(4) VALUE ZERO.
       01 FIN-DE-CONSERVACION PIC X VALUE "N".
       01 FIN-DE-BAJAS PIC X VALUE "N".
       01 FIN-DE-NOMINAS PIC X VALUE "N".
       01 FIN-DE-DESCUENTOS PIC X VALUE "N".
       01 FIN-DE-LIQUIDACIONES PIC X VALUE "N".
       01 FIN-DE-PAGOS PIC X VALUE "N".
       01 FIN-DE-BANCOS PIC X VALUE "N".
       01 FIN-DE-FISCALES PIC X VALUE "N".
       01 NUMERO-BAJAS PIC 9(4) VALUE ZERO.
       01 TABLA-BAJAS.
           02 BAJA-FILA OCCURS 1000 TIMES.
               03 FILA-ID PIC X(6).
               03 FILA-FECHA-BAJA PIC 9(8).
               03 FILA-PENDIENTE PIC X.
               03 FILA-SITUACION PIC X.
               03 FILA-MOTIVO PIC X(40).
       01 INDICE-BAJA PIC 9(4) VALUE ZERO.
       01 FILA-HALLADA PIC 9(4) VALUE ZERO.
       01 BAJAS-SIN-CABIDA PIC 9(5) VALUE ZERO.
       01 ID-BUSCADO PIC X(6).
       01 MOTIVO-EXCLUSION PIC X(40).
       01 PERIODO-BUSCADO PIC X(6).
       01 ESTADO-PERIODO PIC X.
           COPY "periodo.cob".
       01 ID-LEIDO PIC X(6).
       01 PROPUESTOS PIC 9(5) VALUE ZERO.
       01 EXCLUIDOS PIC 9(5) VALUE ZERO.
       01 BAJAS-ANONIMIZADAS PIC 9(5) VALUE ZERO.
       01 CUENTAS-ANONIMIZADAS PIC 9(5) VALUE ZERO.
       01 PAGOS-ANONIMIZADOS PIC 9(5) VALUE ZERO.
       01 FISCALES-SUPRIMIDOS PIC 9(5) VALUE ZERO.
       01 LINEA-AUDITORIA-DETALLE.
           02 AUD-OPERADOR PIC X(10).
           02 FILLER PIC X(1) VALUE SPACE.
           02 AUD-FECHA PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 AUD-HORA PIC 9(8).
           02 FILLER PIC X(1) VALUE SPACE.
           02 AUD-ID PIC X(6).
           02 FILLER PIC X(1) VALUE SPACE.
           02 AUD-ACCION PIC X(20) VALUE SPACE.
       01 LINEA-SEPARADOR PIC X(80) VALUE ALL "=".
       01 LINEA-RAYA PIC X(80) VALUE ALL "-".
       01 LINEA-TITULO.
           02 FILLER PIC X(40)
               VALUE "ANONIMIZACION DE ANTIGUOS EMPLEADOS".
           02 FILLER PIC X(7) VALUE "FECHA: ".
           02 TIT-FECHA PIC 9(8).
       01 LINEA-CRITERIO.
           02 FILLER PIC X(27) VALUE "PLAZO DE CONSERVACION ANOS:".
           02 CRI-ANOS PIC Z9.
           02 FILLER PIC X(26) VALUE "   BAJAS ANTERIORES AL DIA".
           02 FILLER PIC X(1) VALUE SPACE.
           02 CRI-LIMITE PIC 9(8).
       01 LINEA-SECCION PIC X(80).
       01 LINEA-CABECERA.
           02 FILLER PIC X(2) VALUE SPACE.
           02 FILLER PIC X(8) VALUE "ID".
           02 FILLER PIC X(12) VALUE "FECHA BAJA".
           02 FILLER PIC X(40) VALUE "OBSERVACIONES".
       01 LINEA-DETALLE.
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-ID PIC X(6).
           02 FILLER PIC X(2) VALUE SPACE.
           02 DET-FECHA PIC 9(8).
           02 FILLER PIC X(4) VALUE SPACE.
           02 DET-MOTIVO PIC X(40).
       01 LINEA-TOTAL.
           02 FILLER PIC X(2) VALUE SPACE.
           02 TOT-CONCEPTO PIC X(40).
           02 TOT-VALOR PIC ZZZZ9.
       01 LINEA-CONFORME.
           02 FILLER PIC X(29) VALUE "CONFORME, EL SUPERVISOR:     ".
           02 CON-OPERADOR PIC X(10).
       01 LINEA-FIRMAS.
           02 FILLER PIC X(40) VALUE "FIRMA DEL SUPERVISOR:".
           02 FILLER PIC X(34)
               VALUE "DELEGADO DE PROTECCION DE DATOS:".
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           PERFORM INICIAR-SESION.
           IF ACCESO-CONCEDIDO NOT EQUAL "S" THEN
               DISPLAY "ACCESO DENEGADO, DEMASIADOS INTENTOS."
           ELSE
               IF NOT ES-SUPERVISOR THEN
                   DISPLAY "OPCION RESERVADA A SUPERVISORES."
               ELSE
                   PERFORM PREPARAR-ANONIMIZACION
                   PERFORM PROPONER-ANONIMIZACION
               END-IF
           END-IF.
       PROGRAM-DONE.
           STOP RUN.
       INICIAR-SESION.
           MOVE ZERO TO INTENTOS.
           MOVE "N" TO ACCESO-CONCEDIDO.
           PERFORM INTENTAR-ACCESO
               UNTIL ACCESO-CONCEDIDO EQUAL "S"
                  OR INTENTOS >= 3.
       INTENTAR-ACCESO.
           ADD 1 TO INTENTOS.
           DISPLAY "INTRODUCE TU IDENTIFICADOR DE OPERADOR.".
           ACCEPT ENTRADA-OPERADOR.
           DISPLAY "INTRODUCE TU CLAVE.".
           ACCEPT ENTRADA-CLAVE.
           PERFORM BUSCAR-OPERADOR.
           IF OPERADORES-LEIDOS EQUAL ZERO THEN
               DISPLAY "AVISO: NO HAY OPERADORES DADOS DE ALTA EN"
                   " operadores.txt."
               DISPLAY "SE CONCEDE ACCESO INICIAL DE SUPERVISOR."
               MOVE ENTRADA-OPERADOR TO OPERADOR-ID
               MOVE "S" TO OPERADOR-ROL
               MOVE "S" TO ACCESO-CONCEDIDO
           ELSE
               IF OPERADOR-HALLADO EQUAL "S"
                  AND CLAVE-LEIDA EQUAL ENTRADA-CLAVE
                  AND ENTRADA-CLAVE NOT EQUAL SPACE THEN
                   MOVE ENTRADA-OPERADOR TO OPERADOR-ID
                   IF ROL-LEIDO EQUAL "s" THEN
                       MOVE "S" TO ROL-LEIDO
                   END-IF
                   MOVE ROL-LEIDO TO OPERADOR-ROL
                   MOVE "S" TO ACCESO-CONCEDIDO
               ELSE
                   DISPLAY "OPERADOR O CLAVE INCORRECTOS."
               END-IF
           END-IF.
       BUSCAR-OPERADOR.
           MOVE "N" TO OPERADOR-HALLADO.
           MOVE ZERO TO OPERADORES-LEIDOS.
           MOVE "N" TO FIN-DE-OPERADORES.
           OPEN INPUT OPERADORES-ARCHIVO.
           PERFORM LEER-OPERADOR
               UNTIL FIN-DE-OPERADORES EQUAL "S".
           CLOSE OPERADORES-ARCHIVO.
       LEER-OPERADOR.
           READ OPERADORES-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-OPERADORES
               NOT AT END
                   ADD 1 TO OPERADORES-LEIDOS
                   IF OPERADOR-HALLADO NOT EQUAL "S" THEN
                       MOVE SPACE TO OPERADOR-LEIDO
                       MOVE SPACE TO CLAVE-LEIDA
                       MOVE SPACE TO ROL-LEIDO
                       UNSTRING LINEA-OPERADOR DELIMITED BY ","
                           INTO OPERADOR-LEIDO, CLAVE-LEIDA,
                               ROL-LEIDO
                       END-UNSTRING
                       IF OPERADOR-LEIDO EQUAL ENTRADA-OPERADOR THEN
                           MOVE "S" TO OPERADOR-HALLADO
                       END-IF
                   END-IF
           END-READ.
       PREPARAR-ANONIMIZACION.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CARGAR-CONSERVACION.
           COMPUTE FECHA-LIMITE = FECHA-HOY - ANOS-CONSERVACION * 10000.
           DISPLAY "PLAZO DE CONSERVACION: " ANOS-CONSERVACION
               " ANOS. SE REVISAN LAS BAJAS ANTERIORES AL "
               FECHA-LIMITE ".".
           PERFORM CARGAR-BAJAS.
           PERFORM COMPROBAR-READMITIDOS.
           PERFORM COMPROBAR-DESCUENTOS.
           PERFORM COMPROBAR-FINIQUITOS.
           PERFORM COMPROBAR-PAGOS.
           PERFORM COMPROBAR-NOMINAS.
           PERFORM CONTAR-PROPUESTOS.
       CARGAR-CONSERVACION.
           MOVE "N" TO FIN-DE-CONSERVACION.
           OPEN INPUT CONSERVACION-ARCHIVO.
           PERFORM CARGAR-REGLA-CONSERVACION
               UNTIL FIN-DE-CONSERVACION EQUAL "S".
           CLOSE CONSERVACION-ARCHIVO.
       CARGAR-REGLA-CONSERVACION.
           READ CONSERVACION-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-CONSERVACION
               NOT AT END
                   MOVE SPACE TO REGLA-TIPO
                   MOVE SPACE TO REGLA-VALOR
                   UNSTRING LINEA-CONSERVACION DELIMITED BY ","
                       INTO REGLA-TIPO, REGLA-VALOR
                   END-UNSTRING
                   IF REGLA-TIPO EQUAL "ANOS" THEN
                       COMPUTE RESULTADO-NUMVAL
                           = FUNCTION TEST-NUMVAL(REGLA-VALOR)
                       IF REGLA-VALOR NOT EQUAL SPACE
                          AND RESULTADO-NUMVAL EQUAL ZERO THEN
                           COMPUTE ANOS-CONSERVACION
                               = FUNCTION NUMVAL(REGLA-VALOR)
                       END-IF
                   END-IF
           END-READ.
           IF ANOS-CONSERVACION EQUAL ZERO THEN
               DISPLAY "AVISO: EL PLAZO DE conservacion.txt NO PUEDE"
                   " SER CERO, SE APLICAN 6 ANOS."
               MOVE 6 TO ANOS-CONSERVACION
           END-IF.
       CARGAR-BAJAS.
           MOVE ZERO TO NUMERO-BAJAS.
           MOVE ZERO TO BAJAS-SIN-CABIDA.
           MOVE "N" TO FIN-DE-BAJAS.
           OPEN INPUT BAJAS-ARCHIVO.
           PERFORM LEER-BAJA UNTIL FIN-DE-BAJAS EQUAL "S".
           CLOSE BAJAS-ARCHIVO.
           IF BAJAS-SIN-CABIDA > ZERO THEN
               DISPLAY "AVISO: " BAJAS-SIN-CABIDA " EMPLEADOS DE"
                   " bajas.dat NO CABEN EN LA TABLA Y NO SE REVISAN"
                   " EN ESTA PASADA."
           END-IF.
           MOVE 1 TO INDICE-BAJA.
           PERFORM CLASIFICAR-BAJA UNTIL INDICE-BAJA > NUMERO-BAJAS.
       LEER-BAJA.
           READ BAJAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-BAJAS
               NOT AT END
                   PERFORM ANOTAR-BAJA
           END-READ.
       ANOTAR-BAJA.
           MOVE BAJAS-DATOS-EMPLEADO TO BAJEMP-REGISTROS.
           MOVE BAJEMP-ID TO ID-BUSCADO.
           PERFORM LOCALIZAR-BAJA.
           IF FILA-HALLADA EQUAL ZERO THEN
               IF NUMERO-BAJAS < 1000 THEN
                   ADD 1 TO NUMERO-BAJAS
                   MOVE NUMERO-BAJAS TO FILA-HALLADA
                   MOVE BAJEMP-ID TO FILA-ID (FILA-HALLADA)
                   MOVE ZERO TO FILA-FECHA-BAJA (FILA-HALLADA)
                   MOVE "N" TO FILA-PENDIENTE (FILA-HALLADA)
                   MOVE "N" TO FILA-SITUACION (FILA-HALLADA)
                   MOVE SPACE TO FILA-MOTIVO (FILA-HALLADA)
               ELSE
                   ADD 1 TO BAJAS-SIN-CABIDA
               END-IF
           END-IF.
           IF FILA-HALLADA > ZERO THEN
               IF BAJAS-FECHA IS NUMERIC
                  AND BAJAS-FECHA > FILA-FECHA-BAJA (FILA-HALLADA) THEN
                   MOVE BAJAS-FECHA TO FILA-FECHA-BAJA (FILA-HALLADA)
               END-IF
               IF BAJEMP-NOMBRE NOT EQUAL TEXTO-ANONIMO
                  OR BAJEMP-APELLIDOS NOT EQUAL TEXTO-ANONIMO THEN
                   MOVE "S" TO FILA-PENDIENTE (FILA-HALLADA)
               END-IF
           END-IF.
       LOCALIZAR-BAJA.
           MOVE ZERO TO FILA-HALLADA.
           MOVE 1 TO INDICE-BAJA.
           PERFORM COMPARAR-BAJA
               UNTIL INDICE-BAJA > NUMERO-BAJAS
                  OR FILA-HALLADA > ZERO.
       COMPARAR-BAJA.
           IF FILA-ID (INDICE-BAJA) EQUAL ID-BUSCADO THEN
               MOVE INDICE-BAJA TO FILA-HALLADA
           END-IF.
           ADD 1 TO INDICE-BAJA.
       CLASIFICAR-BAJA.
           IF FILA-PENDIENTE (INDICE-BAJA) EQUAL "S"
              AND FILA-FECHA-BAJA (INDICE-BAJA) < FECHA-LIMITE THEN
               MOVE "A" TO FILA-SITUACION (INDICE-BAJA)
           END-IF.
           ADD 1 TO INDICE-BAJA.
       MARCAR-EXCLUSION.
           PERFORM LOCALIZAR-BAJA.
           IF FILA-HALLADA > ZERO THEN
               IF FILA-SITUACION (FILA-HALLADA) EQUAL "A" THEN
                   MOVE "X" TO FILA-SITUACION (FILA-HALLADA)
                   MOVE MOTIVO-EXCLUSION TO FILA-MOTIVO (FILA-HALLADA)
               END-IF
           END-IF.
       COMPROBAR-READMITIDOS.
           OPEN INPUT EMPLEADOS-ARCHIVOS.
           MOVE 1 TO INDICE-BAJA.
           PERFORM COMPROBAR-UN-READMITIDO
               UNTIL INDICE-BAJA > NUMERO-BAJAS.
           CLOSE EMPLEADOS-ARCHIVOS.
       COMPROBAR-UN-READMITIDO.
           IF FILA-SITUACION (INDICE-BAJA) EQUAL "A" THEN
               MOVE FILA-ID (INDICE-BAJA) TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "X" TO FILA-SITUACION (INDICE-BAJA)
                       MOVE "READMITIDO, SIGUE EN PLANTILLA"
                           TO FILA-MOTIVO (INDICE-BAJA)
               END-READ
           END-IF.
           ADD 1 TO INDICE-BAJA.
       COMPROBAR-DESCUENTOS.
           MOVE "N" TO FIN-DE-DESCUENTOS.
           OPEN INPUT DESCUENTOS-ARCHIVO.
           PERFORM LEER-DESCUENTO UNTIL FIN-DE-DESCUENTOS EQUAL "S".
           CLOSE DESCUENTOS-ARCHIVO.
       LEER-DESCUENTO.
           READ DESCUENTOS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-DESCUENTOS
               NOT AT END
                   IF DES-ACTIVO THEN
                       MOVE DES-ID TO ID-BUSCADO
                       MOVE "PRESTAMO, ANTICIPO O EMBARGO PENDIENTE"
                           TO MOTIVO-EXCLUSION
                       PERFORM MARCAR-EXCLUSION
                   END-IF
           END-READ.
       COMPROBAR-FINIQUITOS.
           MOVE "N" TO FIN-DE-LIQUIDACIONES.
           OPEN INPUT LIQUIDACIONES-ARCHIVO.
           PERFORM LEER-LIQUIDACION
               UNTIL FIN-DE-LIQUIDACIONES EQUAL "S".
           CLOSE LIQUIDACIONES-ARCHIVO.
       LEER-LIQUIDACION.
           READ LIQUIDACIONES-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-LIQUIDACIONES
               NOT AT END
                   MOVE LIQ-PERIODO-PAGO TO PERIODO-BUSCADO
                   MOVE PERIODO-BUSCADO TO PER-PERIODO
                   MOVE SPACE TO PER-EMPRESA
                   CALL "PERIODOS" USING DATOS-PERIODO
                   MOVE PER-ESTADO TO ESTADO-PERIODO
                   IF ESTADO-PERIODO NOT EQUAL "C" THEN
                       MOVE LIQ-ID TO ID-BUSCADO
                       MOVE SPACE TO MOTIVO-EXCLUSION
                       STRING "FINIQUITO EN PERIODO NO CERRADO "
                           DELIMITED BY SIZE
                           PERIODO-BUSCADO DELIMITED BY SIZE
                           INTO MOTIVO-EXCLUSION
                       END-STRING
                       PERFORM MARCAR-EXCLUSION
                   END-IF
           END-READ.
       COMPROBAR-PAGOS.
           MOVE "N" TO FIN-DE-PAGOS.
           OPEN INPUT PAGOS-ARCHIVO.
           PERFORM LEER-PAGO UNTIL FIN-DE-PAGOS EQUAL "S".
           CLOSE PAGOS-ARCHIVO.
       LEER-PAGO.
           READ PAGOS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-PAGOS
               NOT AT END
                   IF PAG-DEVUELTO THEN
                       MOVE PAG-ID TO ID-BUSCADO
                       MOVE "TRANSFERENCIA DEVUELTA PENDIENTE DE PAGO"
                           TO MOTIVO-EXCLUSION
                       PERFORM MARCAR-EXCLUSION
                   END-IF
           END-READ.
       COMPROBAR-NOMINAS.
           MOVE "N" TO FIN-DE-NOMINAS.
           OPEN INPUT NOMINAS-ARCHIVO.
           PERFORM LEER-NOMINA UNTIL FIN-DE-NOMINAS EQUAL "S".
           CLOSE NOMINAS-ARCHIVO.
       LEER-NOMINA.
           READ NOMINAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-NOMINAS
               NOT AT END
                   MOVE NOMINAS-ID TO ID-BUSCADO
                   MOVE SPACE TO MOTIVO-EXCLUSION
                   STRING "NOMINAS DEL EJERCICIO NO ARCHIVADO "
                       DELIMITED BY SIZE
                       NOMINAS-PERIODO (1:4) DELIMITED BY SIZE
                       INTO MOTIVO-EXCLUSION
                   END-STRING
                   PERFORM MARCAR-EXCLUSION
           END-READ.
       CONTAR-PROPUESTOS.
           MOVE ZERO TO PROPUESTOS.
           MOVE ZERO TO EXCLUIDOS.
           MOVE 1 TO INDICE-BAJA.
           PERFORM CONTAR-UN-PROPUESTO UNTIL INDICE-BAJA > NUMERO-BAJAS.
       CONTAR-UN-PROPUESTO.
           EVALUATE FILA-SITUACION (INDICE-BAJA)
               WHEN "A"
                   ADD 1 TO PROPUESTOS
               WHEN "X"
                   ADD 1 TO EXCLUIDOS
           END-EVALUATE.
           ADD 1 TO INDICE-BAJA.
       PROPONER-ANONIMIZACION.
           IF EXCLUIDOS > ZERO THEN
               DISPLAY "FUERA DE PLAZO PERO EXCLUIDOS:"
               MOVE 1 TO INDICE-BAJA
               PERFORM MOSTRAR-EXCLUIDO
                   UNTIL INDICE-BAJA > NUMERO-BAJAS
           END-IF.
           IF PROPUESTOS EQUAL ZERO THEN
               DISPLAY "NO HAY ANTIGUOS EMPLEADOS QUE ANONIMIZAR."
           ELSE
               DISPLAY "SE ANONIMIZARAN LOS SIGUIENTES EMPLEADOS:"
               MOVE 1 TO INDICE-BAJA
               PERFORM MOSTRAR-PROPUESTO
                   UNTIL INDICE-BAJA > NUMERO-BAJAS
               DISPLAY "TOTAL A ANONIMIZAR: " PROPUESTOS
                   "  EXCLUIDOS: " EXCLUIDOS
               DISPLAY "NOMBRE, APELLIDOS, EDAD Y DATOS BANCARIOS SE"
                   " SUSTITUYEN SIN COPIA DE SEGURIDAD. NO SE PUEDE"
                   " DESHACER."
               DISPLAY "CONFIRMA LA ANONIMIZACION (S/N)."
               ACCEPT SI-NO
               IF SI-NO EQUAL "s" THEN MOVE "S" TO SI-NO END-IF
               IF SI-NO EQUAL "S" THEN
                   PERFORM APLICAR-ANONIMIZACION
               ELSE
                   DISPLAY "ANONIMIZACION CANCELADA."
               END-IF
           END-IF.
       MOSTRAR-EXCLUIDO.
           IF FILA-SITUACION (INDICE-BAJA) EQUAL "X" THEN
               DISPLAY "  " FILA-ID (INDICE-BAJA) "  BAJA "
                   FILA-FECHA-BAJA (INDICE-BAJA) "  "
                   FILA-MOTIVO (INDICE-BAJA)
           END-IF.
           ADD 1 TO INDICE-BAJA.
       MOSTRAR-PROPUESTO.
           IF FILA-SITUACION (INDICE-BAJA) EQUAL "A" THEN
               DISPLAY "  " FILA-ID (INDICE-BAJA) "  BAJA "
                   FILA-FECHA-BAJA (INDICE-BAJA)
           END-IF.
           ADD 1 TO INDICE-BAJA.
       APLICAR-ANONIMIZACION.
           PERFORM ANONIMIZAR-BAJAS.
           PERFORM ANONIMIZAR-BANCOS.
           PERFORM ANONIMIZAR-PAGOS.
           PERFORM SUPRIMIR-FISCALES.
           PERFORM REGISTRAR-ANONIMIZACION.
           PERFORM IMPRIMIR-LISTADO.
           DISPLAY "bajas.dat     REGISTROS ANONIMIZADOS: "
               BAJAS-ANONIMIZADAS.
           DISPLAY "bancos.txt    CUENTAS ANONIMIZADAS:   "
               CUENTAS-ANONIMIZADAS.
           DISPLAY "pagos.dat     PAGOS ANONIMIZADOS:     "
               PAGOS-ANONIMIZADOS.
           DISPLAY "fiscales.txt  LINEAS SUPRIMIDAS:      "
               FISCALES-SUPRIMIDOS.
           DISPLAY "LISTADO PARA FIRMA EN anonimizacion.txt".
       ANONIMIZAR-BAJAS.
           MOVE ZERO TO BAJAS-ANONIMIZADAS.
           MOVE "N" TO FIN-DE-BAJAS.
           OPEN I-O BAJAS-ARCHIVO.
           PERFORM ANONIMIZAR-UNA-BAJA UNTIL FIN-DE-BAJAS EQUAL "S".
           CLOSE BAJAS-ARCHIVO.
       ANONIMIZAR-UNA-BAJA.
           READ BAJAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-BAJAS
               NOT AT END
                   MOVE BAJAS-DATOS-EMPLEADO TO BAJEMP-REGISTROS
                   MOVE BAJEMP-ID TO ID-BUSCADO
                   PERFORM LOCALIZAR-BAJA
                   IF FILA-HALLADA > ZERO THEN
                       IF FILA-SITUACION (FILA-HALLADA) EQUAL "A" THEN
                           MOVE TEXTO-ANONIMO TO BAJEMP-NOMBRE
                           MOVE TEXTO-ANONIMO TO BAJEMP-APELLIDOS
                           MOVE ZERO TO BAJEMP-EDAD
                           MOVE BAJEMP-REGISTROS
                               TO BAJAS-DATOS-EMPLEADO
                           REWRITE BAJAS-REGISTRO
                           ADD 1 TO BAJAS-ANONIMIZADAS
                       END-IF
                   END-IF
           END-READ.
       ANONIMIZAR-BANCOS.
           MOVE ZERO TO CUENTAS-ANONIMIZADAS.
           MOVE "N" TO FIN-DE-BANCOS.
           OPEN INPUT BANCOS-ARCHIVO.
           OPEN OUTPUT BANCOS-NUEVO.
           PERFORM COPIAR-CUENTA UNTIL FIN-DE-BANCOS EQUAL "S".
           CLOSE BANCOS-ARCHIVO.
           CLOSE BANCOS-NUEVO.
           IF CUENTAS-ANONIMIZADAS > ZERO THEN
               CALL "SYSTEM" USING "mv bancos.tmp bancos.txt"
           ELSE
               CALL "SYSTEM" USING "rm -f bancos.tmp"
           END-IF.
       COPIAR-CUENTA.
           READ BANCOS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-BANCOS
               NOT AT END
                   MOVE SPACE TO ID-LEIDO
                   UNSTRING LINEA-BANCO DELIMITED BY ","
                       INTO ID-LEIDO
                   END-UNSTRING
                   MOVE ID-LEIDO TO ID-BUSCADO
                   PERFORM LOCALIZAR-BAJA
                   MOVE LINEA-BANCO TO LINEA-BANCO-NUEVA
                   IF FILA-HALLADA > ZERO THEN
                       IF FILA-SITUACION (FILA-HALLADA) EQUAL "A" THEN
                           MOVE SPACE TO LINEA-BANCO-NUEVA
                           STRING ID-LEIDO DELIMITED BY SPACE
                               "," DELIMITED BY SIZE
                               TEXTO-ANONIMO DELIMITED BY SIZE
                               "," DELIMITED BY SIZE
                               TEXTO-ANONIMO DELIMITED BY SIZE
                               INTO LINEA-BANCO-NUEVA
                           END-STRING
                           ADD 1 TO CUENTAS-ANONIMIZADAS
                       END-IF
                   END-IF
                   WRITE LINEA-BANCO-NUEVA
           END-READ.
       ANONIMIZAR-PAGOS.
           MOVE ZERO TO PAGOS-ANONIMIZADOS.
           MOVE "N" TO FIN-DE-PAGOS.
           OPEN I-O PAGOS-ARCHIVO.
           PERFORM ANONIMIZAR-UN-PAGO UNTIL FIN-DE-PAGOS EQUAL "S".
           CLOSE PAGOS-ARCHIVO.
       ANONIMIZAR-UN-PAGO.
           READ PAGOS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-PAGOS
               NOT AT END
                   MOVE PAG-ID TO ID-BUSCADO
                   PERFORM LOCALIZAR-BAJA
                   IF FILA-HALLADA > ZERO THEN
                       IF FILA-SITUACION (FILA-HALLADA) EQUAL "A" THEN
                           MOVE TEXTO-ANONIMO TO PAG-IBAN
                           IF PAG-IBAN-REEMISION NOT EQUAL SPACE THEN
                               MOVE TEXTO-ANONIMO TO PAG-IBAN-REEMISION
                           END-IF
                           REWRITE PAG-REGISTRO
                           ADD 1 TO PAGOS-ANONIMIZADOS
                       END-IF
                   END-IF
           END-READ.
       SUPRIMIR-FISCALES.
           MOVE ZERO TO FISCALES-SUPRIMIDOS.
           MOVE "N" TO FIN-DE-FISCALES.
           OPEN INPUT FISCALES-ARCHIVO.
           OPEN OUTPUT FISCALES-NUEVO.
           PERFORM COPIAR-FISCAL UNTIL FIN-DE-FISCALES EQUAL "S".
           CLOSE FISCALES-ARCHIVO.
           CLOSE FISCALES-NUEVO.
           IF FISCALES-SUPRIMIDOS > ZERO THEN
               CALL "SYSTEM" USING "mv fiscales.tmp fiscales.txt"
           ELSE
               CALL "SYSTEM" USING "rm -f fiscales.tmp"
           END-IF.
       COPIAR-FISCAL.
           READ FISCALES-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-FISCALES
               NOT AT END
                   MOVE SPACE TO ID-LEIDO
                   UNSTRING LINEA-FISCAL DELIMITED BY ","
                       INTO ID-LEIDO
                   END-UNSTRING
                   MOVE ID-LEIDO TO ID-BUSCADO
                   PERFORM LOCALIZAR-BAJA
                   MOVE "S" TO SI-NO
                   IF FILA-HALLADA > ZERO THEN
                       IF FILA-SITUACION (FILA-HALLADA) EQUAL "A" THEN
                           MOVE "N" TO SI-NO
                           ADD 1 TO FISCALES-SUPRIMIDOS
                       END-IF
                   END-IF
                   IF SI-NO EQUAL "S" THEN
                       WRITE LINEA-FISCAL-NUEVA FROM LINEA-FISCAL
                   END-IF
           END-READ.
       REGISTRAR-ANONIMIZACION.
           ACCEPT HORA-AHORA FROM TIME.
           OPEN EXTEND AUDITORIA-ARCHIVO.
           MOVE "DATOS ANONIMIZADOS" TO AUD-ACCION.
           MOVE 1 TO INDICE-BAJA.
           PERFORM REGISTRAR-UN-ANONIMIZADO
               UNTIL INDICE-BAJA > NUMERO-BAJAS.
           MOVE SPACE TO AUD-ID.
           MOVE "PURGA ANONIMIZACION" TO AUD-ACCION.
           PERFORM ESCRIBIR-AUDITORIA.
           MOVE SPACE TO AUD-ACCION.
           CLOSE AUDITORIA-ARCHIVO.
       REGISTRAR-UN-ANONIMIZADO.
           IF FILA-SITUACION (INDICE-BAJA) EQUAL "A" THEN
               MOVE FILA-ID (INDICE-BAJA) TO AUD-ID
               PERFORM ESCRIBIR-AUDITORIA
           END-IF.
           ADD 1 TO INDICE-BAJA.
       ESCRIBIR-AUDITORIA.
           MOVE OPERADOR-ID TO AUD-OPERADOR.
           MOVE FECHA-HOY TO AUD-FECHA.
           MOVE HORA-AHORA TO AUD-HORA.
           WRITE LINEA-AUDITORIA FROM LINEA-AUDITORIA-DETALLE.
       IMPRIMIR-LISTADO.
           OPEN OUTPUT LISTADO-ARCHIVO.
           MOVE FECHA-HOY TO TIT-FECHA.
           WRITE LINEA-LISTADO FROM LINEA-SEPARADOR.
           WRITE LINEA-LISTADO FROM LINEA-TITULO.
           MOVE ANOS-CONSERVACION TO CRI-ANOS.
           MOVE FECHA-LIMITE TO CRI-LIMITE.
           WRITE LINEA-LISTADO FROM LINEA-CRITERIO.
           WRITE LINEA-LISTADO FROM LINEA-SEPARADOR.
           MOVE "EMPLEADOS ANONIMIZADOS (SE CONSERVAN ID E IMPORTES)"
               TO LINEA-SECCION.
           WRITE LINEA-LISTADO FROM LINEA-SECCION.
           WRITE LINEA-LISTADO FROM LINEA-CABECERA.
           WRITE LINEA-LISTADO FROM LINEA-RAYA.
           MOVE 1 TO INDICE-BAJA.
           PERFORM LISTAR-ANONIMIZADO UNTIL INDICE-BAJA > NUMERO-BAJAS.
           WRITE LINEA-LISTADO FROM SPACE.
           MOVE "EXCLUIDOS AUNQUE HAN SUPERADO EL PLAZO"
               TO LINEA-SECCION.
           WRITE LINEA-LISTADO FROM LINEA-SECCION.
           WRITE LINEA-LISTADO FROM LINEA-CABECERA.
           WRITE LINEA-LISTADO FROM LINEA-RAYA.
           MOVE 1 TO INDICE-BAJA.
           PERFORM LISTAR-EXCLUIDO UNTIL INDICE-BAJA > NUMERO-BAJAS.
           WRITE LINEA-LISTADO FROM LINEA-RAYA.
           MOVE "EMPLEADOS ANONIMIZADOS:" TO TOT-CONCEPTO.
           MOVE PROPUESTOS TO TOT-VALOR.
           WRITE LINEA-LISTADO FROM LINEA-TOTAL.
           MOVE "EMPLEADOS EXCLUIDOS:" TO TOT-CONCEPTO.
           MOVE EXCLUIDOS TO TOT-VALOR.
           WRITE LINEA-LISTADO FROM LINEA-TOTAL.
           MOVE "REGISTROS DE bajas.dat ANONIMIZADOS:" TO TOT-CONCEPTO.
           MOVE BAJAS-ANONIMIZADAS TO TOT-VALOR.
           WRITE LINEA-LISTADO FROM LINEA-TOTAL.
           MOVE "LINEAS DE bancos.txt ANONIMIZADAS:" TO TOT-CONCEPTO.
           MOVE CUENTAS-ANONIMIZADAS TO TOT-VALOR.
           WRITE LINEA-LISTADO FROM LINEA-TOTAL.
           MOVE "REGISTROS DE pagos.dat ANONIMIZADOS:" TO TOT-CONCEPTO.
           MOVE PAGOS-ANONIMIZADOS TO TOT-VALOR.
           WRITE LINEA-LISTADO FROM LINEA-TOTAL.
           MOVE "LINEAS DE fiscales.txt SUPRIMIDAS:" TO TOT-CONCEPTO.
           MOVE FISCALES-SUPRIMIDOS TO TOT-VALOR.
           WRITE LINEA-LISTADO FROM LINEA-TOTAL.
           WRITE LINEA-LISTADO FROM LINEA-RAYA.
           WRITE LINEA-LISTADO FROM SPACE.
           MOVE OPERADOR-ID TO CON-OPERADOR.
           WRITE LINEA-LISTADO FROM LINEA-CONFORME.
           WRITE LINEA-LISTADO FROM SPACE.
           WRITE LINEA-LISTADO FROM SPACE.
           WRITE LINEA-LISTADO FROM LINEA-FIRMAS.
           WRITE LINEA-LISTADO FROM SPACE.
           WRITE LINEA-LISTADO FROM SPACE.
           WRITE LINEA-LISTADO FROM LINEA-SEPARADOR.
           CLOSE LISTADO-ARCHIVO.
       LISTAR-ANONIMIZADO.
           IF FILA-SITUACION (INDICE-BAJA) EQUAL "A" THEN
               MOVE FILA-ID (INDICE-BAJA) TO DET-ID
               MOVE FILA-FECHA-BAJA (INDICE-BAJA) TO DET-FECHA
               MOVE SPACE TO DET-MOTIVO
               WRITE LINEA-LISTADO FROM LINEA-DETALLE
           END-IF.
           ADD 1 TO INDICE-BAJA.
       LISTAR-EXCLUIDO.
           IF FILA-SITUACION (INDICE-BAJA) EQUAL "X" THEN
               MOVE FILA-ID (INDICE-BAJA) TO DET-ID
               MOVE FILA-FECHA-BAJA (INDICE-BAJA) TO DET-FECHA
               MOVE FILA-MOTIVO (INDICE-BAJA) TO DET-MOTIVO
               WRITE LINEA-LISTADO FROM LINEA-DETALLE
           END-IF.
           ADD 1 TO INDICE-BAJA.
       END PROGRAM ANONIMIZAR.
