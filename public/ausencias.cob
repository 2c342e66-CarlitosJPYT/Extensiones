       SELECT OPTIONAL AUSENCIAS-ARCHIVO
       ASSIGN TO "ausencias.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL SOLICITUDES-ARCHIVO
       ASSIGN TO "solicitudes.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT INFORME-ARCHIVO
       ASSIGN TO "informe-ausencias.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
               02 AUS-FECHA-INICIO PIC 9(8).
               02 AUS-FECHA-FIN PIC 9(8).
               02 AUS-DIAS PIC 9(3).
       FD SOLICITUDES-ARCHIVO.
           COPY "solicitud.cob".
       FD AUDITORIA-ARCHIVO.
           01 LINEA-AUDITORIA PIC X(80).
       FD INFORME-ARCHIVO.
           01 LINEA-INFORME PIC X(120).
       FD FESTIVOS-ARCHIVO.
           88 OPCION-SALDO     VALUE 2.
           88 OPCION-INFORME   VALUE 3.
           88 OPCION-FESTIVOS  VALUE 4.
           88 OPCION-APROBAR   VALUE 5.
           88 OPCION-SALIR     VALUE 6.
       01 DIAS-VACACIONES-ANUALES PIC 99 VALUE 22.
       01 ENTRY-OK PIC X VALUE "N".
       01 SI-NO PIC X.
       01 DIAS-DISFRUTADOS PIC 9(3) VALUE ZERO.
       01 SALDO-VACACIONES PIC S9(3) VALUE ZERO.
       01 SALDO-MOSTRAR PIC -ZZ9.
       01 ANO-SALDO PIC 9(4) VALUE ZERO.
       01 DIAS-PENDIENTES PIC 9(3) VALUE ZERO.
       01 SALDO-DISPONIBLE PIC S9(3) VALUE ZERO.
       01 FIN-DE-SOLICITUDES PIC X VALUE "N".
       01 ULTIMA-SOLICITUD PIC 9(6) VALUE ZERO.
       01 NUMERO-PENDIENTES PIC 9(3) VALUE ZERO.
       01 TABLA-PENDIENTES.
           02 PENDIENTE-FILA OCCURS 200 TIMES.
               03 FILA-NUMERO PIC 9(6).
               03 FILA-ID PIC X(6).
               03 FILA-NOMBRE PIC X(25).
               03 FILA-DEPARTAMENTO PIC X(4).
               03 FILA-TIPO PIC X.
               03 FILA-INICIO PIC 9(8).
               03 FILA-FIN PIC 9(8).
               03 FILA-DIAS PIC 9(3).
               03 FILA-OPERADOR PIC X(10).
               03 FILA-FECHA PIC 9(8).
       01 INDICE-PENDIENTE PIC 9(3) VALUE ZERO.
       01 INDICE-OTRA PIC 9(3) VALUE ZERO.
       01 SOLAPES-MOSTRADOS PIC 9(3) VALUE ZERO.
       01 COLA-TERMINADA PIC X VALUE "N".
       01 SOLICITUD-HALLADA PIC X VALUE "N".
       01 DECISION PIC X.
           88 DECISION-APROBAR  VALUE "A".
           88 DECISION-RECHAZAR VALUE "R".
           88 DECISION-SALTAR   VALUE "S".
           88 DECISION-TERMINAR VALUE "F".
       01 MOTIVO-RECHAZO PIC X(30).
       01 ESTADO-DECIDIDO PIC X.
       01 FECHA-AUDITORIA PIC 9(8).
       01 HORA-AUDITORIA PIC 9(8).
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
       01 ANO-ACTUAL PIC 9(4) VALUE ZERO.
       01 FECHA-HOY PIC 9(8).
       01 FECHA-HOY-DESGLOSE REDEFINES FECHA-HOY.
       01 LINEA-TOTAL.
           02 FILLER PIC X(22) VALUE "AUSENCIAS LISTADAS:   ".
           02 TOT-AUSENCIAS PIC ZZZZ9.
       LINKAGE SECTION.
           COPY "operador.cob".
       PROCEDURE DIVISION USING OPERADOR-ACTUAL.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           MOVE ZERO TO OPCION-MENU.
           GOBACK.
       MENU-AUSENCIAS.
           DISPLAY "GESTION DE AUSENCIAS, ELIGE UNA OPCION:".
           DISPLAY "1. SOLICITAR AUSENCIA".
           DISPLAY "2. CONSULTAR SALDO DE VACACIONES".
           DISPLAY "3. INFORME POR DEPARTAMENTO Y FECHAS".
           DISPLAY "4. MANTENIMIENTO DEL CALENDARIO DE FESTIVOS".
           IF ES-SUPERVISOR THEN
               DISPLAY "5. APROBAR SOLICITUDES PENDIENTES"
           END-IF.
           DISPLAY "6. SALIR".
           ACCEPT OPCION-MENU.
           EVALUATE TRUE
               WHEN OPCION-REGISTRAR
                   PERFORM INFORME-DEPARTAMENTO
               WHEN OPCION-FESTIVOS
                   PERFORM MANTENER-FESTIVOS
               WHEN OPCION-APROBAR AND ES-SUPERVISOR
                   PERFORM APROBAR-SOLICITUDES
               WHEN OPCION-APROBAR
                   DISPLAY "OPCION RESERVADA A SUPERVISORES."
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
               DISPLAY "EMPLEADO: " EMPLEADOS-NOMBRE
               PERFORM PEDIR-DATOS-AUSENCIA
               IF ENTRY-OK EQUAL "S" THEN
                   PERFORM GRABAR-SOLICITUD
               END-IF
           END-IF.
       PEDIR-DATOS-AUSENCIA.
                   PERFORM CONTAR-DIAS-LABORABLES
                   DISPLAY "DIAS LABORABLES DE AUSENCIA: "
                       DIAS-AUSENCIA
               END-IF
           END-IF.
           IF ENTRY-OK EQUAL "S" AND TIPO-VACACIONES THEN
               MOVE FECHA-INICIO (1:4) TO ANO-SALDO
               PERFORM CALCULAR-SALDO-ANO
               COMPUTE SALDO-DISPONIBLE = DIAS-VACACIONES-ANUALES
                   - DIAS-DISFRUTADOS - DIAS-PENDIENTES
               IF DIAS-AUSENCIA > SALDO-DISPONIBLE THEN
                   MOVE SALDO-DISPONIBLE TO SALDO-MOSTRAR
                   DISPLAY "ERROR: SALDO DE VACACIONES INSUFICIENTE"
                       " EN " ANO-SALDO ", DISPONIBLE: " SALDO-MOSTRAR
                       " (DESCONTADAS LAS SOLICITUDES PENDIENTES)."
                   MOVE "N" TO ENTRY-OK
               END-IF
           END-IF.
           IF ENTRY-OK EQUAL "S" THEN
               DISPLAY "CONFIRMA LA SOLICITUD (S/N)."
               ACCEPT SI-NO
               IF SI-NO EQUAL "s" THEN MOVE "S" TO SI-NO END-IF
               IF SI-NO NOT EQUAL "S" THEN
                   DISPLAY "SOLICITUD CANCELADA."
                   MOVE "N" TO ENTRY-OK
               END-IF
           END-IF.
       PEDIR-FECHA.
                   MOVE "N" TO ENTRY-OK
               END-IF
           END-IF.
       GRABAR-SOLICITUD.
           PERFORM BUSCAR-ULTIMA-SOLICITUD.
           OPEN EXTEND SOLICITUDES-ARCHIVO.
           MOVE SPACE TO SOL-REGISTRO.
           ADD 1 TO ULTIMA-SOLICITUD.
           MOVE ULTIMA-SOLICITUD TO SOL-NUMERO.
           MOVE CONSULTA-ID TO SOL-ID.
           MOVE TIPO-AUSENCIA TO SOL-TIPO.
           MOVE FECHA-INICIO TO SOL-FECHA-INICIO.
           MOVE FECHA-FIN TO SOL-FECHA-FIN.
           MOVE DIAS-AUSENCIA TO SOL-DIAS.
           MOVE "P" TO SOL-ESTADO.
           MOVE FECHA-HOY TO SOL-FECHA-SOLICITUD.
           MOVE OPERADOR-ID TO SOL-OPERADOR.
           MOVE ZERO TO SOL-FECHA-RESOLUCION.
           WRITE SOL-REGISTRO.
           CLOSE SOLICITUDES-ARCHIVO.
           DISPLAY "SOLICITUD " ULTIMA-SOLICITUD " REGISTRADA,"
               " PENDIENTE DE APROBACION.".
       BUSCAR-ULTIMA-SOLICITUD.
           MOVE ZERO TO ULTIMA-SOLICITUD.
           MOVE "N" TO FIN-DE-SOLICITUDES.
           OPEN INPUT SOLICITUDES-ARCHIVO.
           PERFORM LEER-NUMERO-SOLICITUD
               UNTIL FIN-DE-SOLICITUDES EQUAL "S".
           CLOSE SOLICITUDES-ARCHIVO.
       LEER-NUMERO-SOLICITUD.
           READ SOLICITUDES-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-SOLICITUDES
               NOT AT END
                   IF SOL-NUMERO > ULTIMA-SOLICITUD THEN
                       MOVE SOL-NUMERO TO ULTIMA-SOLICITUD
                   END-IF
           END-READ.
       GRABAR-AUSENCIA.
           OPEN EXTEND AUSENCIAS-ARCHIVO.
           MOVE CONSULTA-ID TO AUS-ID.
           IF EMPLEADO-ENCONTRADO NOT EQUAL "S" THEN
               DISPLAY "NO SE HA ENCONTRADO ESE ID."
           ELSE
               MOVE ANO-ACTUAL TO ANO-SALDO
               PERFORM CALCULAR-SALDO-ANO
               COMPUTE SALDO-VACACIONES
                   = DIAS-VACACIONES-ANUALES - DIAS-DISFRUTADOS
               MOVE SALDO-VACACIONES TO SALDO-MOSTRAR
               DISPLAY "VACACIONES DISFRUTADAS EN " ANO-ACTUAL ": "
                   DIAS-DISFRUTADOS
               DISPLAY "SALDO DE VACACIONES: " SALDO-MOSTRAR
               IF DIAS-PENDIENTES > ZERO THEN
                   DISPLAY "SOLICITADAS PENDIENTES DE APROBAR: "
                       DIAS-PENDIENTES
               END-IF
           END-IF.
       CALCULAR-SALDO-ANO.
           MOVE ZERO TO DIAS-DISFRUTADOS.
           MOVE "N" TO FIN-DE-AUSENCIAS.
           OPEN INPUT AUSENCIAS-ARCHIVO.
           PERFORM SUMAR-VACACIONES
               UNTIL FIN-DE-AUSENCIAS EQUAL "S".
           CLOSE AUSENCIAS-ARCHIVO.
           MOVE ZERO TO DIAS-PENDIENTES.
           MOVE "N" TO FIN-DE-SOLICITUDES.
           OPEN INPUT SOLICITUDES-ARCHIVO.
           PERFORM SUMAR-VACACIONES-PENDIENTES
               UNTIL FIN-DE-SOLICITUDES EQUAL "S".
           CLOSE SOLICITUDES-ARCHIVO.
       SUMAR-VACACIONES-PENDIENTES.
           READ SOLICITUDES-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-SOLICITUDES
               NOT AT END
                   IF SOL-ID EQUAL CONSULTA-ID
                      AND SOL-TIPO EQUAL "V"
                      AND SOL-PENDIENTE
                      AND SOL-FECHA-INICIO (1:4) EQUAL ANO-SALDO
                       ADD SOL-DIAS TO DIAS-PENDIENTES
                   END-IF
           END-READ.
       SUMAR-VACACIONES.
           READ AUSENCIAS-ARCHIVO
               AT END
               NOT AT END
                   IF AUS-ID EQUAL CONSULTA-ID
                      AND AUS-TIPO EQUAL "V"
                      AND AUS-FECHA-INICIO (1:4) EQUAL ANO-SALDO
                       ADD AUS-DIAS TO DIAS-DISFRUTADOS
                   END-IF
           END-READ.
           MOVE AUS-DIAS TO DET-DIAS.
           WRITE LINEA-INFORME FROM LINEA-DETALLE.
           ADD 1 TO AUSENCIAS-LISTADAS.
       APROBAR-SOLICITUDES.
           PERFORM CARGAR-PENDIENTES.
           IF NUMERO-PENDIENTES EQUAL ZERO THEN
               DISPLAY "NO HAY SOLICITUDES PENDIENTES."
           ELSE
               DISPLAY "SOLICITUDES PENDIENTES: " NUMERO-PENDIENTES
               MOVE "N" TO COLA-TERMINADA
               MOVE 1 TO INDICE-PENDIENTE
               PERFORM REVISAR-SOLICITUD
                   UNTIL INDICE-PENDIENTE > NUMERO-PENDIENTES
                      OR COLA-TERMINADA EQUAL "S"
           END-IF.
       CARGAR-PENDIENTES.
           MOVE ZERO TO NUMERO-PENDIENTES.
           MOVE "N" TO FIN-DE-SOLICITUDES.
           OPEN INPUT SOLICITUDES-ARCHIVO.
           OPEN INPUT EMPLEADOS-ARCHIVOS.
           PERFORM LEER-SOLICITUD-PENDIENTE
               UNTIL FIN-DE-SOLICITUDES EQUAL "S".
           CLOSE SOLICITUDES-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVOS.
       LEER-SOLICITUD-PENDIENTE.
           READ SOLICITUDES-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-SOLICITUDES
               NOT AT END
                   IF SOL-PENDIENTE THEN
                       PERFORM CARGAR-UNA-PENDIENTE
                   END-IF
           END-READ.
       CARGAR-UNA-PENDIENTE.
           IF NUMERO-PENDIENTES < 200 THEN
               ADD 1 TO NUMERO-PENDIENTES
               MOVE SOL-NUMERO TO FILA-NUMERO (NUMERO-PENDIENTES)
               MOVE SOL-ID TO FILA-ID (NUMERO-PENDIENTES)
               MOVE SOL-TIPO TO FILA-TIPO (NUMERO-PENDIENTES)
               MOVE SOL-FECHA-INICIO TO FILA-INICIO (NUMERO-PENDIENTES)
               MOVE SOL-FECHA-FIN TO FILA-FIN (NUMERO-PENDIENTES)
               MOVE SOL-DIAS TO FILA-DIAS (NUMERO-PENDIENTES)
               MOVE SOL-OPERADOR TO FILA-OPERADOR (NUMERO-PENDIENTES)
               MOVE SOL-FECHA-SOLICITUD
                   TO FILA-FECHA (NUMERO-PENDIENTES)
               MOVE SOL-ID TO EMPLEADOS-ID
               READ EMPLEADOS-ARCHIVOS
                   INVALID KEY
                       MOVE "SIN DATOS"
                           TO FILA-NOMBRE (NUMERO-PENDIENTES)
                       MOVE "????"
                           TO FILA-DEPARTAMENTO (NUMERO-PENDIENTES)
                   NOT INVALID KEY
                       MOVE EMPLEADOS-NOMBRE
                           TO FILA-NOMBRE (NUMERO-PENDIENTES)
                       MOVE EMPLEADOS-DEPARTAMENTO (1:4)
                           TO FILA-DEPARTAMENTO (NUMERO-PENDIENTES)
               END-READ
           END-IF.
       REVISAR-SOLICITUD.
           DISPLAY " ".
           DISPLAY "SOLICITUD " FILA-NUMERO (INDICE-PENDIENTE)
               "  EMPLEADO " FILA-ID (INDICE-PENDIENTE) " "
               FILA-NOMBRE (INDICE-PENDIENTE).
           DISPLAY "TIPO: " FILA-TIPO (INDICE-PENDIENTE)
               "  DEL " FILA-INICIO (INDICE-PENDIENTE)
               " AL " FILA-FIN (INDICE-PENDIENTE)
               "  DIAS LABORABLES: " FILA-DIAS (INDICE-PENDIENTE).
           DISPLAY "SOLICITADA POR " FILA-OPERADOR (INDICE-PENDIENTE)
               " EL " FILA-FECHA (INDICE-PENDIENTE).
           MOVE FILA-ID (INDICE-PENDIENTE) TO CONSULTA-ID.
           MOVE FILA-INICIO (INDICE-PENDIENTE) (1:4) TO ANO-SALDO.
           PERFORM CALCULAR-SALDO-ANO.
           COMPUTE SALDO-VACACIONES
               = DIAS-VACACIONES-ANUALES - DIAS-DISFRUTADOS.
           MOVE SALDO-VACACIONES TO SALDO-MOSTRAR.
           DISPLAY "SALDO DE VACACIONES " ANO-SALDO ": "
               SALDO-MOSTRAR "  (SOLICITADAS PENDIENTES: "
               DIAS-PENDIENTES ")".
           PERFORM MOSTRAR-SOLAPES.
           PERFORM PEDIR-DECISION.
           ADD 1 TO INDICE-PENDIENTE.
       MOSTRAR-SOLAPES.
           MOVE ZERO TO SOLAPES-MOSTRADOS.
           DISPLAY "AUSENCIAS SOLAPADAS EN EL DEPARTAMENTO "
               FILA-DEPARTAMENTO (INDICE-PENDIENTE) ":".
           MOVE "N" TO FIN-DE-AUSENCIAS.
           OPEN INPUT AUSENCIAS-ARCHIVO.
           OPEN INPUT EMPLEADOS-ARCHIVOS.
           PERFORM BUSCAR-SOLAPE-APROBADO
               UNTIL FIN-DE-AUSENCIAS EQUAL "S".
           CLOSE AUSENCIAS-ARCHIVO.
           CLOSE EMPLEADOS-ARCHIVOS.
           MOVE 1 TO INDICE-OTRA.
           PERFORM BUSCAR-SOLAPE-PENDIENTE
               UNTIL INDICE-OTRA > NUMERO-PENDIENTES.
           IF SOLAPES-MOSTRADOS EQUAL ZERO THEN
               DISPLAY "  NINGUNA."
           END-IF.
       BUSCAR-SOLAPE-APROBADO.
           READ AUSENCIAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-AUSENCIAS
               NOT AT END
                   IF AUS-FECHA-INICIO NOT > FILA-FIN (INDICE-PENDIENTE)
                      AND AUS-FECHA-FIN
                          NOT < FILA-INICIO (INDICE-PENDIENTE) THEN
                       PERFORM COMPROBAR-SOLAPE-APROBADO
                   END-IF
           END-READ.
       COMPROBAR-SOLAPE-APROBADO.
           MOVE AUS-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EMPLEADOS-DEPARTAMENTO (1:4)
                      EQUAL FILA-DEPARTAMENTO (INDICE-PENDIENTE) THEN
                       ADD 1 TO SOLAPES-MOSTRADOS
                       DISPLAY "  APROBADA   " AUS-ID " "
                           EMPLEADOS-NOMBRE " " AUS-TIPO " "
                           AUS-FECHA-INICIO " - " AUS-FECHA-FIN
                   END-IF
           END-READ.
       BUSCAR-SOLAPE-PENDIENTE.
           IF INDICE-OTRA NOT EQUAL INDICE-PENDIENTE
              AND FILA-NUMERO (INDICE-OTRA) NOT EQUAL ZERO
              AND FILA-DEPARTAMENTO (INDICE-OTRA)
                  EQUAL FILA-DEPARTAMENTO (INDICE-PENDIENTE)
              AND FILA-INICIO (INDICE-OTRA)
                  NOT > FILA-FIN (INDICE-PENDIENTE)
              AND FILA-FIN (INDICE-OTRA)
                  NOT < FILA-INICIO (INDICE-PENDIENTE) THEN
               ADD 1 TO SOLAPES-MOSTRADOS
               DISPLAY "  PENDIENTE  " FILA-ID (INDICE-OTRA) " "
                   FILA-NOMBRE (INDICE-OTRA) " "
                   FILA-TIPO (INDICE-OTRA) " "
                   FILA-INICIO (INDICE-OTRA) " - "
                   FILA-FIN (INDICE-OTRA)
           END-IF.
           ADD 1 TO INDICE-OTRA.
       PEDIR-DECISION.
           DISPLAY "DECISION: A=APROBAR, R=RECHAZAR, S=SALTAR,"
               " F=TERMINAR.".
           ACCEPT DECISION.
           IF DECISION EQUAL "a" THEN MOVE "A" TO DECISION END-IF.
           IF DECISION EQUAL "r" THEN MOVE "R" TO DECISION END-IF.
           IF DECISION EQUAL "f" THEN MOVE "F" TO DECISION END-IF.
           EVALUATE TRUE
               WHEN DECISION-APROBAR
                   IF FILA-TIPO (INDICE-PENDIENTE) EQUAL "V"
                      AND FILA-DIAS (INDICE-PENDIENTE)
                          > SALDO-VACACIONES THEN
                       DISPLAY "ERROR: SALDO DE VACACIONES"
                           " INSUFICIENTE, SOLO SE PUEDE RECHAZAR."
                   ELSE
                       MOVE "A" TO ESTADO-DECIDIDO
                       MOVE SPACE TO MOTIVO-RECHAZO
                       PERFORM RESOLVER-SOLICITUD
                   END-IF
               WHEN DECISION-RECHAZAR
                   DISPLAY "MOTIVO DEL RECHAZO."
                   ACCEPT MOTIVO-RECHAZO
                   MOVE "R" TO ESTADO-DECIDIDO
                   PERFORM RESOLVER-SOLICITUD
               WHEN DECISION-TERMINAR
                   MOVE "S" TO COLA-TERMINADA
               WHEN OTHER
                   DISPLAY "SOLICITUD SIN RESOLVER."
           END-EVALUATE.
       RESOLVER-SOLICITUD.
           MOVE "N" TO SOLICITUD-HALLADA.
           MOVE "N" TO FIN-DE-SOLICITUDES.
           OPEN I-O SOLICITUDES-ARCHIVO.
           PERFORM BUSCAR-SOLICITUD-ELEGIDA
               UNTIL FIN-DE-SOLICITUDES EQUAL "S".
           CLOSE SOLICITUDES-ARCHIVO.
           IF SOLICITUD-HALLADA NOT EQUAL "S" THEN
               DISPLAY "ERROR: LA SOLICITUD YA NO ESTA PENDIENTE."
           ELSE
               MOVE ZERO TO FILA-NUMERO (INDICE-PENDIENTE)
               IF ESTADO-DECIDIDO EQUAL "A" THEN
                   MOVE FILA-ID (INDICE-PENDIENTE) TO CONSULTA-ID
                   MOVE FILA-TIPO (INDICE-PENDIENTE) TO TIPO-AUSENCIA
                   MOVE FILA-INICIO (INDICE-PENDIENTE) TO FECHA-INICIO
                   MOVE FILA-FIN (INDICE-PENDIENTE) TO FECHA-FIN
                   MOVE FILA-DIAS (INDICE-PENDIENTE) TO DIAS-AUSENCIA
                   PERFORM GRABAR-AUSENCIA
                   MOVE "AUSENCIA APROBADA" TO AUD-ACCION
               ELSE
                   DISPLAY "SOLICITUD RECHAZADA."
                   MOVE "AUSENCIA RECHAZADA" TO AUD-ACCION
               END-IF
               PERFORM REGISTRAR-AUDITORIA
           END-IF.
       BUSCAR-SOLICITUD-ELEGIDA.
           READ SOLICITUDES-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-SOLICITUDES
               NOT AT END
                   IF SOL-NUMERO EQUAL FILA-NUMERO (INDICE-PENDIENTE)
                      AND SOL-PENDIENTE THEN
                       MOVE ESTADO-DECIDIDO TO SOL-ESTADO
                       MOVE FECHA-HOY TO SOL-FECHA-RESOLUCION
                       MOVE OPERADOR-ID TO SOL-SUPERVISOR
                       MOVE MOTIVO-RECHAZO TO SOL-MOTIVO-RECHAZO
                       REWRITE SOL-REGISTRO
                       MOVE "S" TO SOLICITUD-HALLADA
                       MOVE "S" TO FIN-DE-SOLICITUDES
                   END-IF
           END-READ.
       REGISTRAR-AUDITORIA.
           ACCEPT FECHA-AUDITORIA FROM DATE YYYYMMDD.
           ACCEPT HORA-AUDITORIA FROM TIME.
           MOVE OPERADOR-ID TO AUD-OPERADOR.
           MOVE FECHA-AUDITORIA TO AUD-FECHA.
           MOVE HORA-AUDITORIA TO AUD-HORA.
           MOVE FILA-ID (INDICE-PENDIENTE) TO AUD-ID.
           OPEN EXTEND AUDITORIA-ARCHIVO.
           WRITE LINEA-AUDITORIA FROM LINEA-AUDITORIA-DETALLE.
           CLOSE AUDITORIA-ARCHIVO.
       CONTAR-DIAS-LABORABLES.
           MOVE ZERO TO DIAS-AUSENCIA.
           MOVE ENTERO-INICIO TO ENTERO-DIA.
