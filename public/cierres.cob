       SELECT NOMINAS-NUEVO
       ASSIGN TO "nominas.tmp"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL LIQUIDACIONES-ARCHIVO
       ASSIGN TO "finiquitos.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT LIQUIDACIONES-NUEVO
       ASSIGN TO "finiquitos.tmp"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL DESCUENTOS-ARCHIVO
       ASSIGN TO "descuentos.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL MOVIMIENTOS-DESCUENTOS
       ASSIGN TO "movdescuentos.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT MOVIMIENTOS-NUEVO
       ASSIGN TO "movdescuentos.tmp"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL COTIZACIONES-ARCHIVO
       ASSIGN TO "cotizaciones.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT COTIZACIONES-NUEVO
       ASSIGN TO "cotizaciones.tmp"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL VARIACIONES-CONTROL
       ASSIGN TO "variaciones.ctl"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL OPERADORES-ARCHIVO
       ASSIGN TO "operadores.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
           COPY "pago.cob".
       FD NOMINAS-NUEVO.
           COPY "pago.cob" REPLACING LEADING ==NOMINAS== BY ==NOMNUE==.
       FD LIQUIDACIONES-ARCHIVO.
           COPY "liquidacion.cob".
       FD LIQUIDACIONES-NUEVO.
           COPY "liquidacion.cob"
               REPLACING LEADING ==LIQ== BY ==LIQNUE==.
       FD DESCUENTOS-ARCHIVO.
           COPY "descuento.cob".
       FD MOVIMIENTOS-DESCUENTOS.
           COPY "movdescuento.cob".
       FD MOVIMIENTOS-NUEVO.
           COPY "movdescuento.cob"
               REPLACING LEADING ==MOV== BY ==MOVNUE==.
       FD COTIZACIONES-ARCHIVO.
           COPY "cotizacion.cob".
       FD COTIZACIONES-NUEVO.
           COPY "cotizacion.cob"
               REPLACING LEADING ==COT== BY ==COTNUE==.
       FD VARIACIONES-CONTROL.
           01 LINEA-VARIACION PIC X(80).
       FD OPERADORES-ARCHIVO.
           01 LINEA-OPERADOR PIC X(40).
       WORKING-STORAGE SECTION.
           88 OPCION-LISTAR VALUE 1.
           88 OPCION-CERRAR VALUE 2.
           88 OPCION-ANULAR VALUE 3.
           88 OPCION-CONFORMAR VALUE 4.
           88 OPCION-SALIR  VALUE 5.
           COPY "operador.cob".
       01 ENTRADA-OPERADOR PIC X(10).
       01 ENTRADA-CLAVE PIC X(10).
       01 SI-NO PIC X.
       01 FIN-DE-PERIODOS PIC X VALUE "N".
       01 FIN-DE-NOMINAS PIC X VALUE "N".
       01 FIN-DE-LIQUIDACIONES PIC X VALUE "N".
       01 LIQUIDACIONES-ANULADAS PIC 9(5) VALUE ZERO.
       01 FIN-DE-MOVIMIENTOS PIC X VALUE "N".
       01 FIN-DE-DESCUENTOS PIC X VALUE "N".
       01 DESCUENTO-HALLADO PIC X VALUE "N".
       01 MOVIMIENTOS-ANULADOS PIC 9(5) VALUE ZERO.
       01 FIN-DE-COTIZACIONES PIC X VALUE "N".
       01 COTIZACIONES-ANULADAS PIC 9(5) VALUE ZERO.
       01 FIN-DE-VARIACIONES PIC X VALUE "N".
       01 VARIACIONES-AL-DIA PIC X VALUE "N".
       01 PERIODO-VARIACION PIC X(6).
       01 ESTADO-VARIACION PIC X.
       01 FECHA-VARIACION PIC X(8).
       01 OPERADOR-VARIACION PIC X(10).
       01 CUENTA-VARIACION PIC X(5).
       01 NETO-VARIACION PIC X(13).
       01 ESTADO-INFORME PIC X VALUE SPACE.
           88 INFORME-GENERADO VALUE "G".
           88 INFORME-CONFORMADO VALUE "V".
       01 CUENTA-INFORME PIC X(5).
       01 NETO-INFORME PIC X(13).
       01 CUENTA-CSV PIC 9(5).
       01 PERIODO-ELEGIDO PIC X(6).
       01 PERIODO-VALIDO PIC X VALUE "N".
       01 ESTADO-LEIDO PIC X.
       01 ESTADO-PERIODO PIC X VALUE SPACE.
       01 EMPRESA-ELEGIDA PIC X(4) VALUE SPACE.
       01 EMPRESA-VALIDA PIC X VALUE "N".
       01 EMPRESA-TOTALIZADA PIC X(4) VALUE SPACE.
       01 NUMERO-IDS-EMPRESA PIC 9(4) VALUE ZERO.
       01 TABLA-IDS-EMPRESA.
           02 ID-EMPRESA PIC X(6) OCCURS 1000 TIMES.
       01 INDICE-ID PIC 9(4) VALUE ZERO.
       01 ID-BUSCADO PIC X(6).
       01 ID-DE-LA-EMPRESA PIC X VALUE "N".
       01 IDS-DESBORDADOS PIC X VALUE "N".
           COPY "empresa.cob".
           COPY "periodo.cob".
       01 FECHA-HOY PIC 9(8).
       01 NOMINAS-PERIODO-CUENTA PIC 9(5) VALUE ZERO.
       01 NOMINAS-CONSERVADAS PIC 9(5) VALUE ZERO.
           DISPLAY "2. CERRAR UN PERIODO PAGADO".
           IF ES-SUPERVISOR THEN
               DISPLAY "3. ANULAR UN PERIODO PARA REPAGO"
               DISPLAY "4. DAR CONFORMIDAD AL INFORME DE VARIACIONES"
           END-IF.
           DISPLAY "5. SALIR".
           ACCEPT OPCION-MENU.
           EVALUATE TRUE
               WHEN OPCION-LISTAR
                   PERFORM CERRAR-PERIODO
               WHEN OPCION-ANULAR AND ES-SUPERVISOR
                   PERFORM ANULAR-PERIODO
               WHEN OPCION-CONFORMAR AND ES-SUPERVISOR
                   PERFORM CONFORMAR-VARIACIONES
               WHEN OPCION-ANULAR
               WHEN OPCION-CONFORMAR
                   DISPLAY "OPCION RESERVADA A SUPERVISORES."
               WHEN OPCION-SALIR
                   CONTINUE
       LISTAR-PERIODOS.
           MOVE "N" TO FIN-DE-PERIODOS.
           OPEN INPUT PERIODOS-ARCHIVO.
           DISPLAY "PERIODO,ESTADO,FECHA,OPERADOR,BRUTO,NETO,EMPRESA".
           PERFORM MOSTRAR-PERIODO
               UNTIL FIN-DE-PERIODOS EQUAL "S".
           CLOSE PERIODOS-ARCHIVO.
           ACCEPT PERIODO-ELEGIDO.
           IF PERIODO-ELEGIDO IS NUMERIC
              AND PERIODO-ELEGIDO (5:2) >= "01"
              AND PERIODO-ELEGIDO (5:2) <= "14"
              AND PERIODO-ELEGIDO (1:4) NOT EQUAL "0000" THEN
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
           IF EMPRESA-ELEGIDA NOT EQUAL SPACE THEN
               MOVE "B" TO EMP-FUNCION
               MOVE EMPRESA-ELEGIDA TO EMP-CODIGO
               CALL "EMPRESAS" USING DATOS-EMPRESA
               IF EMP-ENCONTRADO NOT EQUAL "S" THEN
                   MOVE "N" TO EMPRESA-VALIDA
                   DISPLAY "ERROR: LA EMPRESA " EMPRESA-ELEGIDA
                       " NO EXISTE EN empresas.txt."
               END-IF
           END-IF.
       BUSCAR-ESTADO-PERIODO.
           MOVE PERIODO-ELEGIDO TO PER-PERIODO.
           MOVE EMPRESA-ELEGIDA TO PER-EMPRESA.
           CALL "PERIODOS" USING DATOS-PERIODO.
           MOVE PER-ESTADO TO ESTADO-PERIODO.
       TOTALIZAR-PERIODO.
           MOVE ZERO TO NOMINAS-PERIODO-CUENTA.
           MOVE ZERO TO TOTAL-BRUTO.
               AT END
                   MOVE "S" TO FIN-DE-NOMINAS
               NOT AT END
                   IF NOMINAS-PERIODO EQUAL PERIODO-ELEGIDO
                      AND (EMPRESA-TOTALIZADA EQUAL SPACE
                        OR NOMINAS-EMPRESA EQUAL EMPRESA-TOTALIZADA)
                      THEN
                       ADD 1 TO NOMINAS-PERIODO-CUENTA
                       ADD NOMINAS-BRUTO TO TOTAL-BRUTO
                       ADD NOMINAS-NETO TO TOTAL-NETO
               BRUTO-CSV DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               NETO-CSV DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               EMPRESA-ELEGIDA DELIMITED BY SPACE
               INTO LINEA-PERIODO
           END-STRING.
           WRITE LINEA-PERIODO.
       CERRAR-PERIODO.
           PERFORM PEDIR-PERIODO.
           IF PERIODO-VALIDO EQUAL "S" THEN
               PERFORM PEDIR-EMPRESA
           END-IF.
           IF PERIODO-VALIDO EQUAL "S"
              AND EMPRESA-VALIDA EQUAL "S" THEN
               PERFORM BUSCAR-ESTADO-PERIODO
               EVALUATE ESTADO-PERIODO
                   WHEN "P"
                       PERFORM COMPROBAR-VARIACIONES
                       EVALUATE TRUE
                           WHEN ESTADO-INFORME EQUAL SPACE
                               DISPLAY "ERROR: NO SE HA GENERADO EL"
                                   " INFORME DE VARIACIONES DEL"
                                   " PERIODO (PROGRAMA VARIACION)."
                           WHEN VARIACIONES-AL-DIA NOT EQUAL "S"
                               DISPLAY "ERROR: LAS NOMINAS HAN CAMBIADO"
                                   " DESDE EL INFORME DE VARIACIONES,"
                                   " VUELVE A GENERARLO."
                           WHEN NOT INFORME-CONFORMADO
                               DISPLAY "ERROR: EL INFORME DE"
                                   " VARIACIONES ESTA PENDIENTE DE LA"
                                   " CONFORMIDAD DE UN SUPERVISOR."
                           WHEN OTHER
                               PERFORM CONFIRMAR-CIERRE
                       END-EVALUATE
                   WHEN "C"
                       DISPLAY "ERROR: EL PERIODO YA ESTA CERRADO."
                   WHEN OTHER
               END-EVALUATE
           END-IF.
       CONFIRMAR-CIERRE.
           MOVE EMPRESA-ELEGIDA TO EMPRESA-TOTALIZADA.
           PERFORM TOTALIZAR-PERIODO.
           MOVE TOTAL-BRUTO TO BRUTO-MOSTRAR.
           MOVE TOTAL-NETO TO NETO-MOSTRAR.
           IF SI-NO EQUAL "S" THEN
               MOVE "C" TO ESTADO-LEIDO
               PERFORM GRABAR-ESTADO-PERIODO
               DISPLAY "PERIODO " PERIODO-ELEGIDO " " EMPRESA-ELEGIDA
                   " CERRADO."
           ELSE
               DISPLAY "CIERRE CANCELADO."
           END-IF.
       CONFORMAR-VARIACIONES.
           PERFORM PEDIR-PERIODO.
           IF PERIODO-VALIDO EQUAL "S" THEN
               PERFORM COMPROBAR-VARIACIONES
               EVALUATE TRUE
                   WHEN ESTADO-INFORME EQUAL SPACE
                       DISPLAY "ERROR: NO SE HA GENERADO EL INFORME"
                           " DE VARIACIONES DEL PERIODO."
                   WHEN VARIACIONES-AL-DIA NOT EQUAL "S"
                       DISPLAY "ERROR: LAS NOMINAS HAN CAMBIADO DESDE"
                           " EL INFORME DE VARIACIONES, VUELVE A"
                           " GENERARLO."
                   WHEN INFORME-CONFORMADO
                       DISPLAY "EL INFORME DE VARIACIONES DEL PERIODO"
                           " YA TIENE CONFORMIDAD."
                   WHEN OTHER
                       PERFORM CONFIRMAR-CONFORMIDAD
               END-EVALUATE
           END-IF.
       CONFIRMAR-CONFORMIDAD.
           MOVE TOTAL-BRUTO TO BRUTO-MOSTRAR.
           MOVE TOTAL-NETO TO NETO-MOSTRAR.
           DISPLAY "INFORME DE VARIACIONES EN variaciones.txt".
           DISPLAY "NOMINAS DEL PERIODO: " NOMINAS-PERIODO-CUENTA.
           DISPLAY "TOTAL BRUTO: " BRUTO-MOSTRAR.
           DISPLAY "TOTAL NETO: " NETO-MOSTRAR.
           DISPLAY "CONFIRMA QUE HAS REVISADO EL INFORME (S/N).".
           ACCEPT SI-NO.
           IF SI-NO EQUAL "s" THEN MOVE "S" TO SI-NO END-IF.
           IF SI-NO EQUAL "S" THEN
               PERFORM GRABAR-CONFORMIDAD
               DISPLAY "INFORME DE VARIACIONES DEL PERIODO "
                   PERIODO-ELEGIDO " CONFORMADO."
           ELSE
               DISPLAY "CONFORMIDAD CANCELADA."
           END-IF.
       GRABAR-CONFORMIDAD.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           OPEN EXTEND VARIACIONES-CONTROL.
           MOVE SPACE TO LINEA-VARIACION.
           STRING PERIODO-ELEGIDO DELIMITED BY SIZE
               ",V," DELIMITED BY SIZE
               FECHA-HOY DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               OPERADOR-ID DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               CUENTA-INFORME DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               NETO-INFORME DELIMITED BY SIZE
               INTO LINEA-VARIACION
           END-STRING.
           WRITE LINEA-VARIACION.
           CLOSE VARIACIONES-CONTROL.
       COMPROBAR-VARIACIONES.
           MOVE SPACE TO EMPRESA-TOTALIZADA.
           PERFORM TOTALIZAR-PERIODO.
           MOVE SPACE TO ESTADO-INFORME.
           MOVE SPACE TO CUENTA-INFORME.
           MOVE SPACE TO NETO-INFORME.
           MOVE "N" TO FIN-DE-VARIACIONES.
           OPEN INPUT VARIACIONES-CONTROL.
           PERFORM LEER-CONTROL-VARIACIONES
               UNTIL FIN-DE-VARIACIONES EQUAL "S".
           CLOSE VARIACIONES-CONTROL.
           MOVE NOMINAS-PERIODO-CUENTA TO CUENTA-CSV.
           MOVE TOTAL-NETO TO NETO-CSV.
           IF ESTADO-INFORME NOT EQUAL SPACE
              AND CUENTA-INFORME EQUAL CUENTA-CSV
              AND NETO-INFORME EQUAL NETO-CSV THEN
               MOVE "S" TO VARIACIONES-AL-DIA
           ELSE
               MOVE "N" TO VARIACIONES-AL-DIA
           END-IF.
       LEER-CONTROL-VARIACIONES.
           READ VARIACIONES-CONTROL
               AT END
                   MOVE "S" TO FIN-DE-VARIACIONES
               NOT AT END
                   MOVE SPACE TO PERIODO-VARIACION
                   MOVE SPACE TO ESTADO-VARIACION
                   MOVE SPACE TO FECHA-VARIACION
                   MOVE SPACE TO OPERADOR-VARIACION
                   MOVE SPACE TO CUENTA-VARIACION
                   MOVE SPACE TO NETO-VARIACION
                   UNSTRING LINEA-VARIACION DELIMITED BY ","
                       INTO PERIODO-VARIACION, ESTADO-VARIACION,
                           FECHA-VARIACION, OPERADOR-VARIACION,
                           CUENTA-VARIACION, NETO-VARIACION
                   END-UNSTRING
                   IF PERIODO-VARIACION EQUAL PERIODO-ELEGIDO THEN
                       MOVE ESTADO-VARIACION TO ESTADO-INFORME
                       MOVE CUENTA-VARIACION TO CUENTA-INFORME
                       MOVE NETO-VARIACION TO NETO-INFORME
                   END-IF
           END-READ.
       ANULAR-PERIODO.
           PERFORM PEDIR-PERIODO.
           IF PERIODO-VALIDO EQUAL "S" THEN
               PERFORM PEDIR-EMPRESA
           END-IF.
           IF PERIODO-VALIDO EQUAL "S"
              AND EMPRESA-VALIDA EQUAL "S" THEN
               PERFORM BUSCAR-ESTADO-PERIODO
               IF ESTADO-PERIODO EQUAL "P"
                  OR ESTADO-PERIODO EQUAL "C" THEN
                   PERFORM CARGAR-IDS-EMPRESA
                   IF IDS-DESBORDADOS EQUAL "S" THEN
                       DISPLAY "ERROR: LA EMPRESA " EMPRESA-ELEGIDA
                           " TIENE MAS DE 1000 EMPLEADOS EN EL"
                           " PERIODO, NO SE PUEDE ANULAR POR EMPRESA."
                   ELSE
                       PERFORM CONFIRMAR-ANULACION
                   END-IF
               ELSE
                   DISPLAY "ERROR: EL PERIODO NO TIENE PAGOS"
                       " REGISTRADOS QUE ANULAR."
               END-IF
           END-IF.
       CARGAR-IDS-EMPRESA.
           MOVE ZERO TO NUMERO-IDS-EMPRESA.
           MOVE "N" TO IDS-DESBORDADOS.
           IF EMPRESA-ELEGIDA NOT EQUAL SPACE THEN
               MOVE "N" TO FIN-DE-NOMINAS
               OPEN INPUT NOMINAS-ARCHIVO
               PERFORM LEER-ID-EMPRESA
                   UNTIL FIN-DE-NOMINAS EQUAL "S"
               CLOSE NOMINAS-ARCHIVO
           END-IF.
       LEER-ID-EMPRESA.
           READ NOMINAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-NOMINAS
               NOT AT END
                   IF NOMINAS-PERIODO EQUAL PERIODO-ELEGIDO
                      AND NOMINAS-EMPRESA EQUAL EMPRESA-ELEGIDA THEN
                       PERFORM ANOTAR-ID-EMPRESA
                   END-IF
           END-READ.
       CONFIRMAR-ANULACION.
           MOVE EMPRESA-ELEGIDA TO EMPRESA-TOTALIZADA.
           PERFORM TOTALIZAR-PERIODO.
           DISPLAY "SE ANULARAN " NOMINAS-PERIODO-CUENTA
               " NOMINAS DEL PERIODO " PERIODO-ELEGIDO " "
               EMPRESA-ELEGIDA ".".
           DISPLAY "LA COPIA PREVIA QUEDARA EN nominas.ant".
           DISPLAY "CONFIRMA LA ANULACION (S/N).".
           ACCEPT SI-NO.
           IF SI-NO EQUAL "s" THEN MOVE "S" TO SI-NO END-IF.
           IF SI-NO EQUAL "S" THEN
               PERFORM VACIAR-NOMINAS-PERIODO
               PERFORM VACIAR-FINIQUITOS-PERIODO
               PERFORM REPONER-DESCUENTOS-PERIODO
               PERFORM VACIAR-COTIZACIONES-PERIODO
               MOVE "A" TO ESTADO-LEIDO
               MOVE ZERO TO TOTAL-BRUTO
               MOVE ZERO TO TOTAL-NETO
               PERFORM GRABAR-ESTADO-PERIODO
               DISPLAY "PERIODO " PERIODO-ELEGIDO " " EMPRESA-ELEGIDA
                   " ANULADO, YA SE PUEDE VOLVER A PAGAR."
           ELSE
               DISPLAY "ANULACION CANCELADA."
           END-IF.
               AT END
                   MOVE "S" TO FIN-DE-NOMINAS
               NOT AT END
                   IF NOMINAS-PERIODO EQUAL PERIODO-ELEGIDO
                      AND (EMPRESA-ELEGIDA EQUAL SPACE
                        OR NOMINAS-EMPRESA EQUAL EMPRESA-ELEGIDA)
                      THEN
                       CONTINUE
                   ELSE
                       WRITE NOMNUE-REGISTRO FROM NOMINAS-REGISTRO
                       ADD 1 TO NOMINAS-CONSERVADAS
                   END-IF
           END-READ.
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
       VACIAR-FINIQUITOS-PERIODO.
           MOVE ZERO TO LIQUIDACIONES-ANULADAS.
           MOVE "N" TO FIN-DE-LIQUIDACIONES.
           OPEN INPUT LIQUIDACIONES-ARCHIVO.
           OPEN OUTPUT LIQUIDACIONES-NUEVO.
           PERFORM COPIAR-FINIQUITO-VIGENTE
               UNTIL FIN-DE-LIQUIDACIONES EQUAL "S".
           CLOSE LIQUIDACIONES-ARCHIVO.
           CLOSE LIQUIDACIONES-NUEVO.
           IF LIQUIDACIONES-ANULADAS > ZERO THEN
               CALL "SYSTEM" USING "cp finiquitos.dat finiquitos.ant"
               CALL "SYSTEM" USING "mv finiquitos.tmp finiquitos.dat"
               DISPLAY "FINIQUITOS ANULADOS: " LIQUIDACIONES-ANULADAS
                   ", SE PUEDEN VOLVER A LIQUIDAR."
           ELSE
               CALL "SYSTEM" USING "rm -f finiquitos.tmp"
           END-IF.
       COPIAR-FINIQUITO-VIGENTE.
           READ LIQUIDACIONES-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-LIQUIDACIONES
               NOT AT END
                   MOVE LIQ-ID TO ID-BUSCADO
                   PERFORM COMPROBAR-ID-EMPRESA
                   IF LIQ-PERIODO-PAGO EQUAL PERIODO-ELEGIDO
                      AND ID-DE-LA-EMPRESA EQUAL "S" THEN
                       ADD 1 TO LIQUIDACIONES-ANULADAS
                   ELSE
                       WRITE LIQNUE-REGISTRO FROM LIQ-REGISTRO
                   END-IF
           END-READ.
       VACIAR-COTIZACIONES-PERIODO.
           MOVE ZERO TO COTIZACIONES-ANULADAS.
           MOVE "N" TO FIN-DE-COTIZACIONES.
           OPEN INPUT COTIZACIONES-ARCHIVO.
           OPEN OUTPUT COTIZACIONES-NUEVO.
           PERFORM COPIAR-COTIZACION-VIGENTE
               UNTIL FIN-DE-COTIZACIONES EQUAL "S".
           CLOSE COTIZACIONES-ARCHIVO.
           CLOSE COTIZACIONES-NUEVO.
           IF COTIZACIONES-ANULADAS > ZERO THEN
               CALL "SYSTEM" USING
                   "cp cotizaciones.dat cotizaciones.ant"
               CALL "SYSTEM" USING
                   "mv cotizaciones.tmp cotizaciones.dat"
               DISPLAY "COTIZACIONES ANULADAS: " COTIZACIONES-ANULADAS
                   ", VUELVE A EJECUTAR COTIZAR TRAS LA NOMINA."
           ELSE
               CALL "SYSTEM" USING "rm -f cotizaciones.tmp"
           END-IF.
       COPIAR-COTIZACION-VIGENTE.
           READ COTIZACIONES-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-COTIZACIONES
               NOT AT END
                   MOVE COT-ID TO ID-BUSCADO
                   PERFORM COMPROBAR-ID-EMPRESA
                   IF COT-PERIODO EQUAL PERIODO-ELEGIDO
                      AND ID-DE-LA-EMPRESA EQUAL "S" THEN
                       ADD 1 TO COTIZACIONES-ANULADAS
                   ELSE
                       WRITE COTNUE-REGISTRO FROM COT-REGISTRO
                   END-IF
           END-READ.
       REPONER-DESCUENTOS-PERIODO.
           CALL "SYSTEM" USING "cp descuentos.dat descuentos.ant".
           MOVE ZERO TO MOVIMIENTOS-ANULADOS.
           MOVE "N" TO FIN-DE-MOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS-DESCUENTOS.
           OPEN OUTPUT MOVIMIENTOS-NUEVO.
           PERFORM COPIAR-MOVIMIENTO-VIGENTE
               UNTIL FIN-DE-MOVIMIENTOS EQUAL "S".
           CLOSE MOVIMIENTOS-DESCUENTOS.
           CLOSE MOVIMIENTOS-NUEVO.
           IF MOVIMIENTOS-ANULADOS > ZERO THEN
               CALL "SYSTEM" USING
                   "cp movdescuentos.dat movdescuentos.ant"
               CALL "SYSTEM" USING
                   "mv movdescuentos.tmp movdescuentos.dat"
               DISPLAY "DESCUENTOS PERSONALES REPUESTOS: "
                   MOVIMIENTOS-ANULADOS
           ELSE
               CALL "SYSTEM" USING "rm -f movdescuentos.tmp"
           END-IF.
       COPIAR-MOVIMIENTO-VIGENTE.
           READ MOVIMIENTOS-DESCUENTOS
               AT END
                   MOVE "S" TO FIN-DE-MOVIMIENTOS
               NOT AT END
                   MOVE MOV-ID TO ID-BUSCADO
                   PERFORM COMPROBAR-ID-EMPRESA
                   IF MOV-PERIODO EQUAL PERIODO-ELEGIDO
                      AND ID-DE-LA-EMPRESA EQUAL "S" THEN
                       ADD 1 TO MOVIMIENTOS-ANULADOS
                       PERFORM DEVOLVER-SALDO-DESCUENTO
                   ELSE
                       WRITE MOVNUE-REGISTRO FROM MOV-REGISTRO
                   END-IF
           END-READ.
       DEVOLVER-SALDO-DESCUENTO.
           MOVE "N" TO DESCUENTO-HALLADO.
           MOVE "N" TO FIN-DE-DESCUENTOS.
           OPEN I-O DESCUENTOS-ARCHIVO.
           PERFORM BUSCAR-DESCUENTO-MOVIMIENTO
               UNTIL FIN-DE-DESCUENTOS EQUAL "S".
           CLOSE DESCUENTOS-ARCHIVO.
           IF DESCUENTO-HALLADO NOT EQUAL "S" THEN
               DISPLAY "AVISO: NO SE ENCUENTRA EL DESCUENTO "
                   MOV-ID "-" MOV-NUMERO ", SALDO NO REPUESTO."
           END-IF.
       BUSCAR-DESCUENTO-MOVIMIENTO.
           READ DESCUENTOS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-DESCUENTOS
               NOT AT END
                   IF DES-ID EQUAL MOV-ID
                      AND DES-NUMERO EQUAL MOV-NUMERO THEN
                       ADD MOV-IMPORTE TO DES-SALDO
                       IF DES-LIQUIDADO THEN
                           MOVE "A" TO DES-ESTADO
                       END-IF
                       REWRITE DES-REGISTRO
                       MOVE "S" TO DESCUENTO-HALLADO
                       MOVE "S" TO FIN-DE-DESCUENTOS
                   END-IF
           END-READ.
       END PROGRAM CIERRES.
