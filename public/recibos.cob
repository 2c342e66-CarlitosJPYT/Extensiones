       SELECT OPTIONAL BAJAS-ARCHIVO
       ASSIGN TO "bajas.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL MOVIMIENTOS-DESCUENTOS
       ASSIGN TO "movdescuentos.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT RECIBOS-ARCHIVO
       ASSIGN TO "recibos.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
               02 BAJAS-DATOS-EMPLEADO PIC X(109).
               02 BAJAS-FECHA PIC 9(8).
               02 BAJAS-MOTIVO PIC X(30).
       FD MOVIMIENTOS-DESCUENTOS.
           COPY "movdescuento.cob".
       FD RECIBOS-ARCHIVO.
           01 LINEA-RECIBO PIC X(80).
       WORKING-STORAGE SECTION.
       01 FIN-DE-NOMINAS PIC X VALUE "N".
       01 FIN-DE-BAJAS PIC X VALUE "N".
       01 FIN-DE-MOVIMIENTOS PIC X VALUE "N".
       01 EMPLEADO-ENCONTRADO PIC X VALUE "N".
       01 PERIODO-NOMINA PIC X(6).
       01 PERIODO-VALIDO PIC X VALUE "N".
       01 FILTRO-EMPLEADO PIC X(6).
       01 RECIBOS-EMITIDOS PIC 9(5) VALUE ZERO.
       01 PORCENTAJE-RECIBO PIC 99V99 VALUE ZERO.
       01 NOMBRE-RECIBO PIC X(25).
       01 APELLIDOS-RECIBO PIC X(35).
       01 DEPARTAMENTO-RECIBO PIC X(25).
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
           COPY "departamento.cob".
       01 LINEA-SEPARADOR PIC X(64) VALUE ALL "=".
       01 LINEA-RAYA PIC X(64) VALUE ALL "-".
       01 LINEA-TITULO.
           02 TIT-CONCEPTO PIC X(46).
           02 FILLER PIC X(9) VALUE "PERIODO: ".
           02 TIT-PERIODO PIC X(6).
       01 LINEA-EMPLEADO.
       01 LINEA-IMPORTE.
           02 IMP-CONCEPTO PIC X(20).
           02 IMP-VALOR PIC -,ZZZ,ZZ9.99.
       01 LINEA-DESCUENTO.
           02 FILLER PIC X(2) VALUE SPACE.
           02 DSC-CONCEPTO PIC X(18).
           02 DSC-VALOR PIC -,ZZZ,ZZ9.99.
           02 FILLER PIC X(13) VALUE "  PENDIENTE: ".
           02 DSC-SALDO PIC Z,ZZZ,ZZ9.99.
       01 LINEA-DIAS.
           02 FILLER PIC X(20) VALUE "DIAS SIN SUELDO:    ".
           02 DIA-VALOR PIC ZZZZZZZZZZ9.
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
       PEDIR-EMPLEADO.
           DISPLAY "INTRODUCE EL ID DEL EMPLEADO, O DEJALO EN BLANCO"
           CALL "DEPTOS" USING DATOS-DEPARTAMENTO.
           WRITE LINEA-RECIBO FROM LINEA-SEPARADOR.
           MOVE NOMINAS-PERIODO TO TIT-PERIODO.
           PERFORM PONER-TITULO-RECIBO.
           WRITE LINEA-RECIBO FROM LINEA-TITULO.
           WRITE LINEA-RECIBO FROM LINEA-RAYA.
           MOVE NOMINAS-ID TO EMP-ID.
           MOVE "RETENCION IRPF:" TO IMP-CONCEPTO.
           MOVE NOMINAS-IRPF TO IMP-VALOR.
           WRITE LINEA-RECIBO FROM LINEA-IMPORTE.
           PERFORM OBTENER-PORCENTAJE-IRPF.
           MOVE "TIPO IRPF APLICADO:" TO IMP-CONCEPTO.
           MOVE PORCENTAJE-RECIBO TO IMP-VALOR.
           WRITE LINEA-RECIBO FROM LINEA-IMPORTE.
           MOVE "SEGURIDAD SOCIAL:" TO IMP-CONCEPTO.
           MOVE NOMINAS-SS TO IMP-VALOR.
           WRITE LINEA-RECIBO FROM LINEA-IMPORTE.
           MOVE "OTRAS DEDUCCIONES:" TO IMP-CONCEPTO.
           MOVE NOMINAS-OTRAS TO IMP-VALOR.
           WRITE LINEA-RECIBO FROM LINEA-IMPORTE.
           IF NOMINAS-PERSONALES IS NUMERIC
              AND NOMINAS-PERSONALES > ZERO THEN
               MOVE "DESCUENTOS PERSON.:" TO IMP-CONCEPTO
               MOVE NOMINAS-PERSONALES TO IMP-VALOR
               WRITE LINEA-RECIBO FROM LINEA-IMPORTE
               PERFORM DETALLAR-DESCUENTOS
           END-IF.
           MOVE "PAGO NETO:" TO IMP-CONCEPTO.
           MOVE NOMINAS-NETO TO IMP-VALOR.
           WRITE LINEA-RECIBO FROM LINEA-IMPORTE.
           WRITE LINEA-RECIBO FROM SPACE.
           ADD 1 TO RECIBOS-EMITIDOS.
       OBTENER-PORCENTAJE-IRPF.
           MOVE ZERO TO PORCENTAJE-RECIBO.
           IF NOMINAS-BRUTO > ZERO THEN
               COMPUTE PORCENTAJE-RECIBO ROUNDED
                   = NOMINAS-IRPF * 100 / NOMINAS-BRUTO
                   ON SIZE ERROR
                       MOVE 99.99 TO PORCENTAJE-RECIBO
               END-COMPUTE
           ELSE
               IF NOMINAS-PORCENTAJE-PERSONAL IS NUMERIC THEN
                   MOVE NOMINAS-PORCENTAJE-PERSONAL
                       TO PORCENTAJE-RECIBO
               END-IF
           END-IF.
       DETALLAR-DESCUENTOS.
           MOVE "N" TO FIN-DE-MOVIMIENTOS.
           OPEN INPUT MOVIMIENTOS-DESCUENTOS.
           PERFORM LEER-MOVIMIENTO-DESCUENTO
               UNTIL FIN-DE-MOVIMIENTOS EQUAL "S".
           CLOSE MOVIMIENTOS-DESCUENTOS.
       LEER-MOVIMIENTO-DESCUENTO.
           READ MOVIMIENTOS-DESCUENTOS
               AT END
                   MOVE "S" TO FIN-DE-MOVIMIENTOS
               NOT AT END
                   IF MOV-PERIODO EQUAL NOMINAS-PERIODO
                      AND MOV-ID EQUAL NOMINAS-ID THEN
                       PERFORM ESCRIBIR-LINEA-DESCUENTO
                   END-IF
           END-READ.
       ESCRIBIR-LINEA-DESCUENTO.
           MOVE MOV-CONCEPTO TO DSC-CONCEPTO.
           IF MOV-CONCEPTO EQUAL SPACE THEN
               EVALUATE TRUE
                   WHEN MOV-ANTICIPO
                       MOVE "ANTICIPO" TO DSC-CONCEPTO
                   WHEN MOV-PRESTAMO
                       MOVE "CUOTA PRESTAMO" TO DSC-CONCEPTO
                   WHEN MOV-EMBARGO
                       MOVE "EMBARGO JUDICIAL" TO DSC-CONCEPTO
               END-EVALUATE
           END-IF.
           MOVE MOV-IMPORTE TO DSC-VALOR.
           MOVE MOV-SALDO TO DSC-SALDO.
           WRITE LINEA-RECIBO FROM LINEA-DESCUENTO.
       PONER-TITULO-RECIBO.
           MOVE SPACE TO TIT-CONCEPTO.
           EVALUATE TRUE
               WHEN NOMINAS-ATRASOS
                   STRING "RECIBO DE ATRASOS DEL PERIODO "
                       DELIMITED BY SIZE
                       NOMINAS-PERIODO-ORIGEN DELIMITED BY SIZE
                       INTO TIT-CONCEPTO
                   END-STRING
               WHEN NOMINAS-PAGA-EXTRA
                   STRING "RECIBO DE PAGA EXTRA, DEVENGO "
                       DELIMITED BY SIZE
                       NOMINAS-PERIODO-ORIGEN DELIMITED BY SIZE
                       INTO TIT-CONCEPTO
                   END-STRING
               WHEN NOMINAS-FINIQUITO
                   STRING "RECIBO DE FINIQUITO, BAJA EN "
                       DELIMITED BY SIZE
                       NOMINAS-PERIODO-ORIGEN DELIMITED BY SIZE
                       INTO TIT-CONCEPTO
                   END-STRING
               WHEN OTHER
                   MOVE "RECIBO DE NOMINA" TO TIT-CONCEPTO
           END-EVALUATE.
       BUSCAR-DATOS-EMPLEADO.
           MOVE "N" TO EMPLEADO-ENCONTRADO.
           MOVE NOMINAS-ID TO EMPLEADOS-ID.
