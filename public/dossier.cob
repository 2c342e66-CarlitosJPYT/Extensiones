       SELECT OPTIONAL NOMINAS-ARCHIVO
       ASSIGN TO "nominas.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL PAGOS-ARCHIVO
       ASSIGN TO "pagos.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL AUDITORIA-ARCHIVO
       ASSIGN TO "auditoria.log"
       ORGANIZATION IS LINE SEQUENTIAL.
               02 AUS-DIAS PIC 9(3).
       FD NOMINAS-ARCHIVO.
           COPY "pago.cob".
       FD PAGOS-ARCHIVO.
           COPY "estadopago.cob".
       FD AUDITORIA-ARCHIVO.
           01 LINEA-AUDITORIA PIC X(80).
       FD DOSSIER-ARCHIVO.
       01 FIN-DE-AUSENCIAS PIC X VALUE "N".
       01 FIN-DE-NOMINAS PIC X VALUE "N".
       01 FIN-DE-AUDITORIA PIC X VALUE "N".
       01 FIN-DE-PAGOS PIC X VALUE "N".
       01 BAJA-ENCONTRADA PIC X VALUE "N".
       01 FECHA-BAJA PIC 9(8) VALUE ZERO.
       01 MOTIVO-BAJA PIC X(30).
           02 BAJA-NOMBRE PIC X(25).
           02 BAJA-APELLIDOS PIC X(35).
           02 BAJA-EDAD PIC 99.
           02 BAJA-DEPARTAMENTO PIC X(4).
           02 BAJA-CATEGORIA PIC X(4).
           02 FILLER PIC X(17).
           02 BAJA-FECHA-ALTA PIC 9(8).
           02 BAJA-SALARIO PIC 9(6)V99.
       01 DETALLE-AUDITORIA.
           02 NOM-BRUTO PIC Z,ZZZ,ZZ9.99.
           02 FILLER PIC X(8) VALUE "  NETO: ".
           02 NOM-NETO PIC -,ZZZ,ZZ9.99.
           02 FILLER PIC X(8) VALUE "  PAGO: ".
           02 NOM-ESTADO-PAGO PIC X(30).
       01 LINEA-TRAZA.
           02 FILLER PIC X(2) VALUE SPACE.
           02 TRA-TEXTO PIC X(80).
                       MOVE NOMINAS-HORAS TO NOM-HORAS
                       MOVE NOMINAS-BRUTO TO NOM-BRUTO
                       MOVE NOMINAS-NETO TO NOM-NETO
                       PERFORM BUSCAR-ESTADO-PAGO
                       WRITE LINEA-DOSSIER FROM LINEA-NOMINA
                       ADD 1 TO REGISTROS-SECCION
                   END-IF
           END-READ.
       BUSCAR-ESTADO-PAGO.
           IF NOMINAS-NETO > ZERO THEN
               MOVE "PAGADO" TO NOM-ESTADO-PAGO
           ELSE
               MOVE "SIN IMPORTE A PAGAR" TO NOM-ESTADO-PAGO
           END-IF.
           MOVE "N" TO FIN-DE-PAGOS.
           OPEN INPUT PAGOS-ARCHIVO.
           PERFORM LEER-ESTADO-PAGO
               UNTIL FIN-DE-PAGOS EQUAL "S".
           CLOSE PAGOS-ARCHIVO.
       LEER-ESTADO-PAGO.
           READ PAGOS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-PAGOS
               NOT AT END
                   IF PAG-PERIODO EQUAL NOMINAS-PERIODO
                      AND PAG-ID EQUAL NOMINAS-ID
                      AND PAG-IMPORTE EQUAL NOMINAS-NETO THEN
                       MOVE SPACE TO NOM-ESTADO-PAGO
                       IF PAG-DEVUELTO THEN
                           STRING "DEVUELTO, MOTIVO " DELIMITED BY SIZE
                               PAG-MOTIVO DELIMITED BY SIZE
                               INTO NOM-ESTADO-PAGO
                           END-STRING
                       ELSE
                           STRING "REEMITIDO EL " DELIMITED BY SIZE
                               PAG-FECHA-REEMISION DELIMITED BY SIZE
                               INTO NOM-ESTADO-PAGO
                           END-STRING
                       END-IF
                       MOVE "S" TO FIN-DE-PAGOS
                   END-IF
           END-READ.
       ESCRIBIR-SECCION-AUDITORIA.
           WRITE LINEA-DOSSIER FROM SPACE.
           MOVE "TRAZA DE AUDITORIA" TO LINEA-SECCION.
