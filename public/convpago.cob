       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVPAGO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL ANTIGUO-ARCHIVO
       ASSIGN TO "nominas.v93"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL NOMINAS-ARCHIVO
       ASSIGN TO "nominas.dat"
       ORGANIZATION IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD ANTIGUO-ARCHIVO.
           01 ANTIGUO-REGISTRO.
               02 ANT-PERIODO PIC 9(6).
               02 ANT-ID PIC X(6).
               02 ANT-HORAS PIC 9(3)V99.
               02 ANT-DIAS-SIN-SUELDO PIC 9(3).
               02 ANT-BRUTO PIC 9(7)V99.
               02 ANT-IRPF PIC 9(7)V99.
               02 ANT-SS PIC 9(7)V99.
               02 ANT-OTRAS PIC 9(7)V99.
               02 ANT-NETO PIC S9(7)V99.
               02 ANT-HORAS-NORMALES PIC 9(3)V99.
               02 ANT-HORAS-EXTRA PIC 9(3)V99.
               02 ANT-IMPORTE-NORMAL PIC 9(7)V99.
               02 ANT-IMPORTE-EXTRA PIC 9(7)V99.
       FD NOMINAS-ARCHIVO.
           COPY "pago.cob".
       WORKING-STORAGE SECTION.
       01 SI-NO PIC X.
       01 FIN-DE-FICHERO PIC X VALUE "N".
       01 COPIA-EXISTE PIC X VALUE "N".
       01 REG-CONVERTIDOS PIC 9(6) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
           DISPLAY "CONVERSION DE nominas.dat AL FORMATO CON TIPO DE"
               " NOMINA Y PERIODO DE ORIGEN.".
           DISPLAY "EL FICHERO ACTUAL SE RENOMBRARA A nominas.v93".
           DISPLAY "Y SE CREARA nominas.dat CON EL FORMATO NUEVO.".
           DISPLAY "EJECUTA ESTA CONVERSION UNA SOLA VEZ, ANTES DE LA"
               " PRIMERA NOMINA CON EL FORMATO NUEVO.".
           DISPLAY "SI nominas.dat NO TIENE AUN EL DESGLOSE DE HORAS"
               " EXTRA, EJECUTA ANTES CONVNOMINA.".
           DISPLAY "CONTINUAR (S/N).".
           ACCEPT SI-NO.
           IF SI-NO EQUAL "s" THEN MOVE "S" TO SI-NO.
           IF SI-NO EQUAL "S" THEN
               PERFORM COMPROBAR-COPIA-PREVIA
               IF COPIA-EXISTE EQUAL "S" THEN
                   DISPLAY "ERROR: nominas.v93 YA EXISTE."
                   DISPLAY "LA CONVERSION PARECE HECHA, NO SE REPITE."
               ELSE
                   PERFORM CONVERTIR-FICHERO
               END-IF
           ELSE
               DISPLAY "CONVERSION CANCELADA."
           END-IF.
       PROGRAM-DONE.
           STOP RUN.
       COMPROBAR-COPIA-PREVIA.
           OPEN INPUT ANTIGUO-ARCHIVO.
           READ ANTIGUO-ARCHIVO
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "S" TO COPIA-EXISTE
           END-READ.
           CLOSE ANTIGUO-ARCHIVO.
       CONVERTIR-FICHERO.
           CALL "SYSTEM" USING "mv nominas.dat nominas.v93".
           OPEN INPUT ANTIGUO-ARCHIVO.
           OPEN OUTPUT NOMINAS-ARCHIVO.
           PERFORM UNTIL FIN-DE-FICHERO EQUAL "S"
               READ ANTIGUO-ARCHIVO
                   AT END
                       MOVE "S" TO FIN-DE-FICHERO
                   NOT AT END
                       PERFORM CONVERTIR-REGISTRO
               END-READ
           END-PERFORM.
           CLOSE ANTIGUO-ARCHIVO.
           CLOSE NOMINAS-ARCHIVO.
           DISPLAY "REGISTROS CONVERTIDOS: " REG-CONVERTIDOS.
           DISPLAY "EL FICHERO ANTIGUO QUEDA EN nominas.v93".
       CONVERTIR-REGISTRO.
           MOVE SPACE TO NOMINAS-REGISTRO.
           MOVE ANT-PERIODO TO NOMINAS-PERIODO.
           MOVE ANT-ID TO NOMINAS-ID.
           MOVE ANT-HORAS TO NOMINAS-HORAS.
           MOVE ANT-DIAS-SIN-SUELDO TO NOMINAS-DIAS-SIN-SUELDO.
           MOVE ANT-BRUTO TO NOMINAS-BRUTO.
           MOVE ANT-IRPF TO NOMINAS-IRPF.
           MOVE ANT-SS TO NOMINAS-SS.
           MOVE ANT-OTRAS TO NOMINAS-OTRAS.
           MOVE ANT-NETO TO NOMINAS-NETO.
           MOVE ANT-HORAS-NORMALES TO NOMINAS-HORAS-NORMALES.
           MOVE ANT-HORAS-EXTRA TO NOMINAS-HORAS-EXTRA.
           MOVE ANT-IMPORTE-NORMAL TO NOMINAS-IMPORTE-NORMAL.
           MOVE ANT-IMPORTE-EXTRA TO NOMINAS-IMPORTE-EXTRA.
           MOVE "N" TO NOMINAS-TIPO.
           MOVE ANT-PERIODO TO NOMINAS-PERIODO-ORIGEN.
           WRITE NOMINAS-REGISTRO.
           ADD 1 TO REG-CONVERTIDOS.
       END PROGRAM CONVPAGO.
