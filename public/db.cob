       SELECT OPTIONAL HISTORIAL-SALARIOS
       ASSIGN TO "salarios.his"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL HISTORIAL-CONTRATOS
       ASSIGN TO "contratos.his"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL DESCUENTOS-ARCHIVO
       ASSIGN TO "descuentos.dat"
       ORGANIZATION IS SEQUENTIAL.
       SELECT OPTIONAL CIERRE-ARCHIVO
       ASSIGN TO "empleados.lck"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL CATEGORIAS-ARCHIVO
       ASSIGN TO "categorias.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL FISCALES-ARCHIVO
       ASSIGN TO "fiscales.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OPTIONAL EMPRESAS-ARCHIVO
       ASSIGN TO "empresas.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       SELECT FUERA-BANDA-ARCHIVO
       ASSIGN TO "fuera-de-banda.txt"
       ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD EMPLEADOS-ARCHIVOS.
               02 HIS-SALARIO-NUEVO PIC 9(6)V99.
               02 HIS-MOTIVO PIC X(30).
               02 HIS-OPERADOR PIC X(10).
       FD HISTORIAL-CONTRATOS.
           01 HISTORIAL-CONTRATO-REGISTRO.
               02 HCO-ID PIC X(6).
               02 HCO-FECHA-EFECTIVA PIC 9(8).
               02 HCO-TIPO-ANTERIOR PIC X.
               02 HCO-FIN-ANTERIOR PIC 9(8).
               02 HCO-JORNADA-ANTERIOR PIC 9(3).
               02 HCO-TIPO-NUEVO PIC X.
               02 HCO-FIN-NUEVO PIC 9(8).
               02 HCO-JORNADA-NUEVA PIC 9(3).
               02 HCO-MOTIVO PIC X(30).
               02 HCO-OPERADOR PIC X(10).
       FD DESCUENTOS-ARCHIVO.
           COPY "descuento.cob".
       FD CIERRE-ARCHIVO.
           01 LINEA-CIERRE PIC X(10).
       FD CATEGORIAS-ARCHIVO.
           01 LINEA-CATEGORIA PIC X(60).
       FD FISCALES-ARCHIVO.
           01 LINEA-FISCAL PIC X(40).
       FD EMPRESAS-ARCHIVO.
           01 LINEA-EMPRESA PIC X(100).
       FD FUERA-BANDA-ARCHIVO.
           01 LINEA-FUERA-BANDA PIC X(100).
       WORKING-STORAGE SECTION.
       01 SI-NO PIC X.
       01 ENTRY-OK PIC X.
           88 OPCION-SALARIOS  VALUE 10.
           88 OPCION-BANCOS    VALUE 11.
           88 OPCION-PRESUPUESTOS VALUE 12.
           88 OPCION-DESCUENTOS VALUE 13.
           88 OPCION-CATEGORIAS VALUE 14.
           88 OPCION-FISCALES  VALUE 15.
           88 OPCION-EMPRESAS  VALUE 16.
           88 OPCION-CONTRATOS VALUE 17.
           88 OPCION-SALIR     VALUE 18.
       01 CONSULTA-ID PIC X(6).
       01 CONSULTA-ENCONTRADO PIC X VALUE "N".
       01 BORRAR-CONFIRMAR PIC X.
       01 ALTA-EDAD-TXT PIC X(2).
       01 ALTA-FECHA-TXT PIC X(8).
       01 ALTA-SALARIO-TXT PIC X(8).
       01 ALTA-DEPARTAMENTO-TXT PIC X(25).
       01 FIN-DE-LOTE PIC X VALUE "N".
       01 FECHA-AUDITORIA PIC 9(8).
       01 HORA-AUDITORIA PIC 9(8).
           88 OPCION-BANCO-AGREGAR VALUE 2.
           88 OPCION-BANCO-VOLVER  VALUE 3.
       01 FIN-DE-BANCOS PIC X VALUE "N".
       01 OPCION-CATEGORIA-MENU PIC 9 VALUE ZERO.
           88 OPCION-CAT-LISTAR  VALUE 1.
           88 OPCION-CAT-AGREGAR VALUE 2.
           88 OPCION-CAT-VOLVER  VALUE 3.
       01 FIN-DE-CATEGORIAS PIC X VALUE "N".
       01 CATEGORIA-CODIGO-NUEVO PIC X(4).
       01 CATEGORIA-DESC-NUEVA PIC X(25).
       01 CATEGORIA-MINIMO-TXT PIC X(12).
       01 CATEGORIA-MAXIMO-TXT PIC X(12).
       01 CATEGORIA-MINIMO-NUEVO PIC 9(6)V99 VALUE ZERO.
       01 CATEGORIA-MAXIMO-NUEVO PIC 9(6)V99 VALUE ZERO.
       01 CATEGORIA-MINIMO-CSV PIC 9(6).99.
       01 CATEGORIA-MAXIMO-CSV PIC 9(6).99.
       01 CATEGORIA-REINGRESO PIC X(4).
           COPY "categoria.cob".
       01 OPCION-EMPRESA-MENU PIC 9 VALUE ZERO.
           88 OPCION-EMP-LISTAR  VALUE 1.
           88 OPCION-EMP-AGREGAR VALUE 2.
           88 OPCION-EMP-VOLVER  VALUE 3.
       01 FIN-DE-EMPRESAS PIC X VALUE "N".
       01 EMPRESA-CODIGO-NUEVO PIC X(4).
       01 EMPRESA-RAZON-NUEVA PIC X(40).
       01 EMPRESA-CIF-NUEVO PIC X(9).
       01 EMPRESA-CUENTA-NUEVA PIC X(11).
       01 EMPRESA-IBAN-NUEVO PIC X(24).
       01 EMPRESA-REINGRESO PIC X(4).
           COPY "empresa.cob".
       01 OPCION-CONTRATO-MENU PIC 9 VALUE ZERO.
           88 OPCION-CON-VENCIMIENTOS VALUE 1.
           88 OPCION-CON-RENOVAR      VALUE 2.
           88 OPCION-CON-CONVERTIR    VALUE 3.
           88 OPCION-CON-BAJA         VALUE 4.
           88 OPCION-CON-HISTORIAL    VALUE 5.
           88 OPCION-CON-VOLVER       VALUE 6.
       01 CONTRATO-TIPO-NUEVO PIC X.
       01 CONTRATO-FIN-TXT PIC X(8).
       01 CONTRATO-FIN-NUEVO PIC 9(8) VALUE ZERO.
       01 CONTRATO-JORNADA-TXT PIC X(4).
       01 CONTRATO-JORNADA-LEIDA PIC S9(5)V99 VALUE ZERO.
       01 CONTRATO-JORNADA-NUEVA PIC 9(3) VALUE ZERO.
       01 CONTRATO-INICIO PIC 9(8) VALUE ZERO.
       01 ERROR-CONTRATO PIC 99 VALUE ZERO.
       01 CONTRATO-TIPO-ANTERIOR PIC X.
       01 CONTRATO-FIN-ANTERIOR PIC 9(8) VALUE ZERO.
       01 CONTRATO-JORNADA-ANTERIOR PIC 9(3) VALUE ZERO.
       01 MOTIVO-CONTRATO PIC X(30).
       01 FIN-DE-CONTRATOS PIC X VALUE "N".
       01 CONTRATO-ENCONTRADO PIC X VALUE "N".
       01 DIAS-AVISO-CONTRATO PIC 99 VALUE 30.
       01 ENTERO-HOY-CONTRATO PIC 9(7) VALUE ZERO.
       01 DIAS-RESTANTES-CONTRATO PIC S9(7) VALUE ZERO.
       01 DIAS-CONTRATO-MOSTRAR PIC -----9.
       01 TRAMO-CONTRATO PIC X(8).
       01 JORNADA-MOSTRAR PIC ZZ9.
       01 SALARIO-BANDA PIC 9(6)V99 VALUE ZERO.
       01 BANDA-CORRECTA PIC X VALUE "N".
       01 MINIMO-BANDA-MOSTRAR PIC ZZZ,ZZ9.99.
       01 MAXIMO-BANDA-MOSTRAR PIC ZZZ,ZZ9.99.
       01 REG-FUERA-BANDA PIC 9(5) VALUE ZERO.
       01 LINEA-FUERA-BANDA-CABECERA.
           02 FILLER PIC X(7) VALUE "ID".
           02 FILLER PIC X(26) VALUE "NOMBRE".
           02 FILLER PIC X(5) VALUE "CAT.".
           02 FILLER PIC X(13) VALUE "      ACTUAL".
           02 FILLER PIC X(13) VALUE "   PROPUESTO".
           02 FILLER PIC X(13) VALUE "      MINIMO".
           02 FILLER PIC X(13) VALUE "      MAXIMO".
       01 LINEA-FUERA-BANDA-DETALLE.
           02 FBA-ID PIC X(6).
           02 FILLER PIC X VALUE SPACE.
           02 FBA-NOMBRE PIC X(25).
           02 FILLER PIC X VALUE SPACE.
           02 FBA-CATEGORIA PIC X(4).
           02 FILLER PIC X VALUE SPACE.
           02 FBA-ACTUAL PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACE.
           02 FBA-PROPUESTO PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACE.
           02 FBA-MINIMO PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACE.
           02 FBA-MAXIMO PIC ZZZ,ZZ9.99.
           02 FILLER PIC X(3) VALUE SPACE.
           02 FBA-MOTIVO PIC X(10).
       01 LINEA-FUERA-BANDA-TOTAL.
           02 FILLER PIC X(30)
               VALUE "EMPLEADOS NO REVISADOS:       ".
           02 TOT-FUERA-BANDA PIC ZZZZ9.
       01 OPCION-FISCAL-MENU PIC 9 VALUE ZERO.
           88 OPCION-FIS-LISTAR  VALUE 1.
           88 OPCION-FIS-AGREGAR VALUE 2.
           88 OPCION-FIS-VOLVER  VALUE 3.
       01 FIN-DE-FISCALES PIC X VALUE "N".
       01 FISCAL-ID-NUEVO PIC X(6).
       01 FISCAL-ESTADO-NUEVO PIC X.
       01 FISCAL-HIJOS-TXT PIC X(4).
       01 FISCAL-DISCAPACIDAD-TXT PIC X(4).
       01 FISCAL-VOLUNTARIO-TXT PIC X(8).
       01 FISCAL-HIJOS-NUEVO PIC 99 VALUE ZERO.
       01 FISCAL-DISCAPACIDAD-NUEVA PIC 999 VALUE ZERO.
       01 FISCAL-VOLUNTARIO-NUEVO PIC 99V99 VALUE ZERO.
       01 FISCAL-VOLUNTARIO-CSV PIC 99.99.
       01 FISCAL-VOLUNTARIO-MOSTRAR PIC Z9.99.
       01 DATOS-FISCALES-OK PIC X VALUE "S".
           COPY "fiscal.cob".
       01 BANCO-ID-NUEVO PIC X(6).
       01 BANCO-IBAN-NUEVO PIC X(24).
       01 BANCO-TITULAR-NUEVO PIC X(35).
           88 OPCION-PRES-AGREGAR VALUE 2.
           88 OPCION-PRES-VOLVER  VALUE 3.
       01 FIN-DE-PRESUPUESTOS PIC X VALUE "N".
       01 OPCION-DESCUENTO-MENU PIC 9 VALUE ZERO.
           88 OPCION-DES-INFORME  VALUE 1.
           88 OPCION-DES-AGREGAR  VALUE 2.
           88 OPCION-DES-CANCELAR VALUE 3.
           88 OPCION-DES-VOLVER   VALUE 4.
       01 FIN-DE-DESCUENTOS PIC X VALUE "N".
       01 DESCUENTO-HALLADO PIC X VALUE "N".
       01 DESCUENTO-ID-NUEVO PIC X(6).
       01 DESCUENTO-TIPO-NUEVO PIC X.
       01 DESCUENTO-CONCEPTO-NUEVO PIC X(20).
       01 DESCUENTO-PERIODO-TXT PIC X(6).
       01 DESCUENTO-NUMERO-TXT PIC X(3).
       01 DESCUENTO-NUMERO-ELEGIDO PIC 9(3) VALUE ZERO.
       01 ULTIMO-NUMERO-DESCUENTO PIC 9(3) VALUE ZERO.
       01 DESCUENTO-IMPORTE-NUEVO PIC 9(7)V99 VALUE ZERO.
       01 DESCUENTO-CUOTA-NUEVA PIC 9(5)V99 VALUE ZERO.
       01 DESCUENTO-PORCENTAJE-NUEVO PIC 99V99 VALUE ZERO.
       01 PORCENTAJE-DES-LEIDO PIC 9(5)V99 VALUE ZERO.
       01 DESCUENTOS-LISTADOS PIC 9(5) VALUE ZERO.
       01 TOTAL-PENDIENTE-DESCUENTOS PIC 9(9)V99 VALUE ZERO.
       01 DESCUENTO-DESCONTADO PIC 9(7)V99 VALUE ZERO.
       01 CUOTA-DES-MOSTRAR PIC ZZ,ZZ9.99.
       01 PORCENTAJE-DES-MOSTRAR PIC Z9.99.
       01 INICIAL-DES-MOSTRAR PIC Z,ZZZ,ZZ9.99.
       01 DESCONTADO-DES-MOSTRAR PIC Z,ZZZ,ZZ9.99.
       01 SALDO-DES-MOSTRAR PIC Z,ZZZ,ZZ9.99.
       01 PENDIENTE-DES-MOSTRAR PIC ZZZ,ZZZ,ZZ9.99.
       01 DEPARTAMENTO-PRESUPUESTO PIC X(4).
       01 ANO-PRESUPUESTO PIC X(4).
       01 IMPORTE-PRESUPUESTO PIC 9(9)V99 VALUE ZERO.
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
       01 FECHA-HOY PIC 9(8).
           02 ENT-DEPARTAMENTO PIC X(4).
           02 ENT-FECHA-ALTA PIC X(8).
           02 ENT-SALARIO PIC X(10).
           02 ENT-CATEGORIA PIC X(4).
           02 ENT-EMPRESA PIC X(4).
           02 ENT-CONTRATO PIC X.
           02 ENT-FIN-CONTRATO PIC X(8).
           02 ENT-JORNADA PIC X(3).
       01 MENSAJE-ERROR PIC X(60).
       01 CAMPO-ERROR PIC 99 VALUE ZERO.
       01 SALARIO-EDITADO PIC 9(6).99.
       01 TECLA-PAUSA PIC X.
       LINKAGE SECTION.
           02 LINE 9 COLUMN 2 VALUE "SALARIO:".
           02 CAMPO-SALARIO LINE 9 COLUMN 24 PIC X(10)
               USING ENT-SALARIO.
           02 LINE 10 COLUMN 2 VALUE "CATEGORIA (COD.):".
           02 CAMPO-CATEGORIA LINE 10 COLUMN 24 PIC X(4)
               USING ENT-CATEGORIA.
           02 LINE 11 COLUMN 2 VALUE "EMPRESA (COD.):".
           02 CAMPO-EMPRESA LINE 11 COLUMN 24 PIC X(4)
               USING ENT-EMPRESA.
           02 LINE 12 COLUMN 2 VALUE "CONTRATO (I/T/P):".
           02 CAMPO-CONTRATO LINE 12 COLUMN 24 PIC X
               USING ENT-CONTRATO.
           02 LINE 12 COLUMN 27
               VALUE "I=INDEFINIDO T=TEMPORAL P=PRACTICAS".
           02 LINE 13 COLUMN 2 VALUE "FIN CONTR. (AAAAMMDD):".
           02 CAMPO-FIN-CONTRATO LINE 13 COLUMN 24 PIC X(8)
               USING ENT-FIN-CONTRATO.
           02 LINE 14 COLUMN 2 VALUE "JORNADA (%):".
           02 CAMPO-JORNADA LINE 14 COLUMN 24 PIC X(3)
               USING ENT-JORNADA.
       01 PANTALLA-MENSAJE.
           02 LINE 15 COLUMN 2 PIC X(60) FROM MENSAJE-ERROR.
       01 PANTALLA-CAMPO-ID LINE 3 COLUMN 24 PIC X(6)
           USING ENT-ID.
       01 PANTALLA-CAMPO-NOMBRE LINE 4 COLUMN 24 PIC X(25)
           USING ENT-FECHA-ALTA.
       01 PANTALLA-CAMPO-SALARIO LINE 9 COLUMN 24 PIC X(10)
           USING ENT-SALARIO.
       01 PANTALLA-CAMPO-CATEGORIA LINE 10 COLUMN 24 PIC X(4)
           USING ENT-CATEGORIA.
       01 PANTALLA-CAMPO-EMPRESA LINE 11 COLUMN 24 PIC X(4)
           USING ENT-EMPRESA.
       01 PANTALLA-CAMPO-CONTRATO LINE 12 COLUMN 24 PIC X
           USING ENT-CONTRATO.
       01 PANTALLA-CAMPO-FIN-CONTRATO LINE 13 COLUMN 24 PIC X(8)
           USING ENT-FIN-CONTRATO.
       01 PANTALLA-CAMPO-JORNADA LINE 14 COLUMN 24 PIC X(3)
           USING ENT-JORNADA.
       01 PANTALLA-PAUSA.
           02 LINE 16 COLUMN 2 VALUE "PULSA INTRO PARA CONTINUAR.".
           02 LINE 16 COLUMN 31 PIC X USING TECLA-PAUSA.
       01 PANTALLA-CONFIRMAR.
           02 LINE 16 COLUMN 2 VALUE "CONFIRMA EL BORRADO (S/N):".
           02 LINE 16 COLUMN 30 PIC X USING BORRAR-CONFIRMAR.
       PROCEDURE DIVISION USING OPERADOR-ACTUAL.
       MAIN-LOGIC SECTION.
       PROGRAM-BEGIN.
               DISPLAY "10. REVISION DE SALARIOS"
               DISPLAY "11. DATOS BANCARIOS DE EMPLEADOS"
               DISPLAY "12. PRESUPUESTOS DE DEPARTAMENTO"
               DISPLAY "13. ANTICIPOS, PRESTAMOS Y EMBARGOS"
               DISPLAY "14. CATEGORIAS PROFESIONALES"
               DISPLAY "15. DATOS FISCALES DE EMPLEADOS"
               DISPLAY "16. EMPRESAS DEL GRUPO"
               DISPLAY "17. CONTRATOS DE TRABAJO"
           END-IF.
           DISPLAY "18. SALIR".
           ACCEPT OPCION-MENU.
           EVALUATE TRUE
               WHEN OPCION-AGREGAR
                   PERFORM MANTENER-BANCOS
               WHEN OPCION-PRESUPUESTOS AND ES-SUPERVISOR
                   PERFORM MANTENER-PRESUPUESTOS
               WHEN OPCION-DESCUENTOS AND ES-SUPERVISOR
                   PERFORM MANTENER-DESCUENTOS
               WHEN OPCION-CATEGORIAS AND ES-SUPERVISOR
                   PERFORM MANTENER-CATEGORIAS
               WHEN OPCION-FISCALES AND ES-SUPERVISOR
                   PERFORM MANTENER-FISCALES
               WHEN OPCION-EMPRESAS AND ES-SUPERVISOR
                   PERFORM MANTENER-EMPRESAS
               WHEN OPCION-CONTRATOS AND ES-SUPERVISOR
                   PERFORM MENU-CONTRATOS
               WHEN OPCION-CORREGIR
               WHEN OPCION-ELIMINAR
               WHEN OPCION-LOTE
               WHEN OPCION-SALARIOS
               WHEN OPCION-BANCOS
               WHEN OPCION-PRESUPUESTOS
               WHEN OPCION-DESCUENTOS
               WHEN OPCION-CATEGORIAS
               WHEN OPCION-FISCALES
               WHEN OPCION-EMPRESAS
               WHEN OPCION-CONTRATOS
                   DISPLAY "OPCION RESERVADA A SUPERVISORES."
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA, INTENTELO DE NUEVO."
           DISPLAY "NOMBRE: " BAJA-NOMBRE.
           DISPLAY "APELLIDOS: " BAJA-APELLIDOS.
           DISPLAY "DEPARTAMENTO: " BAJA-DEPARTAMENTO.
           DISPLAY "CATEGORIA: " BAJA-CATEGORIA.
           DISPLAY "EMPRESA: " BAJA-EMPRESA.
           DISPLAY "CONTRATO: " BAJA-CONTRATO
               "  FIN: " BAJA-FIN-CONTRATO
               "  JORNADA: " BAJA-JORNADA.
           DISPLAY "FECHA DE ALTA: " BAJA-FECHA-ALTA.
           MOVE BAJA-SALARIO TO SALARIO-MOSTRAR.
           DISPLAY "ULTIMO SALARIO: " SALARIO-MOSTRAR.
           ELSE
               PERFORM BUSCAR-ULTIMA-BAJA
               IF BAJA-ENCONTRADA EQUAL "S" THEN
                   IF BAJA-NOMBRE EQUAL "ANONIMIZADO" THEN
                       DISPLAY "ERROR: LOS DATOS PERSONALES DE ESE ID"
                           " ESTAN ANONIMIZADOS, HAY QUE DARLO DE ALTA"
                           " DE NUEVO."
                   ELSE
                       PERFORM PEDIR-DATOS-REINGRESO
                       IF ENTRY-OK EQUAL "S" THEN
                           PERFORM GRABAR-REINGRESO
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "NO CONSTA NINGUNA BAJA PARA ESE ID."
                   END-IF
               END-IF
           END-IF.
           IF ENTRY-OK EQUAL "S" THEN
               DISPLAY "INTRODUCE LA CATEGORIA (INTRO PARA MANTENER "
                   BAJA-CATEGORIA ")."
               MOVE SPACE TO CATEGORIA-REINGRESO
               ACCEPT CATEGORIA-REINGRESO
               IF CATEGORIA-REINGRESO EQUAL SPACE THEN
                   MOVE BAJA-CATEGORIA TO CATEGORIA-REINGRESO
               END-IF
               MOVE CATEGORIA-REINGRESO TO CAT-CODIGO
               MOVE SALARIO-NUEVO TO SALARIO-BANDA
               PERFORM COMPROBAR-BANDA-SALARIAL
               PERFORM AVISAR-BANDA-SALARIAL
           END-IF.
           IF ENTRY-OK EQUAL "S" THEN
               DISPLAY "INTRODUCE LA EMPRESA (INTRO PARA MANTENER "
                   BAJA-EMPRESA ")."
               MOVE SPACE TO EMPRESA-REINGRESO
               ACCEPT EMPRESA-REINGRESO
               IF EMPRESA-REINGRESO EQUAL SPACE THEN
                   MOVE BAJA-EMPRESA TO EMPRESA-REINGRESO
               END-IF
               MOVE EMPRESA-REINGRESO TO EMP-CODIGO
               PERFORM COMPROBAR-EMPRESA
           END-IF.
           IF ENTRY-OK EQUAL "S" THEN
               PERFORM PEDIR-DATOS-CONTRATO
           END-IF.
           IF ENTRY-OK EQUAL "S" THEN
               DISPLAY "CONFIRMA EL REINGRESO (S/N)."
               ACCEPT SI-NO
               END-IF
           END-IF.
       GRABAR-REINGRESO.
           MOVE DETALLE-BAJA TO EMPLEADOS-REGISTROS.
           PERFORM GUARDAR-CONTRATO-ANTERIOR.
           MOVE SPACE TO EMPLEADOS-REGISTROS.
           MOVE CONSULTA-ID TO EMPLEADOS-ID.
           MOVE BAJA-NOMBRE TO EMPLEADOS-NOMBRE.
           MOVE BAJA-APELLIDOS TO EMPLEADOS-APELLIDOS.
           MOVE BAJA-EDAD TO EMPLEADOS-EDAD.
           MOVE BAJA-DEPARTAMENTO TO EMPLEADOS-DEPARTAMENTO.
           MOVE CATEGORIA-REINGRESO TO EMPLEADOS-CATEGORIA.
           MOVE EMPRESA-REINGRESO TO EMPLEADOS-EMPRESA.
           MOVE FECHA-EFECTIVA TO EMPLEADOS-FECHA-ALTA.
           MOVE SALARIO-NUEVO TO EMPLEADOS-SALARIO.
           MOVE CONTRATO-TIPO-NUEVO TO EMPLEADOS-CONTRATO.
           MOVE CONTRATO-FIN-NUEVO TO EMPLEADOS-FIN-CONTRATO.
           MOVE CONTRATO-JORNADA-NUEVA TO EMPLEADOS-JORNADA.
           PERFORM ESCRIBIR-REGISTRO.
           IF ALTA-GRABADA EQUAL "S" THEN
               MOVE "REINGRESO" TO MOTIVO-CONTRATO
               PERFORM GRABAR-HISTORIAL-CONTRATO
               DISPLAY "EMPLEADO REINGRESADO CON EL MISMO ID, LA BAJA"
                   " ORIGINAL SE CONSERVA EN EL HISTORICO."
           ELSE
               DISPLAY "NOMBRE: " EMPLEADOS-NOMBRE
               MOVE EMPLEADOS-SALARIO TO SALARIO-MOSTRAR
               DISPLAY "SALARIO ACTUAL: " SALARIO-MOSTRAR
               PERFORM MOSTRAR-BANDA-EMPLEADO
               PERFORM PEDIR-DATOS-REVISION
               IF ENTRY-OK EQUAL "S" THEN
                   MOVE EMPLEADOS-CATEGORIA TO CAT-CODIGO
                   MOVE SALARIO-NUEVO TO SALARIO-BANDA
                   PERFORM COMPROBAR-BANDA-SALARIAL
                   PERFORM AVISAR-BANDA-SALARIAL
               END-IF
               IF ENTRY-OK EQUAL "S" THEN
                   PERFORM CONTROLAR-PRESUPUESTO-REVISION
                   IF PRESUPUESTO-ACEPTADO NOT EQUAL "S" THEN
       APLICAR-AUMENTO-MASIVO.
           PERFORM CREAR-COPIA-SEGURIDAD.
           MOVE ZERO TO REG-REVISADOS.
           MOVE ZERO TO REG-FUERA-BANDA.
           OPEN OUTPUT FUERA-BANDA-ARCHIVO.
           MOVE SPACE TO LINEA-FUERA-BANDA.
           STRING "EMPLEADOS FUERA DE BANDA EN EL AUMENTO DEL"
                   DELIMITED BY SIZE
               " DEPARTAMENTO " DELIMITED BY SIZE
               DEPARTAMENTO-REVISION DELIMITED BY SIZE
               INTO LINEA-FUERA-BANDA
           END-STRING.
           WRITE LINEA-FUERA-BANDA.
           WRITE LINEA-FUERA-BANDA FROM SPACE.
           WRITE LINEA-FUERA-BANDA FROM LINEA-FUERA-BANDA-CABECERA.
           MOVE "N" TO FIN-DE-MAESTRO.
           MOVE LOW-VALUES TO EMPLEADOS-ID.
           START EMPLEADOS-ARCHIVOS KEY IS NOT < EMPLEADOS-ID
           END-START.
           PERFORM REVISAR-SIGUIENTE-EMPLEADO
               UNTIL FIN-DE-MAESTRO EQUAL "S".
           MOVE REG-FUERA-BANDA TO TOT-FUERA-BANDA.
           WRITE LINEA-FUERA-BANDA FROM SPACE.
           WRITE LINEA-FUERA-BANDA FROM LINEA-FUERA-BANDA-TOTAL.
           CLOSE FUERA-BANDA-ARCHIVO.
           DISPLAY "EMPLEADOS REVISADOS: " REG-REVISADOS.
           IF REG-FUERA-BANDA > ZERO THEN
               DISPLAY "EMPLEADOS NO REVISADOS POR QUEDAR FUERA DE"
                   " BANDA: " REG-FUERA-BANDA
               DISPLAY "DETALLE EN fuera-de-banda.txt."
           END-IF.
       REVISAR-SIGUIENTE-EMPLEADO.
           READ EMPLEADOS-ARCHIVOS NEXT RECORD
               AT END
           COMPUTE SALARIO-NUEVO ROUNDED
               = EMPLEADOS-SALARIO
                   * (1 + PORCENTAJE-AUMENTO / 100).
           MOVE EMPLEADOS-CATEGORIA TO CAT-CODIGO.
           MOVE SALARIO-NUEVO TO SALARIO-BANDA.
           PERFORM COMPROBAR-BANDA-SALARIAL.
           IF BANDA-CORRECTA EQUAL "S" THEN
               PERFORM REVISAR-SALARIO-EMPLEADO
           ELSE
               PERFORM LISTAR-FUERA-DE-BANDA
           END-IF.
       LISTAR-FUERA-DE-BANDA.
           MOVE EMPLEADOS-ID TO FBA-ID.
           MOVE EMPLEADOS-NOMBRE TO FBA-NOMBRE.
           MOVE EMPLEADOS-CATEGORIA TO FBA-CATEGORIA.
           MOVE EMPLEADOS-SALARIO TO FBA-ACTUAL.
           MOVE SALARIO-NUEVO TO FBA-PROPUESTO.
           MOVE CAT-MINIMO TO FBA-MINIMO.
           MOVE CAT-MAXIMO TO FBA-MAXIMO.
           IF CAT-ENCONTRADO NOT EQUAL "S" THEN
               MOVE "SIN CATEG." TO FBA-MOTIVO
           ELSE
               IF SALARIO-NUEVO < CAT-MINIMO THEN
                   MOVE "BAJO MIN." TO FBA-MOTIVO
               ELSE
                   MOVE "SOBRE MAX." TO FBA-MOTIVO
               END-IF
           END-IF.
           WRITE LINEA-FUERA-BANDA FROM LINEA-FUERA-BANDA-DETALLE.
           ADD 1 TO REG-FUERA-BANDA.
       REVISAR-SALARIO-EMPLEADO.
           PERFORM GRABAR-REVISION.
           MOVE SALARIO-NUEVO TO EMPLEADOS-SALARIO.
           REWRITE EMPLEADOS-REGISTROS
               MOVE ZERO TO EMPLEADOS-EDAD
           END-IF.
           MOVE ENT-DEPARTAMENTO TO EMPLEADOS-DEPARTAMENTO.
           MOVE ENT-CATEGORIA TO EMPLEADOS-CATEGORIA.
           MOVE ENT-EMPRESA TO EMPLEADOS-EMPRESA.
           IF ENT-FECHA-ALTA IS NUMERIC THEN
               MOVE ENT-FECHA-ALTA TO EMPLEADOS-FECHA-ALTA
           ELSE
           ELSE
               MOVE ZERO TO EMPLEADOS-SALARIO
           END-IF.
           MOVE ENT-CONTRATO TO CONTRATO-TIPO-NUEVO.
           MOVE ENT-FIN-CONTRATO TO CONTRATO-FIN-TXT.
           MOVE ENT-JORNADA TO CONTRATO-JORNADA-TXT.
           PERFORM CONVERTIR-DATOS-CONTRATO.
           MOVE CONTRATO-TIPO-NUEVO TO EMPLEADOS-CONTRATO.
           MOVE CONTRATO-FIN-NUEVO TO EMPLEADOS-FIN-CONTRATO.
           MOVE CONTRATO-JORNADA-NUEVA TO EMPLEADOS-JORNADA.
       TRASLADAR-REGISTRO-A-ENTRADA.
           MOVE EMPLEADOS-ID TO ENT-ID.
           MOVE EMPLEADOS-NOMBRE TO ENT-NOMBRE.
           MOVE EMPLEADOS-APELLIDOS TO ENT-APELLIDOS.
           MOVE EMPLEADOS-EDAD TO ENT-EDAD.
           MOVE EMPLEADOS-DEPARTAMENTO TO ENT-DEPARTAMENTO.
           MOVE EMPLEADOS-CATEGORIA TO ENT-CATEGORIA.
           MOVE EMPLEADOS-EMPRESA TO ENT-EMPRESA.
           MOVE EMPLEADOS-FECHA-ALTA TO ENT-FECHA-ALTA.
           MOVE EMPLEADOS-SALARIO TO SALARIO-EDITADO.
           MOVE SALARIO-EDITADO TO ENT-SALARIO.
           MOVE EMPLEADOS-CONTRATO TO ENT-CONTRATO.
           IF EMPLEADOS-FIN-CONTRATO IS NUMERIC
              AND EMPLEADOS-FIN-CONTRATO > ZERO THEN
               MOVE EMPLEADOS-FIN-CONTRATO TO ENT-FIN-CONTRATO
           ELSE
               MOVE SPACE TO ENT-FIN-CONTRATO
           END-IF.
           IF EMPLEADOS-JORNADA IS NUMERIC
              AND EMPLEADOS-JORNADA > ZERO THEN
               MOVE EMPLEADOS-JORNADA TO ENT-JORNADA
           ELSE
               MOVE SPACE TO ENT-JORNADA
           END-IF.
       VALIDAR-PANTALLA.
           MOVE ZERO TO CAMPO-ERROR.
           MOVE SPACE TO MENSAJE-ERROR.
                   END-IF
               END-IF
           END-IF.
           IF CAMPO-ERROR EQUAL ZERO THEN
               IF ENT-CATEGORIA EQUAL SPACE THEN
                   MOVE 8 TO CAMPO-ERROR
                   MOVE "DEBES ESPECIFICAR UNA CATEGORIA"
                       TO MENSAJE-ERROR
               ELSE
                   MOVE "B" TO CAT-FUNCION
                   MOVE ENT-CATEGORIA TO CAT-CODIGO
                   CALL "CATEGORIAS" USING DATOS-CATEGORIA
                   IF CAT-ENCONTRADO NOT EQUAL "S" THEN
                       MOVE 8 TO CAMPO-ERROR
                       MOVE "LA CATEGORIA NO EXISTE"
                           TO MENSAJE-ERROR
                   END-IF
               END-IF
           END-IF.
           IF CAMPO-ERROR EQUAL ZERO THEN
               MOVE "B" TO EMP-FUNCION
               MOVE ENT-EMPRESA TO EMP-CODIGO
               CALL "EMPRESAS" USING DATOS-EMPRESA
               IF EMP-NUMERO-EMPRESAS > ZERO
                  AND EMP-ENCONTRADO NOT EQUAL "S" THEN
                   MOVE 9 TO CAMPO-ERROR
                   IF ENT-EMPRESA EQUAL SPACE THEN
                       MOVE "DEBES ESPECIFICAR UNA EMPRESA"
                           TO MENSAJE-ERROR
                   ELSE
                       MOVE "LA EMPRESA NO EXISTE" TO MENSAJE-ERROR
                   END-IF
               END-IF
           END-IF.
           IF CAMPO-ERROR EQUAL ZERO THEN
               PERFORM VALIDAR-PANTALLA-FECHA
           END-IF.
               MOVE "EL SALARIO DEBE SER MAYOR QUE CERO"
                   TO MENSAJE-ERROR
           END-IF.
           IF CAMPO-ERROR EQUAL ZERO THEN
               MOVE EMPLEADOS-CATEGORIA TO CAT-CODIGO
               MOVE EMPLEADOS-SALARIO TO SALARIO-BANDA
               PERFORM COMPROBAR-BANDA-SALARIAL
               IF BANDA-CORRECTA NOT EQUAL "S" THEN
                   MOVE 7 TO CAMPO-ERROR
                   MOVE CAT-MINIMO TO MINIMO-BANDA-MOSTRAR
                   MOVE CAT-MAXIMO TO MAXIMO-BANDA-MOSTRAR
                   MOVE SPACE TO MENSAJE-ERROR
                   STRING "SALARIO FUERA DE BANDA: "
                           DELIMITED BY SIZE
                       MINIMO-BANDA-MOSTRAR DELIMITED BY SIZE
                       " A " DELIMITED BY SIZE
                       MAXIMO-BANDA-MOSTRAR DELIMITED BY SIZE
                       INTO MENSAJE-ERROR
                   END-STRING
               END-IF
           END-IF.
           IF CAMPO-ERROR EQUAL ZERO THEN
               MOVE EMPLEADOS-FECHA-ALTA TO CONTRATO-INICIO
               PERFORM COMPROBAR-DATOS-CONTRATO
               MOVE ERROR-CONTRATO TO CAMPO-ERROR
           END-IF.
           IF CAMPO-ERROR EQUAL ZERO
              AND COMPROBAR-ID EQUAL "S" THEN
               PERFORM VERIFICAR-ID-DUPLICADO
                   ACCEPT PANTALLA-CAMPO-FECHA
               WHEN 7
                   ACCEPT PANTALLA-CAMPO-SALARIO
               WHEN 8
                   ACCEPT PANTALLA-CAMPO-CATEGORIA
               WHEN 9
                   ACCEPT PANTALLA-CAMPO-EMPRESA
               WHEN 10
                   ACCEPT PANTALLA-CAMPO-CONTRATO
               WHEN 11
                   ACCEPT PANTALLA-CAMPO-FIN-CONTRATO
               WHEN 12
                   ACCEPT PANTALLA-CAMPO-JORNADA
           END-EVALUATE.
           MOVE SPACE TO MENSAJE-ERROR.
           DISPLAY PANTALLA-MENSAJE.
               MOVE "N" TO ENTRY-OK
           END-IF.
           PERFORM VALIDAR-DEPARTAMENTO.
           MOVE EMPLEADOS-EMPRESA TO EMP-CODIGO.
           PERFORM COMPROBAR-EMPRESA.
           PERFORM VALIDAR-FECHA-ALTA.
           PERFORM VALIDAR-CONTRATO.
           IF EMPLEADOS-SALARIO EQUAL ZERO THEN
               DISPLAY "ERROR: EL SALARIO DEBE SER MAYOR QUE CERO."
               MOVE "N" TO ENTRY-OK
           ELSE
               PERFORM VALIDAR-CATEGORIA
           END-IF.
           IF ENTRY-OK EQUAL "S" AND COMPROBAR-ID EQUAL "S" THEN
               PERFORM VERIFICAR-ID-DUPLICADO
                   END-IF
               END-IF
           END-IF.
       VALIDAR-CONTRATO.
           IF EMPLEADOS-FECHA-ALTA IS NUMERIC THEN
               MOVE EMPLEADOS-FECHA-ALTA TO CONTRATO-INICIO
           ELSE
               MOVE ZERO TO CONTRATO-INICIO
           END-IF.
           PERFORM COMPROBAR-DATOS-CONTRATO.
           IF ERROR-CONTRATO NOT EQUAL ZERO THEN
               DISPLAY "ERROR: " MENSAJE-ERROR
               MOVE "N" TO ENTRY-OK
           END-IF.
       CONVERTIR-DATOS-CONTRATO.
           INSPECT CONTRATO-TIPO-NUEVO CONVERTING "itp" TO "ITP".
           IF CONTRATO-FIN-TXT IS NUMERIC THEN
               MOVE CONTRATO-FIN-TXT TO CONTRATO-FIN-NUEVO
           ELSE
               MOVE ZERO TO CONTRATO-FIN-NUEVO
           END-IF.
           MOVE ZERO TO CONTRATO-JORNADA-NUEVA.
           IF CONTRATO-JORNADA-TXT EQUAL SPACE THEN
               MOVE 100 TO CONTRATO-JORNADA-NUEVA
           ELSE
               COMPUTE RESULTADO-NUMVAL
                   = FUNCTION TEST-NUMVAL(CONTRATO-JORNADA-TXT)
               IF RESULTADO-NUMVAL EQUAL ZERO THEN
                   COMPUTE CONTRATO-JORNADA-LEIDA
                       = FUNCTION NUMVAL(CONTRATO-JORNADA-TXT)
                   IF CONTRATO-JORNADA-LEIDA >= 1
                      AND CONTRATO-JORNADA-LEIDA <= 100 THEN
                       MOVE CONTRATO-JORNADA-LEIDA
                           TO CONTRATO-JORNADA-NUEVA
                   END-IF
               END-IF
           END-IF.
       COMPROBAR-DATOS-CONTRATO.
           MOVE ZERO TO ERROR-CONTRATO.
           IF CONTRATO-TIPO-NUEVO NOT EQUAL "I"
              AND CONTRATO-TIPO-NUEVO NOT EQUAL "T"
              AND CONTRATO-TIPO-NUEVO NOT EQUAL "P" THEN
               MOVE 10 TO ERROR-CONTRATO
               MOVE "EL TIPO DE CONTRATO DEBE SER I, T O P"
                   TO MENSAJE-ERROR
           END-IF.
           IF ERROR-CONTRATO EQUAL ZERO THEN
               IF CONTRATO-TIPO-NUEVO EQUAL "I" THEN
                   IF CONTRATO-FIN-NUEVO NOT EQUAL ZERO THEN
                       MOVE 11 TO ERROR-CONTRATO
                       MOVE "EL CONTRATO INDEFINIDO NO LLEVA FIN"
                           TO MENSAJE-ERROR
                   END-IF
               ELSE
                   PERFORM COMPROBAR-FIN-CONTRATO
               END-IF
           END-IF.
           IF ERROR-CONTRATO EQUAL ZERO
              AND CONTRATO-JORNADA-NUEVA EQUAL ZERO THEN
               MOVE 12 TO ERROR-CONTRATO
               MOVE "LA JORNADA DEBE ESTAR ENTRE 1 Y 100 (%)"
                   TO MENSAJE-ERROR
           END-IF.
       COMPROBAR-FIN-CONTRATO.
           IF CONTRATO-FIN-NUEVO EQUAL ZERO THEN
               MOVE 11 TO ERROR-CONTRATO
               MOVE "DEBES ESPECIFICAR EL FIN DEL CONTRATO (AAAAMMDD)"
                   TO MENSAJE-ERROR
           ELSE
               MOVE CONTRATO-FIN-NUEVO TO FECHA-COMPROBADA
               PERFORM VALIDAR-FECHA
               IF FECHA-VALIDA NOT EQUAL "S" THEN
                   MOVE 11 TO ERROR-CONTRATO
                   MOVE "EL FIN DE CONTRATO NO ES UNA FECHA VALIDA"
                       TO MENSAJE-ERROR
               ELSE
                   IF CONTRATO-FIN-NUEVO NOT > CONTRATO-INICIO THEN
                       MOVE 11 TO ERROR-CONTRATO
                       MOVE "EL FIN DEBE SER POSTERIOR AL INICIO"
                           TO MENSAJE-ERROR
                   END-IF
               END-IF
           END-IF.
       VALIDAR-FECHA.
           MOVE "S" TO FECHA-VALIDA.
           IF FECHA-MES < 1 OR FECHA-MES > 12 THEN
               END-IF
           END-IF.
       VALIDAR-DEPARTAMENTO.
           IF ALTA-DEPARTAMENTO-TXT EQUAL SPACE THEN
               DISPLAY "ERROR: DEBES ESPECIFICAR UN DEPARTAMENTO."
               MOVE "N" TO ENTRY-OK
           ELSE
               IF ALTA-DEPARTAMENTO-TXT (5:) NOT EQUAL SPACE THEN
                   DISPLAY "ERROR: USA EL CODIGO DE DEPARTAMENTO"
                       " (4 CARACTERES COMO MAXIMO)."
                   MOVE "N" TO ENTRY-OK
                   END-IF
               END-IF
           END-IF.
       VALIDAR-CATEGORIA.
           IF EMPLEADOS-CATEGORIA EQUAL SPACE THEN
               DISPLAY "ERROR: DEBES ESPECIFICAR UNA CATEGORIA."
               MOVE "N" TO ENTRY-OK
           ELSE
               MOVE EMPLEADOS-CATEGORIA TO CAT-CODIGO
               MOVE EMPLEADOS-SALARIO TO SALARIO-BANDA
               PERFORM COMPROBAR-BANDA-SALARIAL
               PERFORM AVISAR-BANDA-SALARIAL
           END-IF.
       COMPROBAR-EMPRESA.
           MOVE "B" TO EMP-FUNCION.
           CALL "EMPRESAS" USING DATOS-EMPRESA.
           IF EMP-NUMERO-EMPRESAS > ZERO
              AND EMP-ENCONTRADO NOT EQUAL "S" THEN
               IF EMP-CODIGO EQUAL SPACE THEN
                   DISPLAY "ERROR: DEBES ESPECIFICAR UNA EMPRESA."
               ELSE
                   DISPLAY "ERROR: LA EMPRESA " EMP-CODIGO
                       " NO EXISTE. USA LA OPCION DE MANTENIMIENTO."
               END-IF
               MOVE "N" TO ENTRY-OK
           END-IF.
       COMPROBAR-BANDA-SALARIAL.
           MOVE "B" TO CAT-FUNCION.
           CALL "CATEGORIAS" USING DATOS-CATEGORIA.
           MOVE "S" TO BANDA-CORRECTA.
           IF CAT-ENCONTRADO NOT EQUAL "S" THEN
               MOVE "N" TO BANDA-CORRECTA
           ELSE
               IF SALARIO-BANDA < CAT-MINIMO
                  OR SALARIO-BANDA > CAT-MAXIMO THEN
                   MOVE "N" TO BANDA-CORRECTA
               END-IF
           END-IF.
       AVISAR-BANDA-SALARIAL.
           IF CAT-ENCONTRADO NOT EQUAL "S" THEN
               DISPLAY "ERROR: LA CATEGORIA " CAT-CODIGO
                   " NO EXISTE. USA LA OPCION DE MANTENIMIENTO."
               MOVE "N" TO ENTRY-OK
           ELSE
               IF BANDA-CORRECTA NOT EQUAL "S" THEN
                   MOVE CAT-MINIMO TO MINIMO-BANDA-MOSTRAR
                   MOVE CAT-MAXIMO TO MAXIMO-BANDA-MOSTRAR
                   DISPLAY "ERROR: EL SALARIO ESTA FUERA DE LA BANDA"
                       " DE LA CATEGORIA " CAT-CODIGO ": "
                       MINIMO-BANDA-MOSTRAR " A "
                       MAXIMO-BANDA-MOSTRAR "."
                   MOVE "N" TO ENTRY-OK
               END-IF
           END-IF.
       MOSTRAR-BANDA-EMPLEADO.
           MOVE "B" TO CAT-FUNCION.
           MOVE EMPLEADOS-CATEGORIA TO CAT-CODIGO.
           CALL "CATEGORIAS" USING DATOS-CATEGORIA.
           IF CAT-ENCONTRADO EQUAL "S" THEN
               MOVE CAT-MINIMO TO MINIMO-BANDA-MOSTRAR
               MOVE CAT-MAXIMO TO MAXIMO-BANDA-MOSTRAR
               DISPLAY "CATEGORIA: " CAT-CODIGO " " CAT-DESCRIPCION
               DISPLAY "BANDA SALARIAL: " MINIMO-BANDA-MOSTRAR
                   " A " MAXIMO-BANDA-MOSTRAR
           ELSE
               DISPLAY "AVISO: EL EMPLEADO NO TIENE UNA CATEGORIA"
                   " VALIDA (" EMPLEADOS-CATEGORIA ")."
           END-IF.
       MANTENER-DEPARTAMENTOS.
           DISPLAY "MANTENIMIENTO DE DEPARTAMENTOS:".
           DISPLAY "1. LISTAR DEPARTAMENTOS".
                   DISPLAY "DEPARTAMENTO AGREGADO."
               END-IF
           END-IF.
       MANTENER-CATEGORIAS.
           DISPLAY "CATEGORIAS PROFESIONALES:".
           DISPLAY "1. LISTAR CATEGORIAS Y BANDAS SALARIALES".
           DISPLAY "2. AGREGAR O ACTUALIZAR CATEGORIA".
           DISPLAY "3. VOLVER".
           ACCEPT OPCION-CATEGORIA-MENU.
           EVALUATE TRUE
               WHEN OPCION-CAT-LISTAR
                   PERFORM LISTAR-CATEGORIAS
               WHEN OPCION-CAT-AGREGAR
                   PERFORM AGREGAR-CATEGORIA
               WHEN OPCION-CAT-VOLVER
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA, INTENTELO DE NUEVO."
           END-EVALUATE.
       LISTAR-CATEGORIAS.
           MOVE "N" TO FIN-DE-CATEGORIAS.
           OPEN INPUT CATEGORIAS-ARCHIVO.
           DISPLAY "COD. DESCRIPCION                   MINIMO"
               "     MAXIMO".
           PERFORM LEER-CATEGORIA-LISTADO
               UNTIL FIN-DE-CATEGORIAS EQUAL "S".
           CLOSE CATEGORIAS-ARCHIVO.
           DISPLAY "SI UN CODIGO APARECE VARIAS VECES, LA ULTIMA"
               " LINEA ES LA VIGENTE.".
       LEER-CATEGORIA-LISTADO.
           READ CATEGORIAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-CATEGORIAS
               NOT AT END
                   MOVE SPACE TO CATEGORIA-CODIGO-NUEVO
                   MOVE SPACE TO CATEGORIA-DESC-NUEVA
                   MOVE SPACE TO CATEGORIA-MINIMO-TXT
                   MOVE SPACE TO CATEGORIA-MAXIMO-TXT
                   UNSTRING LINEA-CATEGORIA DELIMITED BY ","
                       INTO CATEGORIA-CODIGO-NUEVO,
                           CATEGORIA-DESC-NUEVA,
                           CATEGORIA-MINIMO-TXT,
                           CATEGORIA-MAXIMO-TXT
                   END-UNSTRING
                   DISPLAY CATEGORIA-CODIGO-NUEVO " "
                       CATEGORIA-DESC-NUEVA " "
                       CATEGORIA-MINIMO-TXT " "
                       CATEGORIA-MAXIMO-TXT
           END-READ.
       AGREGAR-CATEGORIA.
           MOVE "S" TO ENTRY-OK.
           DISPLAY "INTRODUCE EL CODIGO (4 CARACTERES COMO MAXIMO).".
           MOVE SPACE TO CATEGORIA-CODIGO-NUEVO.
           ACCEPT CATEGORIA-CODIGO-NUEVO.
           MOVE "B" TO CAT-FUNCION.
           MOVE CATEGORIA-CODIGO-NUEVO TO CAT-CODIGO.
           CALL "CATEGORIAS" USING DATOS-CATEGORIA.
           IF CAT-ENCONTRADO EQUAL "S" THEN
               MOVE CAT-MINIMO TO MINIMO-BANDA-MOSTRAR
               MOVE CAT-MAXIMO TO MAXIMO-BANDA-MOSTRAR
               DISPLAY "CATEGORIA EXISTENTE: " CAT-DESCRIPCION
               DISPLAY "BANDA ACTUAL: " MINIMO-BANDA-MOSTRAR
                   " A " MAXIMO-BANDA-MOSTRAR
           END-IF.
           DISPLAY "INTRODUCE LA DESCRIPCION.".
           MOVE SPACE TO CATEGORIA-DESC-NUEVA.
           ACCEPT CATEGORIA-DESC-NUEVA.
           IF CATEGORIA-CODIGO-NUEVO EQUAL SPACE
              OR CATEGORIA-DESC-NUEVA EQUAL SPACE THEN
               DISPLAY "ERROR: CODIGO Y DESCRIPCION SON OBLIGATORIOS."
               MOVE "N" TO ENTRY-OK
           END-IF.
           IF ENTRY-OK EQUAL "S" THEN
               DISPLAY "INTRODUCE EL MINIMO DE LA BANDA."
               PERFORM PEDIR-IMPORTE-BANDA
               MOVE SALARIO-NUEVO TO CATEGORIA-MINIMO-NUEVO
           END-IF.
           IF ENTRY-OK EQUAL "S" THEN
               DISPLAY "INTRODUCE EL MAXIMO DE LA BANDA."
               PERFORM PEDIR-IMPORTE-BANDA
               MOVE SALARIO-NUEVO TO CATEGORIA-MAXIMO-NUEVO
           END-IF.
           IF ENTRY-OK EQUAL "S"
              AND CATEGORIA-MINIMO-NUEVO > CATEGORIA-MAXIMO-NUEVO THEN
               DISPLAY "ERROR: EL MINIMO NO PUEDE SUPERAR AL MAXIMO."
               MOVE "N" TO ENTRY-OK
           END-IF.
           IF ENTRY-OK EQUAL "S" THEN
               PERFORM GRABAR-CATEGORIA
           END-IF.
       PEDIR-IMPORTE-BANDA.
           MOVE SPACE TO ENTRADA-IMPORTE.
           ACCEPT ENTRADA-IMPORTE.
           COMPUTE RESULTADO-NUMVAL
               = FUNCTION TEST-NUMVAL(ENTRADA-IMPORTE).
           IF ENTRADA-IMPORTE EQUAL SPACE
              OR RESULTADO-NUMVAL NOT EQUAL ZERO THEN
               DISPLAY "ERROR: EL IMPORTE DEBE SER NUMERICO."
               MOVE "N" TO ENTRY-OK
           ELSE
               COMPUTE SALARIO-NUEVO
                   = FUNCTION NUMVAL(ENTRADA-IMPORTE)
               IF SALARIO-NUEVO EQUAL ZERO THEN
                   DISPLAY "ERROR: EL IMPORTE DEBE SER MAYOR"
                       " QUE CERO."
                   MOVE "N" TO ENTRY-OK
               END-IF
           END-IF.
       GRABAR-CATEGORIA.
           MOVE CATEGORIA-MINIMO-NUEVO TO CATEGORIA-MINIMO-CSV.
           MOVE CATEGORIA-MAXIMO-NUEVO TO CATEGORIA-MAXIMO-CSV.
           OPEN EXTEND CATEGORIAS-ARCHIVO.
           MOVE SPACE TO LINEA-CATEGORIA.
           STRING CATEGORIA-CODIGO-NUEVO DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               CATEGORIA-DESC-NUEVA DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               CATEGORIA-MINIMO-CSV DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               CATEGORIA-MAXIMO-CSV DELIMITED BY SIZE
               INTO LINEA-CATEGORIA
           END-STRING.
           WRITE LINEA-CATEGORIA.
           CLOSE CATEGORIAS-ARCHIVO.
           MOVE "R" TO CAT-FUNCION.
           CALL "CATEGORIAS" USING DATOS-CATEGORIA.
           DISPLAY "CATEGORIA GUARDADA. LOS EMPLEADOS QUE QUEDEN FUERA"
               " DE LA NUEVA BANDA APARECERAN EN VERIFICAR.".
       MANTENER-BANCOS.
           DISPLAY "DATOS BANCARIOS DE EMPLEADOS:".
           DISPLAY "1. LISTAR CUENTAS".
           CALL "BANCOS" USING DATOS-BANCO.
           PERFORM REGISTRAR-AUDITORIA.
           DISPLAY "DATOS BANCARIOS GUARDADOS.".
       MANTENER-FISCALES.
           DISPLAY "DATOS FISCALES DE EMPLEADOS:".
           DISPLAY "1. LISTAR DATOS FISCALES".
           DISPLAY "2. AGREGAR O ACTUALIZAR DATOS FISCALES".
           DISPLAY "3. VOLVER".
           ACCEPT OPCION-FISCAL-MENU.
           EVALUATE TRUE
               WHEN OPCION-FIS-LISTAR
                   PERFORM LISTAR-FISCALES
               WHEN OPCION-FIS-AGREGAR
                   PERFORM AGREGAR-FISCAL
               WHEN OPCION-FIS-VOLVER
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA, INTENTELO DE NUEVO."
           END-EVALUATE.
       LISTAR-FISCALES.
           MOVE "N" TO FIN-DE-FISCALES.
           OPEN INPUT FISCALES-ARCHIVO.
           DISPLAY "ID     E HIJOS DISC. VOLUNTARIO".
           PERFORM LEER-FISCAL-LISTADO
               UNTIL FIN-DE-FISCALES EQUAL "S".
           CLOSE FISCALES-ARCHIVO.
           DISPLAY "SI UN ID APARECE VARIAS VECES, LA ULTIMA"
               " LINEA ES LA VIGENTE.".
       LEER-FISCAL-LISTADO.
           READ FISCALES-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-FISCALES
               NOT AT END
                   MOVE SPACE TO FISCAL-ID-NUEVO
                   MOVE SPACE TO FISCAL-ESTADO-NUEVO
                   MOVE SPACE TO FISCAL-HIJOS-TXT
                   MOVE SPACE TO FISCAL-DISCAPACIDAD-TXT
                   MOVE SPACE TO FISCAL-VOLUNTARIO-TXT
                   UNSTRING LINEA-FISCAL DELIMITED BY ","
                       INTO FISCAL-ID-NUEVO, FISCAL-ESTADO-NUEVO,
                           FISCAL-HIJOS-TXT, FISCAL-DISCAPACIDAD-TXT,
                           FISCAL-VOLUNTARIO-TXT
                   END-UNSTRING
                   DISPLAY FISCAL-ID-NUEVO " " FISCAL-ESTADO-NUEVO
                       " " FISCAL-HIJOS-TXT "  "
                       FISCAL-DISCAPACIDAD-TXT "  "
                       FISCAL-VOLUNTARIO-TXT
           END-READ.
       AGREGAR-FISCAL.
           DISPLAY "INTRODUCE EL ID DEL EMPLEADO.".
           ACCEPT FISCAL-ID-NUEVO.
           MOVE "N" TO CONSULTA-ENCONTRADO.
           MOVE FISCAL-ID-NUEVO TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVOS
               INVALID KEY
                   DISPLAY "NO SE HA ENCONTRADO ESE ID."
               NOT INVALID KEY
                   MOVE "S" TO CONSULTA-ENCONTRADO
           END-READ.
           IF CONSULTA-ENCONTRADO EQUAL "S" THEN
               DISPLAY "EMPLEADO: " EMPLEADOS-NOMBRE
               PERFORM MOSTRAR-FISCAL-ACTUAL
               PERFORM PEDIR-DATOS-FISCALES
               IF DATOS-FISCALES-OK EQUAL "S" THEN
                   PERFORM GRABAR-FISCAL
               END-IF
           END-IF.
       MOSTRAR-FISCAL-ACTUAL.
           MOVE "B" TO FIS-FUNCION.
           MOVE FISCAL-ID-NUEVO TO FIS-ID.
           CALL "FISCALES" USING DATOS-FISCALES.
           IF FIS-ENCONTRADO EQUAL "S" THEN
               MOVE FIS-PORCENTAJE-VOLUNTARIO
                   TO FISCAL-VOLUNTARIO-MOSTRAR
               DISPLAY "DATOS ACTUALES: ESTADO " FIS-ESTADO-CIVIL
                   ", HIJOS " FIS-HIJOS ", DISCAPACIDAD "
                   FIS-DISCAPACIDAD " %, TIPO VOLUNTARIO "
                   FISCAL-VOLUNTARIO-MOSTRAR " %"
           ELSE
               DISPLAY "EL EMPLEADO NO TIENE DATOS FISCALES; SE LE"
                   " APLICA LA TABLA GENERAL DE deducciones.txt."
           END-IF.
       PEDIR-DATOS-FISCALES.
           MOVE "S" TO DATOS-FISCALES-OK.
           DISPLAY "ESTADO CIVIL (S=SOLTERO, C=CASADO, V=VIUDO,"
               " D=SEPARADO O DIVORCIADO).".
           ACCEPT FISCAL-ESTADO-NUEVO.
           IF FISCAL-ESTADO-NUEVO NOT EQUAL "S"
              AND FISCAL-ESTADO-NUEVO NOT EQUAL "C"
              AND FISCAL-ESTADO-NUEVO NOT EQUAL "V"
              AND FISCAL-ESTADO-NUEVO NOT EQUAL "D" THEN
               DISPLAY "ERROR: EL ESTADO CIVIL DEBE SER S, C, V O D."
               MOVE "N" TO DATOS-FISCALES-OK
           END-IF.
           IF DATOS-FISCALES-OK EQUAL "S" THEN
               DISPLAY "NUMERO DE HIJOS A CARGO."
               MOVE SPACE TO FISCAL-HIJOS-TXT
               ACCEPT FISCAL-HIJOS-TXT
               COMPUTE RESULTADO-NUMVAL
                   = FUNCTION TEST-NUMVAL(FISCAL-HIJOS-TXT)
               IF FISCAL-HIJOS-TXT EQUAL SPACE
                  OR RESULTADO-NUMVAL NOT EQUAL ZERO THEN
                   DISPLAY "ERROR: EL NUMERO DE HIJOS DEBE SER"
                       " NUMERICO."
                   MOVE "N" TO DATOS-FISCALES-OK
               ELSE
                   COMPUTE FISCAL-HIJOS-NUEVO
                       = FUNCTION NUMVAL(FISCAL-HIJOS-TXT)
               END-IF
           END-IF.
           IF DATOS-FISCALES-OK EQUAL "S" THEN
               DISPLAY "GRADO DE DISCAPACIDAD EN % (0 SI NO TIENE)."
               MOVE SPACE TO FISCAL-DISCAPACIDAD-TXT
               ACCEPT FISCAL-DISCAPACIDAD-TXT
               COMPUTE RESULTADO-NUMVAL
                   = FUNCTION TEST-NUMVAL(FISCAL-DISCAPACIDAD-TXT)
               IF FISCAL-DISCAPACIDAD-TXT EQUAL SPACE
                  OR RESULTADO-NUMVAL NOT EQUAL ZERO THEN
                   DISPLAY "ERROR: EL GRADO DE DISCAPACIDAD DEBE SER"
                       " NUMERICO."
                   MOVE "N" TO DATOS-FISCALES-OK
               ELSE
                   COMPUTE FISCAL-DISCAPACIDAD-NUEVA
                       = FUNCTION NUMVAL(FISCAL-DISCAPACIDAD-TXT)
                   IF FISCAL-DISCAPACIDAD-NUEVA > 100 THEN
                       DISPLAY "ERROR: EL GRADO DE DISCAPACIDAD NO"
                           " PUEDE PASAR DE 100."
                       MOVE "N" TO DATOS-FISCALES-OK
                   END-IF
               END-IF
           END-IF.
           IF DATOS-FISCALES-OK EQUAL "S" THEN
               DISPLAY "TIPO DE RETENCION VOLUNTARIO SOLICITADO POR EL"
                   " EMPLEADO (0 SI NO LO HA PEDIDO)."
               MOVE SPACE TO FISCAL-VOLUNTARIO-TXT
               ACCEPT FISCAL-VOLUNTARIO-TXT
               COMPUTE RESULTADO-NUMVAL
                   = FUNCTION TEST-NUMVAL(FISCAL-VOLUNTARIO-TXT)
               IF FISCAL-VOLUNTARIO-TXT EQUAL SPACE
                  OR RESULTADO-NUMVAL NOT EQUAL ZERO THEN
                   DISPLAY "ERROR: EL TIPO VOLUNTARIO DEBE SER"
                       " NUMERICO."
                   MOVE "N" TO DATOS-FISCALES-OK
               ELSE
                   COMPUTE FISCAL-VOLUNTARIO-NUEVO
                       = FUNCTION NUMVAL(FISCAL-VOLUNTARIO-TXT)
                       ON SIZE ERROR
                           DISPLAY "ERROR: EL TIPO VOLUNTARIO DEBE"
                               " SER INFERIOR A 100."
                           MOVE "N" TO DATOS-FISCALES-OK
                   END-COMPUTE
               END-IF
           END-IF.
       GRABAR-FISCAL.
           MOVE FISCAL-VOLUNTARIO-NUEVO TO FISCAL-VOLUNTARIO-CSV.
           OPEN EXTEND FISCALES-ARCHIVO.
           MOVE SPACE TO LINEA-FISCAL.
           STRING FISCAL-ID-NUEVO DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               FISCAL-ESTADO-NUEVO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FISCAL-HIJOS-NUEVO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FISCAL-DISCAPACIDAD-NUEVA DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FISCAL-VOLUNTARIO-CSV DELIMITED BY SIZE
               INTO LINEA-FISCAL
           END-STRING.
           WRITE LINEA-FISCAL.
           CLOSE FISCALES-ARCHIVO.
           MOVE "R" TO FIS-FUNCION.
           CALL "FISCALES" USING DATOS-FISCALES.
           MOVE "DATOS FISCALES" TO AUD-ACCION.
           PERFORM REGISTRAR-AUDITORIA.
           MOVE SPACE TO AUD-ACCION.
           DISPLAY "DATOS FISCALES GUARDADOS. EL NUEVO TIPO SE APLICA"
               " EN LA PROXIMA NOMINA Y SE REGULARIZA EN LO QUE"
               " QUEDA DE EJERCICIO.".
       MANTENER-EMPRESAS.
           DISPLAY "EMPRESAS DEL GRUPO:".
           DISPLAY "1. LISTAR EMPRESAS".
           DISPLAY "2. AGREGAR O ACTUALIZAR EMPRESA".
           DISPLAY "3. VOLVER".
           ACCEPT OPCION-EMPRESA-MENU.
           EVALUATE TRUE
               WHEN OPCION-EMP-LISTAR
                   PERFORM LISTAR-EMPRESAS
               WHEN OPCION-EMP-AGREGAR
                   PERFORM AGREGAR-EMPRESA
               WHEN OPCION-EMP-VOLVER
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA, INTENTELO DE NUEVO."
           END-EVALUATE.
       LISTAR-EMPRESAS.
           MOVE "N" TO FIN-DE-EMPRESAS.
           OPEN INPUT EMPRESAS-ARCHIVO.
           DISPLAY "COD. RAZON SOCIAL                             CIF"
               "       C.C.C.      IBAN DE CARGO".
           PERFORM LEER-EMPRESA-LISTADO
               UNTIL FIN-DE-EMPRESAS EQUAL "S".
           CLOSE EMPRESAS-ARCHIVO.
           DISPLAY "SI UN CODIGO APARECE VARIAS VECES, LA ULTIMA"
               " LINEA ES LA VIGENTE.".
       LEER-EMPRESA-LISTADO.
           READ EMPRESAS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-EMPRESAS
               NOT AT END
                   MOVE SPACE TO EMPRESA-CODIGO-NUEVO
                   MOVE SPACE TO EMPRESA-RAZON-NUEVA
                   MOVE SPACE TO EMPRESA-CIF-NUEVO
                   MOVE SPACE TO EMPRESA-CUENTA-NUEVA
                   MOVE SPACE TO EMPRESA-IBAN-NUEVO
                   UNSTRING LINEA-EMPRESA DELIMITED BY ","
                       INTO EMPRESA-CODIGO-NUEVO, EMPRESA-RAZON-NUEVA,
                           EMPRESA-CIF-NUEVO, EMPRESA-CUENTA-NUEVA,
                           EMPRESA-IBAN-NUEVO
                   END-UNSTRING
                   DISPLAY EMPRESA-CODIGO-NUEVO " "
                       EMPRESA-RAZON-NUEVA " " EMPRESA-CIF-NUEVO " "
                       EMPRESA-CUENTA-NUEVA " " EMPRESA-IBAN-NUEVO
           END-READ.
       AGREGAR-EMPRESA.
           MOVE "S" TO ENTRY-OK.
           DISPLAY "INTRODUCE EL CODIGO DE LA EMPRESA (4 CARACTERES).".
           MOVE SPACE TO EMPRESA-CODIGO-NUEVO.
           ACCEPT EMPRESA-CODIGO-NUEVO.
           MOVE "B" TO EMP-FUNCION.
           MOVE EMPRESA-CODIGO-NUEVO TO EMP-CODIGO.
           CALL "EMPRESAS" USING DATOS-EMPRESA.
           IF EMP-ENCONTRADO EQUAL "S" THEN
               DISPLAY "EMPRESA EXISTENTE: " EMP-RAZON-SOCIAL
                   " " EMP-CIF
           END-IF.
           DISPLAY "RAZON SOCIAL.".
           MOVE SPACE TO EMPRESA-RAZON-NUEVA.
           ACCEPT EMPRESA-RAZON-NUEVA.
           DISPLAY "CIF.".
           MOVE SPACE TO EMPRESA-CIF-NUEVO.
           ACCEPT EMPRESA-CIF-NUEVO.
           DISPLAY "CODIGO DE CUENTA DE COTIZACION (11 DIGITOS).".
           MOVE SPACE TO EMPRESA-CUENTA-NUEVA.
           ACCEPT EMPRESA-CUENTA-NUEVA.
           DISPLAY "IBAN DE LA CUENTA DE CARGO DE LAS NOMINAS.".
           MOVE SPACE TO EMPRESA-IBAN-NUEVO.
           ACCEPT EMPRESA-IBAN-NUEVO.
           IF EMPRESA-CODIGO-NUEVO EQUAL SPACE
              OR EMPRESA-RAZON-NUEVA EQUAL SPACE
              OR EMPRESA-CIF-NUEVO EQUAL SPACE THEN
               DISPLAY "ERROR: EL CODIGO, LA RAZON SOCIAL Y EL CIF SON"
                   " OBLIGATORIOS."
               MOVE "N" TO ENTRY-OK
           END-IF.
           IF ENTRY-OK EQUAL "S"
              AND EMPRESA-CUENTA-NUEVA IS NOT NUMERIC THEN
               DISPLAY "ERROR: LA CUENTA DE COTIZACION DEBE TENER 11"
                   " DIGITOS."
               MOVE "N" TO ENTRY-OK
           END-IF.
           IF ENTRY-OK EQUAL "S"
              AND EMPRESA-IBAN-NUEVO EQUAL SPACE THEN
               DISPLAY "ERROR: EL IBAN DE CARGO ES OBLIGATORIO."
               MOVE "N" TO ENTRY-OK
           END-IF.
           IF ENTRY-OK EQUAL "S" THEN
               PERFORM GRABAR-EMPRESA
           END-IF.
       GRABAR-EMPRESA.
           OPEN EXTEND EMPRESAS-ARCHIVO.
           MOVE SPACE TO LINEA-EMPRESA.
           STRING EMPRESA-CODIGO-NUEVO DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               EMPRESA-RAZON-NUEVA DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               EMPRESA-CIF-NUEVO DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               EMPRESA-CUENTA-NUEVA DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               EMPRESA-IBAN-NUEVO DELIMITED BY SIZE
               INTO LINEA-EMPRESA
           END-STRING.
           WRITE LINEA-EMPRESA.
           CLOSE EMPRESAS-ARCHIVO.
           MOVE "R" TO EMP-FUNCION.
           CALL "EMPRESAS" USING DATOS-EMPRESA.
           ACCEPT FECHA-AUDITORIA FROM DATE YYYYMMDD.
           ACCEPT HORA-AUDITORIA FROM TIME.
           MOVE OPERADOR-ID TO AUD-OPERADOR.
           MOVE FECHA-AUDITORIA TO AUD-FECHA.
           MOVE HORA-AUDITORIA TO AUD-HORA.
           MOVE EMPRESA-CODIGO-NUEVO TO AUD-ID.
           MOVE "DATOS EMPRESA" TO AUD-ACCION.
           WRITE LINEA-AUDITORIA FROM LINEA-AUDITORIA-DETALLE.
           MOVE SPACE TO AUD-ACCION.
           DISPLAY "EMPRESA GUARDADA.".
       MENU-CONTRATOS.
           DISPLAY "CONTRATOS DE TRABAJO:".
           DISPLAY "1. VENCIMIENTOS PROXIMOS Y CONTRATOS VENCIDOS".
           DISPLAY "2. RENOVAR CONTRATO".
           DISPLAY "3. CONVERTIR EN INDEFINIDO".
           DISPLAY "4. DAR DE BAJA AL EMPLEADO".
           DISPLAY "5. HISTORIAL DE CONTRATOS".
           DISPLAY "6. VOLVER".
           ACCEPT OPCION-CONTRATO-MENU.
           EVALUATE TRUE
               WHEN OPCION-CON-VENCIMIENTOS
                   PERFORM LISTAR-VENCIMIENTOS
               WHEN OPCION-CON-RENOVAR
                   PERFORM RENOVAR-CONTRATO
               WHEN OPCION-CON-CONVERTIR
                   PERFORM CONVERTIR-CONTRATO
               WHEN OPCION-CON-BAJA
                   PERFORM DAR-DE-BAJA
               WHEN OPCION-CON-HISTORIAL
                   PERFORM CONSULTAR-HISTORIAL-CONTRATOS
               WHEN OPCION-CON-VOLVER
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA, INTENTELO DE NUEVO."
           END-EVALUATE.
       LISTAR-VENCIMIENTOS.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE ENTERO-HOY-CONTRATO
               = FUNCTION INTEGER-OF-DATE(FECHA-HOY).
           DISPLAY "CONTRATOS QUE VENCEN EN " DIAS-AVISO-CONTRATO
               " DIAS O YA VENCIDOS:".
           DISPLAY "ID     NOMBRE                    TIPO FIN     "
               "    DIAS AVISO".
           MOVE ZERO TO COINCIDENCIAS.
           MOVE ZERO TO LINEAS-MOSTRADAS.
           MOVE "N" TO FIN-DE-MAESTRO.
           MOVE LOW-VALUES TO EMPLEADOS-ID.
           START EMPLEADOS-ARCHIVOS KEY IS NOT < EMPLEADOS-ID
               INVALID KEY
                   MOVE "S" TO FIN-DE-MAESTRO
           END-START.
           PERFORM REVISAR-SIGUIENTE-CONTRATO
               UNTIL FIN-DE-MAESTRO EQUAL "S".
           IF COINCIDENCIAS EQUAL ZERO THEN
               DISPLAY "NO HAY CONTRATOS PROXIMOS A VENCER."
           ELSE
               DISPLAY "CONTRATOS LISTADOS: " COINCIDENCIAS
               DISPLAY "OPCIONES 2, 3 Y 4 PARA RENOVAR, CONVERTIR O"
                   " DAR DE BAJA."
           END-IF.
       REVISAR-SIGUIENTE-CONTRATO.
           READ EMPLEADOS-ARCHIVOS NEXT RECORD
               AT END
                   MOVE "S" TO FIN-DE-MAESTRO
               NOT AT END
                   IF EMPLEADOS-CONTRATO EQUAL "T"
                      OR EMPLEADOS-CONTRATO EQUAL "P" THEN
                       PERFORM REVISAR-FIN-CONTRATO
                   END-IF
           END-READ.
       REVISAR-FIN-CONTRATO.
           MOVE "N" TO FECHA-VALIDA.
           IF EMPLEADOS-FIN-CONTRATO IS NUMERIC
              AND EMPLEADOS-FIN-CONTRATO > ZERO THEN
               MOVE EMPLEADOS-FIN-CONTRATO TO FECHA-COMPROBADA
               PERFORM VALIDAR-FECHA
           END-IF.
           IF FECHA-VALIDA EQUAL "S" THEN
               COMPUTE DIAS-RESTANTES-CONTRATO
                   = FUNCTION INTEGER-OF-DATE(EMPLEADOS-FIN-CONTRATO)
                   - ENTERO-HOY-CONTRATO
               IF DIAS-RESTANTES-CONTRATO <= DIAS-AVISO-CONTRATO THEN
                   PERFORM MOSTRAR-VENCIMIENTO
               END-IF
           END-IF.
       MOSTRAR-VENCIMIENTO.
           EVALUATE TRUE
               WHEN DIAS-RESTANTES-CONTRATO < ZERO
                   MOVE "VENCIDO" TO TRAMO-CONTRATO
               WHEN DIAS-RESTANTES-CONTRATO <= 7
                   MOVE "7 DIAS" TO TRAMO-CONTRATO
               WHEN DIAS-RESTANTES-CONTRATO <= 15
                   MOVE "15 DIAS" TO TRAMO-CONTRATO
               WHEN OTHER
                   MOVE "30 DIAS" TO TRAMO-CONTRATO
           END-EVALUATE.
           MOVE DIAS-RESTANTES-CONTRATO TO DIAS-CONTRATO-MOSTRAR.
           DISPLAY EMPLEADOS-ID " " EMPLEADOS-NOMBRE " "
               EMPLEADOS-CONTRATO "    " EMPLEADOS-FIN-CONTRATO " "
               DIAS-CONTRATO-MOSTRAR " " TRAMO-CONTRATO.
           ADD 1 TO COINCIDENCIAS.
           ADD 1 TO LINEAS-MOSTRADAS.
           IF LINEAS-MOSTRADAS >= LINEAS-POR-PANTALLA THEN
               MOVE ZERO TO LINEAS-MOSTRADAS
               DISPLAY "PULSA INTRO PARA CONTINUAR."
               ACCEPT TECLA-PAUSA
           END-IF.
       RENOVAR-CONTRATO.
           PERFORM LEER-EMPLEADO-CONTRATO.
           IF CONSULTA-ENCONTRADO EQUAL "S" THEN
               IF EMPLEADOS-CONTRATO NOT EQUAL "T"
                  AND EMPLEADOS-CONTRATO NOT EQUAL "P" THEN
                   DISPLAY "ERROR: SOLO SE RENUEVAN CONTRATOS"
                       " TEMPORALES O EN PRACTICAS."
               ELSE
                   PERFORM PEDIR-DATOS-RENOVACION
                   IF ENTRY-OK EQUAL "S" THEN
                       MOVE "RENOVACION CONTRATO" TO AUD-ACCION
                       PERFORM GRABAR-CAMBIO-CONTRATO
                   END-IF
               END-IF
           END-IF.
       CONVERTIR-CONTRATO.
           PERFORM LEER-EMPLEADO-CONTRATO.
           IF CONSULTA-ENCONTRADO EQUAL "S" THEN
               IF EMPLEADOS-CONTRATO EQUAL "I" THEN
                   DISPLAY "ERROR: EL CONTRATO YA ES INDEFINIDO."
               ELSE
                   PERFORM PEDIR-DATOS-CONVERSION
                   IF ENTRY-OK EQUAL "S" THEN
                       MOVE "CONVERSION CONTRATO" TO AUD-ACCION
                       PERFORM GRABAR-CAMBIO-CONTRATO
                   END-IF
               END-IF
           END-IF.
       LEER-EMPLEADO-CONTRATO.
           DISPLAY "INTRODUCE EL ID DEL EMPLEADO".
           ACCEPT CONSULTA-ID.
           MOVE "N" TO CONSULTA-ENCONTRADO.
           MOVE CONSULTA-ID TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVOS
               INVALID KEY
                   DISPLAY "NO SE HA ENCONTRADO ESE ID."
               NOT INVALID KEY
                   MOVE "S" TO CONSULTA-ENCONTRADO
           END-READ.
           IF CONSULTA-ENCONTRADO EQUAL "S" THEN
               PERFORM GUARDAR-CONTRATO-ANTERIOR
               MOVE CONTRATO-JORNADA-ANTERIOR TO JORNADA-MOSTRAR
               DISPLAY "NOMBRE: " EMPLEADOS-NOMBRE
               DISPLAY "APELLIDOS: " EMPLEADOS-APELLIDOS
               DISPLAY "CONTRATO: " CONTRATO-TIPO-ANTERIOR
                   "  FIN: " CONTRATO-FIN-ANTERIOR
                   "  JORNADA: " JORNADA-MOSTRAR "%"
           END-IF.
       GUARDAR-CONTRATO-ANTERIOR.
           MOVE EMPLEADOS-CONTRATO TO CONTRATO-TIPO-ANTERIOR.
           IF EMPLEADOS-FIN-CONTRATO IS NUMERIC THEN
               MOVE EMPLEADOS-FIN-CONTRATO TO CONTRATO-FIN-ANTERIOR
           ELSE
               MOVE ZERO TO CONTRATO-FIN-ANTERIOR
           END-IF.
           IF EMPLEADOS-JORNADA IS NUMERIC
              AND EMPLEADOS-JORNADA > ZERO THEN
               MOVE EMPLEADOS-JORNADA TO CONTRATO-JORNADA-ANTERIOR
           ELSE
               MOVE 100 TO CONTRATO-JORNADA-ANTERIOR
           END-IF.
       PEDIR-DATOS-RENOVACION.
           MOVE "S" TO ENTRY-OK.
           PERFORM PEDIR-FECHA-EFECTIVA.
           IF ENTRY-OK EQUAL "S" THEN
               DISPLAY "INTRODUCE EL NUEVO FIN DEL CONTRATO"
                   " (AAAAMMDD)."
               MOVE SPACE TO CONTRATO-FIN-TXT
               ACCEPT CONTRATO-FIN-TXT
               PERFORM PEDIR-JORNADA-CONTRATO
               MOVE CONTRATO-TIPO-ANTERIOR TO CONTRATO-TIPO-NUEVO
               PERFORM CONVERTIR-DATOS-CONTRATO
               MOVE CONTRATO-FIN-ANTERIOR TO CONTRATO-INICIO
               IF FECHA-EFECTIVA > CONTRATO-INICIO THEN
                   MOVE FECHA-EFECTIVA TO CONTRATO-INICIO
               END-IF
               PERFORM COMPROBAR-DATOS-CONTRATO
               IF ERROR-CONTRATO NOT EQUAL ZERO THEN
                   DISPLAY "ERROR: " MENSAJE-ERROR
                   MOVE "N" TO ENTRY-OK
               END-IF
           END-IF.
           MOVE "RENOVACION" TO MOTIVO-CONTRATO.
           PERFORM CONFIRMAR-CAMBIO-CONTRATO.
       PEDIR-DATOS-CONVERSION.
           MOVE "S" TO ENTRY-OK.
           PERFORM PEDIR-FECHA-EFECTIVA.
           IF ENTRY-OK EQUAL "S" THEN
               PERFORM PEDIR-JORNADA-CONTRATO
               MOVE "I" TO CONTRATO-TIPO-NUEVO
               MOVE SPACE TO CONTRATO-FIN-TXT
               PERFORM CONVERTIR-DATOS-CONTRATO
               MOVE FECHA-EFECTIVA TO CONTRATO-INICIO
               PERFORM COMPROBAR-DATOS-CONTRATO
               IF ERROR-CONTRATO NOT EQUAL ZERO THEN
                   DISPLAY "ERROR: " MENSAJE-ERROR
                   MOVE "N" TO ENTRY-OK
               END-IF
           END-IF.
           MOVE "CONVERSION A INDEFINIDO" TO MOTIVO-CONTRATO.
           PERFORM CONFIRMAR-CAMBIO-CONTRATO.
       PEDIR-JORNADA-CONTRATO.
           DISPLAY "INTRODUCE LA JORNADA EN % (INTRO PARA MANTENER "
               JORNADA-MOSTRAR ").".
           MOVE SPACE TO CONTRATO-JORNADA-TXT.
           ACCEPT CONTRATO-JORNADA-TXT.
           IF CONTRATO-JORNADA-TXT EQUAL SPACE THEN
               MOVE CONTRATO-JORNADA-ANTERIOR TO CONTRATO-JORNADA-TXT
           END-IF.
       CONFIRMAR-CAMBIO-CONTRATO.
           IF ENTRY-OK EQUAL "S" THEN
               DISPLAY "INTRODUCE EL MOTIVO (INTRO PARA "
                   MOTIVO-CONTRATO ")."
               MOVE SPACE TO MOTIVO-REVISION
               ACCEPT MOTIVO-REVISION
               IF MOTIVO-REVISION NOT EQUAL SPACE THEN
                   MOVE MOTIVO-REVISION TO MOTIVO-CONTRATO
               END-IF
               DISPLAY "CONFIRMA EL CAMBIO DE CONTRATO (S/N)."
               ACCEPT SI-NO
               IF SI-NO EQUAL "s" THEN MOVE "S" TO SI-NO END-IF
               IF SI-NO NOT EQUAL "S" THEN
                   DISPLAY "CAMBIO DE CONTRATO CANCELADO."
                   MOVE "N" TO ENTRY-OK
               END-IF
           END-IF.
       PEDIR-DATOS-CONTRATO.
           DISPLAY "INTRODUCE EL TIPO DE CONTRATO (I=INDEFINIDO,"
               " T=TEMPORAL, P=PRACTICAS).".
           MOVE SPACE TO CONTRATO-TIPO-NUEVO.
           ACCEPT CONTRATO-TIPO-NUEVO.
           MOVE SPACE TO CONTRATO-FIN-TXT.
           IF CONTRATO-TIPO-NUEVO NOT EQUAL "I"
              AND CONTRATO-TIPO-NUEVO NOT EQUAL "i" THEN
               DISPLAY "INTRODUCE EL FIN DEL CONTRATO (AAAAMMDD)."
               ACCEPT CONTRATO-FIN-TXT
           END-IF.
           DISPLAY "INTRODUCE LA JORNADA EN % (INTRO PARA 100).".
           MOVE SPACE TO CONTRATO-JORNADA-TXT.
           ACCEPT CONTRATO-JORNADA-TXT.
           PERFORM CONVERTIR-DATOS-CONTRATO.
           MOVE FECHA-EFECTIVA TO CONTRATO-INICIO.
           PERFORM COMPROBAR-DATOS-CONTRATO.
           IF ERROR-CONTRATO NOT EQUAL ZERO THEN
               DISPLAY "ERROR: " MENSAJE-ERROR
               MOVE "N" TO ENTRY-OK
           END-IF.
       GRABAR-CAMBIO-CONTRATO.
           MOVE EMPLEADOS-REGISTROS TO REGISTRO-GUARDADO.
           PERFORM CREAR-COPIA-SEGURIDAD.
           MOVE REGISTRO-GUARDADO TO EMPLEADOS-REGISTROS.
           MOVE CONTRATO-TIPO-NUEVO TO EMPLEADOS-CONTRATO.
           MOVE CONTRATO-FIN-NUEVO TO EMPLEADOS-FIN-CONTRATO.
           MOVE CONTRATO-JORNADA-NUEVA TO EMPLEADOS-JORNADA.
           REWRITE EMPLEADOS-REGISTROS
               INVALID KEY
                   DISPLAY "ERROR AL REESCRIBIR EL REGISTRO."
               NOT INVALID KEY
                   PERFORM GRABAR-HISTORIAL-CONTRATO
                   PERFORM REGISTRAR-AUDITORIA
                   DISPLAY "CONTRATO ACTUALIZADO."
           END-REWRITE.
           MOVE SPACE TO AUD-ACCION.
       GRABAR-HISTORIAL-CONTRATO.
           OPEN EXTEND HISTORIAL-CONTRATOS.
           MOVE EMPLEADOS-ID TO HCO-ID.
           MOVE FECHA-EFECTIVA TO HCO-FECHA-EFECTIVA.
           MOVE CONTRATO-TIPO-ANTERIOR TO HCO-TIPO-ANTERIOR.
           MOVE CONTRATO-FIN-ANTERIOR TO HCO-FIN-ANTERIOR.
           MOVE CONTRATO-JORNADA-ANTERIOR TO HCO-JORNADA-ANTERIOR.
           MOVE EMPLEADOS-CONTRATO TO HCO-TIPO-NUEVO.
           MOVE EMPLEADOS-FIN-CONTRATO TO HCO-FIN-NUEVO.
           MOVE EMPLEADOS-JORNADA TO HCO-JORNADA-NUEVA.
           MOVE MOTIVO-CONTRATO TO HCO-MOTIVO.
           MOVE OPERADOR-ID TO HCO-OPERADOR.
           WRITE HISTORIAL-CONTRATO-REGISTRO.
           CLOSE HISTORIAL-CONTRATOS.
       CONSULTAR-HISTORIAL-CONTRATOS.
           DISPLAY "INTRODUCE EL ID DEL EMPLEADO".
           ACCEPT CONSULTA-ID.
           MOVE "N" TO FIN-DE-CONTRATOS.
           MOVE "N" TO CONTRATO-ENCONTRADO.
           OPEN INPUT HISTORIAL-CONTRATOS.
           PERFORM LEER-HISTORIAL-CONTRATO
               UNTIL FIN-DE-CONTRATOS EQUAL "S".
           CLOSE HISTORIAL-CONTRATOS.
           IF CONTRATO-ENCONTRADO NOT EQUAL "S" THEN
               DISPLAY "NO HAY CAMBIOS DE CONTRATO PARA ESE ID."
           END-IF.
       LEER-HISTORIAL-CONTRATO.
           READ HISTORIAL-CONTRATOS
               AT END
                   MOVE "S" TO FIN-DE-CONTRATOS
               NOT AT END
                   IF HCO-ID EQUAL CONSULTA-ID THEN
                       MOVE "S" TO CONTRATO-ENCONTRADO
                       PERFORM MOSTRAR-CAMBIO-CONTRATO
                   END-IF
           END-READ.
       MOSTRAR-CAMBIO-CONTRATO.
           DISPLAY "FECHA EFECTIVA: " HCO-FECHA-EFECTIVA
               "  DE " HCO-TIPO-ANTERIOR " " HCO-FIN-ANTERIOR
               " " HCO-JORNADA-ANTERIOR "%"
               " A " HCO-TIPO-NUEVO " " HCO-FIN-NUEVO
               " " HCO-JORNADA-NUEVA "%".
           DISPLAY "  MOTIVO: " HCO-MOTIVO
               "  OPERADOR: " HCO-OPERADOR.
       VALIDAR-ID-EMPLEADO.
           IF EMPLEADOS-ID EQUAL SPACE THEN
               DISPLAY "ERROR: EL ID DEL EMPLEADO NO PUEDE"
           MOVE SPACE TO ALTA-EDAD-TXT.
           MOVE SPACE TO ALTA-FECHA-TXT.
           MOVE SPACE TO ALTA-SALARIO-TXT.
           MOVE SPACE TO ALTA-DEPARTAMENTO-TXT.
           MOVE SPACE TO CONTRATO-TIPO-NUEVO.
           MOVE SPACE TO CONTRATO-FIN-TXT.
           MOVE SPACE TO CONTRATO-JORNADA-TXT.
           UNSTRING LINEA-ALTA DELIMITED BY ","
               INTO EMPLEADOS-ID, EMPLEADOS-NOMBRE,
                   EMPLEADOS-APELLIDOS, ALTA-EDAD-TXT,
                   ALTA-DEPARTAMENTO-TXT, ALTA-FECHA-TXT,
                   ALTA-SALARIO-TXT, EMPLEADOS-CATEGORIA,
                   EMPLEADOS-EMPRESA, CONTRATO-TIPO-NUEVO,
                   CONTRATO-FIN-TXT, CONTRATO-JORNADA-TXT
           END-UNSTRING.
           MOVE ALTA-DEPARTAMENTO-TXT TO EMPLEADOS-DEPARTAMENTO.
           MOVE ALTA-EDAD-TXT TO EMPLEADOS-EDAD.
           MOVE ALTA-FECHA-TXT TO EMPLEADOS-FECHA-ALTA.
           MOVE ALTA-SALARIO-TXT TO EMPLEADOS-SALARIO.
           PERFORM CONVERTIR-DATOS-CONTRATO.
           MOVE CONTRATO-TIPO-NUEVO TO EMPLEADOS-CONTRATO.
           MOVE CONTRATO-FIN-NUEVO TO EMPLEADOS-FIN-CONTRATO.
           MOVE CONTRATO-JORNADA-NUEVA TO EMPLEADOS-JORNADA.
           MOVE "S" TO COMPROBAR-ID.
           PERFORM VALIDAR-CAMPOS.
           IF ENTRY-OK EQUAL "S" THEN
           CLOSE PRESUPUESTOS-ARCHIVO.
           DISPLAY "PRESUPUESTO GUARDADO, LA ULTIMA LINEA DE CADA"
               " DEPARTAMENTO Y EJERCICIO ES LA VIGENTE.".
       MANTENER-DESCUENTOS.
           DISPLAY "ANTICIPOS, PRESTAMOS Y EMBARGOS:".
           DISPLAY "1. INFORME DE SALDOS POR EMPLEADO".
           DISPLAY "2. AGREGAR DESCUENTO".
           DISPLAY "3. CANCELAR DESCUENTO".
           DISPLAY "4. VOLVER".
           ACCEPT OPCION-DESCUENTO-MENU.
           EVALUATE TRUE
               WHEN OPCION-DES-INFORME
                   PERFORM INFORME-SALDOS-DESCUENTOS
               WHEN OPCION-DES-AGREGAR
                   PERFORM AGREGAR-DESCUENTO
               WHEN OPCION-DES-CANCELAR
                   PERFORM CANCELAR-DESCUENTO
               WHEN OPCION-DES-VOLVER
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCION INVALIDA, INTENTELO DE NUEVO."
           END-EVALUATE.
       INFORME-SALDOS-DESCUENTOS.
           DISPLAY "INTRODUCE EL ID DEL EMPLEADO, O DEJALO EN BLANCO"
               " PARA TODOS.".
           MOVE SPACE TO DESCUENTO-ID-NUEVO.
           ACCEPT DESCUENTO-ID-NUEVO.
           PERFORM LISTAR-DESCUENTOS.
       LISTAR-DESCUENTOS.
           MOVE ZERO TO DESCUENTOS-LISTADOS.
           MOVE ZERO TO TOTAL-PENDIENTE-DESCUENTOS.
           MOVE "N" TO FIN-DE-DESCUENTOS.
           OPEN INPUT DESCUENTOS-ARCHIVO.
           DISPLAY "ID     NUM T CONCEPTO             INICIO"
               "  CUOTA/%     IMPORTE    DESCONTADO"
               "     PENDIENTE E".
           PERFORM LEER-DESCUENTO-INFORME
               UNTIL FIN-DE-DESCUENTOS EQUAL "S".
           CLOSE DESCUENTOS-ARCHIVO.
           MOVE TOTAL-PENDIENTE-DESCUENTOS TO PENDIENTE-DES-MOSTRAR.
           DISPLAY "DESCUENTOS LISTADOS: " DESCUENTOS-LISTADOS
               "   TOTAL PENDIENTE: " PENDIENTE-DES-MOSTRAR.
           DISPLAY "ESTADOS: A ACTIVO, L LIQUIDADO, C CANCELADO.".
       LEER-DESCUENTO-INFORME.
           READ DESCUENTOS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-DESCUENTOS
               NOT AT END
                   IF DESCUENTO-ID-NUEVO EQUAL SPACE
                      OR DES-ID EQUAL DESCUENTO-ID-NUEVO THEN
                       PERFORM MOSTRAR-DESCUENTO
                   END-IF
           END-READ.
       MOSTRAR-DESCUENTO.
           ADD 1 TO DESCUENTOS-LISTADOS.
           IF DES-ACTIVO THEN
               ADD DES-SALDO TO TOTAL-PENDIENTE-DESCUENTOS
           END-IF.
           COMPUTE DESCUENTO-DESCONTADO
               = DES-IMPORTE-INICIAL - DES-SALDO.
           MOVE DES-IMPORTE-INICIAL TO INICIAL-DES-MOSTRAR.
           MOVE DESCUENTO-DESCONTADO TO DESCONTADO-DES-MOSTRAR.
           MOVE DES-SALDO TO SALDO-DES-MOSTRAR.
           IF DES-PORCENTAJE > ZERO THEN
               MOVE DES-PORCENTAJE TO PORCENTAJE-DES-MOSTRAR
               DISPLAY DES-ID " " DES-NUMERO " " DES-TIPO " "
                   DES-CONCEPTO " " DES-PERIODO-INICIO " "
                   "   " PORCENTAJE-DES-MOSTRAR "% "
                   INICIAL-DES-MOSTRAR " " DESCONTADO-DES-MOSTRAR
                   " " SALDO-DES-MOSTRAR " " DES-ESTADO
           ELSE
               MOVE DES-IMPORTE-CUOTA TO CUOTA-DES-MOSTRAR
               DISPLAY DES-ID " " DES-NUMERO " " DES-TIPO " "
                   DES-CONCEPTO " " DES-PERIODO-INICIO " "
                   CUOTA-DES-MOSTRAR " "
                   INICIAL-DES-MOSTRAR " " DESCONTADO-DES-MOSTRAR
                   " " SALDO-DES-MOSTRAR " " DES-ESTADO
           END-IF.
       AGREGAR-DESCUENTO.
           DISPLAY "INTRODUCE EL ID DEL EMPLEADO.".
           ACCEPT DESCUENTO-ID-NUEVO.
           MOVE "N" TO CONSULTA-ENCONTRADO.
           MOVE DESCUENTO-ID-NUEVO TO EMPLEADOS-ID.
           READ EMPLEADOS-ARCHIVOS
               INVALID KEY
                   DISPLAY "NO SE HA ENCONTRADO ESE ID."
               NOT INVALID KEY
                   MOVE "S" TO CONSULTA-ENCONTRADO
           END-READ.
           IF CONSULTA-ENCONTRADO EQUAL "S" THEN
               DISPLAY "EMPLEADO: " EMPLEADOS-NOMBRE
               PERFORM PEDIR-DATOS-DESCUENTO
               IF ENTRY-OK EQUAL "S" THEN
                   PERFORM GRABAR-DESCUENTO
               END-IF
           END-IF.
       PEDIR-DATOS-DESCUENTO.
           MOVE "S" TO ENTRY-OK.
           MOVE ZERO TO DESCUENTO-CUOTA-NUEVA.
           MOVE ZERO TO DESCUENTO-PORCENTAJE-NUEVO.
           DISPLAY "TIPO: A ANTICIPO, P PRESTAMO, E EMBARGO JUDICIAL.".
           ACCEPT DESCUENTO-TIPO-NUEVO.
           IF DESCUENTO-TIPO-NUEVO NOT EQUAL "A"
              AND DESCUENTO-TIPO-NUEVO NOT EQUAL "P"
              AND DESCUENTO-TIPO-NUEVO NOT EQUAL "E" THEN
               DISPLAY "ERROR: EL TIPO DEBE SER A, P O E."
               MOVE "N" TO ENTRY-OK
           END-IF.
           IF ENTRY-OK EQUAL "S" THEN
               DISPLAY "INTRODUCE EL CONCEPTO (REFERENCIA DEL"
                   " PRESTAMO O DEL JUZGADO)."
               MOVE SPACE TO DESCUENTO-CONCEPTO-NUEVO
               ACCEPT DESCUENTO-CONCEPTO-NUEVO
               IF DESCUENTO-CONCEPTO-NUEVO EQUAL SPACE THEN
                   EVALUATE DESCUENTO-TIPO-NUEVO
                       WHEN "A"
                           MOVE "ANTICIPO"
                               TO DESCUENTO-CONCEPTO-NUEVO
                       WHEN "P"
                           MOVE "CUOTA PRESTAMO"
                               TO DESCUENTO-CONCEPTO-NUEVO
                       WHEN "E"
                           MOVE "EMBARGO JUDICIAL"
                               TO DESCUENTO-CONCEPTO-NUEVO
                   END-EVALUATE
               END-IF
               DISPLAY "INTRODUCE EL IMPORTE TOTAL A DESCONTAR."
               MOVE SPACE TO ENTRADA-IMPORTE
               ACCEPT ENTRADA-IMPORTE
               COMPUTE RESULTADO-NUMVAL
                   = FUNCTION TEST-NUMVAL(ENTRADA-IMPORTE)
               IF ENTRADA-IMPORTE EQUAL SPACE
                  OR RESULTADO-NUMVAL NOT EQUAL ZERO THEN
                   DISPLAY "ERROR: EL IMPORTE DEBE SER NUMERICO."
                   MOVE "N" TO ENTRY-OK
               ELSE
                   COMPUTE DESCUENTO-IMPORTE-NUEVO
                       = FUNCTION NUMVAL(ENTRADA-IMPORTE)
                   IF DESCUENTO-IMPORTE-NUEVO EQUAL ZERO THEN
                       DISPLAY "ERROR: EL IMPORTE DEBE SER MAYOR"
                           " QUE CERO."
                       MOVE "N" TO ENTRY-OK
                   END-IF
               END-IF
           END-IF.
           IF ENTRY-OK EQUAL "S" THEN
               PERFORM PEDIR-CUOTA-DESCUENTO
           END-IF.
           IF ENTRY-OK EQUAL "S" THEN
               DISPLAY "INTRODUCE EL PRIMER PERIODO A DESCONTAR"
                   " (AAAAMM)."
               ACCEPT DESCUENTO-PERIODO-TXT
               IF DESCUENTO-PERIODO-TXT IS NOT NUMERIC
                  OR DESCUENTO-PERIODO-TXT (5:2) < "01"
                  OR DESCUENTO-PERIODO-TXT (5:2) > "12"
                  OR DESCUENTO-PERIODO-TXT (1:4) EQUAL "0000" THEN
                   DISPLAY "ERROR: EL PERIODO DEBE SER NUMERICO"
                       " (AAAAMM)."
                   MOVE "N" TO ENTRY-OK
               END-IF
           END-IF.
           IF ENTRY-OK EQUAL "S" THEN
               DISPLAY "CONFIRMA EL DESCUENTO (S/N)."
               ACCEPT SI-NO
               IF SI-NO EQUAL "s" THEN MOVE "S" TO SI-NO END-IF
               IF SI-NO NOT EQUAL "S" THEN
                   DISPLAY "DESCUENTO CANCELADO."
                   MOVE "N" TO ENTRY-OK
               END-IF
           END-IF.
       PEDIR-CUOTA-DESCUENTO.
           DISPLAY "INTRODUCE LA CUOTA MENSUAL, O DEJALA EN BLANCO"
               " PARA DESCONTAR UN PORCENTAJE DEL NETO.".
           MOVE SPACE TO ENTRADA-IMPORTE.
           ACCEPT ENTRADA-IMPORTE.
           IF ENTRADA-IMPORTE EQUAL SPACE THEN
               DISPLAY "INTRODUCE EL PORCENTAJE DEL NETO A DESCONTAR."
               MOVE SPACE TO ENTRADA-IMPORTE
               ACCEPT ENTRADA-IMPORTE
               COMPUTE RESULTADO-NUMVAL
                   = FUNCTION TEST-NUMVAL(ENTRADA-IMPORTE)
               IF ENTRADA-IMPORTE EQUAL SPACE
                  OR RESULTADO-NUMVAL NOT EQUAL ZERO THEN
                   DISPLAY "ERROR: EL PORCENTAJE DEBE SER NUMERICO."
                   MOVE "N" TO ENTRY-OK
               ELSE
                   COMPUTE PORCENTAJE-DES-LEIDO
                       = FUNCTION NUMVAL(ENTRADA-IMPORTE)
                   IF PORCENTAJE-DES-LEIDO EQUAL ZERO
                      OR PORCENTAJE-DES-LEIDO >= 100 THEN
                       DISPLAY "ERROR: EL PORCENTAJE DEBE ESTAR ENTRE"
                           " 0.01 Y 99.99."
                       MOVE "N" TO ENTRY-OK
                   ELSE
                       MOVE PORCENTAJE-DES-LEIDO
                           TO DESCUENTO-PORCENTAJE-NUEVO
                   END-IF
               END-IF
           ELSE
               COMPUTE RESULTADO-NUMVAL
                   = FUNCTION TEST-NUMVAL(ENTRADA-IMPORTE)
               IF RESULTADO-NUMVAL NOT EQUAL ZERO THEN
                   DISPLAY "ERROR: LA CUOTA DEBE SER NUMERICA."
                   MOVE "N" TO ENTRY-OK
               ELSE
                   COMPUTE DESCUENTO-CUOTA-NUEVA
                       = FUNCTION NUMVAL(ENTRADA-IMPORTE)
                   IF DESCUENTO-CUOTA-NUEVA EQUAL ZERO THEN
                       DISPLAY "ERROR: LA CUOTA DEBE SER MAYOR"
                           " QUE CERO."
                       MOVE "N" TO ENTRY-OK
                   END-IF
               END-IF
           END-IF.
       GRABAR-DESCUENTO.
           MOVE ZERO TO ULTIMO-NUMERO-DESCUENTO.
           MOVE "N" TO FIN-DE-DESCUENTOS.
           OPEN INPUT DESCUENTOS-ARCHIVO.
           PERFORM BUSCAR-ULTIMO-DESCUENTO
               UNTIL FIN-DE-DESCUENTOS EQUAL "S".
           CLOSE DESCUENTOS-ARCHIVO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           MOVE SPACE TO DES-REGISTRO.
           MOVE DESCUENTO-ID-NUEVO TO DES-ID.
           ADD 1 TO ULTIMO-NUMERO-DESCUENTO GIVING DES-NUMERO.
           MOVE DESCUENTO-TIPO-NUEVO TO DES-TIPO.
           MOVE DESCUENTO-CONCEPTO-NUEVO TO DES-CONCEPTO.
           MOVE DESCUENTO-CUOTA-NUEVA TO DES-IMPORTE-CUOTA.
           MOVE DESCUENTO-PORCENTAJE-NUEVO TO DES-PORCENTAJE.
           MOVE DESCUENTO-PERIODO-TXT TO DES-PERIODO-INICIO.
           MOVE DESCUENTO-IMPORTE-NUEVO TO DES-IMPORTE-INICIAL.
           MOVE DESCUENTO-IMPORTE-NUEVO TO DES-SALDO.
           MOVE "A" TO DES-ESTADO.
           MOVE FECHA-HOY TO DES-FECHA-ALTA.
           MOVE OPERADOR-ID TO DES-OPERADOR.
           OPEN EXTEND DESCUENTOS-ARCHIVO.
           WRITE DES-REGISTRO.
           CLOSE DESCUENTOS-ARCHIVO.
           PERFORM REGISTRAR-AUDITORIA.
           DISPLAY "DESCUENTO " DES-ID "-" DES-NUMERO " GUARDADO.".
       BUSCAR-ULTIMO-DESCUENTO.
           READ DESCUENTOS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-DESCUENTOS
               NOT AT END
                   IF DES-ID EQUAL DESCUENTO-ID-NUEVO
                      AND DES-NUMERO > ULTIMO-NUMERO-DESCUENTO THEN
                       MOVE DES-NUMERO TO ULTIMO-NUMERO-DESCUENTO
                   END-IF
           END-READ.
       CANCELAR-DESCUENTO.
           DISPLAY "INTRODUCE EL ID DEL EMPLEADO.".
           MOVE SPACE TO DESCUENTO-ID-NUEVO.
           ACCEPT DESCUENTO-ID-NUEVO.
           IF DESCUENTO-ID-NUEVO EQUAL SPACE THEN
               DISPLAY "ERROR: DEBES INDICAR UN ID."
           ELSE
               PERFORM LISTAR-DESCUENTOS
               DISPLAY "INTRODUCE EL NUMERO DEL DESCUENTO A CANCELAR."
               ACCEPT DESCUENTO-NUMERO-TXT
               IF DESCUENTO-NUMERO-TXT IS NOT NUMERIC THEN
                   DISPLAY "ERROR: EL NUMERO DEBE SER NUMERICO (NNN)."
               ELSE
                   MOVE DESCUENTO-NUMERO-TXT
                       TO DESCUENTO-NUMERO-ELEGIDO
                   PERFORM ANULAR-DESCUENTO-ELEGIDO
               END-IF
           END-IF.
       ANULAR-DESCUENTO-ELEGIDO.
           MOVE "N" TO DESCUENTO-HALLADO.
           MOVE "N" TO FIN-DE-DESCUENTOS.
           OPEN I-O DESCUENTOS-ARCHIVO.
           PERFORM BUSCAR-DESCUENTO-ELEGIDO
               UNTIL FIN-DE-DESCUENTOS EQUAL "S".
           CLOSE DESCUENTOS-ARCHIVO.
           IF DESCUENTO-HALLADO NOT EQUAL "S" THEN
               DISPLAY "ERROR: NO HAY UN DESCUENTO ACTIVO CON ESE"
                   " NUMERO."
           ELSE
               MOVE DESCUENTO-ID-NUEVO TO EMPLEADOS-ID
               PERFORM REGISTRAR-AUDITORIA
               DISPLAY "DESCUENTO CANCELADO, NOMINA YA NO LO APLICARA."
           END-IF.
       BUSCAR-DESCUENTO-ELEGIDO.
           READ DESCUENTOS-ARCHIVO
               AT END
                   MOVE "S" TO FIN-DE-DESCUENTOS
               NOT AT END
                   IF DES-ID EQUAL DESCUENTO-ID-NUEVO
                      AND DES-NUMERO EQUAL DESCUENTO-NUMERO-ELEGIDO
                      AND DES-ACTIVO THEN
                       MOVE "C" TO DES-ESTADO
                       REWRITE DES-REGISTRO
                       MOVE "S" TO DESCUENTO-HALLADO
                       MOVE "S" TO FIN-DE-DESCUENTOS
                   END-IF
           END-READ.
       CHECKPOINT-REGISTROS.
           PERFORM CREAR-COPIA-SEGURIDAD.
           CLOSE AUDITORIA-ARCHIVO.
