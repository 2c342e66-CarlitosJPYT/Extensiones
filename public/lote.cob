       01 CADENA-DETENIDA PIC X VALUE "N".
       01 PASO-NOMBRE PIC X(10).
       01 PASO-PARAMETRO PIC X(10).
       01 PASO-REANUDACION PIC X(10).
       01 PASO-EMPRESA PIC X(4).
       01 PASOS-EJECUTADOS PIC 9(3) VALUE ZERO.
       01 PASOS-CON-ERROR PIC 9(3) VALUE ZERO.
       01 FECHA-HOY PIC 9(8).
       EJECUTAR-PASO.
           MOVE SPACE TO PASO-NOMBRE.
           MOVE SPACE TO PASO-PARAMETRO.
           MOVE SPACE TO PASO-REANUDACION.
           MOVE SPACE TO PASO-EMPRESA.
           UNSTRING LINEA-CONTROL DELIMITED BY ","
               INTO PASO-NOMBRE, PASO-PARAMETRO, PASO-REANUDACION,
                   PASO-EMPRESA
           END-UNSTRING.
           MOVE SPACE TO LOG-TEXTO.
           STRING "INICIO PASO " DELIMITED BY SIZE
               PASO-NOMBRE DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               PASO-PARAMETRO DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               PASO-REANUDACION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PASO-EMPRESA DELIMITED BY SPACE
               INTO LOG-TEXTO
           END-STRING.
           PERFORM ESCRIBIR-BITACORA.
                           MOVE 16 TO RETURN-CODE
                   END-CALL
                   CANCEL "NOMINA"
               WHEN "FICHAR"
                   PERFORM GRABAR-PARAMETRO-NOMINA
                   CALL "FICHAR"
                       ON EXCEPTION
                           MOVE 16 TO RETURN-CODE
                   END-CALL
                   CANCEL "FICHAR"
               WHEN "VALHORAS"
                   CALL "VALHORAS"
                       ON EXCEPTION
                           MOVE 16 TO RETURN-CODE
                   END-CALL
                   CANCEL "ANTIGUEDAD"
               WHEN "CONTRATOS"
                   CALL "CONTRATOS"
                       ON EXCEPTION
                           MOVE 16 TO RETURN-CODE
                   END-CALL
                   CANCEL "CONTRATOS"
               WHEN OTHER
                   DISPLAY "PASO DESCONOCIDO EN lote.ctl: "
                       PASO-NOMBRE
       GRABAR-PARAMETRO-NOMINA.
           OPEN OUTPUT PARAMETROS-ARCHIVO.
           MOVE SPACE TO LINEA-PARAMETRO.
           IF PASO-REANUDACION EQUAL SPACE
              AND PASO-EMPRESA EQUAL SPACE THEN
               MOVE PASO-PARAMETRO TO LINEA-PARAMETRO
           ELSE
               STRING PASO-PARAMETRO DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   PASO-REANUDACION DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   PASO-EMPRESA DELIMITED BY SPACE
                   INTO LINEA-PARAMETRO
               END-STRING
           END-IF.
           WRITE LINEA-PARAMETRO.
           CLOSE PARAMETROS-ARCHIVO.
       ESCRIBIR-BITACORA.
