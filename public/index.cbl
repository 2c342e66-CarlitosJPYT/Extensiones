               WHEN OPCION-CALCULADORA
                   CALL "BD"
               WHEN OPCION-AUSENCIAS
                   CALL "AUSENCIAS" USING OPERADOR-ACTUAL
               WHEN OPCION-SALIR
                   CONTINUE
               WHEN OTHER
