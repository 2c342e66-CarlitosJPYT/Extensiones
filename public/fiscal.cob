           01 DATOS-FISCALES.
               02 FIS-FUNCION PIC X.
               02 FIS-ID PIC X(6).
               02 FIS-ESTADO-CIVIL PIC X.
                   88 FIS-SOLTERO VALUE "S".
                   88 FIS-CASADO VALUE "C".
                   88 FIS-VIUDO VALUE "V".
                   88 FIS-SEPARADO VALUE "D".
               02 FIS-HIJOS PIC 99.
               02 FIS-DISCAPACIDAD PIC 999.
               02 FIS-PORCENTAJE-VOLUNTARIO PIC 99V99.
               02 FIS-ENCONTRADO PIC X.
