           01 DATOS-CATEGORIA.
               02 CAT-FUNCION PIC X.
               02 CAT-CODIGO PIC X(4).
               02 CAT-DESCRIPCION PIC X(25).
               02 CAT-MINIMO PIC 9(6)V99.
               02 CAT-MAXIMO PIC 9(6)V99.
               02 CAT-ENCONTRADO PIC X.
