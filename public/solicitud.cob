           01 SOL-REGISTRO.
               02 SOL-NUMERO PIC 9(6).
               02 SOL-ID PIC X(6).
               02 SOL-TIPO PIC X.
               02 SOL-FECHA-INICIO PIC 9(8).
               02 SOL-FECHA-FIN PIC 9(8).
               02 SOL-DIAS PIC 9(3).
               02 SOL-ESTADO PIC X.
                   88 SOL-PENDIENTE VALUE "P".
                   88 SOL-APROBADA VALUE "A".
                   88 SOL-RECHAZADA VALUE "R".
               02 SOL-FECHA-SOLICITUD PIC 9(8).
               02 SOL-OPERADOR PIC X(10).
               02 SOL-FECHA-RESOLUCION PIC 9(8).
               02 SOL-SUPERVISOR PIC X(10).
               02 SOL-MOTIVO-RECHAZO PIC X(30).
               02 FILLER PIC X(10).
