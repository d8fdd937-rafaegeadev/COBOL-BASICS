           05 JOB-RESULTADO        PIC X(20).
           05 FILLER               PIC X(01).
           05 JOB-OPERADOR         PIC X(8).
           05 FILLER               PIC X(01).
           05 JOB-SECUENCIA        PIC 9(9).
           05 JOB-SELLO            PIC 9(18).

       FD  ARCHIVO-SALIDA.
       01  REG-SALIDA              PIC X(90).
