      *            ARCHIVO VIVO CORTO. IMPRIME UN MANIFIESTO EN
      *            ARCHIVA-MANIFIESTO.TXT CON CUENTAS Y TOTALES POR
      *            CORRIDA ARCHIVADA, PARA PROBAR QUE NADA SE PERDIO.
      *            LOS REGISTROS VIAJAN CON SU SECUENCIA Y SU SELLO:
      *            EL HISTORICO Y EL ARCHIVO VIVO SON UNA SOLA CADENA
      *            PARTIDA EN DOS, Y VERIFICA-SELLOS LA RECORRE DE
      *            UNO AL OTRO. POR ESO SE ARCHIVA SOLO LA PUNTA MAS
      *            VIEJA: DESDE EL PRIMER REGISTRO DENTRO DEL PLAZO,
      *            TODO LO QUE SIGUE QUEDA VIVO AUNQUE SEA ANTERIOR.
      *****************************************************************

       ENVIRONMENT DIVISION.
           05 AUD-SALDO-CIERRE        PIC S9(7)V99.
           05 AUD-SUCURSAL            PIC 9(3).
           05 AUD-OPERADOR            PIC X(8).
           05 AUD-SECUENCIA           PIC 9(9).
           05 AUD-SELLO               PIC 9(18).

       FD  ARCHIVO-HISTORICO.
       01  REG-HISTORICO.
           05 HIS-SALDO-CIERRE        PIC S9(7)V99.
           05 HIS-SUCURSAL            PIC 9(3).
           05 HIS-OPERADOR            PIC X(8).
           05 HIS-SECUENCIA           PIC 9(9).
           05 HIS-SELLO               PIC 9(18).

       FD  ARCHIVO-TRABAJO.
       01  REG-TRABAJO.
           05 TRA-SALDO-CIERRE        PIC S9(7)V99.
           05 TRA-SUCURSAL            PIC 9(3).
           05 TRA-OPERADOR            PIC X(8).
           05 TRA-SECUENCIA           PIC 9(9).
           05 TRA-SELLO               PIC 9(18).

       FD  ARCHIVO-MANIFIESTO.
       01  REG-MANIFIESTO             PIC X(80).
              88 FIN-AUDITORIA     VALUE 'S'.
           05 SW-FIN-TRABAJO       PIC X VALUE 'N'.
              88 FIN-TRABAJO       VALUE 'S'.
           05 SW-CORTE-CERRADO     PIC X VALUE 'N'.
              88 CORTE-CERRADO     VALUE 'S'.

       01  CONTADORES.
           05 CONT-LEIDOS          PIC 9(7) VALUE ZEROS.
               ADD 1 TO CONT-LEIDOS
               MOVE AUD-ID-EJECUCION(5:8) TO WK-FECHA-REGISTRO
               IF WK-FECHA-REGISTRO < WK-FECHA-CORTE
                   AND NOT CORTE-CERRADO
                   PERFORM 210-ARCHIVAR-REGISTRO
               ELSE
                   MOVE 'S' TO SW-CORTE-CERRADO
                   ADD 1 TO CONT-VIVOS
                   MOVE REG-AUDITORIA TO REG-TRABAJO
                   WRITE REG-TRABAJO
