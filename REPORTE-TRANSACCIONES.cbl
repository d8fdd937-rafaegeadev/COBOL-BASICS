           05 TRANS-NUMERO2                PIC S9(7)V99.
           05 TRANS-RESULTADO              PIC S9(9)V9999.
           05 TRANS-RESTO                  PIC S9(9)V9999.
      * PLAZO O PERIODOS DE LAS COTIZACIONES FINANCIERAS. LOS
      * REGISTROS ANTERIORES NO LO TRAEN Y LLEGAN CON ESPACIOS.
           05 TRANS-NUMERO3                PIC S9(7)V99.

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE                     PIC X(90).
           05 LD-RESULTADO                 PIC -ZZZ,ZZZ,ZZ9.9999.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 LD-RESTO                     PIC -ZZZ,ZZZ,ZZ9.9999.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 LD-PLAZO                     PIC ZZZZZ9.

       01  LINEA-TIPO.
           05 FILLER                       PIC X(02) VALUE SPACES.
               TO REG-REPORTE
           MOVE "         RESULTADO             RESTO"
               TO REG-REPORTE(42:)
           MOVE " PLAZO" TO REG-REPORTE(80:)
           WRITE REG-REPORTE
           .
      *
           MOVE TRANS-NUMERO2   TO LD-NUMERO2
           MOVE TRANS-RESULTADO TO LD-RESULTADO
           MOVE TRANS-RESTO     TO LD-RESTO
           IF TRANS-NUMERO3 IS NUMERIC
               MOVE TRANS-NUMERO3   TO LD-PLAZO
           ELSE
               MOVE ZERO            TO LD-PLAZO
           END-IF
           WRITE REG-REPORTE FROM LINEA-DETALLE
           .
      *
