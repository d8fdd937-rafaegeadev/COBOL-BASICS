           05 DEV-FECHA-ULTIMO     PIC 9(8).
           05 DEV-MONEDA           PIC X(3).
           05 DEV-SUCURSAL         PIC 9(3).
           05 DEV-PRODUCTO         PIC X(2).

       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETROS.
              10 TH-FECHA-ULTIMO   PIC 9(8).
              10 TH-MONEDA         PIC X(3).
              10 TH-SUCURSAL       PIC 9(3).
              10 TH-PRODUCTO       PIC X(2).
       01  WK-INDICE               PIC 9(5) VALUE ZEROS.

       PROCEDURE DIVISION.
                           TO TH-FECHA-ULTIMO(CONT-HUCHAS)
                       MOVE DEV-MONEDA   TO TH-MONEDA(CONT-HUCHAS)
                       MOVE DEV-SUCURSAL TO TH-SUCURSAL(CONT-HUCHAS)
                       MOVE DEV-PRODUCTO TO TH-PRODUCTO(CONT-HUCHAS)
               END-READ
           END-PERFORM

               MOVE TH-FECHA-ULTIMO(WK-INDICE) TO DEV-FECHA-ULTIMO
               MOVE TH-MONEDA(WK-INDICE)       TO DEV-MONEDA
               MOVE TH-SUCURSAL(WK-INDICE)     TO DEV-SUCURSAL
               MOVE TH-PRODUCTO(WK-INDICE)     TO DEV-PRODUCTO
               WRITE REG-DEVENGO
           END-PERFORM

