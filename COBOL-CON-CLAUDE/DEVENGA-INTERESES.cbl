           05 DEV-FECHA-ULTIMO     PIC 9(8).
           05 DEV-MONEDA           PIC X(3).
           05 DEV-SUCURSAL         PIC 9(3).
           05 DEV-PRODUCTO         PIC X(2).

       FD  ARCHIVO-FECHA-PROCESO.
       01  REG-FECHA-PROCESO.
              10 TH-FECHA-ULTIMO   PIC 9(8).
              10 TH-MONEDA         PIC X(3).
              10 TH-SUCURSAL       PIC 9(3).
              10 TH-PRODUCTO       PIC X(2).
       01  WK-INDICE               PIC 9(5) VALUE ZEROS.
       01  WK-INDICE-HALLADO       PIC 9(5) VALUE ZEROS.

                           TO TH-FECHA-ULTIMO(CONT-HUCHAS)
                       MOVE DEV-MONEDA   TO TH-MONEDA(CONT-HUCHAS)
                       MOVE DEV-SUCURSAL TO TH-SUCURSAL(CONT-HUCHAS)
                       MOVE DEV-PRODUCTO TO TH-PRODUCTO(CONT-HUCHAS)
               END-READ
           END-PERFORM

               MOVE MONEDA-MAESTRO TO TH-MONEDA(WK-INDICE-HALLADO)
           END-IF
           MOVE SUCURSAL-MAESTRO TO TH-SUCURSAL(WK-INDICE-HALLADO)
      * EL PRODUCTO VIAJA CON LA HUCHA PARA QUE EL POSTEO DEL DIARIO
      * ABRA EL DEVENGO POR PRODUCTO (BLANCO SE TRATA COMO "CC").
           IF PRODUCTO-MAESTRO = SPACES
               MOVE "CC" TO TH-PRODUCTO(WK-INDICE-HALLADO)
           ELSE
               MOVE PRODUCTO-MAESTRO TO TH-PRODUCTO(WK-INDICE-HALLADO)
           END-IF
           ADD 1 TO CONT-DEVENGADAS
           ADD WK-IMPORTE-DEVENGO TO WK-TOTAL-DEVENGADO.

                             TH-FECHA-ULTIMO(CONT-HUCHAS)
                             TH-SUCURSAL(CONT-HUCHAS)
               MOVE SPACES TO TH-MONEDA(CONT-HUCHAS)
                              TH-PRODUCTO(CONT-HUCHAS)
               MOVE CONT-HUCHAS TO WK-INDICE-HALLADO
           END-IF.

               MOVE TH-FECHA-ULTIMO(WK-INDICE) TO DEV-FECHA-ULTIMO
               MOVE TH-MONEDA(WK-INDICE)       TO DEV-MONEDA
               MOVE TH-SUCURSAL(WK-INDICE)     TO DEV-SUCURSAL
               MOVE TH-PRODUCTO(WK-INDICE)     TO DEV-PRODUCTO
               WRITE REG-DEVENGO
           END-PERFORM

