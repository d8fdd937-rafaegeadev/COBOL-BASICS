      *            VENCIMIENTOS-PROXIMOS.TXT LOS QUE VENCEN EN LOS
      *            PROXIMOS SIETE DIAS, PARA QUE LA SUCURSAL LLAME
      *            AL CLIENTE ANTES DE QUE EL PLAZO DECIDA SOLO.
      *            LOS MISMOS AVISOS QUEDAN EN
      *            VENCIMIENTOS-PROXIMOS.DAT PARA LA CARTA AL
      *            TITULAR (EMITE-CARTAS).
      *            EL ABONO ES TIPO 'C' (SUMA AL SALDO), COMO
      *            CUALQUIER DEPOSITO ENTRANTE.
      *****************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROXIMOS.

           SELECT ARCHIVO-AVISOS
               ASSIGN TO "VENCIMIENTOS-PROXIMOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AVISOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PLAZOS.
       FD  ARCHIVO-PROXIMOS.
       01  REG-PROXIMO             PIC X(80).

      * UN AVISO POR DEPOSITO QUE VENCE EN LOS PROXIMOS SIETE DIAS,
      * LOS MISMOS DEL LISTADO.
       FD  ARCHIVO-AVISOS.
       01  REG-AVISO.
           05 PRX-NUMERO           PIC 9(5).
           05 PRX-CUENTA           PIC 9(5).
           05 PRX-PRINCIPAL        PIC 9(7)V99.
           05 PRX-VENCIMIENTO      PIC 9(8).
           05 PRX-RENOVACION       PIC X(1).
           05 PRX-MONEDA           PIC X(3).
           05 PRX-SUCURSAL         PIC 9(3).
           05 PRX-FECHA-AVISO      PIC 9(8).

       FD  ARCHIVO-FECHA-PROCESO.
       01  REG-FECHA-PROCESO.
           05 FPR-FECHA            PIC 9(8).
           05 FS-PLAZOS            PIC XX.
           05 FS-VENCIMIENTOS      PIC XX.
           05 FS-PROXIMOS          PIC XX.
           05 FS-AVISOS            PIC XX.

       01  SWITCHES.
           05 SW-FIN-PLAZOS        PIC X VALUE 'N'.
               TO REG-PROXIMO
           WRITE REG-PROXIMO

           OPEN OUTPUT ARCHIVO-AVISOS

           IF FS-AVISOS NOT = '00'
               DISPLAY "ERROR ABRIENDO VENCIMIENTOS-PROXIMOS.DAT: "
                       FS-AVISOS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ARCHIVO-PLAZOS

      * SIN PLAZOS.DAT NO HAY DEPOSITOS: SE DEJA UN FEEDER VACIO
               DISPLAY "NO EXISTE PLAZOS.DAT, NADA QUE VENCER"
               PERFORM 220-ESCRIBIR-VENCIMIENTOS
               CLOSE ARCHIVO-PROXIMOS
                     ARCHIVO-AVISOS
               GOBACK
           END-IF

                      " (" TP-RENOVACION(WK-INDICE) ")"
                      DELIMITED BY SIZE INTO REG-PROXIMO
               WRITE REG-PROXIMO
               MOVE TP-NUMERO(WK-INDICE)      TO PRX-NUMERO
               MOVE TP-CUENTA(WK-INDICE)      TO PRX-CUENTA
               MOVE TP-PRINCIPAL(WK-INDICE)   TO PRX-PRINCIPAL
               MOVE TP-VENCIMIENTO(WK-INDICE) TO PRX-VENCIMIENTO
               MOVE TP-RENOVACION(WK-INDICE)  TO PRX-RENOVACION
               MOVE TP-MONEDA(WK-INDICE)      TO PRX-MONEDA
               MOVE TP-SUCURSAL(WK-INDICE)    TO PRX-SUCURSAL
               MOVE WK-FECHA-HOY              TO PRX-FECHA-AVISO
               WRITE REG-AVISO
           END-IF.

      * LOS ABONOS SALEN ASCENDENTES POR CUENTA, COMO EXIGE LA

       300-FINALIZAR.
           CLOSE ARCHIVO-PROXIMOS
                 ARCHIVO-AVISOS

           DISPLAY "VENCIMIENTO DE PLAZOS FINALIZADO"
           DISPLAY "PLAZOS LEIDOS:        " CONT-PLAZOS
