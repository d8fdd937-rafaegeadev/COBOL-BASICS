       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-OPERADORES
               ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

           SELECT ARCHIVO-AUDITORIA
               ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-OPERADORES.
       01  REG-OPERADOR.
           05 OPE-ID               PIC X(8).
           05 OPE-NOMBRE           PIC X(30).
           05 OPE-NIVEL            PIC X(1).
           05 FILLER               PIC X(3).
           05 OPE-ESTADO           PIC X(1).
              88 OPE-DADO-DE-BAJA  VALUE 'B'.

       FD  ARCHIVO-AUDITORIA.
       01  REG-AUDITORIA.
           05 AUD-ID-EJECUCION        PIC X(19).
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

       FD  ARCHIVO-APLICADOS.
       01  REG-APLICADO.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-OPERADORES        PIC XX.
           05 FS-AUDITORIA         PIC XX.
           05 FS-HISTORICO         PIC XX.
           05 FS-APLICADOS         PIC XX.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 SW-CORTE-HALLADO     PIC X VALUE 'N'.
              88 CORTE-HALLADO     VALUE 'S'.
           05 SW-OPERADOR-VALIDO   PIC X VALUE 'N'.
              88 OPERADOR-VALIDO   VALUE 'S'.

       01  CONTADORES.
           05 CONT-MOV-LISTADOS    PIC 9(5) VALUE ZEROS.
           05 WK-FECHA-PEDIDA      PIC 9(8) VALUE ZEROS.
           05 WK-OPERADOR          PIC X(8) VALUE SPACES.

      * LA PAGINA VA FIRMADA POR EL OPERADOR QUE LA EMITE: DEBE
      * FIGURAR EN OPERADORES.DAT Y PASAR SU CLAVE (VERIFICA-CLAVE).
       01  WK-NIVEL-OPERADOR       PIC X(1) VALUE SPACE.
       01  WK-CLAVE-PROGRAMA       PIC X(18) VALUE
           "RECONSTRUYE-SALDO".
       01  WK-CLAVE-VEREDICTO      PIC X(1) VALUE SPACE.
           88 CLAVE-ACEPTADA       VALUE 'S'.

       01  CORTE-HALLADO-DATOS.
           05 WK-ID-CORTE          PIC X(19) VALUE SPACES.
           05 WK-FECHA-CORTE       PIC 9(8) VALUE ZEROS.
           DISPLAY "IDENTIFICADOR DE OPERADOR (8 CARACTERES): "
           ACCEPT WK-OPERADOR

           PERFORM 9500-VALIDAR-OPERADOR

           DISPLAY "CODIGO DE CUENTA: "
           ACCEPT WK-CODIGO-PEDIDO

       400-FINALIZAR.
           DISPLAY "MOVIMIENTOS LISTADOS: " CONT-MOV-LISTADOS
           DISPLAY "PAGINA EMITIDA EN: RECONSTRUCCION.TXT".

      * SIN OPERADORES.DAT NO HAY QUIEN FIRME LA PAGINA: A
      * DIFERENCIA DEL MANTENIMIENTO, AQUI NO SE SIGUE SIN VALIDAR.
       9500-VALIDAR-OPERADOR.
           MOVE 'N' TO SW-OPERADOR-VALIDO
           OPEN INPUT ARCHIVO-OPERADORES

           IF FS-OPERADORES NOT = '00'
               DISPLAY "ERROR ABRIENDO OPERADORES: " FS-OPERADORES
               DISPLAY "NO SE EMITE LA RECONSTRUCCION SIN VALIDAR"
                       " AL OPERADOR"
               STOP RUN
           END-IF

           PERFORM UNTIL FS-OPERADORES NOT = '00'
                   OR OPERADOR-VALIDO
               READ ARCHIVO-OPERADORES
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OPE-ID = WK-OPERADOR
                           IF OPE-DADO-DE-BAJA
                               DISPLAY "EL OPERADOR " WK-OPERADOR
                                       " ESTA DADO DE BAJA"
                           ELSE
                               MOVE 'S' TO SW-OPERADOR-VALIDO
                               MOVE OPE-NIVEL TO WK-NIVEL-OPERADOR
                               DISPLAY "OPERADOR: " OPE-NOMBRE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-OPERADORES

           IF NOT OPERADOR-VALIDO
               DISPLAY "EL OPERADOR " WK-OPERADOR
                       " NO ESTA AUTORIZADO"
               STOP RUN
           END-IF

           PERFORM 9505-VERIFICAR-CLAVE.

      * EL OPERADOR ENCONTRADO TODAVIA TIENE QUE DAR SU CLAVE; EL
      * RECHAZO YA QUEDO REGISTRADO EN INTENTOS-RECHAZADOS.DAT.
       9505-VERIFICAR-CLAVE.
           CALL "VERIFICA-CLAVE" USING WK-OPERADOR
                                       WK-CLAVE-PROGRAMA
                                       WK-NIVEL-OPERADOR
                                       WK-CLAVE-VEREDICTO

           IF NOT CLAVE-ACEPTADA
               STOP RUN
           END-IF.
