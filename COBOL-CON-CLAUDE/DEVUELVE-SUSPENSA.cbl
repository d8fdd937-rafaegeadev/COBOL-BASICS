       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-OPERADORES
               ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

           SELECT ARCHIVO-SUSPENSA
               ASSIGN TO "SUSPENSA.DAT"
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

       FD  ARCHIVO-SUSPENSA.
       01  REG-SUSPENSA.
           05 CODIGO-SUSPENSA      PIC 9(5).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-OPERADORES        PIC XX.
           05 FS-SUSPENSA          PIC XX.
           05 FS-DEVOLUCIONES      PIC XX.
           05 FS-LOG               PIC XX.
       01  SWITCHES.
           05 SW-FIN-SUSPENSA      PIC X VALUE 'N'.
              88 FIN-SUSPENSA      VALUE 'S'.
           05 SW-OPERADOR-VALIDO   PIC X VALUE 'N'.
              88 OPERADOR-VALIDO   VALUE 'S'.

       01  CONTADORES.
           05 CONT-SUSPENSA        PIC 9(5) VALUE ZEROS.
           05 WK-DIAS-ADMITIDOS    PIC 9(3) VALUE ZEROS.
           05 WK-OPERADOR          PIC X(8) VALUE SPACES.

      * LA DEVOLUCION SACA DINERO DEL SUSPENSO: EL OPERADOR DEBE
      * FIGURAR EN OPERADORES.DAT Y PASAR SU CLAVE (VERIFICA-CLAVE).
       01  WK-NIVEL-OPERADOR       PIC X(1) VALUE SPACE.
       01  WK-CLAVE-PROGRAMA       PIC X(18) VALUE
           "DEVUELVE-SUSPENSA".
       01  WK-CLAVE-VEREDICTO      PIC X(1) VALUE SPACE.
           88 CLAVE-ACEPTADA       VALUE 'S'.

       01  CALCULO-EDAD.
           05 WK-FECHA-HOY         PIC 9(8) VALUE ZEROS.
           05 WK-HORA-HOY          PIC 9(8) VALUE ZEROS.
               GOBACK
           END-IF

           PERFORM 9500-VALIDAR-OPERADOR

           DISPLAY "DIAS ADMITIDOS EN SUSPENSO (DEFECTO 30): "
           ACCEPT WK-DIAS-ADMITIDOS
           IF WK-DIAS-ADMITIDOS = ZEROS
           DISPLAY "DEVOLUCIONES EN: DEVOLUCIONES-SUCURSAL.DAT"
           DISPLAY "AVISOS EN: DEVOLUCIONES-AVISO.TXT"
           DISPLAY "CONSTANCIA EN: DEVOLUCIONES-LOG.DAT".

      * SIN OPERADORES.DAT NO HAY A QUIEN ATRIBUIR LA DEVOLUCION:
      * A DIFERENCIA DEL MANTENIMIENTO, AQUI NO SE SIGUE SIN VALIDAR.
       9500-VALIDAR-OPERADOR.
           MOVE 'N' TO SW-OPERADOR-VALIDO
           OPEN INPUT ARCHIVO-OPERADORES

           IF FS-OPERADORES NOT = '00'
               DISPLAY "ERROR ABRIENDO OPERADORES: " FS-OPERADORES
               DISPLAY "NO SE DEVUELVE NADA SIN VALIDAR AL OPERADOR"
               MOVE 16 TO RETURN-CODE
               GOBACK
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
               MOVE 16 TO RETURN-CODE
               GOBACK
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
               DISPLAY "CLAVE RECHAZADA: NO SE DEVUELVE NADA"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
