      * SUPERVISOR. EN BLANCO (TABLA ANTERIOR AL CAMPO) SE ADMITE
      * COMO SUPERVISOR, CON AVISO, MIENTRAS SE CONVIERTE LA TABLA.
           05 OPE-NIVEL            PIC X(1).
      * OPE-ESTADO 'B': OPERADOR DADO DE BAJA (YA NO TRABAJA EN LA
      * CASA), NINGUN PROGRAMA LO ADMITE; EN BLANCO (TABLA ANTERIOR
      * AL CAMPO) O 'A', ACTIVO. LA OFICINA SOLO LA USA
      * REVISA-ACTIVIDAD.
           05 FILLER               PIC X(3).
           05 OPE-ESTADO           PIC X(1).
              88 OPE-DADO-DE-BAJA  VALUE 'B'.

       FD  ARCHIVO-INTENTOS.
       01  REG-INTENTO.
           05 MAU-IMAGEN-ANTERIOR  PIC X(61).
           05 MAU-IMAGEN-NUEVA     PIC X(61).
           05 MAU-OPERADOR-SOLICITA PIC X(08).
           05 MAU-SECUENCIA         PIC 9(9).
           05 MAU-SELLO             PIC 9(18).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
       01  WK-FECHA-INTENTO        PIC 9(8) VALUE ZEROS.
       01  WK-HORA-INTENTO         PIC 9(8) VALUE ZEROS.

      * LA CLAVE DEL OPERADOR LA PIDE Y COTEJA VERIFICA-CLAVE.CBL
      * (BLOQUEO POR FALLOS, VENCIMIENTO Y CAMBIO OBLIGADO).
       01  WK-CLAVE-PROGRAMA       PIC X(18) VALUE
           "APRUEBA-AJUSTES".
       01  WK-CLAVE-VEREDICTO      PIC X(1) VALUE SPACE.
           88 CLAVE-ACEPTADA       VALUE 'S'.

       01  FS-CERROJO              PIC XX.
       01  WK-RESPUESTA-CERROJO    PIC X(1) VALUE SPACE.

      * BITACORA SELLADA (VER SELLA-BITACORA): NOMBRE DEL ARCHIVO
      * Y POSICIONES DE DATOS ANTES DE LA SECUENCIA Y EL SELLO.
       01  WK-SELLO-BITACORA       PIC X(30)
           VALUE "MANTEN-AUDITORIA.DAT".
       01  WK-SELLO-LARGO          PIC 9(3) VALUE 192.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
               TO MAU-OPERADOR-SOLICITA
           MOVE TA-MOTIVO(WK-INDICE) TO MAU-MOTIVO
           MOVE WK-IMAGEN-ANTERIOR TO MAU-IMAGEN-ANTERIOR
           CALL "SELLA-BITACORA" USING WK-SELLO-BITACORA
                                       REG-AUDIT-MANTEN
                                       WK-SELLO-LARGO
                                       MAU-SECUENCIA
                                       MAU-SELLO
           IF MAU-SECUENCIA = ZEROS
               DISPLAY "ERROR: SIN SELLO PARA "
                       WK-SELLO-BITACORA
               DISPLAY "NO SE GRABA; PROCESO DETENIDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE REG-AUDIT-MANTEN.

      * LA COLA SE REESCRIBE SOLO CON LO QUE SIGUE SIN DECIDIR.
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
               STOP RUN
           END-IF

           PERFORM 9505-VERIFICAR-CLAVE

           PERFORM 9510-EXIGIR-NIVEL

           PERFORM 9530-VERIFICAR-CERROJO.

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

      * LA TABLA VIEJA SIN COLUMNA DE NIVEL SE ADMITE COMO
      * SUPERVISOR CON AVISO; CON NIVEL, EL QUE NO ALCANZA EL
      * REQUERIDO SE RECHAZA Y EL INTENTO QUEDA REGISTRADO.
