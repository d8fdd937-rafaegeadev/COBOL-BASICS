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
           05 LOG-IMPORTE          PIC 9(7)V99.
           05 LOG-MOTIVO-ORIGINAL  PIC X(20).
           05 LOG-DETALLE          PIC X(30).
           05 LOG-SECUENCIA        PIC 9(9).
           05 LOG-SELLO            PIC 9(18).

       FD  ARCHIVO-TRABAJO.
       01  REG-TRABAJO             PIC X(90).
       01  WK-FECHA-INTENTO        PIC 9(8) VALUE ZEROS.
       01  WK-HORA-INTENTO         PIC 9(8) VALUE ZEROS.

      * LA CLAVE DEL OPERADOR LA PIDE Y COTEJA VERIFICA-CLAVE.CBL
      * (BLOQUEO POR FALLOS, VENCIMIENTO Y CAMBIO OBLIGADO).
       01  WK-CLAVE-PROGRAMA       PIC X(18) VALUE
           "REPARA-ERRORES".
       01  WK-CLAVE-VEREDICTO      PIC X(1) VALUE SPACE.
           88 CLAVE-ACEPTADA       VALUE 'S'.

       01  FS-CERROJO              PIC XX.
       01  WK-RESPUESTA-CERROJO    PIC X(1) VALUE SPACE.

      * BITACORA SELLADA (VER SELLA-BITACORA): NOMBRE DEL ARCHIVO
      * Y POSICIONES DE DATOS ANTES DE LA SECUENCIA Y EL SELLO.
       01  WK-SELLO-BITACORA       PIC X(30) VALUE "REPARA-LOG.DAT".
       01  WK-SELLO-LARGO          PIC 9(3) VALUE 104.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
       200-PROCESAR-ERRORES.
           PERFORM 205-LEER-ERROR
           PERFORM UNTIL FIN-ERRORES
               EVALUATE TRUE
                   WHEN FIN-SESION
                       PERFORM 240-DEJAR-PENDIENTE
                   WHEN ERR-LOTE = "CUOTAPRE"
                       PERFORM 207-DEJAR-CUOTA-PRESTAMO
                   WHEN OTHER
                       PERFORM 210-PRESENTAR-ERROR
               END-EVALUATE
               PERFORM 205-LEER-ERROR
           END-PERFORM.

                   MOVE 'S' TO SW-FIN-ERRORES
           END-READ.

      * LAS CUOTAS DE PRESTAMO RECHAZADAS NO SE REENVIAN A MANO:
      * VENCE-CUOTAS LAS LEE DE AQUI PARA DEJARLAS IMPAGAS Y LAS
      * VUELVE A PRESENTAR SOLO. SI SE CORRIGIERAN O SE DIERAN DE
      * BAJA, LA CUOTA PASARIA POR COBRADA.
       207-DEJAR-CUOTA-PRESTAMO.
           DISPLAY "CUOTA DE PRESTAMO " ERR-REFERENCIA
                   " (" ERR-MOTIVO ") LA REPRESENTA VENCE-CUOTAS"
           ADD 1 TO CONT-DEJADOS
           PERFORM 240-DEJAR-PENDIENTE.

       210-PRESENTAR-ERROR.
           ADD 1 TO CONT-PRESENTADOS
           MOVE ERR-IMPORTE TO WK-IMPORTE-EDITADO
           MOVE ERR-LOTE         TO LOG-LOTE
           MOVE ERR-IMPORTE      TO LOG-IMPORTE
           MOVE ERR-MOTIVO       TO LOG-MOTIVO-ORIGINAL
           CALL "SELLA-BITACORA" USING WK-SELLO-BITACORA
                                       REG-LOG
                                       WK-SELLO-LARGO
                                       LOG-SECUENCIA
                                       LOG-SELLO
           IF LOG-SECUENCIA = ZEROS
               DISPLAY "ERROR: SIN SELLO PARA "
                       WK-SELLO-BITACORA
               DISPLAY "NO SE GRABA; PROCESO DETENIDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE REG-LOG.

      * MISMO BURBUJEO ESTABLE QUE 2510-ORDENAR-COPIA EN ARRAYS.CBL:
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
