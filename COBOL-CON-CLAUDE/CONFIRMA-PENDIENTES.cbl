      *            Y PERMITE AL OPERADOR CONFIRMAR O RECHAZAR CADA
      *            UNA. LAS CONFIRMADAS SE AGREGAN, YA CON EL NOMBRE
      *            REAL DEL CLIENTE, A CLIENTES-ENTRADA.DAT PARA QUE
      *            GENERA-MAESTRO LAS CARGUE. EL CODIGO DE LA CUENTA
      *            NUEVA NO ES EL DEL MOVIMIENTO HUERFANO: LO DA
      *            ASIGNA-CODIGO DEL RANGO DE LA SUCURSAL, Y EL PAR
      *            (CODIGO HUERFANO, CODIGO ASIGNADO) QUEDA EN LA
      *            DISPOSICION PARA REENCAMINAR EL MOVIMIENTO.
      *            CADA DECISION QUEDA
      *            REGISTRADA EN DISPOSICIONES.DAT (QUIEN, CUANDO,
      *            ACEPTADA O RECHAZADA) Y UNA PARTIDA YA DECIDIDA
      *            NO SE VUELVE A PRESENTAR NUNCA.
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
           05 SALDO-CLIENTE        PIC 9(7)V99.
           05 MONEDA-CLIENTE       PIC X(3).
      * LOS DATOS DE CONTACTO SE CAPTURAN DESPUES CON
      * MANTEN-CONTACTOS.CBL; EL ALTA CONFIRMADA SALE SIN ELLOS,
      * SALVO EL DOCUMENTO SI EL OPERADOR LO TIENE A MANO.
           05 SUCURSAL-CLIENTE     PIC 9(3).
           05 DOMICILIO-1-CLIENTE  PIC X(30).
           05 DOMICILIO-2-CLIENTE  PIC X(30).
           05 DIS-FECHA            PIC 9(8).
           05 DIS-HORA             PIC 9(6).
           05 DIS-NOMBRE           PIC X(30).
      * CODIGO QUE ASIGNA-CODIGO LE DIO AL ALTA CONFIRMADA (CEROS EN
      * LAS RECHAZADAS Y EN LAS LINEAS ANTERIORES AL CAMPO).
           05 DIS-CODIGO-ASIGNADO  PIC 9(5).

       FD  ARCHIVO-TRABAJO.
       01  REG-TRABAJO.
           05 CONT-RECHAZADOS      PIC 9(5) VALUE ZEROS.
           05 CONT-SALTADOS        PIC 9(5) VALUE ZEROS.
           05 CONT-YA-DECIDIDOS    PIC 9(5) VALUE ZEROS.
           05 CONT-RETENIDOS-LISTA PIC 9(5) VALUE ZEROS.

      * DECISIONES YA TOMADAS EN SESIONES ANTERIORES, CARGADAS EN
      * MEMORIA PARA NO VOLVER A PRESENTAR EL MISMO PENDIENTE.
       01  WK-OPERADOR             PIC X(08) VALUE SPACES.

      * DIGITO DE CONTROL (DIGITO-CONTROL.CBL): EL CODIGO DEL ALTA
      * PROVISIONAL VIENE DE LOS MOVIMIENTOS; LA CUENTA RECIBE OTRO
      * DEL ASIGNADOR, PERO EL OPERADOR DEBE SABER SI EL HUERFANO
      * TRAE UN CODIGO QUE NO CUMPLE EL ESQUEMA (POSIBLE ERROR DE
      * CAPTURA EN ORIGEN: QUIZA LA CUENTA YA EXISTE CON OTRO).
       01  WK-DC-ACCION            PIC X(1) VALUE 'V'.
       01  WK-DC-CODIGO            PIC 9(5) VALUE ZEROS.
       01  WK-DC-VEREDICTO         PIC X(1) VALUE SPACE.
       01  WK-SALDO-EDITADO        PIC -Z(6)9.99.

      * ASIGNADOR DE CODIGOS (ASIGNA-CODIGO.CBL): EL CODIGO DE LA
      * CUENTA SALE DEL RANGO DE LA SUCURSAL DEL PENDIENTE.
       01  WK-AC-ACCION            PIC X(1) VALUE 'A'.
       01  WK-AC-SUCURSAL          PIC 9(3) VALUE ZEROS.
       01  WK-AC-CODIGO            PIC 9(5) VALUE ZEROS.
       01  WK-AC-PROGRAMA          PIC X(20) VALUE
           "CONFIRMA-PENDIENTES".
       01  WK-AC-VEREDICTO         PIC X(1) VALUE SPACE.
           88 AC-CODIGO-ASIGNADO   VALUE 'S'.
       01  WK-AC-LIBRES            PIC 9(5) VALUE ZEROS.

      * LISTA DE SANCIONES (COTEJA-LISTAS.CBL). 'N' NUEVA, 'P'
      * PENDIENTE DE REVISION O 'C' CONFIRMADA DETIENEN EL ALTA.
       01  WK-CL-ORIGEN            PIC X(1) VALUE 'P'.
       01  WK-CL-DOCUMENTO         PIC X(15) VALUE SPACES.
       01  WK-CL-VEREDICTO         PIC X(1) VALUE SPACE.
           88 CL-EN-LISTA          VALUES 'N', 'P', 'C'.
       01  WK-CL-REFERENCIA        PIC X(10) VALUE SPACES.

      * DOCUMENTO DE IDENTIDAD (VALIDA-DOCUMENTO.CBL): OPCIONAL AL
      * CONFIRMAR, PERO SI SE DA TIENE QUE SER VALIDO.
       01  WK-DOCUMENTO-REAL       PIC X(15) VALUE SPACES.
       01  WK-VD-NORMALIZADO       PIC X(15) VALUE SPACES.
       01  WK-VD-TIPO              PIC X(1) VALUE SPACE.
       01  WK-VD-VEREDICTO         PIC X(1) VALUE SPACE.
           88 VD-DOCUMENTO-VALIDO  VALUE 'S'.
       01  WK-VD-MOTIVO            PIC X(30) VALUE SPACES.

       01  DATOS-DE-SESION.
           05 FECHA-SESION         PIC 9(8).
           05 HORA-SESION          PIC 9(8).
       01  WK-FECHA-INTENTO        PIC 9(8) VALUE ZEROS.
       01  WK-HORA-INTENTO         PIC 9(8) VALUE ZEROS.

      * LA CLAVE DEL OPERADOR LA PIDE Y COTEJA VERIFICA-CLAVE.CBL
      * (BLOQUEO POR FALLOS, VENCIMIENTO Y CAMBIO OBLIGADO).
      * EL NOMBRE VA ABREVIADO A LOS 18 CARACTERES DEL CAMPO DE
      * PROGRAMA EN INTENTOS-RECHAZADOS.DAT.
       01  WK-CLAVE-PROGRAMA       PIC X(18) VALUE
           "CONFIRMA-PENDIENT".
       01  WK-CLAVE-VEREDICTO      PIC X(1) VALUE SPACE.
           88 CLAVE-ACEPTADA       VALUE 'S'.

       01  FS-CERROJO              PIC XX.
       01  WK-RESPUESTA-CERROJO    PIC X(1) VALUE SPACE.

       230-CONFIRMAR-ALTA.
           DISPLAY "NOMBRE REAL DEL CLIENTE (30 CARACTERES): "
           ACCEPT WK-NOMBRE-REAL
           DISPLAY "DOCUMENTO DE IDENTIDAD (EN BLANCO SI NO LO"
                   " TIENE): "
           ACCEPT WK-DOCUMENTO-REAL

           CALL "VALIDA-DOCUMENTO" USING WK-DOCUMENTO-REAL
                                         WK-VD-NORMALIZADO
                                         WK-VD-TIPO
                                         WK-VD-VEREDICTO
                                         WK-VD-MOTIVO
           IF VD-DOCUMENTO-VALIDO
               MOVE WK-VD-NORMALIZADO TO WK-DOCUMENTO-REAL
           END-IF

           MOVE SPACE TO WK-CL-VEREDICTO
           IF WK-NOMBRE-REAL NOT = SPACES
              AND VD-DOCUMENTO-VALIDO
               PERFORM 235-COTEJAR-LISTAS
           END-IF

           EVALUATE TRUE
               WHEN WK-NOMBRE-REAL = SPACES
                   DISPLAY "SIN NOMBRE NO SE CONFIRMA, SE DEJA"
                           " PENDIENTE"
                   PERFORM 260-DEJAR-PENDIENTE
                   ADD 1 TO CONT-SALTADOS
               WHEN NOT VD-DOCUMENTO-VALIDO
                   DISPLAY "DOCUMENTO RECHAZADO (" WK-VD-MOTIVO
                           "), SE DEJA PENDIENTE"
                   PERFORM 260-DEJAR-PENDIENTE
                   ADD 1 TO CONT-SALTADOS
      * UNA COINCIDENCIA CON LA LISTA DE SANCIONES DETIENE EL ALTA
      * HASTA QUE CUMPLIMIENTO LA DESCARTE EN MANTEN-CRIBA; EL
      * PENDIENTE SIGUE EN LA COLA PARA CONFIRMARLO DESPUES.
               WHEN CL-EN-LISTA
                   DISPLAY "*** EL CLIENTE COINCIDE CON LA LISTA DE"
                           " SANCIONES (REFERENCIA " WK-CL-REFERENCIA
                           ") ***"
                   IF WK-CL-VEREDICTO = 'C'
                       DISPLAY "COINCIDENCIA CONFIRMADA POR"
                               " CUMPLIMIENTO: CORRESPONDE RECHAZAR"
                               " EL ALTA"
                   ELSE
                       DISPLAY "QUEDA PENDIENTE HASTA LA REVISION DE"
                               " CUMPLIMIENTO"
                   END-IF
                   PERFORM 260-DEJAR-PENDIENTE
                   ADD 1 TO CONT-RETENIDOS-LISTA
               WHEN OTHER
                   PERFORM 232-ASIGNAR-CODIGO
           END-EVALUATE.

      * SIN CODIGO DEL ASIGNADOR NO HAY ALTA: EL PENDIENTE SIGUE EN
      * LA COLA HASTA QUE LA SUCURSAL TENGA RANGO (O LUGAR EN EL).
       232-ASIGNAR-CODIGO.
           IF SUCURSAL-PENDIENTE = ZEROS
               MOVE 001 TO WK-AC-SUCURSAL
           ELSE
               MOVE SUCURSAL-PENDIENTE TO WK-AC-SUCURSAL
           END-IF
           MOVE 'A' TO WK-AC-ACCION
           MOVE ZEROS TO WK-AC-CODIGO
           CALL "ASIGNA-CODIGO" USING WK-AC-ACCION
                                      WK-AC-SUCURSAL
                                      WK-AC-CODIGO
                                      WK-AC-PROGRAMA
                                      WK-AC-VEREDICTO
                                      WK-AC-LIBRES

           IF NOT AC-CODIGO-ASIGNADO
               EVALUATE WK-AC-VEREDICTO
                   WHEN 'R'
                       DISPLAY "LA SUCURSAL " WK-AC-SUCURSAL
                               " NO TIENE RANGO DE CODIGOS"
                   WHEN 'C'
                       DISPLAY "LA SUCURSAL " WK-AC-SUCURSAL
                               " ESTA CERRADA"
                   WHEN 'L'
                       DISPLAY "LA SUCURSAL " WK-AC-SUCURSAL
                               " AGOTO SU RANGO DE CODIGOS"
                   WHEN OTHER
                       DISPLAY "NO SE PUDO ANOTAR EL CODIGO NUEVO"
               END-EVALUATE
               DISPLAY "SIN CODIGO NO SE CONFIRMA, SE DEJA PENDIENTE"
               PERFORM 260-DEJAR-PENDIENTE
               ADD 1 TO CONT-SALTADOS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REG-CLIENTE
           MOVE WK-AC-CODIGO     TO CODIGO-CLIENTE
           MOVE WK-NOMBRE-REAL   TO NOMBRE-CLIENTE
           MOVE SUCURSAL-PENDIENTE TO SUCURSAL-CLIENTE
           MOVE WK-DOCUMENTO-REAL  TO DOCUMENTO-CLIENTE
      * EL ALTA SE CONFIRMA EN LA MONEDA DEL MOVIMIENTO QUE LA
      * ORIGINO: ASI EL RECICLADO DE ESE MOVIMIENTO NO MUERE
      * RECHAZADO POR MONEDA DISTINTA.
           MOVE MONEDA-PENDIENTE   TO MONEDA-CLIENTE
      * LAS ALTAS CONFIRMADAS ENTRAN COMO CUENTA CORRIENTE; EL
      * PRODUCTO SE AJUSTA DESPUES SI EL CLIENTE CONTRATO OTRO.
           MOVE "CC" TO PRODUCTO-CLIENTE
      * EL SALDO PROVISIONAL PUEDE SER NEGATIVO (UN ABONO HUERFANO):
      * EL MAESTRO NO ADMITE SALDOS NEGATIVOS, ASI QUE EL ALTA ENTRA
      * EN CERO Y EL ABONO ORIGINAL SE RESOLVERA POR SUSPENSA.
           IF SALDO-PENDIENTE < ZERO
               MOVE ZERO TO SALDO-CLIENTE
               DISPLAY "SALDO PROVISIONAL NEGATIVO: EL ALTA"
                       " SE CARGA CON SALDO CERO"
           ELSE
               MOVE SALDO-PENDIENTE TO SALDO-CLIENTE
           END-IF
           WRITE REG-CLIENTE
           MOVE 'A' TO DIS-DECISION
           MOVE WK-NOMBRE-REAL TO DIS-NOMBRE
           MOVE WK-AC-CODIGO TO DIS-CODIGO-ASIGNADO
           PERFORM 250-REGISTRAR-DISPOSICION
           ADD 1 TO CONT-ACEPTADOS
           DISPLAY "ALTA CONFIRMADA Y AGREGADA A"
                   " CLIENTES-ENTRADA.DAT"
           DISPLAY "CODIGO DE LA CUENTA NUEVA: " WK-AC-CODIGO
                   " (EL MOVIMIENTO HUERFANO TRAIA "
                   CODIGO-PENDIENTE ")".

      * EL PENDIENTE NO TRAE DOCUMENTO: SE COTEJA EL NOMBRE REAL Y
      * EL DOCUMENTO QUE HAYA DADO EL OPERADOR.
       235-COTEJAR-LISTAS.
           MOVE WK-DOCUMENTO-REAL TO WK-CL-DOCUMENTO
           CALL "COTEJA-LISTAS" USING CODIGO-PENDIENTE
                                      WK-NOMBRE-REAL
                                      WK-CL-DOCUMENTO
                                      WK-CL-ORIGEN
                                      WK-CL-VEREDICTO
                                      WK-CL-REFERENCIA.

       240-RECHAZAR-ALTA.
           MOVE 'R' TO DIS-DECISION
           MOVE NOMBRE-PENDIENTE TO DIS-NOMBRE
           MOVE ZEROS TO DIS-CODIGO-ASIGNADO
           PERFORM 250-REGISTRAR-DISPOSICION
           ADD 1 TO CONT-RECHAZADOS
           DISPLAY "ALTA RECHAZADA".
           DISPLAY "ALTAS CONFIRMADAS:       " CONT-ACEPTADOS
           DISPLAY "ALTAS RECHAZADAS:        " CONT-RECHAZADOS
           DISPLAY "DEJADOS PARA DESPUES:    " CONT-SALTADOS
           DISPLAY "RETENIDOS POR LISTA:     " CONT-RETENIDOS-LISTA
           DISPLAY "DESCARTADOS (YA DECIDIDOS ANTES): "
                   CONT-YA-DECIDIDOS.

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
               MOVE WK-FECHA-INTENTO     TO INT-FECHA
               MOVE WK-HORA-INTENTO(1:6) TO INT-HORA
               MOVE WK-OPERADOR          TO INT-OPERADOR
               MOVE "CONFIRMA-PENDIENT" TO INT-PROGRAMA
               MOVE WK-NIVEL-OPERADOR    TO INT-NIVEL
               MOVE WK-NIVEL-REQUERIDO   TO INT-NIVEL-REQUERIDO
               WRITE REG-INTENTO
