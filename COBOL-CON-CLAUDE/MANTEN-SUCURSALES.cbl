      *            REGION. CONTRA ESTE DIRECTORIO VALIDAN LA CARGA
      *            DEL MAESTRO Y LA MEZCLA NOCTURNA, Y DE AQUI SACA
      *            EL CRUZADO EL NOMBRE PARA SUS SUBTOTALES POR
      *            OFICINA. TAMBIEN FIJA EL RANGO DE CODIGOS DE
      *            CUENTA DE CADA SUCURSAL, DEL QUE ASIGNA-CODIGO
      *            SACA LOS CODIGOS DE LAS CUENTAS NUEVAS; LOS RANGOS
      *            DE DOS SUCURSALES NO PUEDEN PISARSE. CADA CAMBIO
      *            QUEDA EN SUCURSALES-LOG.DAT CON SU OPERADOR.
      *****************************************************************

       ENVIRONMENT DIVISION.
           05 OPE-ID               PIC X(8).
           05 OPE-NOMBRE           PIC X(30).
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
           05 SUD-NOMBRE           PIC X(30).
           05 SUD-REGION           PIC X(15).
           05 SUD-ABIERTA          PIC X(1).
      * RANGO DE CODIGOS DE CUENTA DE LA SUCURSAL (CUATRO PRIMERAS
      * POSICIONES, SIN DIGITO DE CONTROL) PARA ASIGNA-CODIGO.
           05 SUD-RANGO-DESDE      PIC 9(4).
           05 SUD-RANGO-HASTA      PIC 9(4).

       FD  ARCHIVO-LOG.
       01  REG-LOG.
           05 LOG-ACCION           PIC X(10).
           05 LOG-SUCURSAL         PIC 9(3).
           05 LOG-DETALLE          PIC X(30).
           05 LOG-SECUENCIA        PIC 9(9).
           05 LOG-SELLO            PIC 9(18).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
              10 TS-NOMBRE         PIC X(30).
              10 TS-REGION         PIC X(15).
              10 TS-ABIERTA        PIC X(1).
              10 TS-RANGO-DESDE    PIC 9(4).
              10 TS-RANGO-HASTA    PIC 9(4).

       01  WK-INDICE               PIC 9(3) VALUE ZEROS.
       01  WK-INDICE-HALLADO       PIC 9(3) VALUE ZEROS.
           88 ACCION-REABRIR       VALUE 'R'.
           88 ACCION-MODIFICAR     VALUE 'M'.
           88 ACCION-LISTAR        VALUE 'L'.
           88 ACCION-RANGO         VALUE 'G'.
           88 ACCION-TERMINAR      VALUE 'T'.
       01  WK-NOMBRE-NUEVO         PIC X(30) VALUE SPACES.
       01  WK-REGION-NUEVA         PIC X(15) VALUE SPACES.
       01  WK-RANGO-DESDE          PIC 9(4) VALUE ZEROS.
       01  WK-RANGO-HASTA          PIC 9(4) VALUE ZEROS.
       01  WK-RANGO-PISADO         PIC 9(3) VALUE ZEROS.
       01  WK-OPERADOR             PIC X(8) VALUE SPACES.

       01  DATOS-DE-SESION.
       01  WK-FECHA-INTENTO        PIC 9(8) VALUE ZEROS.
       01  WK-HORA-INTENTO         PIC 9(8) VALUE ZEROS.

      * LA CLAVE DEL OPERADOR LA PIDE Y COTEJA VERIFICA-CLAVE.CBL
      * (BLOQUEO POR FALLOS, VENCIMIENTO Y CAMBIO OBLIGADO).
       01  WK-CLAVE-PROGRAMA       PIC X(18) VALUE
           "MANTEN-SUCURSALES".
       01  WK-CLAVE-VEREDICTO      PIC X(1) VALUE SPACE.
           88 CLAVE-ACEPTADA       VALUE 'S'.

       01  FS-CERROJO              PIC XX.
       01  WK-RESPUESTA-CERROJO    PIC X(1) VALUE SPACE.

      * BITACORA SELLADA (VER SELLA-BITACORA): NOMBRE DEL ARCHIVO
      * Y POSICIONES DE DATOS ANTES DE LA SECUENCIA Y EL SELLO.
       01  WK-SELLO-BITACORA       PIC X(30) VALUE "SUCURSALES-LOG.DAT".
       01  WK-SELLO-LARGO          PIC 9(3) VALUE 065.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
               MOVE SUD-NOMBRE  TO TS-NOMBRE(CONT-SUCURSALES)
               MOVE SUD-REGION  TO TS-REGION(CONT-SUCURSALES)
               MOVE SUD-ABIERTA TO TS-ABIERTA(CONT-SUCURSALES)
      * EL REGISTRO ANTERIOR A LOS CAMPOS DE RANGO QUEDA SIN RANGO.
               IF SUD-RANGO-DESDE IS NUMERIC
                  AND SUD-RANGO-HASTA IS NUMERIC
                   MOVE SUD-RANGO-DESDE
                     TO TS-RANGO-DESDE(CONT-SUCURSALES)
                   MOVE SUD-RANGO-HASTA
                     TO TS-RANGO-HASTA(CONT-SUCURSALES)
               ELSE
                   MOVE ZEROS TO TS-RANGO-DESDE(CONT-SUCURSALES)
                                 TS-RANGO-HASTA(CONT-SUCURSALES)
               END-IF
               PERFORM 115-LEER-SUCURSAL
           END-PERFORM

                       PERFORM 250-MODIFICAR-SUCURSAL
                   WHEN ACCION-LISTAR
                       PERFORM 260-LISTAR-SUCURSALES
                   WHEN ACCION-RANGO
                       PERFORM 255-FIJAR-RANGO
                   WHEN OTHER
                       DISPLAY "ACCION NO RECONOCIDA"
               END-EVALUATE
       210-PEDIR-ACCION.
           DISPLAY " "
           DISPLAY "ACCION (A=ALTA C=CERRAR R=REABRIR M=MODIFICAR"
                   " G=RANGO DE CODIGOS L=LISTAR T=TERMINAR): "
           ACCEPT WK-ACCION.

       215-BUSCAR-SUCURSAL.
           MOVE WK-NOMBRE-NUEVO TO TS-NOMBRE(CONT-SUCURSALES)
           MOVE WK-REGION-NUEVA TO TS-REGION(CONT-SUCURSALES)
           MOVE 'S'             TO TS-ABIERTA(CONT-SUCURSALES)
           MOVE ZEROS           TO TS-RANGO-DESDE(CONT-SUCURSALES)
                                   TS-RANGO-HASTA(CONT-SUCURSALES)

           ADD 1 TO CONT-ALTAS
           MOVE "ALTA" TO LOG-ACCION
           MOVE WK-NOMBRE-NUEVO TO LOG-DETALLE
           PERFORM 270-ESCRIBIR-LOG
           DISPLAY "SUCURSAL " WK-SUC-PEDIDA " DADA DE ALTA"
           DISPLAY "SIN RANGO DE CODIGOS NO SE LE PUEDEN ABRIR"
                   " CUENTAS: FIJELO CON LA ACCION G".

       230-CERRAR-SUCURSAL.
           DISPLAY "CODIGO DE LA SUCURSAL A CERRAR: "
           PERFORM 270-ESCRIBIR-LOG
           DISPLAY "SUCURSAL " WK-SUC-PEDIDA " MODIFICADA".

      * EL RANGO SE EXPRESA EN LAS CUATRO PRIMERAS POSICIONES DEL
      * CODIGO (EL DIGITO DE CONTROL LO PONE EL ASIGNADOR). NO PUEDE
      * EMPEZAR EN 0000 NI PISAR EL RANGO DE OTRA SUCURSAL. ACHICAR
      * UN RANGO NO TOCA LAS CUENTAS YA ABIERTAS FUERA DE EL: SOLO
      * DEJA DE EMITIR ESOS CODIGOS.
       255-FIJAR-RANGO.
           DISPLAY "CODIGO DE LA SUCURSAL: "
           ACCEPT WK-SUC-PEDIDA

           PERFORM 215-BUSCAR-SUCURSAL
           IF NOT SUC-HALLADA
               DISPLAY "LA SUCURSAL " WK-SUC-PEDIDA " NO EXISTE"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "RANGO ACTUAL: " TS-RANGO-DESDE(WK-INDICE-HALLADO)
                   " A " TS-RANGO-HASTA(WK-INDICE-HALLADO)
           DISPLAY "PRIMER CODIGO DEL RANGO (4 CIFRAS, SIN DIGITO"
                   " DE CONTROL): "
           ACCEPT WK-RANGO-DESDE
           DISPLAY "ULTIMO CODIGO DEL RANGO (4 CIFRAS): "
           ACCEPT WK-RANGO-HASTA

           IF WK-RANGO-DESDE = ZEROS
               OR WK-RANGO-HASTA < WK-RANGO-DESDE
               DISPLAY "RANGO INVALIDO: DESDE MAYOR QUE CERO Y HASTA"
                       " NO MENOR QUE DESDE"
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WK-RANGO-PISADO
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-SUCURSALES
                   OR WK-RANGO-PISADO > ZEROS
               IF WK-INDICE NOT = WK-INDICE-HALLADO
                   AND TS-RANGO-DESDE(WK-INDICE) > ZEROS
                   AND WK-RANGO-DESDE <= TS-RANGO-HASTA(WK-INDICE)
                   AND WK-RANGO-HASTA >= TS-RANGO-DESDE(WK-INDICE)
                   MOVE TS-CODIGO(WK-INDICE) TO WK-RANGO-PISADO
               END-IF
           END-PERFORM

           IF WK-RANGO-PISADO > ZEROS
               DISPLAY "EL RANGO PISA EL DE LA SUCURSAL "
                       WK-RANGO-PISADO ", NO SE FIJA"
               EXIT PARAGRAPH
           END-IF

           MOVE WK-RANGO-DESDE TO TS-RANGO-DESDE(WK-INDICE-HALLADO)
           MOVE WK-RANGO-HASTA TO TS-RANGO-HASTA(WK-INDICE-HALLADO)

           ADD 1 TO CONT-CAMBIOS
           MOVE "RANGO" TO LOG-ACCION
           MOVE SPACES TO LOG-DETALLE
           STRING "DESDE " WK-RANGO-DESDE " HASTA " WK-RANGO-HASTA
               DELIMITED BY SIZE INTO LOG-DETALLE
           PERFORM 270-ESCRIBIR-LOG
           DISPLAY "SUCURSAL " WK-SUC-PEDIDA " CON RANGO "
                   WK-RANGO-DESDE " A " WK-RANGO-HASTA.

       260-LISTAR-SUCURSALES.
           IF CONT-SUCURSALES = ZEROS
               DISPLAY "  (DIRECTORIO VACIO)"
                       " " TS-NOMBRE(WK-INDICE)
                       " " TS-REGION(WK-INDICE)
                       " ABIERTA: " TS-ABIERTA(WK-INDICE)
                       " RANGO: " TS-RANGO-DESDE(WK-INDICE)
                       "-" TS-RANGO-HASTA(WK-INDICE)
           END-PERFORM.

       270-ESCRIBIR-LOG.
           MOVE HORA-SESION(1:6) TO LOG-HORA
           MOVE WK-OPERADOR      TO LOG-OPERADOR
           MOVE WK-SUC-PEDIDA    TO LOG-SUCURSAL
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

      * SUCURSALES.DAT SE REESCRIBE COMPLETO CON LA TABLA EN
               MOVE TS-NOMBRE(WK-INDICE)  TO SUD-NOMBRE
               MOVE TS-REGION(WK-INDICE)  TO SUD-REGION
               MOVE TS-ABIERTA(WK-INDICE) TO SUD-ABIERTA
               MOVE TS-RANGO-DESDE(WK-INDICE) TO SUD-RANGO-DESDE
               MOVE TS-RANGO-HASTA(WK-INDICE) TO SUD-RANGO-HASTA
               WRITE REG-SUCURSAL-DIR
           END-PERFORM

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
