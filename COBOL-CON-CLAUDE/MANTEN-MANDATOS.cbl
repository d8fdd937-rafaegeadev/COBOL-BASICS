       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTEN-MANDATOS.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: MANTENIMIENTO DE MANDATOS DE ADEUDO DIRECTO
      * PROPOSITO: ADMINISTRA MANDATOS.DAT: QUE ACREEDOR PUEDE
      *            COBRAR POR ADEUDO DIRECTO DE QUE CUENTA, CON QUE
      *            REFERENCIA DE MANDATO, HASTA QUE IMPORTE Y ENTRE
      *            QUE FECHAS. ALTA CON LA FIRMA DEL CLIENTE A LA
      *            VISTA, REVOCACION CUANDO EL CLIENTE LA PIDE (UN
      *            MANDATO REVOCADO NO SE REVIVE: EL ACREEDOR DEBE
      *            TRAER UNO NUEVO) Y CONSULTA POR CUENTA.
      *            TRADUCE-INTERBANCARIO DEVUELVE TODO ADEUDO QUE
      *            NO ENCUENTRE AQUI. CADA DECISION QUEDA EN
      *            MANDATOS-LOG.DAT CON EL OPERADOR.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-OPERADORES
               ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

      * CERROJO DE CORRIDA: MIENTRAS LA CADENA NOCTURNA LO TENGA
      * PUESTO, EL MANTENIMIENTO EN LINEA NO TOCA EL MAESTRO NI LAS
      * TABLAS QUE LA NOCHE ESTA LEYENDO.
           SELECT ARCHIVO-CERROJO
               ASSIGN TO "CERROJO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CERROJO.

      * INTENTOS DE OPERACION RECHAZADOS POR NIVEL INSUFICIENTE:
      * CADA NEGATIVA QUEDA ANOTADA CON OPERADOR, PROGRAMA Y NIVEL.
           SELECT ARCHIVO-INTENTOS
               ASSIGN TO "INTENTOS-RECHAZADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INTENTOS.

           SELECT ARCHIVO-MAESTRO
               ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODIGO-MAESTRO
               FILE STATUS IS FS-MAESTRO.

           SELECT ARCHIVO-MANDATOS
               ASSIGN TO "MANDATOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MANDATOS.

           SELECT ARCHIVO-LOG
               ASSIGN TO "MANDATOS-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-OPERADORES.
       01  REG-OPERADOR.
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
           05 INT-FECHA            PIC 9(8).
           05 INT-HORA             PIC 9(6).
           05 INT-OPERADOR         PIC X(8).
           05 INT-PROGRAMA         PIC X(18).
           05 INT-NIVEL            PIC X(1).
           05 INT-NIVEL-REQUERIDO  PIC 9(1).

       FD  ARCHIVO-CERROJO.
       01  REG-CERROJO.
           05 CER-FECHA            PIC 9(8).
           05 CER-HORA             PIC 9(6).
           05 CER-OPERADOR         PIC X(8).

       FD  ARCHIVO-MAESTRO.
       01  REG-MAESTRO.
           05 CODIGO-MAESTRO       PIC 9(5).
           05 NOMBRE-MAESTRO       PIC X(30).
           05 SALDO-MAESTRO        PIC S9(7)V99.
           05 ESTADO-MAESTRO       PIC X(01).
              88 MAESTRO-ACTIVO    VALUES 'A', ' '.
           05 FECHA-ESTADO-MAESTRO PIC 9(8).
           05 MONEDA-MAESTRO       PIC X(3).
           05 SUCURSAL-MAESTRO     PIC 9(3).
           05 PRODUCTO-MAESTRO     PIC X(2).

      * UN MANDATO POR LINEA. LA REFERENCIA ES LA QUE EL ACREEDOR
      * MANDA EN CADA ADEUDO (IB-REFERENCIA DEL INTERBANCARIO).
      * HASTA EN CEROS ES SIN VENCIMIENTO; MAXIMO EN CEROS, SIN
      * TOPE. REVOCADO 'S' CON FECHA Y OPERADOR DE LA BAJA.
       FD  ARCHIVO-MANDATOS.
       01  REG-MANDATO.
           05 MAN-CODIGO           PIC 9(5).
           05 MAN-ACREEDOR         PIC X(12).
           05 MAN-REFERENCIA       PIC X(8).
           05 MAN-MAXIMO           PIC 9(7)V99.
           05 MAN-DESDE            PIC 9(8).
           05 MAN-HASTA            PIC 9(8).
           05 MAN-REVOCADO         PIC X(1).
           05 MAN-FECHA-ALTA       PIC 9(8).
           05 MAN-OPERADOR         PIC X(8).
           05 MAN-FECHA-BAJA       PIC 9(8).
           05 MAN-OPERADOR-BAJA    PIC X(8).

       FD  ARCHIVO-LOG.
       01  REG-LOG.
           05 LOG-FECHA            PIC 9(8).
           05 LOG-HORA             PIC 9(6).
           05 LOG-OPERADOR         PIC X(8).
           05 LOG-ACCION           PIC X(10).
           05 LOG-CUENTA           PIC 9(5).
           05 LOG-ACREEDOR         PIC X(12).
           05 LOG-REFERENCIA       PIC X(8).
           05 LOG-IMPORTE          PIC 9(7)V99.
           05 LOG-MOTIVO           PIC X(30).
           05 LOG-SECUENCIA        PIC 9(9).
           05 LOG-SELLO            PIC 9(18).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-OPERADORES        PIC XX.
           05 FS-MAESTRO           PIC XX.
           05 FS-MANDATOS          PIC XX.
           05 FS-LOG               PIC XX.

       01  SWITCHES.
           05 SW-OPERADOR-VALIDO   PIC X VALUE 'N'.
              88 OPERADOR-VALIDO   VALUE 'S'.
           05 SW-FIN-MANDATOS      PIC X VALUE 'N'.
              88 FIN-MANDATOS      VALUE 'S'.
           05 SW-MANDATO-HALLADO   PIC X VALUE 'N'.
              88 MANDATO-HALLADO   VALUE 'S'.

       01  CONTADORES.
           05 CONT-ALTAS           PIC 9(5) VALUE ZEROS.
           05 CONT-REVOCADOS       PIC 9(5) VALUE ZEROS.

       01  WK-MAX-MANDATOS         PIC 9(4) VALUE 5000.
       01  CONT-MANDATOS           PIC 9(4) VALUE ZEROS.
       01  TABLA-MANDATOS.
           05 ENTRADA-MANDATO      OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-MANDATOS.
              10 TMD-CODIGO        PIC 9(5).
              10 TMD-ACREEDOR      PIC X(12).
              10 TMD-REFERENCIA    PIC X(8).
              10 TMD-MAXIMO        PIC 9(7)V99.
              10 TMD-DESDE         PIC 9(8).
              10 TMD-HASTA         PIC 9(8).
              10 TMD-REVOCADO      PIC X(1).
                 88 TMD-ES-REVOCADO VALUE 'S'.
              10 TMD-FECHA-ALTA    PIC 9(8).
              10 TMD-OPERADOR      PIC X(8).
              10 TMD-FECHA-BAJA    PIC 9(8).
              10 TMD-OPERADOR-BAJA PIC X(8).

       01  WK-INDICE               PIC 9(4) VALUE ZEROS.
       01  WK-ACCION               PIC X(1) VALUE SPACE.
           88 ACCION-ALTA          VALUE 'A'.
           88 ACCION-REVOCAR       VALUE 'R'.
           88 ACCION-LISTAR        VALUE 'L'.
           88 ACCION-FIN           VALUE 'F'.
       01  WK-CUENTA-PEDIDA        PIC 9(5) VALUE ZEROS.
       01  WK-ACREEDOR             PIC X(12) VALUE SPACES.
       01  WK-REFERENCIA           PIC X(8) VALUE SPACES.
       01  WK-MAXIMO               PIC 9(7)V99 VALUE ZEROS.
       01  WK-DESDE                PIC 9(8) VALUE ZEROS.
       01  WK-HASTA                PIC 9(8) VALUE ZEROS.
       01  WK-MOTIVO               PIC X(30) VALUE SPACES.
       01  WK-OPERADOR             PIC X(8) VALUE SPACES.
       01  WK-IMPORTE-EDITADO      PIC Z,ZZZ,ZZ9.99.

       01  DATOS-DE-SESION.
           05 FECHA-SESION         PIC 9(8).
           05 HORA-SESION          PIC 9(8).

      * CONTROL DE NIVEL DE AUTORIZACION: ESTE PROGRAMA EXIGE NIVEL
      * 2 EN OPERADORES.DAT; UN INTENTO CON NIVEL INSUFICIENTE SE
      * RECHAZA Y QUEDA EN INTENTOS-RECHAZADOS.DAT.
       01  FS-INTENTOS             PIC XX.
       01  WK-NIVEL-OPERADOR       PIC X(1) VALUE SPACE.
       01  WK-NIVEL-NUMERICO       PIC 9(1) VALUE ZERO.
       01  WK-NIVEL-REQUERIDO      PIC 9(1) VALUE 2.
       01  WK-FECHA-INTENTO        PIC 9(8) VALUE ZEROS.
       01  WK-HORA-INTENTO         PIC 9(8) VALUE ZEROS.

      * LA CLAVE DEL OPERADOR LA PIDE Y COTEJA VERIFICA-CLAVE.CBL
      * (BLOQUEO POR FALLOS, VENCIMIENTO Y CAMBIO OBLIGADO).
       01  WK-CLAVE-PROGRAMA       PIC X(18) VALUE
           "MANTEN-MANDATOS".
       01  WK-CLAVE-VEREDICTO      PIC X(1) VALUE SPACE.
           88 CLAVE-ACEPTADA       VALUE 'S'.

       01  FS-CERROJO              PIC XX.
       01  WK-RESPUESTA-CERROJO    PIC X(1) VALUE SPACE.

      * BITACORA SELLADA (VER SELLA-BITACORA): NOMBRE DEL ARCHIVO
      * Y POSICIONES DE DATOS ANTES DE LA SECUENCIA Y EL SELLO.
       01  WK-SELLO-BITACORA       PIC X(30) VALUE
           "MANDATOS-LOG.DAT".
       01  WK-SELLO-LARGO          PIC 9(3) VALUE 096.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 200-CICLO-DE-MANTENIMIENTO
           PERFORM 300-FINALIZAR
           STOP RUN.

       100-INICIALIZAR.
           DISPLAY "========================================"
           DISPLAY "  MANDATOS DE ADEUDO DIRECTO"
           DISPLAY "========================================"
           DISPLAY " "

           DISPLAY "IDENTIFICADOR DE OPERADOR (8 CARACTERES): "
           ACCEPT WK-OPERADOR

           IF WK-OPERADOR = SPACES
               DISPLAY "SE REQUIERE UN OPERADOR PARA DEJAR CONSTANCIA"
               STOP RUN
           END-IF
           PERFORM 9500-VALIDAR-OPERADOR

           ACCEPT FECHA-SESION FROM DATE YYYYMMDD
           ACCEPT HORA-SESION  FROM TIME

           OPEN INPUT ARCHIVO-MAESTRO

           IF FS-MAESTRO NOT = '00'
               DISPLAY "ERROR ABRIENDO MAESTRO: " FS-MAESTRO
               STOP RUN
           END-IF

           PERFORM 110-CARGAR-MANDATOS

           OPEN EXTEND ARCHIVO-LOG

           IF FS-LOG = '35'
               OPEN OUTPUT ARCHIVO-LOG
               CLOSE ARCHIVO-LOG
               OPEN EXTEND ARCHIVO-LOG
           END-IF

           IF FS-LOG NOT = '00'
               DISPLAY "ERROR ABRIENDO MANDATOS-LOG: " FS-LOG
               STOP RUN
           END-IF.

       110-CARGAR-MANDATOS.
           OPEN INPUT ARCHIVO-MANDATOS

           IF FS-MANDATOS = '35'
               EXIT PARAGRAPH
           END-IF

           IF FS-MANDATOS NOT = '00'
               DISPLAY "ERROR ABRIENDO MANDATOS: " FS-MANDATOS
               STOP RUN
           END-IF

           PERFORM UNTIL FIN-MANDATOS
               READ ARCHIVO-MANDATOS
                   AT END
                       MOVE 'S' TO SW-FIN-MANDATOS
                   NOT AT END
                       IF CONT-MANDATOS >= WK-MAX-MANDATOS
                           DISPLAY "TABLA DE MANDATOS LLENA: NO SE"
                                   " PUEDE MANTENER SIN PERDER FILAS"
                           STOP RUN
                       END-IF
                       ADD 1 TO CONT-MANDATOS
                       MOVE MAN-CODIGO
                           TO TMD-CODIGO(CONT-MANDATOS)
                       MOVE MAN-ACREEDOR
                           TO TMD-ACREEDOR(CONT-MANDATOS)
                       MOVE MAN-REFERENCIA
                           TO TMD-REFERENCIA(CONT-MANDATOS)
                       MOVE MAN-MAXIMO
                           TO TMD-MAXIMO(CONT-MANDATOS)
                       MOVE MAN-DESDE
                           TO TMD-DESDE(CONT-MANDATOS)
                       MOVE MAN-HASTA
                           TO TMD-HASTA(CONT-MANDATOS)
                       MOVE MAN-REVOCADO
                           TO TMD-REVOCADO(CONT-MANDATOS)
                       MOVE MAN-FECHA-ALTA
                           TO TMD-FECHA-ALTA(CONT-MANDATOS)
                       MOVE MAN-OPERADOR
                           TO TMD-OPERADOR(CONT-MANDATOS)
                       MOVE MAN-FECHA-BAJA
                           TO TMD-FECHA-BAJA(CONT-MANDATOS)
                       MOVE MAN-OPERADOR-BAJA
                           TO TMD-OPERADOR-BAJA(CONT-MANDATOS)
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MANDATOS.

       200-CICLO-DE-MANTENIMIENTO.
           MOVE SPACE TO WK-ACCION
           PERFORM UNTIL ACCION-FIN
               DISPLAY " "
               DISPLAY "A=ALTA R=REVOCAR L=LISTAR CUENTA F=FIN: "
               ACCEPT WK-ACCION
               EVALUATE TRUE
                   WHEN ACCION-ALTA
                       PERFORM 210-ALTA-MANDATO
                   WHEN ACCION-REVOCAR
                       PERFORM 220-REVOCAR-MANDATO
                   WHEN ACCION-LISTAR
                       PERFORM 230-LISTAR-CUENTA
                   WHEN ACCION-FIN
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ACCION NO RECONOCIDA"
               END-EVALUATE
           END-PERFORM.

      * LA REFERENCIA DEBE SER UNICA ENTRE LOS MANDATOS NO
      * REVOCADOS DE LA CUENTA: ES LO UNICO QUE EL ADEUDO TRAE PARA
      * ENCONTRAR SU MANDATO.
       210-ALTA-MANDATO.
           IF CONT-MANDATOS >= WK-MAX-MANDATOS
               DISPLAY "TABLA DE MANDATOS LLENA"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CUENTA DEUDORA (5 DIGITOS): "
           ACCEPT WK-CUENTA-PEDIDA
           MOVE WK-CUENTA-PEDIDA TO CODIGO-MAESTRO
           READ ARCHIVO-MAESTRO
               INVALID KEY
                   DISPLAY "LA CUENTA " WK-CUENTA-PEDIDA
                           " NO EXISTE"
                   EXIT PARAGRAPH
           END-READ

           IF NOT MAESTRO-ACTIVO
               DISPLAY "LA CUENTA NO ESTA ACTIVA"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "IDENTIFICADOR DEL ACREEDOR (12 CARACTERES): "
           ACCEPT WK-ACREEDOR
           DISPLAY "REFERENCIA DEL MANDATO (8 CARACTERES): "
           ACCEPT WK-REFERENCIA
           DISPLAY "IMPORTE MAXIMO POR ADEUDO (0 = SIN TOPE): "
           ACCEPT WK-MAXIMO
           DISPLAY "VIGENTE DESDE (AAAAMMDD, 0 = HOY): "
           ACCEPT WK-DESDE
           DISPLAY "VIGENTE HASTA (AAAAMMDD, 0 = SIN VENCIMIENTO): "
           ACCEPT WK-HASTA

           IF WK-ACREEDOR = SPACES OR WK-REFERENCIA = SPACES
               DISPLAY "SIN ACREEDOR O SIN REFERENCIA NO HAY MANDATO"
               EXIT PARAGRAPH
           END-IF

           IF WK-DESDE = ZEROS
               MOVE FECHA-SESION TO WK-DESDE
           END-IF

           IF WK-HASTA NOT = ZEROS AND WK-HASTA < WK-DESDE
               DISPLAY "VENCE ANTES DE EMPEZAR: ALTA CANCELADA"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-MANDATO-HALLADO
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-MANDATOS
               IF TMD-CODIGO(WK-INDICE) = WK-CUENTA-PEDIDA
                   AND TMD-REFERENCIA(WK-INDICE) = WK-REFERENCIA
                   AND NOT TMD-ES-REVOCADO(WK-INDICE)
                   MOVE 'S' TO SW-MANDATO-HALLADO
               END-IF
           END-PERFORM

           IF MANDATO-HALLADO
               DISPLAY "YA HAY UN MANDATO CON ESA REFERENCIA EN LA"
                       " CUENTA: ALTA CANCELADA"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-MANDATOS
           MOVE WK-CUENTA-PEDIDA TO TMD-CODIGO(CONT-MANDATOS)
           MOVE WK-ACREEDOR      TO TMD-ACREEDOR(CONT-MANDATOS)
           MOVE WK-REFERENCIA    TO TMD-REFERENCIA(CONT-MANDATOS)
           MOVE WK-MAXIMO        TO TMD-MAXIMO(CONT-MANDATOS)
           MOVE WK-DESDE         TO TMD-DESDE(CONT-MANDATOS)
           MOVE WK-HASTA         TO TMD-HASTA(CONT-MANDATOS)
           MOVE 'N'              TO TMD-REVOCADO(CONT-MANDATOS)
           MOVE FECHA-SESION     TO TMD-FECHA-ALTA(CONT-MANDATOS)
           MOVE WK-OPERADOR      TO TMD-OPERADOR(CONT-MANDATOS)
           MOVE ZEROS            TO TMD-FECHA-BAJA(CONT-MANDATOS)
           MOVE SPACES           TO TMD-OPERADOR-BAJA(CONT-MANDATOS)

           ADD 1 TO CONT-ALTAS
           MOVE "ALTA" TO LOG-ACCION
           MOVE WK-CUENTA-PEDIDA TO LOG-CUENTA
           MOVE WK-ACREEDOR      TO LOG-ACREEDOR
           MOVE WK-REFERENCIA    TO LOG-REFERENCIA
           MOVE WK-MAXIMO        TO LOG-IMPORTE
           MOVE SPACES           TO LOG-MOTIVO
           PERFORM 260-ESCRIBIR-LOG
           DISPLAY "MANDATO " WK-REFERENCIA " DADO DE ALTA EN LA"
                   " CUENTA " WK-CUENTA-PEDIDA.

       220-REVOCAR-MANDATO.
           DISPLAY "CUENTA DEUDORA (5 DIGITOS): "
           ACCEPT WK-CUENTA-PEDIDA
           DISPLAY "REFERENCIA DEL MANDATO: "
           ACCEPT WK-REFERENCIA
           DISPLAY "MOTIVO DE LA REVOCACION (OBLIGATORIO): "
           ACCEPT WK-MOTIVO

           IF WK-MOTIVO = SPACES
               DISPLAY "SIN MOTIVO NO SE REVOCA"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-MANDATO-HALLADO
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-MANDATOS
               IF TMD-CODIGO(WK-INDICE) = WK-CUENTA-PEDIDA
                   AND TMD-REFERENCIA(WK-INDICE) = WK-REFERENCIA
                   AND NOT TMD-ES-REVOCADO(WK-INDICE)
                   MOVE 'S' TO SW-MANDATO-HALLADO
                   MOVE 'S'          TO TMD-REVOCADO(WK-INDICE)
                   MOVE FECHA-SESION TO TMD-FECHA-BAJA(WK-INDICE)
                   MOVE WK-OPERADOR  TO TMD-OPERADOR-BAJA(WK-INDICE)
                   ADD 1 TO CONT-REVOCADOS
                   MOVE "REVOCADO" TO LOG-ACCION
                   MOVE WK-CUENTA-PEDIDA TO LOG-CUENTA
                   MOVE TMD-ACREEDOR(WK-INDICE) TO LOG-ACREEDOR
                   MOVE WK-REFERENCIA TO LOG-REFERENCIA
                   MOVE TMD-MAXIMO(WK-INDICE) TO LOG-IMPORTE
                   MOVE WK-MOTIVO TO LOG-MOTIVO
                   PERFORM 260-ESCRIBIR-LOG
                   DISPLAY "MANDATO REVOCADO: SUS ADEUDOS SE"
                           " DEVUELVEN DESDE LA PROXIMA TRADUCCION"
               END-IF
           END-PERFORM

           IF NOT MANDATO-HALLADO
               DISPLAY "NO HAY MANDATO VIGENTE CON ESA REFERENCIA"
                       " EN LA CUENTA"
           END-IF.

       230-LISTAR-CUENTA.
           DISPLAY "CUENTA DEUDORA (5 DIGITOS): "
           ACCEPT WK-CUENTA-PEDIDA

           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-MANDATOS
               IF TMD-CODIGO(WK-INDICE) = WK-CUENTA-PEDIDA
                   MOVE TMD-MAXIMO(WK-INDICE) TO WK-IMPORTE-EDITADO
                   DISPLAY "  " TMD-REFERENCIA(WK-INDICE)
                           " " TMD-ACREEDOR(WK-INDICE)
                           " MAX " WK-IMPORTE-EDITADO
                           " " TMD-DESDE(WK-INDICE)
                           "-" TMD-HASTA(WK-INDICE)
                           " REVOCADO " TMD-REVOCADO(WK-INDICE)
               END-IF
           END-PERFORM.

       260-ESCRIBIR-LOG.
           MOVE FECHA-SESION     TO LOG-FECHA
           MOVE HORA-SESION(1:6) TO LOG-HORA
           MOVE WK-OPERADOR      TO LOG-OPERADOR
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

       300-FINALIZAR.
           CLOSE ARCHIVO-MAESTRO
                 ARCHIVO-LOG

           OPEN OUTPUT ARCHIVO-MANDATOS

           IF FS-MANDATOS NOT = '00'
               DISPLAY "ERROR REESCRIBIENDO MANDATOS: " FS-MANDATOS
               STOP RUN
           END-IF

           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-MANDATOS
               MOVE TMD-CODIGO(WK-INDICE)        TO MAN-CODIGO
               MOVE TMD-ACREEDOR(WK-INDICE)      TO MAN-ACREEDOR
               MOVE TMD-REFERENCIA(WK-INDICE)    TO MAN-REFERENCIA
               MOVE TMD-MAXIMO(WK-INDICE)        TO MAN-MAXIMO
               MOVE TMD-DESDE(WK-INDICE)         TO MAN-DESDE
               MOVE TMD-HASTA(WK-INDICE)         TO MAN-HASTA
               MOVE TMD-REVOCADO(WK-INDICE)      TO MAN-REVOCADO
               MOVE TMD-FECHA-ALTA(WK-INDICE)    TO MAN-FECHA-ALTA
               MOVE TMD-OPERADOR(WK-INDICE)      TO MAN-OPERADOR
               MOVE TMD-FECHA-BAJA(WK-INDICE)    TO MAN-FECHA-BAJA
               MOVE TMD-OPERADOR-BAJA(WK-INDICE) TO MAN-OPERADOR-BAJA
               WRITE REG-MANDATO
           END-PERFORM

           CLOSE ARCHIVO-MANDATOS

           DISPLAY " "
           DISPLAY "ALTAS DE MANDATO:      " CONT-ALTAS
           DISPLAY "REVOCACIONES:          " CONT-REVOCADOS
           DISPLAY "CONSTANCIA EN: MANDATOS-LOG.DAT".

      * EL OPERADOR DEBE FIGURAR EN OPERADORES.DAT PARA PODER
      * OPERAR; SIN TABLA (INSTALACION NUEVA) SE ADMITE CUALQUIER
      * IDENTIFICADOR NO VACIO, CON AVISO.
       9500-VALIDAR-OPERADOR.
           MOVE 'N' TO SW-OPERADOR-VALIDO
           OPEN INPUT ARCHIVO-OPERADORES

           IF FS-OPERADORES = '35'
               DISPLAY "AVISO: SIN OPERADORES.DAT, NO SE VALIDA EL"
                       " OPERADOR"
               EXIT PARAGRAPH
           END-IF

           IF FS-OPERADORES NOT = '00'
               DISPLAY "ERROR ABRIENDO OPERADORES: " FS-OPERADORES
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
       9510-EXIGIR-NIVEL.
           IF WK-NIVEL-OPERADOR NOT NUMERIC
               DISPLAY "AVISO: OPERADORES.DAT SIN NIVEL, SE ADMITE"
                       " COMO SUPERVISOR (CONVIERTA LA TABLA)"
               EXIT PARAGRAPH
           END-IF

           MOVE WK-NIVEL-OPERADOR TO WK-NIVEL-NUMERICO
           IF WK-NIVEL-NUMERICO < WK-NIVEL-REQUERIDO
               DISPLAY "EL OPERADOR " WK-OPERADOR " (NIVEL "
                       WK-NIVEL-OPERADOR ") NO ALCANZA EL NIVEL "
                       WK-NIVEL-REQUERIDO " QUE EXIGE ESTE PROGRAMA"
               PERFORM 9520-REGISTRAR-INTENTO
               STOP RUN
           END-IF.

      * INTENTOS-RECHAZADOS.DAT NUNCA SE TRUNCA: CADA NEGATIVA SE
      * AGREGA A LAS ANTERIORES.
       9520-REGISTRAR-INTENTO.
           OPEN EXTEND ARCHIVO-INTENTOS

           IF FS-INTENTOS = '35'
               OPEN OUTPUT ARCHIVO-INTENTOS
               CLOSE ARCHIVO-INTENTOS
               OPEN EXTEND ARCHIVO-INTENTOS
           END-IF

           IF FS-INTENTOS = '00'
               ACCEPT WK-FECHA-INTENTO FROM DATE YYYYMMDD
               ACCEPT WK-HORA-INTENTO FROM TIME
               MOVE WK-FECHA-INTENTO     TO INT-FECHA
               MOVE WK-HORA-INTENTO(1:6) TO INT-HORA
               MOVE WK-OPERADOR          TO INT-OPERADOR
               MOVE "MANTEN-MANDATOS" TO INT-PROGRAMA
               MOVE WK-NIVEL-OPERADOR    TO INT-NIVEL
               MOVE WK-NIVEL-REQUERIDO   TO INT-NIVEL-REQUERIDO
               WRITE REG-INTENTO
               CLOSE ARCHIVO-INTENTOS
           END-IF.

      * CON EL CERROJO PUESTO SOLO UN SUPERVISOR PUEDE SEGUIR, Y
      * SOLO SI LO CONFIRMA EXPRESAMENTE (PARA EL DIA QUE LA CADENA
      * MUERA CON EL CERROJO EN LA MANO). TODOS LOS DEMAS VUELVEN
      * CUANDO LA NOCHE TERMINE.
       9530-VERIFICAR-CERROJO.
           OPEN INPUT ARCHIVO-CERROJO

           IF FS-CERROJO NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ ARCHIVO-CERROJO
               AT END
                   CLOSE ARCHIVO-CERROJO
                   EXIT PARAGRAPH
           END-READ

           CLOSE ARCHIVO-CERROJO

           DISPLAY "*** LA CADENA NOCTURNA TIENE EL CERROJO"
                   " PUESTO (OPERADOR " CER-OPERADOR
                   " DESDE " CER-FECHA " " CER-HORA ") ***"

           IF WK-NIVEL-OPERADOR NOT NUMERIC
               OR WK-NIVEL-NUMERICO >= 3
               DISPLAY "SUPERVISOR: TOMAR EL MAESTRO IGUAL,"
                       " BAJO SU RESPONSABILIDAD? (S/N): "
               ACCEPT WK-RESPUESTA-CERROJO
               IF WK-RESPUESTA-CERROJO = 'S'
                   DISPLAY "CERROJO IGNORADO POR ORDEN EXPRESA"
                           " DEL SUPERVISOR"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "VUELVA CUANDO LA CADENA TERMINE Y SUELTE EL"
                   " CERROJO"
           STOP RUN.
