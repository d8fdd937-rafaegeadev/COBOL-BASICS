       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTEN-CRIBA.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: REVISION DE COINCIDENCIAS CON LISTAS DE SANCIONES
      * PROPOSITO: PANTALLA DEL OFICIAL DE CUMPLIMIENTO SOBRE
      *            CRIBA-COLA.DAT, DONDE COTEJA-LISTAS DEJA CADA
      *            COINCIDENCIA (EN LA PUERTA DE ALTA O EN EL COTEJO
      *            COMPLETO DE LA CADENA). PERMITE LISTAR LAS
      *            PENDIENTES, DESCARTARLAS (HOMONIMO: EL ALTA PUEDE
      *            SEGUIR) O CONFIRMARLAS. LA CONFIRMACION SOBRE UNA
      *            CUENTA EXISTENTE LA BLOQUEA ('B') POR EL MISMO
      *            CAMINO QUE CAMBIA-ESTADO: REWRITE DEL MAESTRO Y
      *            REGISTRO EN CAMBIOS-ESTADO.DAT CON EL MOTIVO. SI LA
      *            CUENTA TODAVIA NO EXISTE (ALTA DETENIDA) SOLO QUEDA
      *            LA DECISION, Y LA PUERTA LA SIGUE RECHAZANDO.
      *            EXIGE NIVEL DE SUPERVISOR.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-OPERADORES
               ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

      * CERROJO DE CORRIDA: MIENTRAS LA CADENA NOCTURNA LO TENGA
      * PUESTO, EL MANTENIMIENTO EN LINEA NO TOCA EL MAESTRO.
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

           SELECT ARCHIVO-CRIBA
               ASSIGN TO "CRIBA-COLA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CRIBA.

           SELECT ARCHIVO-MAESTRO
               ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODIGO-MAESTRO
               FILE STATUS IS FS-MAESTRO.

           SELECT ARCHIVO-CAMBIOS
               ASSIGN TO "CAMBIOS-ESTADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMBIOS.

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

      * COLA DE REVISION. ORIGEN 'A' ALTA DE GENERA-MAESTRO, 'P'
      * CONFIRMACION DE PENDIENTE, 'N' COTEJO DE LA CADENA. CAMPO
      * 'N' COINCIDIO EL NOMBRE, 'D' EL DOCUMENTO. ESTADO 'P'
      * PENDIENTE, 'D' DESCARTADA, 'C' CONFIRMADA.
       FD  ARCHIVO-CRIBA.
       01  REG-CRIBA.
           05 CRI-CODIGO           PIC 9(5).
           05 CRI-REFERENCIA       PIC X(10).
           05 CRI-CATEGORIA        PIC X(1).
           05 CRI-ORIGEN           PIC X(1).
           05 CRI-CAMPO            PIC X(1).
           05 CRI-NOMBRE           PIC X(30).
           05 CRI-DOCUMENTO        PIC X(15).
           05 CRI-NOMBRE-LISTA     PIC X(40).
           05 CRI-VERSION          PIC 9(8).
           05 CRI-FECHA-ALTA       PIC 9(8).
           05 CRI-ESTADO           PIC X(1).
           05 CRI-FECHA-ESTADO     PIC 9(8).
           05 CRI-OPERADOR         PIC X(8).
           05 CRI-MOTIVO           PIC X(30).

       FD  ARCHIVO-MAESTRO.
       01  REG-MAESTRO.
           05 CODIGO-MAESTRO       PIC 9(5).
           05 NOMBRE-MAESTRO       PIC X(30).
           05 SALDO-MAESTRO        PIC S9(7)V99.
           05 ESTADO-MAESTRO       PIC X(01).
              88 MAESTRO-BLOQUEADO VALUE 'B'.
              88 MAESTRO-CERRADO   VALUE 'C'.
           05 FECHA-ESTADO-MAESTRO PIC 9(8).
           05 MONEDA-MAESTRO       PIC X(3).
           05 SUCURSAL-MAESTRO     PIC 9(3).
           05 PRODUCTO-MAESTRO     PIC X(2).

       FD  ARCHIVO-CAMBIOS.
       01  REG-CAMBIO.
           05 CAM-CODIGO           PIC 9(5).
           05 CAM-ESTADO-ANTERIOR  PIC X(01).
           05 CAM-ESTADO-NUEVO     PIC X(01).
           05 CAM-MOTIVO           PIC X(30).
           05 CAM-OPERADOR         PIC X(08).
           05 CAM-FECHA            PIC 9(8).
           05 CAM-HORA             PIC 9(6).
           05 CAM-SECUENCIA        PIC 9(9).
           05 CAM-SELLO            PIC 9(18).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-OPERADORES        PIC XX.
           05 FS-CRIBA             PIC XX.
           05 FS-MAESTRO           PIC XX.
           05 FS-CAMBIOS           PIC XX.

       01  SWITCHES.
           05 SW-OPERADOR-VALIDO   PIC X VALUE 'N'.
              88 OPERADOR-VALIDO   VALUE 'S'.
           05 SW-FIN-CRIBA         PIC X VALUE 'N'.
              88 FIN-CRIBA         VALUE 'S'.
           05 SW-HALLADA           PIC X VALUE 'N'.
              88 HALLADA           VALUE 'S'.

       01  CONTADORES.
           05 CONT-DESCARTADAS     PIC 9(5) VALUE ZEROS.
           05 CONT-CONFIRMADAS     PIC 9(5) VALUE ZEROS.
           05 CONT-BLOQUEADAS      PIC 9(5) VALUE ZEROS.
           05 CONT-PENDIENTES      PIC 9(5) VALUE ZEROS.

      * LA COLA ENTERA EN MEMORIA, PORQUE SE REESCRIBE AL FINAL. SI
      * NO CABE NO SE TOCA NADA.
       01  WK-MAX-COLA             PIC 9(5) VALUE 5000.
       01  CONT-COLA               PIC 9(5) VALUE ZEROS.
       01  TABLA-COLA.
           05 ENTRADA-COLA         OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-COLA.
              10 TQ-CODIGO         PIC 9(5).
              10 TQ-REFERENCIA     PIC X(10).
              10 TQ-CATEGORIA      PIC X(1).
              10 TQ-ORIGEN         PIC X(1).
              10 TQ-CAMPO          PIC X(1).
              10 TQ-NOMBRE         PIC X(30).
              10 TQ-DOCUMENTO      PIC X(15).
              10 TQ-NOMBRE-LISTA   PIC X(40).
              10 TQ-VERSION        PIC 9(8).
              10 TQ-FECHA-ALTA     PIC 9(8).
              10 TQ-ESTADO         PIC X(1).
                 88 TQ-PENDIENTE   VALUE 'P'.
              10 TQ-FECHA-ESTADO   PIC 9(8).
              10 TQ-OPERADOR       PIC X(8).
              10 TQ-MOTIVO         PIC X(30).

       01  WK-INDICE               PIC 9(5) VALUE ZEROS.
       01  WK-ACCION               PIC X(1) VALUE SPACE.
           88 ACCION-LISTAR        VALUE 'L'.
           88 ACCION-DESCARTAR     VALUE 'D'.
           88 ACCION-CONFIRMAR     VALUE 'C'.
           88 ACCION-FIN           VALUE 'F'.
       01  WK-CODIGO-PEDIDO        PIC 9(5) VALUE ZEROS.
       01  WK-REFERENCIA-PEDIDA    PIC X(10) VALUE SPACES.
       01  WK-TEXTO                PIC X(30) VALUE SPACES.
       01  WK-OPERADOR             PIC X(8) VALUE SPACES.

       01  DATOS-DE-SESION.
           05 FECHA-SESION         PIC 9(8).
           05 HORA-SESION          PIC 9(8).

      * CONTROL DE NIVEL DE AUTORIZACION: ESTE PROGRAMA EXIGE NIVEL
      * 3 EN OPERADORES.DAT (OFICIAL DE CUMPLIMIENTO); UN INTENTO
      * CON NIVEL INSUFICIENTE SE RECHAZA Y QUEDA EN
      * INTENTOS-RECHAZADOS.DAT.
       01  FS-INTENTOS             PIC XX.
       01  WK-NIVEL-OPERADOR       PIC X(1) VALUE SPACE.
       01  WK-NIVEL-NUMERICO       PIC 9(1) VALUE ZERO.
       01  WK-NIVEL-REQUERIDO      PIC 9(1) VALUE 3.
       01  WK-FECHA-INTENTO        PIC 9(8) VALUE ZEROS.
       01  WK-HORA-INTENTO         PIC 9(8) VALUE ZEROS.

      * LA CLAVE DEL OPERADOR LA PIDE Y COTEJA VERIFICA-CLAVE.CBL
      * (BLOQUEO POR FALLOS, VENCIMIENTO Y CAMBIO OBLIGADO).
       01  WK-CLAVE-PROGRAMA       PIC X(18) VALUE
           "MANTEN-CRIBA".
       01  WK-CLAVE-VEREDICTO      PIC X(1) VALUE SPACE.
           88 CLAVE-ACEPTADA       VALUE 'S'.

       01  FS-CERROJO              PIC XX.
       01  WK-RESPUESTA-CERROJO    PIC X(1) VALUE SPACE.

      * BITACORA SELLADA (VER SELLA-BITACORA): NOMBRE DEL ARCHIVO
      * Y POSICIONES DE DATOS ANTES DE LA SECUENCIA Y EL SELLO.
       01  WK-SELLO-BITACORA       PIC X(30) VALUE "CAMBIOS-ESTADO.DAT".
       01  WK-SELLO-LARGO          PIC 9(3) VALUE 059.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 200-CICLO-DE-REVISION
           PERFORM 300-FINALIZAR
           STOP RUN.

       100-INICIALIZAR.
           DISPLAY "========================================"
           DISPLAY "  REVISION DE LISTAS DE SANCIONES"
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

           PERFORM 110-CARGAR-COLA

           OPEN I-O ARCHIVO-MAESTRO

           IF FS-MAESTRO NOT = '00'
               DISPLAY "ERROR ABRIENDO MAESTRO: " FS-MAESTRO
               STOP RUN
           END-IF

      * CAMBIOS-ESTADO.DAT NUNCA SE TRUNCA, IGUAL QUE EN
      * CAMBIA-ESTADO: LOS BLOQUEOS DE ESTA SESION SE AGREGAN.
           OPEN EXTEND ARCHIVO-CAMBIOS

           IF FS-CAMBIOS = '35'
               OPEN OUTPUT ARCHIVO-CAMBIOS
               CLOSE ARCHIVO-CAMBIOS
               OPEN EXTEND ARCHIVO-CAMBIOS
           END-IF

           IF FS-CAMBIOS NOT = '00'
               DISPLAY "ERROR ABRIENDO CAMBIOS-ESTADO: " FS-CAMBIOS
               STOP RUN
           END-IF.

       110-CARGAR-COLA.
           OPEN INPUT ARCHIVO-CRIBA

           IF FS-CRIBA = '35'
               DISPLAY "AVISO: TODAVIA NO HAY COINCIDENCIAS"
               EXIT PARAGRAPH
           END-IF

           IF FS-CRIBA NOT = '00'
               DISPLAY "ERROR ABRIENDO CRIBA-COLA: " FS-CRIBA
               STOP RUN
           END-IF

           PERFORM UNTIL FIN-CRIBA
               READ ARCHIVO-CRIBA
                   AT END
                       MOVE 'S' TO SW-FIN-CRIBA
                   NOT AT END
                       IF CONT-COLA >= WK-MAX-COLA
                           DISPLAY "TABLA DE COINCIDENCIAS LLENA: NO"
                                   " SE PUEDE MANTENER SIN PERDER"
                                   " FILAS"
                           STOP RUN
                       END-IF
                       ADD 1 TO CONT-COLA
                       MOVE CRI-CODIGO     TO TQ-CODIGO(CONT-COLA)
                       MOVE CRI-REFERENCIA TO TQ-REFERENCIA(CONT-COLA)
                       MOVE CRI-CATEGORIA  TO TQ-CATEGORIA(CONT-COLA)
                       MOVE CRI-ORIGEN     TO TQ-ORIGEN(CONT-COLA)
                       MOVE CRI-CAMPO      TO TQ-CAMPO(CONT-COLA)
                       MOVE CRI-NOMBRE     TO TQ-NOMBRE(CONT-COLA)
                       MOVE CRI-DOCUMENTO  TO TQ-DOCUMENTO(CONT-COLA)
                       MOVE CRI-NOMBRE-LISTA
                           TO TQ-NOMBRE-LISTA(CONT-COLA)
                       MOVE CRI-VERSION    TO TQ-VERSION(CONT-COLA)
                       MOVE CRI-FECHA-ALTA TO TQ-FECHA-ALTA(CONT-COLA)
                       MOVE CRI-ESTADO     TO TQ-ESTADO(CONT-COLA)
                       MOVE CRI-FECHA-ESTADO
                           TO TQ-FECHA-ESTADO(CONT-COLA)
                       MOVE CRI-OPERADOR   TO TQ-OPERADOR(CONT-COLA)
                       MOVE CRI-MOTIVO     TO TQ-MOTIVO(CONT-COLA)
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CRIBA.

       200-CICLO-DE-REVISION.
           MOVE SPACE TO WK-ACCION
           PERFORM UNTIL ACCION-FIN
               DISPLAY " "
               DISPLAY "L=LISTAR PENDIENTES D=DESCARTAR C=CONFIRMAR"
                       " F=FIN: "
               ACCEPT WK-ACCION
               EVALUATE TRUE
                   WHEN ACCION-LISTAR
                       PERFORM 210-LISTAR-PENDIENTES
                   WHEN ACCION-DESCARTAR
                       PERFORM 230-DESCARTAR
                   WHEN ACCION-CONFIRMAR
                       PERFORM 240-CONFIRMAR
                   WHEN ACCION-FIN
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ACCION NO RECONOCIDA"
               END-EVALUATE
           END-PERFORM.

      * CADA PENDIENTE EN DOS LINEAS: EL CLIENTE TAL COMO ESTA EN EL
      * BANCO Y LA PERSONA DE LA LISTA CON LA QUE COINCIDIO.
       210-LISTAR-PENDIENTES.
           MOVE ZEROS TO CONT-PENDIENTES
           DISPLAY "CUENTA REFERENCIA  C O F ALTA     CLIENTE / LISTA"
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-COLA
               IF TQ-PENDIENTE(WK-INDICE)
                   ADD 1 TO CONT-PENDIENTES
                   DISPLAY TQ-CODIGO(WK-INDICE) "  "
                           TQ-REFERENCIA(WK-INDICE) " "
                           TQ-CATEGORIA(WK-INDICE) " "
                           TQ-ORIGEN(WK-INDICE) " "
                           TQ-CAMPO(WK-INDICE) " "
                           TQ-FECHA-ALTA(WK-INDICE) " "
                           TQ-NOMBRE(WK-INDICE) " "
                           TQ-DOCUMENTO(WK-INDICE)
                   DISPLAY "                            LISTA: "
                           TQ-NOMBRE-LISTA(WK-INDICE)
               END-IF
           END-PERFORM
           DISPLAY "COINCIDENCIAS PENDIENTES: " CONT-PENDIENTES.

       215-BUSCAR-COINCIDENCIA.
           DISPLAY "CODIGO DE CUENTA (5 DIGITOS): "
           ACCEPT WK-CODIGO-PEDIDO
           DISPLAY "REFERENCIA DE LA LISTA (10 CARACTERES): "
           ACCEPT WK-REFERENCIA-PEDIDA
           MOVE 'N' TO SW-HALLADA
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-COLA OR HALLADA
               IF TQ-CODIGO(WK-INDICE) = WK-CODIGO-PEDIDO
                  AND TQ-REFERENCIA(WK-INDICE) = WK-REFERENCIA-PEDIDA
                   MOVE 'S' TO SW-HALLADA
               END-IF
           END-PERFORM

           IF HALLADA
               SUBTRACT 1 FROM WK-INDICE
           ELSE
               DISPLAY "COINCIDENCIA INEXISTENTE"
           END-IF.

      * SOLO SE DECIDE SOBRE UNA PENDIENTE; LA DECISION TOMADA NO SE
      * DESHACE DESDE AQUI (UN DESBLOQUEO VA POR CAMBIA-ESTADO).
       220-EXIGIR-PENDIENTE.
           PERFORM 215-BUSCAR-COINCIDENCIA
           IF HALLADA AND NOT TQ-PENDIENTE(WK-INDICE)
               DISPLAY "YA DECIDIDA (" TQ-ESTADO(WK-INDICE) ") EL "
                       TQ-FECHA-ESTADO(WK-INDICE) " POR "
                       TQ-OPERADOR(WK-INDICE) ": "
                       TQ-MOTIVO(WK-INDICE)
               MOVE 'N' TO SW-HALLADA
           END-IF

           IF HALLADA
               DISPLAY "MOTIVO DE LA DECISION (30 CARACTERES): "
               ACCEPT WK-TEXTO
               IF WK-TEXTO = SPACES
                   DISPLAY "SIN MOTIVO NO SE DECIDE"
                   MOVE 'N' TO SW-HALLADA
               END-IF
           END-IF.

       230-DESCARTAR.
           PERFORM 220-EXIGIR-PENDIENTE
           IF NOT HALLADA
               EXIT PARAGRAPH
           END-IF

           MOVE 'D' TO TQ-ESTADO(WK-INDICE)
           PERFORM 260-ANOTAR-DECISION
           ADD 1 TO CONT-DESCARTADAS
           DISPLAY "COINCIDENCIA DESCARTADA: EL CLIENTE PUEDE SEGUIR".

       240-CONFIRMAR.
           PERFORM 220-EXIGIR-PENDIENTE
           IF NOT HALLADA
               EXIT PARAGRAPH
           END-IF

           MOVE 'C' TO TQ-ESTADO(WK-INDICE)
           PERFORM 260-ANOTAR-DECISION
           ADD 1 TO CONT-CONFIRMADAS

           MOVE TQ-CODIGO(WK-INDICE) TO CODIGO-MAESTRO
           READ ARCHIVO-MAESTRO
               INVALID KEY
                   DISPLAY "LA CUENTA " TQ-CODIGO(WK-INDICE)
                           " NO EXISTE: EL ALTA QUEDA DETENIDA EN LA"
                           " PUERTA"
               NOT INVALID KEY
                   PERFORM 250-BLOQUEAR-CUENTA
           END-READ.

      * MISMO CAMINO QUE CAMBIA-ESTADO (240-APLICAR-CAMBIO): EL
      * CAMBIO QUEDA EN CAMBIOS-ESTADO.DAT CON ESTADO ANTERIOR Y
      * MOTIVO, Y EL MAESTRO PASA A 'B' CON LA FECHA DEL CAMBIO.
       250-BLOQUEAR-CUENTA.
           EVALUATE TRUE
               WHEN MAESTRO-BLOQUEADO
                   DISPLAY "LA CUENTA " CODIGO-MAESTRO
                           " YA ESTABA BLOQUEADA"
                   EXIT PARAGRAPH
               WHEN MAESTRO-CERRADO
                   DISPLAY "LA CUENTA " CODIGO-MAESTRO
                           " ESTA CERRADA, NO SE BLOQUEA"
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE CODIGO-MAESTRO   TO CAM-CODIGO
           MOVE ESTADO-MAESTRO   TO CAM-ESTADO-ANTERIOR
           MOVE 'B'              TO CAM-ESTADO-NUEVO
           MOVE SPACES           TO CAM-MOTIVO
           STRING "LISTA SANCIONES " TQ-REFERENCIA(WK-INDICE)
                  DELIMITED BY SIZE INTO CAM-MOTIVO
           MOVE WK-OPERADOR      TO CAM-OPERADOR
           MOVE FECHA-SESION     TO CAM-FECHA
           MOVE HORA-SESION(1:6) TO CAM-HORA

           MOVE 'B'          TO ESTADO-MAESTRO
           MOVE FECHA-SESION TO FECHA-ESTADO-MAESTRO
           REWRITE REG-MAESTRO

           IF FS-MAESTRO NOT = '00'
               DISPLAY "ERROR REESCRIBIENDO MAESTRO: " FS-MAESTRO
               STOP RUN
           END-IF

           CALL "SELLA-BITACORA" USING WK-SELLO-BITACORA
                                       REG-CAMBIO
                                       WK-SELLO-LARGO
                                       CAM-SECUENCIA
                                       CAM-SELLO
           IF CAM-SECUENCIA = ZEROS
               DISPLAY "ERROR: SIN SELLO PARA "
                       WK-SELLO-BITACORA
               DISPLAY "NO SE GRABA; PROCESO DETENIDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE REG-CAMBIO
           ADD 1 TO CONT-BLOQUEADAS
           DISPLAY "CUENTA " CODIGO-MAESTRO " BLOQUEADA ("
                   CAM-MOTIVO ")".

       260-ANOTAR-DECISION.
           MOVE FECHA-SESION TO TQ-FECHA-ESTADO(WK-INDICE)
           MOVE WK-OPERADOR  TO TQ-OPERADOR(WK-INDICE)
           MOVE WK-TEXTO     TO TQ-MOTIVO(WK-INDICE).

       300-FINALIZAR.
           CLOSE ARCHIVO-MAESTRO
                 ARCHIVO-CAMBIOS

           OPEN OUTPUT ARCHIVO-CRIBA

           IF FS-CRIBA NOT = '00'
               DISPLAY "ERROR REESCRIBIENDO CRIBA-COLA: " FS-CRIBA
               STOP RUN
           END-IF

           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-COLA
               MOVE TQ-CODIGO(WK-INDICE)       TO CRI-CODIGO
               MOVE TQ-REFERENCIA(WK-INDICE)   TO CRI-REFERENCIA
               MOVE TQ-CATEGORIA(WK-INDICE)    TO CRI-CATEGORIA
               MOVE TQ-ORIGEN(WK-INDICE)       TO CRI-ORIGEN
               MOVE TQ-CAMPO(WK-INDICE)        TO CRI-CAMPO
               MOVE TQ-NOMBRE(WK-INDICE)       TO CRI-NOMBRE
               MOVE TQ-DOCUMENTO(WK-INDICE)    TO CRI-DOCUMENTO
               MOVE TQ-NOMBRE-LISTA(WK-INDICE) TO CRI-NOMBRE-LISTA
               MOVE TQ-VERSION(WK-INDICE)      TO CRI-VERSION
               MOVE TQ-FECHA-ALTA(WK-INDICE)   TO CRI-FECHA-ALTA
               MOVE TQ-ESTADO(WK-INDICE)       TO CRI-ESTADO
               MOVE TQ-FECHA-ESTADO(WK-INDICE) TO CRI-FECHA-ESTADO
               MOVE TQ-OPERADOR(WK-INDICE)     TO CRI-OPERADOR
               MOVE TQ-MOTIVO(WK-INDICE)       TO CRI-MOTIVO
               WRITE REG-CRIBA
           END-PERFORM

           CLOSE ARCHIVO-CRIBA

           DISPLAY " "
           DISPLAY "COINCIDENCIAS DESCARTADAS: " CONT-DESCARTADAS
           DISPLAY "COINCIDENCIAS CONFIRMADAS: " CONT-CONFIRMADAS
           DISPLAY "CUENTAS BLOQUEADAS:        " CONT-BLOQUEADAS
           DISPLAY "CONSTANCIA EN: CRIBA-COLA.DAT Y CAMBIOS-ESTADO.DAT".

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
               MOVE "MANTEN-CRIBA" TO INT-PROGRAMA
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
