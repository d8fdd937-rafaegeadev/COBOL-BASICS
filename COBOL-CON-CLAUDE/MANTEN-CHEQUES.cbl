       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTEN-CHEQUES.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: MANTENIMIENTO DE CHEQUERAS Y ORDENES DE NO PAGAR
      * PROPOSITO: ADMINISTRA CHEQUERAS.DAT (RANGO DE NUMEROS
      *            ENTREGADO A CADA CUENTA) Y STOP-PAGO.DAT (ORDENES
      *            DE NO PAGAR POR CUENTA Y NUMERO DE CHEQUE). HASTA
      *            HOY UN CHEQUE EXTRAVIADO SOLO SE PODIA DETENER
      *            BLOQUEANDO LA CUENTA ENTERA CON CAMBIA-ESTADO.
      *            CRUZADO-ARCHIVOS COTEJA CADA CHEQUE PRESENTADO
      *            CONTRA ESTOS DOS ARCHIVOS Y CONTRA CHEQUES-
      *            PAGADOS.DAT, QUE AQUI SOLO SE CONSULTA. CADA
      *            DECISION QUEDA EN CHEQUES-LOG.DAT CON EL OPERADOR.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-OPERADORES
               ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

      * CERROJO DE CORRIDA: MIENTRAS LA CADENA NOCTURNA LO TENGA
      * PUESTO, EL MANTENIMIENTO EN LINEA NO TOCA LO QUE EL CRUZADO
      * ESTA LEYENDO.
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

           SELECT ARCHIVO-CHEQUERAS
               ASSIGN TO "CHEQUERAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHEQUERAS.

           SELECT ARCHIVO-STOP-PAGO
               ASSIGN TO "STOP-PAGO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STP-CLAVE
               FILE STATUS IS FS-STOP-PAGO.

           SELECT ARCHIVO-CHEQUES-PAG
               ASSIGN TO "CHEQUES-PAGADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAG-CLAVE
               FILE STATUS IS FS-CHEQUES-PAG.

           SELECT ARCHIVO-LOG
               ASSIGN TO "CHEQUES-LOG.DAT"
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

      * UNA CHEQUERA POR LINEA. 'A' ACTIVA, 'X' ANULADA (SE PERDIO
      * O ROBO ENTERA): UNA ANULADA DEJA FUERA DE RANGO A TODOS SUS
      * CHEQUES SIN NECESIDAD DE UNA ORDEN POR CADA UNO.
       FD  ARCHIVO-CHEQUERAS.
       01  REG-CHEQUERA.
           05 CHQ-CODIGO           PIC 9(5).
           05 CHQ-DESDE            PIC 9(6).
           05 CHQ-HASTA            PIC 9(6).
           05 CHQ-FECHA-ENTREGA    PIC 9(8).
           05 CHQ-ESTADO           PIC X(01).
           05 CHQ-OPERADOR         PIC X(8).

      * 'V' VIGENTE, 'L' LEVANTADA. UNA ORDEN LEVANTADA NO SE BORRA:
      * QUEDA CON FECHA Y OPERADOR DE LA BAJA.
       FD  ARCHIVO-STOP-PAGO.
       01  REG-STOP-PAGO.
           05 STP-CLAVE.
              10 STP-CODIGO        PIC 9(5).
              10 STP-CHEQUE        PIC 9(6).
           05 STP-FECHA-ALTA       PIC 9(8).
           05 STP-OPERADOR         PIC X(8).
           05 STP-MOTIVO           PIC X(30).
           05 STP-ESTADO           PIC X(01).
              88 STP-VIGENTE       VALUE 'V'.
              88 STP-LEVANTADA     VALUE 'L'.
           05 STP-FECHA-BAJA       PIC 9(8).
           05 STP-OPERADOR-BAJA    PIC X(8).

       FD  ARCHIVO-CHEQUES-PAG.
       01  REG-CHEQUE-PAGADO.
           05 PAG-CLAVE.
              10 PAG-CODIGO        PIC 9(5).
              10 PAG-CHEQUE        PIC 9(6).
           05 PAG-IMPORTE          PIC 9(7)V99.
           05 PAG-FECHA            PIC 9(8).
           05 PAG-LOTE             PIC X(8).
           05 PAG-SECUENCIA        PIC 9(5).
           05 PAG-ID-EJECUCION     PIC X(19).

       FD  ARCHIVO-LOG.
       01  REG-LOG.
           05 LOG-FECHA            PIC 9(8).
           05 LOG-HORA             PIC 9(6).
           05 LOG-OPERADOR         PIC X(8).
           05 LOG-ACCION           PIC X(10).
           05 LOG-CUENTA           PIC 9(5).
           05 LOG-CHEQUE-DESDE     PIC 9(6).
           05 LOG-CHEQUE-HASTA     PIC 9(6).
           05 LOG-MOTIVO           PIC X(30).
           05 LOG-SECUENCIA        PIC 9(9).
           05 LOG-SELLO            PIC 9(18).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-OPERADORES        PIC XX.
           05 FS-MAESTRO           PIC XX.
           05 FS-CHEQUERAS         PIC XX.
           05 FS-STOP-PAGO         PIC XX.
           05 FS-CHEQUES-PAG       PIC XX.
           05 FS-LOG               PIC XX.

       01  SWITCHES.
           05 SW-OPERADOR-VALIDO   PIC X VALUE 'N'.
              88 OPERADOR-VALIDO   VALUE 'S'.
           05 SW-FIN-CHEQUERAS     PIC X VALUE 'N'.
              88 FIN-CHEQUERAS     VALUE 'S'.
           05 SW-HAY-PAGADOS       PIC X VALUE 'N'.
              88 HAY-PAGADOS       VALUE 'S'.
           05 SW-FIN-RECORRIDO     PIC X VALUE 'N'.
              88 FIN-RECORRIDO     VALUE 'S'.
           05 SW-SOLAPA            PIC X VALUE 'N'.
              88 SOLAPA            VALUE 'S'.
           05 SW-CHEQUERA-HALLADA  PIC X VALUE 'N'.
              88 CHEQUERA-HALLADA  VALUE 'S'.

       01  CONTADORES.
           05 CONT-ENTREGADAS      PIC 9(5) VALUE ZEROS.
           05 CONT-ANULADAS        PIC 9(5) VALUE ZEROS.
           05 CONT-ORDENES         PIC 9(5) VALUE ZEROS.
           05 CONT-LEVANTADAS      PIC 9(5) VALUE ZEROS.

       01  WK-MAX-CHEQUERAS        PIC 9(4) VALUE 2000.
       01  CONT-CHEQUERAS          PIC 9(4) VALUE ZEROS.
       01  TABLA-CHEQUERAS.
           05 ENTRADA-CHEQUERA     OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON CONT-CHEQUERAS.
              10 TCH-CODIGO        PIC 9(5).
              10 TCH-DESDE         PIC 9(6).
              10 TCH-HASTA         PIC 9(6).
              10 TCH-FECHA-ENTREGA PIC 9(8).
              10 TCH-ESTADO        PIC X(01).
                 88 TCH-ACTIVA     VALUE 'A'.
              10 TCH-OPERADOR      PIC X(8).

       01  WK-INDICE               PIC 9(4) VALUE ZEROS.
       01  WK-ACCION               PIC X(1) VALUE SPACE.
           88 ACCION-ENTREGAR      VALUE 'E'.
           88 ACCION-ANULAR        VALUE 'X'.
           88 ACCION-NO-PAGAR      VALUE 'N'.
           88 ACCION-LEVANTAR      VALUE 'V'.
           88 ACCION-CONSULTAR     VALUE 'C'.
           88 ACCION-LISTAR        VALUE 'L'.
           88 ACCION-FIN           VALUE 'F'.
       01  WK-CUENTA-PEDIDA        PIC 9(5) VALUE ZEROS.
       01  WK-DESDE                PIC 9(6) VALUE ZEROS.
       01  WK-HASTA                PIC 9(6) VALUE ZEROS.
       01  WK-CHEQUE               PIC 9(6) VALUE ZEROS.
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
           "MANTEN-CHEQUES".
       01  WK-CLAVE-VEREDICTO      PIC X(1) VALUE SPACE.
           88 CLAVE-ACEPTADA       VALUE 'S'.

       01  FS-CERROJO              PIC XX.
       01  WK-RESPUESTA-CERROJO    PIC X(1) VALUE SPACE.

      * BITACORA SELLADA (VER SELLA-BITACORA): NOMBRE DEL ARCHIVO
      * Y POSICIONES DE DATOS ANTES DE LA SECUENCIA Y EL SELLO.
       01  WK-SELLO-BITACORA       PIC X(30) VALUE
           "CHEQUES-LOG.DAT".
       01  WK-SELLO-LARGO          PIC 9(3) VALUE 079.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 200-CICLO-DE-MANTENIMIENTO
           PERFORM 300-FINALIZAR
           STOP RUN.

       100-INICIALIZAR.
           DISPLAY "========================================"
           DISPLAY "  CHEQUERAS Y ORDENES DE NO PAGAR"
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

           PERFORM 110-CARGAR-CHEQUERAS

      * STOP-PAGO.DAT SE CREA VACIO LA PRIMERA VEZ; EL REGISTRO DE
      * PAGADOS LO ESCRIBE SOLO EL CRUZADO, AQUI SE LEE SI EXISTE.
           OPEN I-O ARCHIVO-STOP-PAGO

           IF FS-STOP-PAGO = '35'
               OPEN OUTPUT ARCHIVO-STOP-PAGO
               CLOSE ARCHIVO-STOP-PAGO
               OPEN I-O ARCHIVO-STOP-PAGO
           END-IF

           IF FS-STOP-PAGO NOT = '00'
               DISPLAY "ERROR ABRIENDO STOP-PAGO: " FS-STOP-PAGO
               STOP RUN
           END-IF

           OPEN INPUT ARCHIVO-CHEQUES-PAG

           IF FS-CHEQUES-PAG = '00'
               MOVE 'S' TO SW-HAY-PAGADOS
           END-IF

           OPEN EXTEND ARCHIVO-LOG

           IF FS-LOG = '35'
               OPEN OUTPUT ARCHIVO-LOG
               CLOSE ARCHIVO-LOG
               OPEN EXTEND ARCHIVO-LOG
           END-IF

           IF FS-LOG NOT = '00'
               DISPLAY "ERROR ABRIENDO CHEQUES-LOG: " FS-LOG
               STOP RUN
           END-IF.

       110-CARGAR-CHEQUERAS.
           OPEN INPUT ARCHIVO-CHEQUERAS

           IF FS-CHEQUERAS = '35'
               EXIT PARAGRAPH
           END-IF

           IF FS-CHEQUERAS NOT = '00'
               DISPLAY "ERROR ABRIENDO CHEQUERAS: " FS-CHEQUERAS
               STOP RUN
           END-IF

           PERFORM UNTIL FIN-CHEQUERAS
               READ ARCHIVO-CHEQUERAS
                   AT END
                       MOVE 'S' TO SW-FIN-CHEQUERAS
                   NOT AT END
                       IF CONT-CHEQUERAS >= WK-MAX-CHEQUERAS
                           DISPLAY "TABLA DE CHEQUERAS LLENA: NO SE"
                                   " PUEDE MANTENER SIN PERDER FILAS"
                           STOP RUN
                       END-IF
                       ADD 1 TO CONT-CHEQUERAS
                       MOVE CHQ-CODIGO
                           TO TCH-CODIGO(CONT-CHEQUERAS)
                       MOVE CHQ-DESDE
                           TO TCH-DESDE(CONT-CHEQUERAS)
                       MOVE CHQ-HASTA
                           TO TCH-HASTA(CONT-CHEQUERAS)
                       MOVE CHQ-FECHA-ENTREGA
                           TO TCH-FECHA-ENTREGA(CONT-CHEQUERAS)
                       MOVE CHQ-ESTADO
                           TO TCH-ESTADO(CONT-CHEQUERAS)
                       MOVE CHQ-OPERADOR
                           TO TCH-OPERADOR(CONT-CHEQUERAS)
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CHEQUERAS.

       200-CICLO-DE-MANTENIMIENTO.
           MOVE SPACE TO WK-ACCION
           PERFORM UNTIL ACCION-FIN
               DISPLAY " "
               DISPLAY "E=ENTREGAR CHEQUERA X=ANULAR CHEQUERA"
                       " N=NO PAGAR V=LEVANTAR ORDEN"
               DISPLAY "C=CONSULTAR CHEQUE L=LISTAR CUENTA F=FIN: "
               ACCEPT WK-ACCION
               EVALUATE TRUE
                   WHEN ACCION-ENTREGAR
                       PERFORM 210-ENTREGAR-CHEQUERA
                   WHEN ACCION-ANULAR
                       PERFORM 220-ANULAR-CHEQUERA
                   WHEN ACCION-NO-PAGAR
                       PERFORM 230-ORDEN-NO-PAGAR
                   WHEN ACCION-LEVANTAR
                       PERFORM 240-LEVANTAR-ORDEN
                   WHEN ACCION-CONSULTAR
                       PERFORM 250-CONSULTAR-CHEQUE
                   WHEN ACCION-LISTAR
                       PERFORM 270-LISTAR-CUENTA
                   WHEN ACCION-FIN
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ACCION NO RECONOCIDA"
               END-EVALUATE
           END-PERFORM.

      * UNA CHEQUERA NUEVA NO PUEDE PISAR EL RANGO DE OTRA ACTIVA DE
      * LA MISMA CUENTA: EL MISMO NUMERO EN DOS CHEQUERAS HARIA
      * AMBIGUO CUAL SE PERDIO.
       210-ENTREGAR-CHEQUERA.
           IF CONT-CHEQUERAS >= WK-MAX-CHEQUERAS
               DISPLAY "TABLA DE CHEQUERAS LLENA"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CUENTA (5 DIGITOS): "
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

           DISPLAY "PRIMER CHEQUE DE LA CHEQUERA (6 DIGITOS): "
           ACCEPT WK-DESDE
           DISPLAY "ULTIMO CHEQUE DE LA CHEQUERA (6 DIGITOS): "
           ACCEPT WK-HASTA

           IF WK-DESDE = ZEROS OR WK-HASTA < WK-DESDE
               DISPLAY "RANGO INVALIDO: ENTREGA CANCELADA"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-SOLAPA
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CHEQUERAS
               IF TCH-CODIGO(WK-INDICE) = WK-CUENTA-PEDIDA
                   AND TCH-ACTIVA(WK-INDICE)
                   AND WK-DESDE <= TCH-HASTA(WK-INDICE)
                   AND WK-HASTA >= TCH-DESDE(WK-INDICE)
                   MOVE 'S' TO SW-SOLAPA
               END-IF
           END-PERFORM

           IF SOLAPA
               DISPLAY "EL RANGO PISA OTRA CHEQUERA ACTIVA DE LA"
                       " CUENTA: ENTREGA CANCELADA"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-CHEQUERAS
           MOVE WK-CUENTA-PEDIDA TO TCH-CODIGO(CONT-CHEQUERAS)
           MOVE WK-DESDE         TO TCH-DESDE(CONT-CHEQUERAS)
           MOVE WK-HASTA         TO TCH-HASTA(CONT-CHEQUERAS)
           MOVE FECHA-SESION     TO TCH-FECHA-ENTREGA(CONT-CHEQUERAS)
           MOVE 'A'              TO TCH-ESTADO(CONT-CHEQUERAS)
           MOVE WK-OPERADOR      TO TCH-OPERADOR(CONT-CHEQUERAS)

           ADD 1 TO CONT-ENTREGADAS
           MOVE "ENTREGA" TO LOG-ACCION
           MOVE WK-CUENTA-PEDIDA TO LOG-CUENTA
           MOVE WK-DESDE         TO LOG-CHEQUE-DESDE
           MOVE WK-HASTA         TO LOG-CHEQUE-HASTA
           MOVE SPACES           TO LOG-MOTIVO
           PERFORM 260-ESCRIBIR-LOG
           DISPLAY "CHEQUERA " WK-DESDE "-" WK-HASTA
                   " ENTREGADA A LA CUENTA " WK-CUENTA-PEDIDA.

       220-ANULAR-CHEQUERA.
           DISPLAY "CUENTA (5 DIGITOS): "
           ACCEPT WK-CUENTA-PEDIDA
           DISPLAY "PRIMER CHEQUE DE LA CHEQUERA A ANULAR: "
           ACCEPT WK-DESDE
           DISPLAY "MOTIVO DE LA ANULACION (OBLIGATORIO): "
           ACCEPT WK-MOTIVO

           IF WK-MOTIVO = SPACES
               DISPLAY "SIN MOTIVO NO SE ANULA"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-CHEQUERA-HALLADA
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CHEQUERAS
               IF TCH-CODIGO(WK-INDICE) = WK-CUENTA-PEDIDA
                   AND TCH-DESDE(WK-INDICE) = WK-DESDE
                   AND TCH-ACTIVA(WK-INDICE)
                   MOVE 'S' TO SW-CHEQUERA-HALLADA
                   MOVE 'X' TO TCH-ESTADO(WK-INDICE)
                   ADD 1 TO CONT-ANULADAS
                   MOVE "ANULA-CHQR" TO LOG-ACCION
                   MOVE WK-CUENTA-PEDIDA TO LOG-CUENTA
                   MOVE TCH-DESDE(WK-INDICE) TO LOG-CHEQUE-DESDE
                   MOVE TCH-HASTA(WK-INDICE) TO LOG-CHEQUE-HASTA
                   MOVE WK-MOTIVO TO LOG-MOTIVO
                   PERFORM 260-ESCRIBIR-LOG
                   DISPLAY "CHEQUERA ANULADA: SUS CHEQUES SE"
                           " RECHAZAN POR FUERA DE RANGO"
               END-IF
           END-PERFORM

           IF NOT CHEQUERA-HALLADA
               DISPLAY "NO HAY CHEQUERA ACTIVA DE ESA CUENTA QUE"
                       " EMPIECE EN " WK-DESDE
           END-IF.

      * UN CHEQUE YA PAGADO NO SE PUEDE DETENER. UNA ORDEN QUE FUE
      * LEVANTADA SE REACTIVA SOBRE EL MISMO REGISTRO.
       230-ORDEN-NO-PAGAR.
           DISPLAY "CUENTA (5 DIGITOS): "
           ACCEPT WK-CUENTA-PEDIDA
           MOVE WK-CUENTA-PEDIDA TO CODIGO-MAESTRO
           READ ARCHIVO-MAESTRO
               INVALID KEY
                   DISPLAY "LA CUENTA " WK-CUENTA-PEDIDA
                           " NO EXISTE"
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "NUMERO DE CHEQUE (6 DIGITOS): "
           ACCEPT WK-CHEQUE
           DISPLAY "MOTIVO DE LA ORDEN (OBLIGATORIO): "
           ACCEPT WK-MOTIVO

           IF WK-CHEQUE = ZEROS OR WK-MOTIVO = SPACES
               DISPLAY "SIN CHEQUE O SIN MOTIVO NO HAY ORDEN"
               EXIT PARAGRAPH
           END-IF

           IF HAY-PAGADOS
               MOVE WK-CUENTA-PEDIDA TO PAG-CODIGO
               MOVE WK-CHEQUE        TO PAG-CHEQUE
               READ ARCHIVO-CHEQUES-PAG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PAG-IMPORTE TO WK-IMPORTE-EDITADO
                       DISPLAY "EL CHEQUE YA FUE PAGADO EL " PAG-FECHA
                               " POR " WK-IMPORTE-EDITADO
                               ": NO SE PUEDE DETENER"
                       EXIT PARAGRAPH
               END-READ
           END-IF

           MOVE WK-CUENTA-PEDIDA TO STP-CODIGO
           MOVE WK-CHEQUE        TO STP-CHEQUE
           READ ARCHIVO-STOP-PAGO
               INVALID KEY
                   MOVE FECHA-SESION TO STP-FECHA-ALTA
                   MOVE WK-OPERADOR  TO STP-OPERADOR
                   MOVE WK-MOTIVO    TO STP-MOTIVO
                   MOVE 'V'          TO STP-ESTADO
                   MOVE ZEROS        TO STP-FECHA-BAJA
                   MOVE SPACES       TO STP-OPERADOR-BAJA
                   WRITE REG-STOP-PAGO
               NOT INVALID KEY
                   IF STP-VIGENTE
                       DISPLAY "YA HAY UNA ORDEN VIGENTE DESDE EL "
                               STP-FECHA-ALTA " (" STP-OPERADOR ")"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE FECHA-SESION TO STP-FECHA-ALTA
                   MOVE WK-OPERADOR  TO STP-OPERADOR
                   MOVE WK-MOTIVO    TO STP-MOTIVO
                   MOVE 'V'          TO STP-ESTADO
                   MOVE ZEROS        TO STP-FECHA-BAJA
                   MOVE SPACES       TO STP-OPERADOR-BAJA
                   REWRITE REG-STOP-PAGO
           END-READ

           IF FS-STOP-PAGO NOT = '00'
               DISPLAY "ERROR GRABANDO STOP-PAGO: " FS-STOP-PAGO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-ORDENES
           MOVE "NO-PAGAR" TO LOG-ACCION
           MOVE WK-CUENTA-PEDIDA TO LOG-CUENTA
           MOVE WK-CHEQUE        TO LOG-CHEQUE-DESDE
           MOVE WK-CHEQUE        TO LOG-CHEQUE-HASTA
           MOVE WK-MOTIVO        TO LOG-MOTIVO
           PERFORM 260-ESCRIBIR-LOG
           DISPLAY "ORDEN DE NO PAGAR REGISTRADA: CUENTA "
                   WK-CUENTA-PEDIDA " CHEQUE " WK-CHEQUE.

       240-LEVANTAR-ORDEN.
           DISPLAY "CUENTA (5 DIGITOS): "
           ACCEPT WK-CUENTA-PEDIDA
           DISPLAY "NUMERO DE CHEQUE (6 DIGITOS): "
           ACCEPT WK-CHEQUE
           DISPLAY "MOTIVO DEL LEVANTAMIENTO (OBLIGATORIO): "
           ACCEPT WK-MOTIVO

           IF WK-MOTIVO = SPACES
               DISPLAY "SIN MOTIVO NO SE LEVANTA"
               EXIT PARAGRAPH
           END-IF

           MOVE WK-CUENTA-PEDIDA TO STP-CODIGO
           MOVE WK-CHEQUE        TO STP-CHEQUE
           READ ARCHIVO-STOP-PAGO
               INVALID KEY
                   DISPLAY "NO HAY ORDEN PARA ESE CHEQUE"
                   EXIT PARAGRAPH
           END-READ

           IF NOT STP-VIGENTE
               DISPLAY "LA ORDEN YA FUE LEVANTADA EL " STP-FECHA-BAJA
               EXIT PARAGRAPH
           END-IF

           MOVE 'L'          TO STP-ESTADO
           MOVE FECHA-SESION TO STP-FECHA-BAJA
           MOVE WK-OPERADOR  TO STP-OPERADOR-BAJA
           REWRITE REG-STOP-PAGO

           IF FS-STOP-PAGO NOT = '00'
               DISPLAY "ERROR GRABANDO STOP-PAGO: " FS-STOP-PAGO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-LEVANTADAS
           MOVE "LEVANTA" TO LOG-ACCION
           MOVE WK-CUENTA-PEDIDA TO LOG-CUENTA
           MOVE WK-CHEQUE        TO LOG-CHEQUE-DESDE
           MOVE WK-CHEQUE        TO LOG-CHEQUE-HASTA
           MOVE WK-MOTIVO        TO LOG-MOTIVO
           PERFORM 260-ESCRIBIR-LOG
           DISPLAY "ORDEN LEVANTADA: EL CHEQUE VUELVE A PAGARSE".

      * LA MISMA RESPUESTA QUE DARIA EL CRUZADO SI EL CHEQUE SE
      * PRESENTARA ESTA NOCHE.
       250-CONSULTAR-CHEQUE.
           DISPLAY "CUENTA (5 DIGITOS): "
           ACCEPT WK-CUENTA-PEDIDA
           DISPLAY "NUMERO DE CHEQUE (6 DIGITOS): "
           ACCEPT WK-CHEQUE

           MOVE 'N' TO SW-CHEQUERA-HALLADA
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CHEQUERAS
               IF TCH-CODIGO(WK-INDICE) = WK-CUENTA-PEDIDA
                   AND TCH-ACTIVA(WK-INDICE)
                   AND WK-CHEQUE >= TCH-DESDE(WK-INDICE)
                   AND WK-CHEQUE <= TCH-HASTA(WK-INDICE)
                   MOVE 'S' TO SW-CHEQUERA-HALLADA
                   DISPLAY "  CHEQUERA " TCH-DESDE(WK-INDICE) "-"
                           TCH-HASTA(WK-INDICE) " ENTREGADA EL "
                           TCH-FECHA-ENTREGA(WK-INDICE)
               END-IF
           END-PERFORM

           IF NOT CHEQUERA-HALLADA
               DISPLAY "  FUERA DE TODA CHEQUERA ACTIVA DE LA CUENTA"
           END-IF

           MOVE WK-CUENTA-PEDIDA TO STP-CODIGO
           MOVE WK-CHEQUE        TO STP-CHEQUE
           READ ARCHIVO-STOP-PAGO
               INVALID KEY
                   DISPLAY "  SIN ORDEN DE NO PAGAR"
               NOT INVALID KEY
                   IF STP-VIGENTE
                       DISPLAY "  ORDEN DE NO PAGAR VIGENTE DESDE "
                               STP-FECHA-ALTA " (" STP-OPERADOR ") "
                               STP-MOTIVO
                   ELSE
                       DISPLAY "  ORDEN LEVANTADA EL " STP-FECHA-BAJA
                               " (" STP-OPERADOR-BAJA ")"
                   END-IF
           END-READ

           IF NOT HAY-PAGADOS
               DISPLAY "  NO PAGADO"
               EXIT PARAGRAPH
           END-IF

           MOVE WK-CUENTA-PEDIDA TO PAG-CODIGO
           MOVE WK-CHEQUE        TO PAG-CHEQUE
           READ ARCHIVO-CHEQUES-PAG
               INVALID KEY
                   DISPLAY "  NO PAGADO"
               NOT INVALID KEY
                   MOVE PAG-IMPORTE TO WK-IMPORTE-EDITADO
                   DISPLAY "  PAGADO EL " PAG-FECHA " POR "
                           WK-IMPORTE-EDITADO " LOTE " PAG-LOTE
           END-READ.

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

      * CHEQUERAS, ORDENES Y PAGADOS DE UNA CUENTA. LOS DOS
      * INDEXADOS SE RECORREN DESDE LA PRIMERA CLAVE DE LA CUENTA.
       270-LISTAR-CUENTA.
           DISPLAY "CUENTA (5 DIGITOS): "
           ACCEPT WK-CUENTA-PEDIDA

           DISPLAY "CHEQUERAS:"
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CHEQUERAS
               IF TCH-CODIGO(WK-INDICE) = WK-CUENTA-PEDIDA
                   DISPLAY "  " TCH-DESDE(WK-INDICE) "-"
                           TCH-HASTA(WK-INDICE) " "
                           TCH-ESTADO(WK-INDICE) " ENTREGADA EL "
                           TCH-FECHA-ENTREGA(WK-INDICE) " ("
                           TCH-OPERADOR(WK-INDICE) ")"
               END-IF
           END-PERFORM

           DISPLAY "ORDENES DE NO PAGAR:"
           MOVE 'N' TO SW-FIN-RECORRIDO
           MOVE WK-CUENTA-PEDIDA TO STP-CODIGO
           MOVE ZEROS            TO STP-CHEQUE
           START ARCHIVO-STOP-PAGO KEY IS NOT LESS THAN STP-CLAVE
               INVALID KEY
                   MOVE 'S' TO SW-FIN-RECORRIDO
           END-START
           PERFORM UNTIL FIN-RECORRIDO
               READ ARCHIVO-STOP-PAGO NEXT RECORD
                   AT END
                       MOVE 'S' TO SW-FIN-RECORRIDO
                   NOT AT END
                       IF STP-CODIGO NOT = WK-CUENTA-PEDIDA
                           MOVE 'S' TO SW-FIN-RECORRIDO
                       ELSE
                           DISPLAY "  " STP-CHEQUE " " STP-ESTADO
                                   " " STP-FECHA-ALTA " "
                                   STP-MOTIVO
                       END-IF
               END-READ
           END-PERFORM

           IF NOT HAY-PAGADOS
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CHEQUES PAGADOS:"
           MOVE 'N' TO SW-FIN-RECORRIDO
           MOVE WK-CUENTA-PEDIDA TO PAG-CODIGO
           MOVE ZEROS            TO PAG-CHEQUE
           START ARCHIVO-CHEQUES-PAG KEY IS NOT LESS THAN PAG-CLAVE
               INVALID KEY
                   MOVE 'S' TO SW-FIN-RECORRIDO
           END-START
           PERFORM UNTIL FIN-RECORRIDO
               READ ARCHIVO-CHEQUES-PAG NEXT RECORD
                   AT END
                       MOVE 'S' TO SW-FIN-RECORRIDO
                   NOT AT END
                       IF PAG-CODIGO NOT = WK-CUENTA-PEDIDA
                           MOVE 'S' TO SW-FIN-RECORRIDO
                       ELSE
                           MOVE PAG-IMPORTE TO WK-IMPORTE-EDITADO
                           DISPLAY "  " PAG-CHEQUE " " PAG-FECHA
                                   " " WK-IMPORTE-EDITADO
                       END-IF
               END-READ
           END-PERFORM.

       300-FINALIZAR.
           CLOSE ARCHIVO-MAESTRO
                 ARCHIVO-STOP-PAGO
                 ARCHIVO-LOG

           IF HAY-PAGADOS
               CLOSE ARCHIVO-CHEQUES-PAG
           END-IF

           OPEN OUTPUT ARCHIVO-CHEQUERAS

           IF FS-CHEQUERAS NOT = '00'
               DISPLAY "ERROR REESCRIBIENDO CHEQUERAS: " FS-CHEQUERAS
               STOP RUN
           END-IF

           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CHEQUERAS
               MOVE TCH-CODIGO(WK-INDICE)        TO CHQ-CODIGO
               MOVE TCH-DESDE(WK-INDICE)         TO CHQ-DESDE
               MOVE TCH-HASTA(WK-INDICE)         TO CHQ-HASTA
               MOVE TCH-FECHA-ENTREGA(WK-INDICE) TO CHQ-FECHA-ENTREGA
               MOVE TCH-ESTADO(WK-INDICE)        TO CHQ-ESTADO
               MOVE TCH-OPERADOR(WK-INDICE)      TO CHQ-OPERADOR
               WRITE REG-CHEQUERA
           END-PERFORM

           CLOSE ARCHIVO-CHEQUERAS

           DISPLAY " "
           DISPLAY "CHEQUERAS ENTREGADAS:  " CONT-ENTREGADAS
           DISPLAY "CHEQUERAS ANULADAS:    " CONT-ANULADAS
           DISPLAY "ORDENES DE NO PAGAR:   " CONT-ORDENES
           DISPLAY "ORDENES LEVANTADAS:    " CONT-LEVANTADAS
           DISPLAY "CONSTANCIA EN: CHEQUES-LOG.DAT".

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
               MOVE "MANTEN-CHEQUES" TO INT-PROGRAMA
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
