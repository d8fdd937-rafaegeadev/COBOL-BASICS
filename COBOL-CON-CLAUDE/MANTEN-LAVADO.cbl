       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTEN-LAVADO.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: REVISION DE CASOS DE LAVADO DE DINERO
      * PROPOSITO: PANTALLA DEL OFICIAL DE CUMPLIMIENTO SOBRE
      *            LAVADO-CASOS.DAT, QUE ABRE CADA NOCHE VIGILA-LAVADO.
      *            PERMITE LISTAR LOS CASOS PENDIENTES (ABIERTOS Y
      *            ESCALADOS), VER UN CASO CON SU BITACORA, CERRARLO
      *            CON UNA DISPOSICION O ESCALARLO AL REGULADOR CON
      *            UNA NOTA. CADA DECISION QUEDA EN LAVADO-BITACORA.DAT
      *            CON EL OPERADOR. EXIGE NIVEL DE SUPERVISOR.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-OPERADORES
               ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

      * CERROJO DE CORRIDA: MIENTRAS LA CADENA NOCTURNA LO TENGA
      * PUESTO, VIGILA-LAVADO PUEDE ESTAR REESCRIBIENDO LOS CASOS.
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

           SELECT ARCHIVO-CASOS
               ASSIGN TO "LAVADO-CASOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CASOS.

           SELECT ARCHIVO-BITACORA
               ASSIGN TO "LAVADO-BITACORA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BITACORA.

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

      * CASOS DE LAVADO. TIPO 'G' MOVIMIENTO GRANDE, 'E'
      * FRACCIONAMIENTO EN UNA CUENTA, 'D' FRACCIONAMIENTO POR
      * DOCUMENTO EN VARIAS CUENTAS. ESTADO 'A' ABIERTO, 'E'
      * ESCALADO AL REGULADOR, 'C' CERRADO CON SU DISPOSICION.
       FD  ARCHIVO-CASOS.
       01  REG-CASO.
           05 LAV-NUMERO           PIC 9(5).
           05 LAV-TIPO             PIC X(1).
           05 LAV-CODIGO           PIC 9(5).
           05 LAV-DOCUMENTO        PIC X(15).
           05 LAV-ESTADO           PIC X(1).
           05 LAV-FECHA-ALTA       PIC 9(8).
           05 LAV-FECHA-DESDE      PIC 9(8).
           05 LAV-FECHA-HASTA      PIC 9(8).
           05 LAV-CANTIDAD         PIC 9(3).
           05 LAV-IMPORTE          PIC 9(9)V99.
           05 LAV-ID-EJECUCION     PIC X(19).
           05 LAV-LOTE             PIC X(8).
           05 LAV-SECUENCIA        PIC 9(5).
           05 LAV-FECHA-ESTADO     PIC 9(8).
           05 LAV-OPERADOR         PIC X(8).
           05 LAV-DISPOSICION      PIC X(30).

       FD  ARCHIVO-BITACORA.
       01  REG-BITACORA.
           05 BLA-CASO             PIC 9(5).
           05 BLA-FECHA            PIC 9(8).
           05 BLA-HORA             PIC 9(6).
           05 BLA-OPERADOR         PIC X(8).
           05 BLA-ACCION           PIC X(10).
           05 BLA-DETALLE          PIC X(40).
           05 BLA-SECUENCIA        PIC 9(9).
           05 BLA-SELLO            PIC 9(18).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-OPERADORES        PIC XX.
           05 FS-CASOS             PIC XX.
           05 FS-BITACORA          PIC XX.

       01  SWITCHES.
           05 SW-OPERADOR-VALIDO   PIC X VALUE 'N'.
              88 OPERADOR-VALIDO   VALUE 'S'.
           05 SW-FIN-CASOS         PIC X VALUE 'N'.
              88 FIN-CASOS         VALUE 'S'.
           05 SW-FIN-BITACORA      PIC X VALUE 'N'.
              88 FIN-BITACORA      VALUE 'S'.
           05 SW-CASO-HALLADO      PIC X VALUE 'N'.
              88 CASO-HALLADO      VALUE 'S'.

       01  CONTADORES.
           05 CONT-CERRADOS        PIC 9(5) VALUE ZEROS.
           05 CONT-ESCALADOS       PIC 9(5) VALUE ZEROS.
           05 CONT-PENDIENTES      PIC 9(5) VALUE ZEROS.

       01  WK-MAX-CASOS            PIC 9(5) VALUE 5000.
       01  CONT-CASOS              PIC 9(5) VALUE ZEROS.
       01  TABLA-CASOS.
           05 ENTRADA-CASO         OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-CASOS.
              10 TL-NUMERO         PIC 9(5).
              10 TL-TIPO           PIC X(1).
              10 TL-CODIGO         PIC 9(5).
              10 TL-DOCUMENTO      PIC X(15).
              10 TL-ESTADO         PIC X(1).
                 88 TL-ABIERTO     VALUE 'A'.
                 88 TL-ESCALADO    VALUE 'E'.
                 88 TL-CERRADO     VALUE 'C'.
              10 TL-FECHA-ALTA     PIC 9(8).
              10 TL-FECHA-DESDE    PIC 9(8).
              10 TL-FECHA-HASTA    PIC 9(8).
              10 TL-CANTIDAD       PIC 9(3).
              10 TL-IMPORTE        PIC 9(9)V99.
              10 TL-ID-EJECUCION   PIC X(19).
              10 TL-LOTE           PIC X(8).
              10 TL-SECUENCIA      PIC 9(5).
              10 TL-FECHA-ESTADO   PIC 9(8).
              10 TL-OPERADOR       PIC X(8).
              10 TL-DISPOSICION    PIC X(30).

       01  WK-INDICE               PIC 9(5) VALUE ZEROS.
       01  WK-ACCION               PIC X(1) VALUE SPACE.
           88 ACCION-LISTAR        VALUE 'L'.
           88 ACCION-VER           VALUE 'V'.
           88 ACCION-CERRAR        VALUE 'C'.
           88 ACCION-ESCALAR       VALUE 'E'.
           88 ACCION-FIN           VALUE 'F'.
       01  WK-CASO-PEDIDO          PIC 9(5) VALUE ZEROS.
       01  WK-TEXTO                PIC X(30) VALUE SPACES.
       01  WK-OPERADOR             PIC X(8) VALUE SPACES.
       01  WK-TIPO-DESCRIPTO       PIC X(20) VALUE SPACES.
       01  WK-IMPORTE-EDITADO      PIC ZZZ,ZZZ,ZZ9.99.

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
           "MANTEN-LAVADO".
       01  WK-CLAVE-VEREDICTO      PIC X(1) VALUE SPACE.
           88 CLAVE-ACEPTADA       VALUE 'S'.

       01  FS-CERROJO              PIC XX.
       01  WK-RESPUESTA-CERROJO    PIC X(1) VALUE SPACE.

      * BITACORA SELLADA (VER SELLA-BITACORA): NOMBRE DEL ARCHIVO
      * Y POSICIONES DE DATOS ANTES DE LA SECUENCIA Y EL SELLO.
       01  WK-SELLO-BITACORA       PIC X(30) VALUE
           "LAVADO-BITACORA.DAT".
       01  WK-SELLO-LARGO          PIC 9(3) VALUE 077.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 200-CICLO-DE-REVISION
           PERFORM 300-FINALIZAR
           STOP RUN.

       100-INICIALIZAR.
           DISPLAY "========================================"
           DISPLAY "  REVISION DE CASOS DE LAVADO"
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

           PERFORM 110-CARGAR-CASOS

           OPEN EXTEND ARCHIVO-BITACORA

           IF FS-BITACORA = '35'
               OPEN OUTPUT ARCHIVO-BITACORA
               CLOSE ARCHIVO-BITACORA
               OPEN EXTEND ARCHIVO-BITACORA
           END-IF

           IF FS-BITACORA NOT = '00'
               DISPLAY "ERROR ABRIENDO LAVADO-BITACORA: " FS-BITACORA
               STOP RUN
           END-IF.

       110-CARGAR-CASOS.
           OPEN INPUT ARCHIVO-CASOS

           IF FS-CASOS = '35'
               DISPLAY "AVISO: TODAVIA NO HAY CASOS DE LAVADO"
               EXIT PARAGRAPH
           END-IF

           IF FS-CASOS NOT = '00'
               DISPLAY "ERROR ABRIENDO LAVADO-CASOS: " FS-CASOS
               STOP RUN
           END-IF

           PERFORM UNTIL FIN-CASOS
               READ ARCHIVO-CASOS
                   AT END
                       MOVE 'S' TO SW-FIN-CASOS
                   NOT AT END
                       IF CONT-CASOS >= WK-MAX-CASOS
                           DISPLAY "TABLA DE CASOS LLENA: NO SE"
                                   " PUEDE MANTENER SIN PERDER FILAS"
                           STOP RUN
                       END-IF
                       ADD 1 TO CONT-CASOS
                       MOVE LAV-NUMERO    TO TL-NUMERO(CONT-CASOS)
                       MOVE LAV-TIPO      TO TL-TIPO(CONT-CASOS)
                       MOVE LAV-CODIGO    TO TL-CODIGO(CONT-CASOS)
                       MOVE LAV-DOCUMENTO TO TL-DOCUMENTO(CONT-CASOS)
                       MOVE LAV-ESTADO    TO TL-ESTADO(CONT-CASOS)
                       MOVE LAV-FECHA-ALTA
                           TO TL-FECHA-ALTA(CONT-CASOS)
                       MOVE LAV-FECHA-DESDE
                           TO TL-FECHA-DESDE(CONT-CASOS)
                       MOVE LAV-FECHA-HASTA
                           TO TL-FECHA-HASTA(CONT-CASOS)
                       MOVE LAV-CANTIDAD  TO TL-CANTIDAD(CONT-CASOS)
                       MOVE LAV-IMPORTE   TO TL-IMPORTE(CONT-CASOS)
                       MOVE LAV-ID-EJECUCION
                           TO TL-ID-EJECUCION(CONT-CASOS)
                       MOVE LAV-LOTE      TO TL-LOTE(CONT-CASOS)
                       MOVE LAV-SECUENCIA TO TL-SECUENCIA(CONT-CASOS)
                       MOVE LAV-FECHA-ESTADO
                           TO TL-FECHA-ESTADO(CONT-CASOS)
                       MOVE LAV-OPERADOR  TO TL-OPERADOR(CONT-CASOS)
                       MOVE LAV-DISPOSICION
                           TO TL-DISPOSICION(CONT-CASOS)
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CASOS.

       200-CICLO-DE-REVISION.
           MOVE SPACE TO WK-ACCION
           PERFORM UNTIL ACCION-FIN
               DISPLAY " "
               DISPLAY "L=LISTAR PENDIENTES V=VER CASO C=CERRAR"
                       " E=ESCALAR F=FIN: "
               ACCEPT WK-ACCION
               EVALUATE TRUE
                   WHEN ACCION-LISTAR
                       PERFORM 210-LISTAR-PENDIENTES
                   WHEN ACCION-VER
                       PERFORM 220-VER-CASO
                   WHEN ACCION-CERRAR
                       PERFORM 230-CERRAR-CASO
                   WHEN ACCION-ESCALAR
                       PERFORM 240-ESCALAR-CASO
                   WHEN ACCION-FIN
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ACCION NO RECONOCIDA"
               END-EVALUATE
           END-PERFORM.

       210-LISTAR-PENDIENTES.
           MOVE ZEROS TO CONT-PENDIENTES
           DISPLAY "CASO  T CUENTA DOCUMENTO       E ALTA     "
                   "CANT         IMPORTE"
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CASOS
               IF NOT TL-CERRADO(WK-INDICE)
                   ADD 1 TO CONT-PENDIENTES
                   MOVE TL-IMPORTE(WK-INDICE) TO WK-IMPORTE-EDITADO
                   DISPLAY TL-NUMERO(WK-INDICE) " "
                           TL-TIPO(WK-INDICE) " "
                           TL-CODIGO(WK-INDICE) "  "
                           TL-DOCUMENTO(WK-INDICE) " "
                           TL-ESTADO(WK-INDICE) " "
                           TL-FECHA-ALTA(WK-INDICE) " "
                           TL-CANTIDAD(WK-INDICE) " "
                           WK-IMPORTE-EDITADO
               END-IF
           END-PERFORM
           DISPLAY "CASOS PENDIENTES: " CONT-PENDIENTES.

       215-BUSCAR-CASO.
           DISPLAY "NUMERO DE CASO (5 DIGITOS): "
           ACCEPT WK-CASO-PEDIDO
           MOVE 'N' TO SW-CASO-HALLADO
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CASOS OR CASO-HALLADO
               IF TL-NUMERO(WK-INDICE) = WK-CASO-PEDIDO
                   MOVE 'S' TO SW-CASO-HALLADO
               END-IF
           END-PERFORM

           IF CASO-HALLADO
               SUBTRACT 1 FROM WK-INDICE
           ELSE
               DISPLAY "CASO INEXISTENTE"
           END-IF.

      * LA BITACORA ESTA ABIERTA EN EXTEND PARA LAS DECISIONES; PARA
      * MOSTRAR LA HISTORIA DEL CASO SE REABRE EN LECTURA Y SE VUELVE
      * A DEJAR COMO ESTABA.
       220-VER-CASO.
           PERFORM 215-BUSCAR-CASO
           IF NOT CASO-HALLADO
               EXIT PARAGRAPH
           END-IF

           EVALUATE TL-TIPO(WK-INDICE)
               WHEN 'G'
                   MOVE "MOVIMIENTO GRANDE" TO WK-TIPO-DESCRIPTO
               WHEN 'E'
                   MOVE "FRACCIONA CUENTA" TO WK-TIPO-DESCRIPTO
               WHEN 'D'
                   MOVE "FRACCIONA DOCUMENTO" TO WK-TIPO-DESCRIPTO
               WHEN OTHER
                   MOVE "DESCONOCIDO" TO WK-TIPO-DESCRIPTO
           END-EVALUATE

           MOVE TL-IMPORTE(WK-INDICE) TO WK-IMPORTE-EDITADO
           DISPLAY "CASO " TL-NUMERO(WK-INDICE) ": "
                   WK-TIPO-DESCRIPTO " ESTADO " TL-ESTADO(WK-INDICE)
           DISPLAY "  CUENTA " TL-CODIGO(WK-INDICE)
                   " DOCUMENTO " TL-DOCUMENTO(WK-INDICE)
           DISPLAY "  " TL-CANTIDAD(WK-INDICE) " MOVIMIENTOS DEL "
                   TL-FECHA-DESDE(WK-INDICE) " AL "
                   TL-FECHA-HASTA(WK-INDICE) " POR "
                   WK-IMPORTE-EDITADO
           IF TL-TIPO(WK-INDICE) = 'G'
               DISPLAY "  MOVIMIENTO: " TL-ID-EJECUCION(WK-INDICE)
                       " LOTE " TL-LOTE(WK-INDICE)
                       " SECUENCIA " TL-SECUENCIA(WK-INDICE)
           END-IF
           DISPLAY "  ALTA " TL-FECHA-ALTA(WK-INDICE)
                   " ULTIMO CAMBIO " TL-FECHA-ESTADO(WK-INDICE)
                   " (" TL-OPERADOR(WK-INDICE) ")"
           IF TL-CERRADO(WK-INDICE)
               DISPLAY "  DISPOSICION: " TL-DISPOSICION(WK-INDICE)
           END-IF

           CLOSE ARCHIVO-BITACORA
           OPEN INPUT ARCHIVO-BITACORA
           MOVE 'N' TO SW-FIN-BITACORA
           IF FS-BITACORA NOT = '00'
               MOVE 'S' TO SW-FIN-BITACORA
           END-IF
           DISPLAY "BITACORA:"
           PERFORM UNTIL FIN-BITACORA
               READ ARCHIVO-BITACORA
                   AT END
                       MOVE 'S' TO SW-FIN-BITACORA
                   NOT AT END
                       IF BLA-CASO = TL-NUMERO(WK-INDICE)
                           DISPLAY "  " BLA-FECHA " " BLA-HORA " "
                                   BLA-OPERADOR " " BLA-ACCION " "
                                   BLA-DETALLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-BITACORA

           OPEN EXTEND ARCHIVO-BITACORA
           IF FS-BITACORA NOT = '00'
               DISPLAY "ERROR REABRIENDO LAVADO-BITACORA: "
                       FS-BITACORA
               STOP RUN
           END-IF.

      * EL CIERRE EXIGE DISPOSICION (QUE SE DETERMINO Y POR QUE); EL
      * CASO ESCALADO TAMBIEN SE CIERRA CUANDO EL REGULADOR RESPONDE.
       230-CERRAR-CASO.
           PERFORM 215-BUSCAR-CASO
           IF NOT CASO-HALLADO
               EXIT PARAGRAPH
           END-IF

           IF TL-CERRADO(WK-INDICE)
               DISPLAY "EL CASO YA ESTA CERRADO: "
                       TL-DISPOSICION(WK-INDICE)
               EXIT PARAGRAPH
           END-IF

           DISPLAY "DISPOSICION (30 CARACTERES): "
           ACCEPT WK-TEXTO
           IF WK-TEXTO = SPACES
               DISPLAY "SIN DISPOSICION NO SE CIERRA EL CASO"
               EXIT PARAGRAPH
           END-IF

           MOVE 'C'          TO TL-ESTADO(WK-INDICE)
           MOVE WK-TEXTO     TO TL-DISPOSICION(WK-INDICE)
           MOVE FECHA-SESION TO TL-FECHA-ESTADO(WK-INDICE)
           MOVE WK-OPERADOR  TO TL-OPERADOR(WK-INDICE)
           ADD 1 TO CONT-CERRADOS

           MOVE "CIERRE" TO BLA-ACCION
           PERFORM 250-ESCRIBIR-BITACORA
           DISPLAY "CASO " TL-NUMERO(WK-INDICE) " CERRADO".

       240-ESCALAR-CASO.
           PERFORM 215-BUSCAR-CASO
           IF NOT CASO-HALLADO
               EXIT PARAGRAPH
           END-IF

           IF NOT TL-ABIERTO(WK-INDICE)
               DISPLAY "SOLO SE ESCALA UN CASO ABIERTO (ESTADO "
                       TL-ESTADO(WK-INDICE) ")"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "NOTA PARA EL REGULADOR (30 CARACTERES): "
           ACCEPT WK-TEXTO
           IF WK-TEXTO = SPACES
               DISPLAY "SIN NOTA NO SE ESCALA EL CASO"
               EXIT PARAGRAPH
           END-IF

           MOVE 'E'          TO TL-ESTADO(WK-INDICE)
           MOVE FECHA-SESION TO TL-FECHA-ESTADO(WK-INDICE)
           MOVE WK-OPERADOR  TO TL-OPERADOR(WK-INDICE)
           ADD 1 TO CONT-ESCALADOS

           MOVE "ESCALA" TO BLA-ACCION
           PERFORM 250-ESCRIBIR-BITACORA
           DISPLAY "CASO " TL-NUMERO(WK-INDICE) " ESCALADO".

       250-ESCRIBIR-BITACORA.
           MOVE TL-NUMERO(WK-INDICE) TO BLA-CASO
           MOVE FECHA-SESION         TO BLA-FECHA
           MOVE HORA-SESION(1:6)     TO BLA-HORA
           MOVE WK-OPERADOR          TO BLA-OPERADOR
           MOVE WK-TEXTO             TO BLA-DETALLE
           CALL "SELLA-BITACORA" USING WK-SELLO-BITACORA
                                       REG-BITACORA
                                       WK-SELLO-LARGO
                                       BLA-SECUENCIA
                                       BLA-SELLO
           IF BLA-SECUENCIA = ZEROS
               DISPLAY "ERROR: SIN SELLO PARA "
                       WK-SELLO-BITACORA
               DISPLAY "NO SE GRABA; PROCESO DETENIDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE REG-BITACORA.

       300-FINALIZAR.
           CLOSE ARCHIVO-BITACORA

           OPEN OUTPUT ARCHIVO-CASOS

           IF FS-CASOS NOT = '00'
               DISPLAY "ERROR REESCRIBIENDO LAVADO-CASOS: " FS-CASOS
               STOP RUN
           END-IF

           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CASOS
               MOVE TL-NUMERO(WK-INDICE)       TO LAV-NUMERO
               MOVE TL-TIPO(WK-INDICE)         TO LAV-TIPO
               MOVE TL-CODIGO(WK-INDICE)       TO LAV-CODIGO
               MOVE TL-DOCUMENTO(WK-INDICE)    TO LAV-DOCUMENTO
               MOVE TL-ESTADO(WK-INDICE)       TO LAV-ESTADO
               MOVE TL-FECHA-ALTA(WK-INDICE)   TO LAV-FECHA-ALTA
               MOVE TL-FECHA-DESDE(WK-INDICE)  TO LAV-FECHA-DESDE
               MOVE TL-FECHA-HASTA(WK-INDICE)  TO LAV-FECHA-HASTA
               MOVE TL-CANTIDAD(WK-INDICE)     TO LAV-CANTIDAD
               MOVE TL-IMPORTE(WK-INDICE)      TO LAV-IMPORTE
               MOVE TL-ID-EJECUCION(WK-INDICE) TO LAV-ID-EJECUCION
               MOVE TL-LOTE(WK-INDICE)         TO LAV-LOTE
               MOVE TL-SECUENCIA(WK-INDICE)    TO LAV-SECUENCIA
               MOVE TL-FECHA-ESTADO(WK-INDICE) TO LAV-FECHA-ESTADO
               MOVE TL-OPERADOR(WK-INDICE)     TO LAV-OPERADOR
               MOVE TL-DISPOSICION(WK-INDICE)  TO LAV-DISPOSICION
               WRITE REG-CASO
           END-PERFORM

           CLOSE ARCHIVO-CASOS

           DISPLAY " "
           DISPLAY "CASOS CERRADOS:        " CONT-CERRADOS
           DISPLAY "CASOS ESCALADOS:       " CONT-ESCALADOS
           DISPLAY "CONSTANCIA EN: LAVADO-BITACORA.DAT".

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
               MOVE "MANTEN-LAVADO"  TO INT-PROGRAMA
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
               DISPLAY "SUPERVISOR: TOMAR LOS CASOS IGUAL,"
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
