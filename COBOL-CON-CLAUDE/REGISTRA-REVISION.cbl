       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRA-REVISION.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: REGISTRO DE LA REVISION PERIODICA DE UN CLIENTE
      * PROPOSITO: LA NORMA OBLIGA A RENOVAR LA DOCUMENTACION DE
      *            CADA CLIENTE CADA UNO A CINCO AÑOS SEGUN SU
      *            RIESGO. CUANDO LA OFICINA TERMINA UNA REVISION LA
      *            REGISTRA AQUI: SE CONFIRMA O CAMBIA EL RIESGO, LA
      *            FECHA DE HOY PASA A SER LA ULTIMA REVISION EN
      *            CONTACTOS.DAT Y PROXIMA-REVISION FIJA LA SIGUIENTE.
      *            SI VENCE-REVISIONES HABIA PASADO LA CUENTA A 'I'
      *            (SIN INGRESOS) POR REVISION VENCIDA, SE LA DEVUELVE
      *            AL ESTADO QUE TENIA, POR EL MISMO CAMINO QUE
      *            CAMBIA-ESTADO (REWRITE DEL MAESTRO Y CONSTANCIA EN
      *            CAMBIOS-ESTADO.DAT). UNA 'I' PUESTA A MANO POR OTRO
      *            MOTIVO NO SE TOCA. CADA REVISION QUEDA ADEMAS EN
      *            CAMBIOS-CONTACTOS.DAT CON OPERADOR, FECHA Y HORA.
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
      * TASAS (YA CASI CORROMPIMOS EL INDEXADO DOS VECES ASI).
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

           SELECT ARCHIVO-CONTACTOS
               ASSIGN TO "CONTACTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-CODIGO
               FILE STATUS IS FS-CONTACTOS.

           SELECT ARCHIVO-MAESTRO
               ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODIGO-MAESTRO
               FILE STATUS IS FS-MAESTRO.

           SELECT ARCHIVO-CAMBIOS
               ASSIGN TO "CAMBIOS-CONTACTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMBIOS.

      * SE LEE PARA SABER POR QUE ESTA LA CUENTA EN 'I' Y SE
      * AMPLIA CON LA LIBERACION; SE ABRE SOLO MIENTRAS SE USA.
           SELECT ARCHIVO-CAMBIOS-ESTADO
               ASSIGN TO "CAMBIOS-ESTADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMBIOS-ESTADO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-OPERADORES.
       01  REG-OPERADOR.
           05 OPE-ID               PIC X(8).
           05 OPE-NOMBRE           PIC X(30).
      * NIVEL DE AUTORIZACION: 1 CONSULTA, 2 OPERACION, 3
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

       FD  ARCHIVO-CONTACTOS.
       01  REG-CONTACTO.
           05 CON-CODIGO           PIC 9(5).
           05 CON-DOMICILIO-1      PIC X(30).
           05 CON-DOMICILIO-2      PIC X(30).
           05 CON-TELEFONO         PIC X(12).
           05 CON-DOCUMENTO        PIC X(15).
           05 CON-RIESGO           PIC X(1).
           05 CON-FECHA-REVISION   PIC 9(8).
           05 CON-PROXIMA-REVISION PIC 9(8).

       FD  ARCHIVO-MAESTRO.
       01  REG-MAESTRO.
           05 CODIGO-MAESTRO       PIC 9(5).
           05 NOMBRE-MAESTRO       PIC X(30).
           05 SALDO-MAESTRO        PIC S9(7)V99.
           05 ESTADO-MAESTRO       PIC X(01).
              88 MAESTRO-SOLO-RETIROS VALUE 'I'.
           05 FECHA-ESTADO-MAESTRO PIC 9(8).
           05 MONEDA-MAESTRO       PIC X(3).
           05 SUCURSAL-MAESTRO     PIC 9(3).
           05 PRODUCTO-MAESTRO     PIC X(2).

       FD  ARCHIVO-CAMBIOS.
       01  REG-CAMBIO.
           05 CCO-CODIGO           PIC 9(5).
           05 CCO-ACCION           PIC X(10).
           05 CCO-OPERADOR         PIC X(8).
           05 CCO-FECHA            PIC 9(8).
           05 CCO-HORA             PIC 9(6).
           05 CCO-SECUENCIA        PIC 9(9).
           05 CCO-SELLO            PIC 9(18).

       FD  ARCHIVO-CAMBIOS-ESTADO.
       01  REG-CAMBIO-ESTADO.
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
       01  FS-CONTACTOS            PIC XX.
       01  FS-MAESTRO              PIC XX.
       01  FS-OPERADORES           PIC XX.
       01  FS-CAMBIOS              PIC XX.
       01  FS-CAMBIOS-ESTADO       PIC XX.

       01  SW-OPERADOR-VALIDO      PIC X VALUE 'N'.
           88 OPERADOR-VALIDO      VALUE 'S'.
       01  SW-FIN-ARCHIVO          PIC X VALUE 'N'.
           88 FIN-ARCHIVO          VALUE 'S'.
       01  SW-CUENTA-HALLADA       PIC X VALUE 'N'.
           88 CUENTA-HALLADA       VALUE 'S'.

       01  WK-OPERADOR             PIC X(8) VALUE SPACES.

       01  DATOS-DE-SESION.
           05 FECHA-SESION         PIC 9(8).
           05 HORA-SESION          PIC 9(8).

       01  CONTADORES.
           05 CONT-REVISIONES      PIC 9(5) VALUE ZEROS.
           05 CONT-LIBERADAS       PIC 9(5) VALUE ZEROS.

       01  WK-CODIGO-PEDIDO        PIC 9(5) VALUE ZEROS.
       01  WK-CONFIRMA             PIC X(1) VALUE SPACE.
       01  WK-RIESGO               PIC X(1) VALUE SPACE.
           88 RIESGO-VALIDO        VALUES 'A', 'M', 'B'.

      * PROXIMA REVISION PERIODICA (PROXIMA-REVISION.CBL).
       01  WK-PR-PROXIMA           PIC 9(8) VALUE ZEROS.
       01  WK-PR-VEREDICTO         PIC X(1) VALUE SPACE.

      * LOS MOTIVOS CON QUE VENCE-REVISIONES RESTRINGE Y ESTE
      * PROGRAMA LIBERA: SOLO UNA 'I' CON EL PRIMERO SE DESHACE AQUI.
       01  WK-MOTIVO-RESTRICCION   PIC X(30) VALUE
           "REVISION PERIODICA VENCIDA".
       01  WK-MOTIVO-LIBERACION    PIC X(30) VALUE
           "REVISION PERIODICA REGISTRADA".

      * ULTIMO CAMBIO DE ESTADO DE LA CUENTA EN CAMBIOS-ESTADO.DAT.
       01  ULTIMO-CAMBIO.
           05 WK-ULT-ANTERIOR      PIC X(01) VALUE SPACE.
           05 WK-ULT-NUEVO         PIC X(01) VALUE SPACE.
           05 WK-ULT-MOTIVO        PIC X(30) VALUE SPACES.
       01  WK-ESTADO-DEVUELTO      PIC X(01) VALUE SPACE.

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
           "REGISTRA-REVISION".
       01  WK-CLAVE-VEREDICTO      PIC X(1) VALUE SPACE.
           88 CLAVE-ACEPTADA       VALUE 'S'.

       01  FS-CERROJO              PIC XX.
       01  WK-RESPUESTA-CERROJO    PIC X(1) VALUE SPACE.

      * BITACORA SELLADA (VER SELLA-BITACORA): NOMBRE DEL ARCHIVO
      * Y POSICIONES DE DATOS ANTES DE LA SECUENCIA Y EL SELLO.
       01  WK-SELLO-ESTADO         PIC X(30) VALUE "CAMBIOS-ESTADO.DAT".
       01  WK-LARGO-ESTADO         PIC 9(3) VALUE 059.
       01  WK-SELLO-CONTACTOS      PIC X(30)
           VALUE "CAMBIOS-CONTACTOS.DAT".
       01  WK-LARGO-CONTACTOS      PIC 9(3) VALUE 037.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 200-CICLO-DE-REVISIONES
           PERFORM 300-FINALIZAR
           STOP RUN.

       100-INICIALIZAR.
           DISPLAY "========================================"
           DISPLAY "  REGISTRO DE REVISION PERIODICA"
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

           OPEN I-O ARCHIVO-CONTACTOS

           IF FS-CONTACTOS NOT = '00'
               DISPLAY "ERROR ABRIENDO CONTACTOS: " FS-CONTACTOS
               STOP RUN
           END-IF

           OPEN I-O ARCHIVO-MAESTRO

           IF FS-MAESTRO NOT = '00'
               DISPLAY "ERROR ABRIENDO MAESTRO: " FS-MAESTRO
               STOP RUN
           END-IF

      * CAMBIOS-CONTACTOS.DAT NUNCA SE TRUNCA: CADA SESION AGREGA
      * SUS REVISIONES A LOS CAMBIOS ANTERIORES.
           OPEN EXTEND ARCHIVO-CAMBIOS

           IF FS-CAMBIOS = '35'
               OPEN OUTPUT ARCHIVO-CAMBIOS
               CLOSE ARCHIVO-CAMBIOS
               OPEN EXTEND ARCHIVO-CAMBIOS
           END-IF

           IF FS-CAMBIOS NOT = '00'
               DISPLAY "ERROR ABRIENDO CAMBIOS-CONTACTOS: " FS-CAMBIOS
               STOP RUN
           END-IF.

       200-CICLO-DE-REVISIONES.
           PERFORM 210-PEDIR-CODIGO
           PERFORM UNTIL WK-CODIGO-PEDIDO = ZEROS
               PERFORM 220-TRATAR-CLIENTE
               PERFORM 210-PEDIR-CODIGO
           END-PERFORM.

       210-PEDIR-CODIGO.
           DISPLAY " "
           DISPLAY "CODIGO DE CUENTA (00000 = TERMINAR): "
           ACCEPT WK-CODIGO-PEDIDO.

       220-TRATAR-CLIENTE.
           MOVE WK-CODIGO-PEDIDO TO CON-CODIGO
           READ ARCHIVO-CONTACTOS
               INVALID KEY
                   DISPLAY "SIN DATOS DE CONTACTO PARA "
                           WK-CODIGO-PEDIDO ": DELOS DE ALTA EN"
                           " MANTEN-CONTACTOS ANTES DE REVISAR"
                   EXIT PARAGRAPH
           END-READ

           MOVE 'N' TO SW-CUENTA-HALLADA
           MOVE WK-CODIGO-PEDIDO TO CODIGO-MAESTRO
           READ ARCHIVO-MAESTRO
               INVALID KEY
                   DISPLAY "AVISO: LA CUENTA " WK-CODIGO-PEDIDO
                           " NO ESTA EN EL MAESTRO"
               NOT INVALID KEY
                   MOVE 'S' TO SW-CUENTA-HALLADA
           END-READ

           PERFORM 230-MOSTRAR-CLIENTE
           PERFORM 240-REGISTRAR-REVISION.

       230-MOSTRAR-CLIENTE.
           DISPLAY "----------------------------------------"
           DISPLAY "CODIGO:           " CON-CODIGO
           IF CUENTA-HALLADA
               DISPLAY "NOMBRE:           " NOMBRE-MAESTRO
               DISPLAY "SUCURSAL:         " SUCURSAL-MAESTRO
               DISPLAY "ESTADO CUENTA:    " ESTADO-MAESTRO
           END-IF
           DISPLAY "DOCUMENTO:        " CON-DOCUMENTO
           DISPLAY "RIESGO:           " CON-RIESGO
           IF CON-FECHA-REVISION IS NUMERIC
               AND CON-FECHA-REVISION > ZEROS
               DISPLAY "ULTIMA REVISION:  " CON-FECHA-REVISION
               DISPLAY "PROXIMA REVISION: " CON-PROXIMA-REVISION
               IF CON-PROXIMA-REVISION < FECHA-SESION
                   DISPLAY "*** REVISION VENCIDA ***"
               END-IF
           ELSE
               DISPLAY "ULTIMA REVISION:  (NINGUNA REGISTRADA)"
           END-IF
           DISPLAY "----------------------------------------".

       240-REGISTRAR-REVISION.
           DISPLAY "CONFIRMA QUE LA REVISION DE LA DOCUMENTACION SE"
                   " COMPLETO HOY (S/N): "
           ACCEPT WK-CONFIRMA

           IF WK-CONFIRMA NOT = 'S'
               DISPLAY "SIN CAMBIOS"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO WK-RIESGO
           PERFORM 245-PEDIR-RIESGO
               UNTIL RIESGO-VALIDO

           MOVE WK-RIESGO    TO CON-RIESGO
           MOVE FECHA-SESION TO CON-FECHA-REVISION
           CALL "PROXIMA-REVISION" USING CON-RIESGO
                                         CON-FECHA-REVISION
                                         WK-PR-PROXIMA
                                         WK-PR-VEREDICTO
           MOVE WK-PR-PROXIMA TO CON-PROXIMA-REVISION

           REWRITE REG-CONTACTO
               INVALID KEY
                   DISPLAY "ERROR ACTUALIZANDO CONTACTO: "
                           FS-CONTACTOS
                   EXIT PARAGRAPH
           END-REWRITE

           ADD 1 TO CONT-REVISIONES
           MOVE CON-CODIGO       TO CCO-CODIGO
           MOVE "REVISION"       TO CCO-ACCION
           MOVE WK-OPERADOR      TO CCO-OPERADOR
           MOVE FECHA-SESION     TO CCO-FECHA
           MOVE HORA-SESION(1:6) TO CCO-HORA
           CALL "SELLA-BITACORA" USING WK-SELLO-CONTACTOS
                                       REG-CAMBIO
                                       WK-LARGO-CONTACTOS
                                       CCO-SECUENCIA
                                       CCO-SELLO
           IF CCO-SECUENCIA = ZEROS
               DISPLAY "ERROR: SIN SELLO PARA "
                       WK-SELLO-CONTACTOS
               DISPLAY "NO SE GRABA; PROCESO DETENIDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE REG-CAMBIO

           DISPLAY "REVISION REGISTRADA. PROXIMA: "
                   CON-PROXIMA-REVISION

           IF CUENTA-HALLADA AND MAESTRO-SOLO-RETIROS
               PERFORM 250-LIBERAR-RESTRICCION
           END-IF.

      * SIN RIESGO PREVIO (CONTACTO SIN REVISIONES) HAY QUE DARLO;
      * CON RIESGO, EN BLANCO LO CONFIRMA.
       245-PEDIR-RIESGO.
           DISPLAY "RIESGO RESULTANTE (A=ALTO M=MEDIO B=BAJO,"
                   " BLANCO = SIN CAMBIO): "
           ACCEPT WK-RIESGO
           IF WK-RIESGO = SPACE
               MOVE CON-RIESGO TO WK-RIESGO
           END-IF
           IF NOT RIESGO-VALIDO
               DISPLAY "RIESGO INVALIDO: INDIQUE A, M O B"
           END-IF.

      * LA 'I' SOLO SE DESHACE SI LA PUSO LA REVISION VENCIDA: EL
      * ULTIMO CAMBIO DE LA CUENTA EN CAMBIOS-ESTADO.DAT DEBE SER EL
      * DE VENCE-REVISIONES, Y LA CUENTA VUELVE AL ESTADO QUE TENIA
      * ANTES DE ESE CAMBIO.
       250-LIBERAR-RESTRICCION.
           PERFORM 255-BUSCAR-ULTIMO-CAMBIO

           IF WK-ULT-NUEVO NOT = 'I'
               OR WK-ULT-MOTIVO NOT = WK-MOTIVO-RESTRICCION
               DISPLAY "AVISO: LA CUENTA SIGUE EN 'I' POR OTRO"
                       " MOTIVO (" WK-ULT-MOTIVO "): SE LEVANTA"
                       " CON CAMBIA-ESTADO"
               EXIT PARAGRAPH
           END-IF

           MOVE WK-ULT-ANTERIOR TO WK-ESTADO-DEVUELTO
           IF WK-ESTADO-DEVUELTO = SPACE
               MOVE 'A' TO WK-ESTADO-DEVUELTO
           END-IF

           OPEN EXTEND ARCHIVO-CAMBIOS-ESTADO

           IF FS-CAMBIOS-ESTADO = '35'
               OPEN OUTPUT ARCHIVO-CAMBIOS-ESTADO
               CLOSE ARCHIVO-CAMBIOS-ESTADO
               OPEN EXTEND ARCHIVO-CAMBIOS-ESTADO
           END-IF

           IF FS-CAMBIOS-ESTADO NOT = '00'
               DISPLAY "ERROR ABRIENDO CAMBIOS-ESTADO: "
                       FS-CAMBIOS-ESTADO ", LA CUENTA SIGUE EN 'I'"
               EXIT PARAGRAPH
           END-IF

           MOVE CODIGO-MAESTRO       TO CAM-CODIGO
           MOVE ESTADO-MAESTRO       TO CAM-ESTADO-ANTERIOR
           MOVE WK-ESTADO-DEVUELTO   TO CAM-ESTADO-NUEVO
           MOVE WK-MOTIVO-LIBERACION TO CAM-MOTIVO
           MOVE WK-OPERADOR          TO CAM-OPERADOR
           MOVE FECHA-SESION         TO CAM-FECHA
           MOVE HORA-SESION(1:6)     TO CAM-HORA

           MOVE WK-ESTADO-DEVUELTO TO ESTADO-MAESTRO
           MOVE FECHA-SESION       TO FECHA-ESTADO-MAESTRO
           REWRITE REG-MAESTRO

           IF FS-MAESTRO NOT = '00'
               DISPLAY "ERROR REESCRIBIENDO MAESTRO: " FS-MAESTRO
               STOP RUN
           END-IF

           CALL "SELLA-BITACORA" USING WK-SELLO-ESTADO
                                       REG-CAMBIO-ESTADO
                                       WK-LARGO-ESTADO
                                       CAM-SECUENCIA
                                       CAM-SELLO
           IF CAM-SECUENCIA = ZEROS
               DISPLAY "ERROR: SIN SELLO PARA "
                       WK-SELLO-ESTADO
               DISPLAY "NO SE GRABA; PROCESO DETENIDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE REG-CAMBIO-ESTADO
           CLOSE ARCHIVO-CAMBIOS-ESTADO

           ADD 1 TO CONT-LIBERADAS
           DISPLAY "RESTRICCION LEVANTADA: LA CUENTA " CODIGO-MAESTRO
                   " VUELVE A '" WK-ESTADO-DEVUELTO "'".

       255-BUSCAR-ULTIMO-CAMBIO.
           INITIALIZE ULTIMO-CAMBIO
           OPEN INPUT ARCHIVO-CAMBIOS-ESTADO

           IF FS-CAMBIOS-ESTADO NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-CAMBIOS-ESTADO
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF CAM-CODIGO = CODIGO-MAESTRO
                           MOVE CAM-ESTADO-ANTERIOR
                               TO WK-ULT-ANTERIOR
                           MOVE CAM-ESTADO-NUEVO TO WK-ULT-NUEVO
                           MOVE CAM-MOTIVO       TO WK-ULT-MOTIVO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CAMBIOS-ESTADO.

       300-FINALIZAR.
           CLOSE ARCHIVO-CONTACTOS
                 ARCHIVO-MAESTRO
                 ARCHIVO-CAMBIOS

           DISPLAY " "
           DISPLAY "REVISIONES REGISTRADAS:   " CONT-REVISIONES
           DISPLAY "RESTRICCIONES LEVANTADAS: " CONT-LIBERADAS
           DISPLAY "CONSTANCIA EN: CAMBIOS-CONTACTOS.DAT Y"
                   " CAMBIOS-ESTADO.DAT".

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
               MOVE "REGISTRA-REVISION" TO INT-PROGRAMA
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
