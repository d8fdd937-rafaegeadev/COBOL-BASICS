       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTEN-CLAVES.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: ADMINISTRACION DE CLAVES DE OPERADORES
      * PROPOSITO: PANTALLA DEL SUPERVISOR SOBRE
      *            CLAVES-OPERADORES.DAT, DONDE VERIFICA-CLAVE COTEJA
      *            LA CLAVE DE CADA OPERADOR AL ENTRAR. PERMITE
      *            LISTAR EL ESTADO DE LAS CLAVES, ASIGNAR O
      *            RESTABLECER UNA CLAVE PROVISIONAL (EL OPERADOR LA
      *            CAMBIA OBLIGADO AL ENTRAR, Y QUEDA DESBLOQUEADO) Y
      *            DESBLOQUEAR A UN OPERADOR SIN TOCAR SU CLAVE.
      *            SOLO SE DAN CLAVES A OPERADORES DE OPERADORES.DAT,
      *            Y NADIE ADMINISTRA SU PROPIA CLAVE DESDE AQUI,
      *            SALVO EN LA SESION QUE DA LAS PRIMERAS CLAVES (SIN
      *            ARCHIVO TODAVIA): ESE SUPERVISOR SE ASIGNA LA SUYA
      *            PARA NO QUEDAR AFUERA. EL ARCHIVO SE REESCRIBE
      *            ENTERO AL TERMINAR; LA PRIMERA CLAVE ASIGNADA LO
      *            CREA.
      *            EXIGE NIVEL DE SUPERVISOR.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-OPERADORES
               ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

      * INTENTOS DE OPERACION RECHAZADOS POR NIVEL INSUFICIENTE:
      * CADA NEGATIVA QUEDA ANOTADA CON OPERADOR, PROGRAMA Y NIVEL.
           SELECT ARCHIVO-INTENTOS
               ASSIGN TO "INTENTOS-RECHAZADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INTENTOS.

           SELECT ARCHIVO-CLAVES
               ASSIGN TO "CLAVES-OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLAVES.

      * SOLO INTERESA EL LARGO MINIMO; LO DEMAS ES DE VERIFICA-CLAVE.
           SELECT ARCHIVO-PARAMETROS
               ASSIGN TO "CLAVES-PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

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

      * UN REGISTRO POR OPERADOR CON CLAVE. FECHA DE CAMBIO EN CERO:
      * CLAVE PROVISIONAL, SE CAMBIA AL ENTRAR. BLOQUEO 'S': NO
      * ENTRA HASTA QUE LO DESBLOQUEEN.
       FD  ARCHIVO-CLAVES.
       01  REG-CLAVE.
           05 CLA-OPERADOR         PIC X(8).
           05 CLA-RESUMEN          PIC 9(18).
           05 CLA-FECHA-CAMBIO     PIC 9(8).
           05 CLA-FALLOS           PIC 9(2).
           05 CLA-BLOQUEO          PIC X(1).
           05 CLA-FECHA-BLOQUEO    PIC 9(8).

       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETROS.
           05 PCL-MAX-FALLOS       PIC 9(2).
           05 PCL-DIAS-VIGENCIA    PIC 9(3).
           05 PCL-LARGO-MINIMO     PIC 9(2).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-OPERADORES        PIC XX.
           05 FS-CLAVES            PIC XX.
           05 FS-PARAMETROS        PIC XX.

       01  SWITCHES.
           05 SW-OPERADOR-VALIDO   PIC X VALUE 'N'.
              88 OPERADOR-VALIDO   VALUE 'S'.
           05 SW-FIN-CLAVES        PIC X VALUE 'N'.
              88 FIN-CLAVES        VALUE 'S'.
           05 SW-HALLADA           PIC X VALUE 'N'.
              88 HALLADA           VALUE 'S'.
           05 SW-EN-OPERADORES     PIC X VALUE 'N'.
              88 EN-OPERADORES     VALUE 'S'.
           05 SW-PRIMERAS-CLAVES   PIC X VALUE 'N'.
              88 PRIMERAS-CLAVES   VALUE 'S'.

       01  CONTADORES.
           05 CONT-ASIGNADAS       PIC 9(5) VALUE ZEROS.
           05 CONT-DESBLOQUEADAS   PIC 9(5) VALUE ZEROS.
           05 CONT-BLOQUEADOS      PIC 9(5) VALUE ZEROS.

      * LAS CLAVES ENTERAS EN MEMORIA, PORQUE SE REESCRIBEN AL
      * FINAL. SI NO CABEN NO SE TOCA NADA.
       01  WK-MAX-CLAVES           PIC 9(3) VALUE 500.
       01  CONT-CLAVES             PIC 9(3) VALUE ZEROS.
       01  TABLA-CLAVES.
           05 ENTRADA-CLAVE        OCCURS 1 TO 500 TIMES
                                   DEPENDING ON CONT-CLAVES.
              10 TK-OPERADOR       PIC X(8).
              10 TK-RESUMEN        PIC 9(18).
              10 TK-FECHA-CAMBIO   PIC 9(8).
              10 TK-FALLOS         PIC 9(2).
              10 TK-BLOQUEO        PIC X(1).
                 88 TK-BLOQUEADO   VALUE 'S'.
              10 TK-FECHA-BLOQUEO  PIC 9(8).

       01  WK-INDICE               PIC 9(3) VALUE ZEROS.
       01  WK-ACCION               PIC X(1) VALUE SPACE.
           88 ACCION-LISTAR        VALUE 'L'.
           88 ACCION-ASIGNAR       VALUE 'A'.
           88 ACCION-DESBLOQUEAR   VALUE 'D'.
           88 ACCION-FIN           VALUE 'F'.
       01  WK-OPERADOR             PIC X(8) VALUE SPACES.
       01  WK-OPERADOR-PEDIDO      PIC X(8) VALUE SPACES.
       01  WK-CLAVE                PIC X(20) VALUE SPACES.
       01  WK-CLAVE-REPETIDA       PIC X(20) VALUE SPACES.
       01  WK-RESUMEN              PIC 9(18) VALUE ZEROS.
       01  WK-LARGO-CLAVE          PIC 9(2) VALUE ZEROS.
      * VALOR DE COMPILACION, PISADO POR CLAVES-PARAMETROS.DAT.
       01  WK-LARGO-MINIMO         PIC 9(2) VALUE 6.
       01  WK-SITUACION            PIC X(11) VALUE SPACES.

       01  DATOS-DE-SESION.
           05 FECHA-SESION         PIC 9(8).
           05 HORA-SESION          PIC 9(8).

      * CONTROL DE NIVEL DE AUTORIZACION: ESTE PROGRAMA EXIGE NIVEL
      * 3 EN OPERADORES.DAT; UN INTENTO CON NIVEL INSUFICIENTE SE
      * RECHAZA Y QUEDA EN INTENTOS-RECHAZADOS.DAT.
       01  FS-INTENTOS             PIC XX.
       01  WK-NIVEL-OPERADOR       PIC X(1) VALUE SPACE.
       01  WK-NIVEL-NUMERICO       PIC 9(1) VALUE ZERO.
       01  WK-NIVEL-REQUERIDO      PIC 9(1) VALUE 3.
       01  WK-FECHA-INTENTO        PIC 9(8) VALUE ZEROS.
       01  WK-HORA-INTENTO         PIC 9(8) VALUE ZEROS.

      * LA CLAVE DEL OPERADOR LA PIDE Y COTEJA VERIFICA-CLAVE.CBL
      * (BLOQUEO POR FALLOS, VENCIMIENTO Y CAMBIO OBLIGADO).
       01  WK-CLAVE-PROGRAMA       PIC X(18) VALUE
           "MANTEN-CLAVES".
       01  WK-CLAVE-VEREDICTO      PIC X(1) VALUE SPACE.
           88 CLAVE-ACEPTADA       VALUE 'S'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 200-CICLO-DE-ADMINISTRACION
           PERFORM 300-FINALIZAR
           STOP RUN.

       100-INICIALIZAR.
           DISPLAY "========================================"
           DISPLAY "  ADMINISTRACION DE CLAVES DE OPERADORES"
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

           OPEN INPUT ARCHIVO-PARAMETROS
           IF FS-PARAMETROS = '00'
               READ ARCHIVO-PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PCL-LARGO-MINIMO IS NUMERIC
                          AND PCL-LARGO-MINIMO > ZEROS
                           MOVE PCL-LARGO-MINIMO TO WK-LARGO-MINIMO
                       END-IF
               END-READ
               CLOSE ARCHIVO-PARAMETROS
           END-IF

           PERFORM 110-CARGAR-CLAVES.

       110-CARGAR-CLAVES.
           OPEN INPUT ARCHIVO-CLAVES

           IF FS-CLAVES = '35'
               DISPLAY "AVISO: TODAVIA NO HAY CLAVES ASIGNADAS; LA"
                       " PRIMERA QUE SE ASIGNE CREA EL ARCHIVO"
               DISPLAY "ASIGNESE TAMBIEN LA SUYA ANTES DE TERMINAR"
               MOVE 'S' TO SW-PRIMERAS-CLAVES
               EXIT PARAGRAPH
           END-IF

           IF FS-CLAVES NOT = '00'
               DISPLAY "ERROR ABRIENDO CLAVES-OPERADORES: " FS-CLAVES
               STOP RUN
           END-IF

           PERFORM UNTIL FIN-CLAVES
               READ ARCHIVO-CLAVES
                   AT END
                       MOVE 'S' TO SW-FIN-CLAVES
                   NOT AT END
                       IF CONT-CLAVES >= WK-MAX-CLAVES
                           DISPLAY "TABLA DE CLAVES LLENA: NO SE PUEDE"
                                   " MANTENER SIN PERDER FILAS"
                           STOP RUN
                       END-IF
                       ADD 1 TO CONT-CLAVES
                       MOVE REG-CLAVE TO ENTRADA-CLAVE(CONT-CLAVES)
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CLAVES.

       200-CICLO-DE-ADMINISTRACION.
           MOVE SPACE TO WK-ACCION
           PERFORM UNTIL ACCION-FIN
               DISPLAY " "
               DISPLAY "L=LISTAR A=ASIGNAR CLAVE PROVISIONAL"
                       " D=DESBLOQUEAR F=FIN: "
               ACCEPT WK-ACCION
               EVALUATE TRUE
                   WHEN ACCION-LISTAR
                       PERFORM 210-LISTAR-CLAVES
                   WHEN ACCION-ASIGNAR
                       PERFORM 230-ASIGNAR-CLAVE
                   WHEN ACCION-DESBLOQUEAR
                       PERFORM 240-DESBLOQUEAR
                   WHEN ACCION-FIN
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ACCION NO RECONOCIDA"
               END-EVALUATE
           END-PERFORM.

      * EL RESUMEN NO SE MUESTRA: NO SIRVE DE NADA EN PANTALLA.
       210-LISTAR-CLAVES.
           MOVE ZEROS TO CONT-BLOQUEADOS
           DISPLAY "OPERADOR CAMBIADA  FALLOS SITUACION   DESDE"
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CLAVES
               EVALUATE TRUE
                   WHEN TK-BLOQUEADO(WK-INDICE)
                       ADD 1 TO CONT-BLOQUEADOS
                       MOVE "BLOQUEADO" TO WK-SITUACION
                   WHEN TK-FECHA-CAMBIO(WK-INDICE) = ZEROS
                       MOVE "PROVISIONAL" TO WK-SITUACION
                   WHEN OTHER
                       MOVE "VIGENTE" TO WK-SITUACION
               END-EVALUATE
               IF TK-BLOQUEADO(WK-INDICE)
                   DISPLAY TK-OPERADOR(WK-INDICE) " "
                           TK-FECHA-CAMBIO(WK-INDICE) "  "
                           TK-FALLOS(WK-INDICE) "     "
                           WK-SITUACION " "
                           TK-FECHA-BLOQUEO(WK-INDICE)
               ELSE
                   DISPLAY TK-OPERADOR(WK-INDICE) " "
                           TK-FECHA-CAMBIO(WK-INDICE) "  "
                           TK-FALLOS(WK-INDICE) "     "
                           WK-SITUACION
               END-IF
           END-PERFORM
           DISPLAY "OPERADORES CON CLAVE: " CONT-CLAVES
                   "  BLOQUEADOS: " CONT-BLOQUEADOS.

      * EL OPERADOR PEDIDO DEBE ESTAR EN OPERADORES.DAT (SIN TABLA
      * NO HAY CONTRA QUE VALIDAR Y SE ADMITE) Y NO PUEDE SER QUIEN
      * ESTA ADMINISTRANDO (SALVO AL DAR LAS PRIMERAS CLAVES).
       215-PEDIR-OPERADOR.
           DISPLAY "OPERADOR (8 CARACTERES): "
           ACCEPT WK-OPERADOR-PEDIDO
           MOVE 'N' TO SW-HALLADA

           IF WK-OPERADOR-PEDIDO = SPACES
               DISPLAY "OPERADOR EN BLANCO"
               MOVE 'N' TO SW-EN-OPERADORES
               EXIT PARAGRAPH
           END-IF

           IF WK-OPERADOR-PEDIDO = WK-OPERADOR
              AND NOT PRIMERAS-CLAVES
               DISPLAY "NADIE ADMINISTRA SU PROPIA CLAVE: PIDALO A"
                       " OTRO SUPERVISOR"
               MOVE 'N' TO SW-EN-OPERADORES
               EXIT PARAGRAPH
           END-IF

           PERFORM 220-BUSCAR-EN-OPERADORES
           IF NOT EN-OPERADORES
               DISPLAY "EL OPERADOR " WK-OPERADOR-PEDIDO
                       " NO FIGURA EN OPERADORES.DAT"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CLAVES OR HALLADA
               IF TK-OPERADOR(WK-INDICE) = WK-OPERADOR-PEDIDO
                   MOVE 'S' TO SW-HALLADA
               END-IF
           END-PERFORM

           IF HALLADA
               SUBTRACT 1 FROM WK-INDICE
           END-IF.

       220-BUSCAR-EN-OPERADORES.
           MOVE 'N' TO SW-EN-OPERADORES
           OPEN INPUT ARCHIVO-OPERADORES

           IF FS-OPERADORES = '35'
               MOVE 'S' TO SW-EN-OPERADORES
               EXIT PARAGRAPH
           END-IF

           IF FS-OPERADORES NOT = '00'
               DISPLAY "ERROR ABRIENDO OPERADORES: " FS-OPERADORES
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FS-OPERADORES NOT = '00'
                   OR EN-OPERADORES
               READ ARCHIVO-OPERADORES
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OPE-ID = WK-OPERADOR-PEDIDO
                           IF OPE-DADO-DE-BAJA
                               DISPLAY "EL OPERADOR " WK-OPERADOR-PEDIDO
                                       " ESTA DADO DE BAJA"
                           ELSE
                               MOVE 'S' TO SW-EN-OPERADORES
                               DISPLAY "OPERADOR: " OPE-NOMBRE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-OPERADORES.

      * LA CLAVE PROVISIONAL SE TECLEA DOS VECES Y QUEDA CON FECHA
      * DE CAMBIO EN CERO: VERIFICA-CLAVE OBLIGA A CAMBIARLA EN LA
      * PRIMERA ENTRADA, ASI EL SUPERVISOR NO CONOCE LA DEFINITIVA.
      * RESTABLECER TAMBIEN DESBLOQUEA.
       230-ASIGNAR-CLAVE.
           PERFORM 215-PEDIR-OPERADOR
           IF NOT EN-OPERADORES
               EXIT PARAGRAPH
           END-IF

           IF NOT HALLADA AND CONT-CLAVES >= WK-MAX-CLAVES
               DISPLAY "TABLA DE CLAVES LLENA: NO SE AGREGAN"
                       " OPERADORES"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CLAVE PROVISIONAL (" WK-LARGO-MINIMO
                   " A 20 CARACTERES): "
           ACCEPT WK-CLAVE
           DISPLAY "REPITA LA CLAVE PROVISIONAL: "
           ACCEPT WK-CLAVE-REPETIDA

           IF WK-CLAVE NOT = WK-CLAVE-REPETIDA
               DISPLAY "LAS DOS CLAVES NO COINCIDEN, NO SE ASIGNA"
               MOVE SPACES TO WK-CLAVE WK-CLAVE-REPETIDA
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WK-CLAVE-REPETIDA

           MOVE 20 TO WK-LARGO-CLAVE
           PERFORM UNTIL WK-LARGO-CLAVE = ZEROS
                   OR WK-CLAVE(WK-LARGO-CLAVE:1) NOT = SPACE
               SUBTRACT 1 FROM WK-LARGO-CLAVE
           END-PERFORM

           IF WK-LARGO-CLAVE < WK-LARGO-MINIMO
               DISPLAY "LA CLAVE DEBE TENER AL MENOS "
                       WK-LARGO-MINIMO " CARACTERES, NO SE ASIGNA"
               MOVE SPACES TO WK-CLAVE
               EXIT PARAGRAPH
           END-IF

           CALL "CIFRA-CLAVE" USING WK-OPERADOR-PEDIDO
                                    WK-CLAVE
                                    WK-RESUMEN
           MOVE SPACES TO WK-CLAVE

           IF NOT HALLADA
               ADD 1 TO CONT-CLAVES
               MOVE CONT-CLAVES TO WK-INDICE
               MOVE WK-OPERADOR-PEDIDO TO TK-OPERADOR(WK-INDICE)
           END-IF

           MOVE WK-RESUMEN TO TK-RESUMEN(WK-INDICE)
           MOVE ZEROS      TO TK-FECHA-CAMBIO(WK-INDICE)
           MOVE ZEROS      TO TK-FALLOS(WK-INDICE)
           MOVE 'N'        TO TK-BLOQUEO(WK-INDICE)
           MOVE ZEROS      TO TK-FECHA-BLOQUEO(WK-INDICE)
           ADD 1 TO CONT-ASIGNADAS
           DISPLAY "CLAVE PROVISIONAL ASIGNADA A " WK-OPERADOR-PEDIDO
                   ": LA CAMBIARA AL ENTRAR".

       240-DESBLOQUEAR.
           PERFORM 215-PEDIR-OPERADOR
           IF NOT EN-OPERADORES
               EXIT PARAGRAPH
           END-IF

           IF NOT HALLADA
               DISPLAY "EL OPERADOR " WK-OPERADOR-PEDIDO
                       " NO TIENE CLAVE: ASIGNELE UNA PROVISIONAL"
               EXIT PARAGRAPH
           END-IF

           IF NOT TK-BLOQUEADO(WK-INDICE)
               DISPLAY "EL OPERADOR " WK-OPERADOR-PEDIDO
                       " NO ESTA BLOQUEADO"
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO TK-FALLOS(WK-INDICE)
           MOVE 'N'   TO TK-BLOQUEO(WK-INDICE)
           MOVE ZEROS TO TK-FECHA-BLOQUEO(WK-INDICE)
           ADD 1 TO CONT-DESBLOQUEADAS
           DISPLAY "OPERADOR " WK-OPERADOR-PEDIDO " DESBLOQUEADO".

       300-FINALIZAR.
           IF CONT-ASIGNADAS = ZEROS AND CONT-DESBLOQUEADAS = ZEROS
               DISPLAY " "
               DISPLAY "SIN CAMBIOS"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ARCHIVO-CLAVES

           IF FS-CLAVES NOT = '00'
               DISPLAY "ERROR REESCRIBIENDO CLAVES-OPERADORES: "
                       FS-CLAVES
               STOP RUN
           END-IF

           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CLAVES
               MOVE ENTRADA-CLAVE(WK-INDICE) TO REG-CLAVE
               WRITE REG-CLAVE
           END-PERFORM

           CLOSE ARCHIVO-CLAVES

           DISPLAY " "
           DISPLAY "CLAVES PROVISIONALES ASIGNADAS: " CONT-ASIGNADAS
           DISPLAY "OPERADORES DESBLOQUEADOS:      " CONT-DESBLOQUEADAS
           DISPLAY "CONSTANCIA EN: CLAVES-OPERADORES.DAT".

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

           PERFORM 9510-EXIGIR-NIVEL.

      * EL OPERADOR ENCONTRADO TODAVIA TIENE QUE DAR SU CLAVE; EL
      * RECHAZO YA QUEDO REGISTRADO EN INTENTOS-RECHAZADOS.DAT.
      * MIENTRAS NO EXISTA CLAVES-OPERADORES.DAT NADIE TIENE CLAVE
      * QUE DAR (VERIFICA-CLAVE RECHAZA A TODOS): EL SUPERVISOR
      * ENTRA SIN ELLA SOLO PARA ASIGNAR LAS PRIMERAS, Y EL NIVEL
      * SE EXIGE IGUAL.
       9505-VERIFICAR-CLAVE.
           OPEN INPUT ARCHIVO-CLAVES
           IF FS-CLAVES = '35'
               DISPLAY "AVISO: SIN CLAVES-OPERADORES.DAT, SE ADMITE"
                       " SIN CLAVE PARA ASIGNAR LAS PRIMERAS"
               EXIT PARAGRAPH
           END-IF
           IF FS-CLAVES = '00'
               CLOSE ARCHIVO-CLAVES
           END-IF

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
               MOVE "MANTEN-CLAVES" TO INT-PROGRAMA
               MOVE WK-NIVEL-OPERADOR    TO INT-NIVEL
               MOVE WK-NIVEL-REQUERIDO   TO INT-NIVEL-REQUERIDO
               WRITE REG-INTENTO
               CLOSE ARCHIVO-INTENTOS
           END-IF.
