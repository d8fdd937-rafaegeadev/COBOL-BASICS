      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      *  CLAVE DEL OPERADOR. CONOCER EL IDENTIFICADOR DE UN
      *  SUPERVISOR YA NO ALCANZA PARA OPERAR COMO EL: TODO PROGRAMA
      *  QUE IDENTIFICA AL OPERADOR CONTRA OPERADORES.DAT LLAMA A
      *  ESTE SUBPROGRAMA DESPUES DE ENCONTRARLO, Y ESTE PIDE LA
      *  CLAVE Y LA COTEJA CONTRA CLAVES-OPERADORES.DAT, DONDE SOLO
      *  HAY RESUMENES (CIFRA-CLAVE), NUNCA CLAVES EN CLARO.
      *  -- CADA CLAVE ERRADA SUMA UN FALLO; AL LLEGAR AL MAXIMO EL
      *     OPERADOR QUEDA BLOQUEADO HASTA QUE UN SUPERVISOR LO
      *     DESBLOQUEE CON MANTEN-CLAVES. UNA CLAVE CORRECTA PONE
      *     LOS FALLOS EN CERO.
      *  -- LA CLAVE VENCE A LOS N DIAS DE SU ULTIMO CAMBIO; UNA
      *     CLAVE VENCIDA, O PROVISIONAL (LA QUE PUSO EL SUPERVISOR,
      *     CON FECHA DE CAMBIO EN CERO), OBLIGA A CAMBIARLA ANTES
      *     DE SEGUIR.
      *  -- CADA RECHAZO QUEDA EN INTENTOS-RECHAZADOS.DAT, JUNTO A
      *     LOS RECHAZOS POR NIVEL DE CADA PROGRAMA.
      *  MAXIMO DE FALLOS, DIAS DE VIGENCIA Y LARGO MINIMO SALEN DE
      *  CLAVES-PARAMETROS.DAT; SIN ARCHIVO RIGEN LOS DE COMPILACION.
      *  SIN CLAVES-OPERADORES.DAT NO SE ADMITE A NADIE: EL INTENTO
      *  QUEDA COMO OPERADOR SIN CLAVE. LAS PRIMERAS CLAVES LAS DA
      *  UN SUPERVISOR CON MANTEN-CLAVES, QUE PARA ESO NO LLAMA AQUI
      *  MIENTRAS EL ARCHIVO NO EXISTA.
      *  VEREDICTO 'S' ADMITIDO, 'N' RECHAZADO: EL PROGRAMA QUE LLAMA
      *  DECIDE COMO TERMINAR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-CLAVE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CLAVES
               ASSIGN TO "CLAVES-OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLAVES.

           SELECT ARCHIVO-PARAMETROS
               ASSIGN TO "CLAVES-PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT ARCHIVO-INTENTOS
               ASSIGN TO "INTENTOS-RECHAZADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INTENTOS.

       DATA DIVISION.
       FILE SECTION.
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

      * MISMO REGISTRO QUE ESCRIBEN LOS PROGRAMAS AL RECHAZAR POR
      * NIVEL, CON EL MOTIVO AL FINAL: LOS RECHAZOS POR NIVEL LO
      * DEJAN EN BLANCO; AQUI 'C' CLAVE ERRADA, 'B' OPERADOR
      * BLOQUEADO, 'S' SIN CLAVE ASIGNADA, 'V' CLAVE VENCIDA SIN
      * CAMBIAR. EN ESTOS EL NIVEL REQUERIDO VA EN CERO.
       FD  ARCHIVO-INTENTOS.
       01  REG-INTENTO.
           05 INT-FECHA            PIC 9(8).
           05 INT-HORA             PIC 9(6).
           05 INT-OPERADOR         PIC X(8).
           05 INT-PROGRAMA         PIC X(18).
           05 INT-NIVEL            PIC X(1).
           05 INT-NIVEL-REQUERIDO  PIC 9(1).
           05 INT-MOTIVO           PIC X(1).

       WORKING-STORAGE SECTION.
       77  FS-CLAVES               PIC XX.
       77  FS-PARAMETROS           PIC XX.
       77  FS-INTENTOS             PIC XX.
       77  SW-FIN-ARCHIVO          PIC X VALUE 'N'.
           88 FIN-ARCHIVO          VALUE 'S'.
       77  SW-HALLADO              PIC X VALUE 'N'.
           88 HALLADO              VALUE 'S'.
       77  SW-CAMBIO-OBLIGADO      PIC X VALUE 'N'.
           88 CAMBIO-OBLIGADO      VALUE 'S'.
       77  SW-CAMBIO-HECHO         PIC X VALUE 'N'.
           88 CAMBIO-HECHO         VALUE 'S'.

      * VALORES DE COMPILACION, PISADOS POR CLAVES-PARAMETROS.DAT.
       77  WK-MAX-FALLOS           PIC 9(2) VALUE 3.
       77  WK-DIAS-VIGENCIA        PIC 9(3) VALUE 90.
       77  WK-LARGO-MINIMO         PIC 9(2) VALUE 6.
      * FALTANDO ESTOS DIAS O MENOS PARA EL VENCIMIENTO SE AVISA.
       77  WK-DIAS-AVISO           PIC 9(3) VALUE 7.

       77  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
       77  WK-HORA-HOY             PIC 9(8) VALUE ZEROS.
       77  WK-DIAS-CLAVE           PIC S9(7) VALUE ZEROS.
       77  WK-DIAS-RESTAN          PIC S9(7) VALUE ZEROS.
       77  WK-CLAVE                PIC X(20) VALUE SPACES.
       77  WK-CLAVE-REPETIDA       PIC X(20) VALUE SPACES.
       77  WK-RESUMEN              PIC 9(18) VALUE ZEROS.
       77  WK-LARGO-CLAVE          PIC 9(2) VALUE ZEROS.
       77  WK-MOTIVO               PIC X(1) VALUE SPACE.

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
              10 TK-FECHA-BLOQUEO  PIC 9(8).
       01  WK-IDX-CLAVE            PIC 9(3) VALUE ZEROS.

       LINKAGE SECTION.
       01  LNK-OPERADOR            PIC X(8).
       01  LNK-PROGRAMA            PIC X(18).
       01  LNK-NIVEL               PIC X(1).
       01  LNK-VEREDICTO           PIC X(1).

       PROCEDURE DIVISION USING LNK-OPERADOR
                                LNK-PROGRAMA
                                LNK-NIVEL
                                LNK-VEREDICTO.
      *
       0000-VERIFICAR.
      *
           MOVE 'N' TO LNK-VEREDICTO
           MOVE 'N' TO SW-CAMBIO-OBLIGADO
           MOVE 'N' TO SW-CAMBIO-HECHO
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD

           PERFORM 1000-CARGAR-PARAMETROS

           OPEN INPUT ARCHIVO-CLAVES

           IF FS-CLAVES = "35"
               DISPLAY "NO HAY CLAVES-OPERADORES.DAT: EL OPERADOR "
                       LNK-OPERADOR " NO TIENE CLAVE; PIDALA A UN"
                       " SUPERVISOR"
               MOVE 'S' TO WK-MOTIVO
               PERFORM 4000-REGISTRAR-INTENTO
               GOBACK
           END-IF

           IF FS-CLAVES NOT = "00"
               DISPLAY "ERROR ABRIENDO CLAVES-OPERADORES.DAT: "
                       FS-CLAVES
               GOBACK
           END-IF

           PERFORM 1100-CARGAR-CLAVES

           IF CONT-CLAVES >= WK-MAX-CLAVES
               DISPLAY "ERROR: CLAVES-OPERADORES.DAT EXCEDE "
                       WK-MAX-CLAVES " OPERADORES, NO SE PUEDE"
                       " REGRABAR SIN PERDER CLAVES"
               GOBACK
           END-IF

           PERFORM 1200-BUSCAR-OPERADOR

           IF NOT HALLADO
               DISPLAY "EL OPERADOR " LNK-OPERADOR " NO TIENE CLAVE"
                       " ASIGNADA; PIDALA A UN SUPERVISOR"
               MOVE 'S' TO WK-MOTIVO
               PERFORM 4000-REGISTRAR-INTENTO
               GOBACK
           END-IF

           IF TK-BLOQUEO(WK-IDX-CLAVE) = 'S'
               DISPLAY "EL OPERADOR " LNK-OPERADOR " ESTA BLOQUEADO"
                       " DESDE " TK-FECHA-BLOQUEO(WK-IDX-CLAVE)
                       " POR CLAVES ERRADAS; PIDA EL DESBLOQUEO A UN"
                       " SUPERVISOR"
               MOVE 'B' TO WK-MOTIVO
               PERFORM 4000-REGISTRAR-INTENTO
               GOBACK
           END-IF

           DISPLAY "CLAVE: "
           ACCEPT WK-CLAVE
           CALL "CIFRA-CLAVE" USING LNK-OPERADOR
                                    WK-CLAVE
                                    WK-RESUMEN
           MOVE SPACES TO WK-CLAVE

           IF WK-RESUMEN NOT = TK-RESUMEN(WK-IDX-CLAVE)
               PERFORM 2000-ANOTAR-FALLO
               GOBACK
           END-IF

           MOVE ZEROS TO TK-FALLOS(WK-IDX-CLAVE)
           PERFORM 2100-REVISAR-VIGENCIA

           IF CAMBIO-OBLIGADO
               PERFORM 3000-CAMBIAR-CLAVE
           END-IF

           PERFORM 5000-REGRABAR-CLAVES

           IF CAMBIO-OBLIGADO AND NOT CAMBIO-HECHO
               MOVE 'V' TO WK-MOTIVO
               PERFORM 4000-REGISTRAR-INTENTO
               GOBACK
           END-IF

           MOVE 'S' TO LNK-VEREDICTO
           GOBACK
           .
      *
      ******************************************************************
      *                   1000-CARGAR-PARAMETROS                       *
      ******************************************************************
       1000-CARGAR-PARAMETROS.
      *
           OPEN INPUT ARCHIVO-PARAMETROS

           IF FS-PARAMETROS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ ARCHIVO-PARAMETROS
               AT END
                   CONTINUE
               NOT AT END
                   IF PCL-MAX-FALLOS IS NUMERIC
                      AND PCL-MAX-FALLOS > ZEROS
                       MOVE PCL-MAX-FALLOS TO WK-MAX-FALLOS
                   END-IF
                   IF PCL-DIAS-VIGENCIA IS NUMERIC
                      AND PCL-DIAS-VIGENCIA > ZEROS
                       MOVE PCL-DIAS-VIGENCIA TO WK-DIAS-VIGENCIA
                   END-IF
                   IF PCL-LARGO-MINIMO IS NUMERIC
                      AND PCL-LARGO-MINIMO > ZEROS
                       MOVE PCL-LARGO-MINIMO TO WK-LARGO-MINIMO
                   END-IF
           END-READ

           CLOSE ARCHIVO-PARAMETROS
           .
      *
      ******************************************************************
      *                   1100-CARGAR-CLAVES                           *
      ******************************************************************
       1100-CARGAR-CLAVES.
      *
           MOVE ZEROS TO CONT-CLAVES
           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
                   OR CONT-CLAVES >= WK-MAX-CLAVES
               READ ARCHIVO-CLAVES
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-CLAVES
                       MOVE REG-CLAVE TO ENTRADA-CLAVE(CONT-CLAVES)
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CLAVES
           .
      *
      ******************************************************************
      *                   1200-BUSCAR-OPERADOR                         *
      ******************************************************************
       1200-BUSCAR-OPERADOR.
      *
           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-IDX-CLAVE FROM 1 BY 1
                   UNTIL WK-IDX-CLAVE > CONT-CLAVES
                      OR HALLADO
               IF TK-OPERADOR(WK-IDX-CLAVE) = LNK-OPERADOR
                   MOVE 'S' TO SW-HALLADO
               END-IF
           END-PERFORM

           IF HALLADO
               SUBTRACT 1 FROM WK-IDX-CLAVE
           END-IF
           .
      *
      ******************************************************************
      *                   2000-ANOTAR-FALLO                            *
      *----------------------------------------------------------------*
      *   EL FALLO QUEDA GRABADO ANTES DE DEVOLVER EL RECHAZO: CORTAR  *
      *   EL PROGRAMA Y VOLVER A ENTRAR NO REINICIA LA CUENTA.         *
      ******************************************************************
       2000-ANOTAR-FALLO.
      *
           ADD 1 TO TK-FALLOS(WK-IDX-CLAVE)

           IF TK-FALLOS(WK-IDX-CLAVE) >= WK-MAX-FALLOS
               MOVE 'S' TO TK-BLOQUEO(WK-IDX-CLAVE)
               MOVE WK-FECHA-HOY TO TK-FECHA-BLOQUEO(WK-IDX-CLAVE)
               DISPLAY "CLAVE ERRADA: EL OPERADOR " LNK-OPERADOR
                       " QUEDA BLOQUEADO (" TK-FALLOS(WK-IDX-CLAVE)
                       " FALLOS SEGUIDOS)"
           ELSE
               DISPLAY "CLAVE ERRADA (FALLO " TK-FALLOS(WK-IDX-CLAVE)
                       " DE " WK-MAX-FALLOS " ANTES DEL BLOQUEO)"
           END-IF

           PERFORM 5000-REGRABAR-CLAVES

           MOVE 'C' TO WK-MOTIVO
           PERFORM 4000-REGISTRAR-INTENTO
           .
      *
      ******************************************************************
      *                   2100-REVISAR-VIGENCIA                        *
      ******************************************************************
       2100-REVISAR-VIGENCIA.
      *
           IF TK-FECHA-CAMBIO(WK-IDX-CLAVE) = ZEROS
               DISPLAY "CLAVE PROVISIONAL: DEBE CAMBIARLA AHORA"
               MOVE 'S' TO SW-CAMBIO-OBLIGADO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WK-DIAS-CLAVE =
               FUNCTION INTEGER-OF-DATE(WK-FECHA-HOY)
               - FUNCTION INTEGER-OF-DATE(TK-FECHA-CAMBIO(WK-IDX-CLAVE))
           COMPUTE WK-DIAS-RESTAN = WK-DIAS-VIGENCIA - WK-DIAS-CLAVE

           EVALUATE TRUE
               WHEN WK-DIAS-RESTAN <= ZEROS
                   DISPLAY "SU CLAVE VENCIO (CAMBIADA EL "
                           TK-FECHA-CAMBIO(WK-IDX-CLAVE)
                           "): DEBE CAMBIARLA AHORA"
                   MOVE 'S' TO SW-CAMBIO-OBLIGADO
               WHEN WK-DIAS-RESTAN <= WK-DIAS-AVISO
                   DISPLAY "AVISO: SU CLAVE VENCE EN " WK-DIAS-RESTAN
                           " DIAS"
           END-EVALUATE
           .
      *
      ******************************************************************
      *                   3000-CAMBIAR-CLAVE                           *
      *----------------------------------------------------------------*
      *   LA CLAVE NUEVA SE PIDE DOS VECES, DEBE TENER EL LARGO        *
      *   MINIMO Y NO PUEDE SER LA MISMA QUE LA ANTERIOR. SI NO        *
      *   CUMPLE, EL OPERADOR NO ENTRA Y LA CLAVE VIEJA SIGUE IGUAL.   *
      ******************************************************************
       3000-CAMBIAR-CLAVE.
      *
           DISPLAY "CLAVE NUEVA (" WK-LARGO-MINIMO
                   " A 20 CARACTERES): "
           ACCEPT WK-CLAVE
           DISPLAY "REPITA LA CLAVE NUEVA: "
           ACCEPT WK-CLAVE-REPETIDA

           IF WK-CLAVE NOT = WK-CLAVE-REPETIDA
               DISPLAY "LAS DOS CLAVES NO COINCIDEN, NO SE CAMBIA"
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
                       WK-LARGO-MINIMO " CARACTERES, NO SE CAMBIA"
               MOVE SPACES TO WK-CLAVE
               EXIT PARAGRAPH
           END-IF

           CALL "CIFRA-CLAVE" USING LNK-OPERADOR
                                    WK-CLAVE
                                    WK-RESUMEN
           MOVE SPACES TO WK-CLAVE

           IF WK-RESUMEN = TK-RESUMEN(WK-IDX-CLAVE)
               DISPLAY "LA CLAVE NUEVA DEBE SER DISTINTA DE LA"
                       " ANTERIOR, NO SE CAMBIA"
               EXIT PARAGRAPH
           END-IF

           MOVE WK-RESUMEN   TO TK-RESUMEN(WK-IDX-CLAVE)
           MOVE WK-FECHA-HOY TO TK-FECHA-CAMBIO(WK-IDX-CLAVE)
           MOVE 'S' TO SW-CAMBIO-HECHO
           DISPLAY "CLAVE CAMBIADA"
           .
      *
      ******************************************************************
      *                   4000-REGISTRAR-INTENTO                       *
      *----------------------------------------------------------------*
      *   INTENTOS-RECHAZADOS.DAT NUNCA SE TRUNCA: CADA NEGATIVA SE    *
      *   AGREGA A LAS ANTERIORES.                                     *
      ******************************************************************
       4000-REGISTRAR-INTENTO.
      *
           OPEN EXTEND ARCHIVO-INTENTOS

           IF FS-INTENTOS = "35"
               OPEN OUTPUT ARCHIVO-INTENTOS
               CLOSE ARCHIVO-INTENTOS
               OPEN EXTEND ARCHIVO-INTENTOS
           END-IF

           IF FS-INTENTOS NOT = "00"
               DISPLAY "ERROR ABRIENDO INTENTOS-RECHAZADOS.DAT: "
                       FS-INTENTOS
               EXIT PARAGRAPH
           END-IF

           ACCEPT WK-HORA-HOY FROM TIME
           MOVE WK-FECHA-HOY     TO INT-FECHA
           MOVE WK-HORA-HOY(1:6) TO INT-HORA
           MOVE LNK-OPERADOR     TO INT-OPERADOR
           MOVE LNK-PROGRAMA     TO INT-PROGRAMA
           MOVE LNK-NIVEL        TO INT-NIVEL
           MOVE ZERO             TO INT-NIVEL-REQUERIDO
           MOVE WK-MOTIVO        TO INT-MOTIVO
           WRITE REG-INTENTO

           CLOSE ARCHIVO-INTENTOS
           .
      *
      ******************************************************************
      *                   5000-REGRABAR-CLAVES                         *
      *----------------------------------------------------------------*
      *   EL ARCHIVO ES CHICO: SE REESCRIBE ENTERO DESDE LA TABLA.     *
      ******************************************************************
       5000-REGRABAR-CLAVES.
      *
           OPEN OUTPUT ARCHIVO-CLAVES

           IF FS-CLAVES NOT = "00"
               DISPLAY "ERROR REGRABANDO CLAVES-OPERADORES.DAT: "
                       FS-CLAVES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WK-IDX-CLAVE FROM 1 BY 1
                   UNTIL WK-IDX-CLAVE > CONT-CLAVES
               MOVE ENTRADA-CLAVE(WK-IDX-CLAVE) TO REG-CLAVE
               WRITE REG-CLAVE
           END-PERFORM

           CLOSE ARCHIVO-CLAVES
           .
