      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      *  COTEJO DE UN CLIENTE CONTRA LA LISTA DE SANCIONES Y PERSONAS
      *  EXPUESTAS POLITICAMENTE (LISTA-SANCIONES.DAT, QUE CUMPLIMIENTO
      *  REEMPLAZA CADA VEZ QUE LLEGA UNA VERSION NUEVA). LO LLAMAN
      *  LAS PUERTAS DE ALTA (GENERA-MAESTRO, CONFIRMA-PENDIENTES) Y
      *  EL COTEJO COMPLETO DE LA CADENA (CRIBA-SANCIONES), ASI QUE
      *  TODOS COMPARAN IGUAL: NOMBRE Y DOCUMENTO PASAN POR
      *  NORMALIZA-NOMBRE Y SE COMPARAN LAS FORMAS CANONICAS.
      *  CADA COINCIDENCIA NUEVA (CUENTA + REFERENCIA DE LA LISTA)
      *  SE AGREGA A CRIBA-COLA.DAT EN ESTADO 'P' PARA QUE
      *  CUMPLIMIENTO LA REVISE EN MANTEN-CRIBA; UNA COINCIDENCIA YA
      *  EN LA COLA NO SE REPITE Y DEVUELVE LA DECISION TOMADA.
      *  VEREDICTO (EL PEOR DE TODAS LAS COINCIDENCIAS):
      *   'L' LIBRE (O SIN LISTA), 'D' COINCIDE PERO CUMPLIMIENTO LA
      *   DESCARTO, 'N' COINCIDENCIA NUEVA RECIEN ENCOLADA, 'P' YA
      *   ENCOLADA Y SIN REVISAR, 'C' CONFIRMADA.
      *  'N', 'P' Y 'C' DETIENEN EL ALTA.
      *  LISTA Y COLA SE CARGAN EN LA PRIMERA LLAMADA Y QUEDAN EN
      *  MEMORIA PARA LAS SIGUIENTES; QUIEN RECORRA EL MAESTRO ENTERO
      *  DEBE CANCELARLO AL TERMINAR PARA QUE LA PROXIMA VEZ RELEA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COTEJA-LISTAS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-LISTA
               ASSIGN TO "LISTA-SANCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTA.

           SELECT ARCHIVO-CRIBA
               ASSIGN TO "CRIBA-COLA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CRIBA.

       DATA DIVISION.
       FILE SECTION.
      * PRIMER REGISTRO 'H' CON LA FECHA (VERSION) Y EL ORIGEN DE LA
      * LISTA; DESPUES UN 'D' POR PERSONA. CATEGORIA 'S' SANCIONADO,
      * 'P' PERSONA EXPUESTA POLITICAMENTE.
       FD  ARCHIVO-LISTA.
       01  REG-LISTA.
           05 LIS-TIPO             PIC X(1).
              88 LIS-CABECERA      VALUE 'H'.
              88 LIS-DETALLE       VALUE 'D'.
           05 LIS-REFERENCIA       PIC X(10).
           05 LIS-CATEGORIA        PIC X(1).
           05 LIS-NOMBRE           PIC X(40).
           05 LIS-DOCUMENTO        PIC X(15).
       01  REG-LISTA-CABECERA REDEFINES REG-LISTA.
           05 FILLER               PIC X(1).
           05 LIS-VERSION          PIC 9(8).
           05 LIS-ORIGEN           PIC X(30).
           05 FILLER               PIC X(28).

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

       WORKING-STORAGE SECTION.
       77  FS-LISTA                PIC XX.
       77  FS-CRIBA                PIC XX.
       77  SW-CARGADO              PIC X VALUE 'N'.
           88 CARGADO              VALUE 'S'.
       77  SW-FIN-ARCHIVO          PIC X VALUE 'N'.
           88 FIN-ARCHIVO          VALUE 'S'.
       77  SW-HAY-LISTA            PIC X VALUE 'N'.
           88 HAY-LISTA            VALUE 'S'.
       77  SW-COLA-LLENA           PIC X VALUE 'N'.
           88 COLA-LLENA           VALUE 'S'.
       77  WK-VERSION-LISTA        PIC 9(8) VALUE ZEROS.
       77  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
       77  WK-ACCION-NORMA         PIC X(1) VALUE SPACE.
       77  WK-TEXTO-NORMA          PIC X(40) VALUE SPACES.
       77  WK-CLAVE-NOMBRE         PIC X(40) VALUE SPACES.
       77  WK-CLAVE-DOCUMENTO      PIC X(40) VALUE SPACES.
       77  WK-CAMPO                PIC X(1) VALUE SPACE.
       77  WK-ESTADO-HALLADO       PIC X(1) VALUE SPACE.
       77  WK-RANGO-ACTUAL         PIC 9(1) VALUE ZERO.
       77  WK-RANGO-NUEVO          PIC 9(1) VALUE ZERO.

      * LISTA YA NORMALIZADA.
       01  WK-MAX-LISTA            PIC 9(5) VALUE 5000.
       01  CONT-LISTA              PIC 9(5) VALUE ZEROS.
       01  TABLA-LISTA.
           05 ENTRADA-LISTA        OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-LISTA.
              10 TS-REFERENCIA     PIC X(10).
              10 TS-CATEGORIA      PIC X(1).
              10 TS-NOMBRE         PIC X(40).
              10 TS-CLAVE-NOMBRE   PIC X(40).
              10 TS-CLAVE-DOCUMENTO PIC X(40).
       01  WK-IDX-LISTA            PIC 9(5) VALUE ZEROS.

      * DECISIONES YA TOMADAS (O PENDIENTES) POR CUENTA Y REFERENCIA.
       01  WK-MAX-COLA             PIC 9(5) VALUE 5000.
       01  CONT-COLA               PIC 9(5) VALUE ZEROS.
       01  TABLA-COLA.
           05 ENTRADA-COLA         OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-COLA.
              10 TQ-CODIGO         PIC 9(5).
              10 TQ-REFERENCIA     PIC X(10).
              10 TQ-ESTADO         PIC X(1).
       01  WK-IDX-COLA             PIC 9(5) VALUE ZEROS.

       LINKAGE SECTION.
       01  LNK-CODIGO              PIC 9(5).
       01  LNK-NOMBRE              PIC X(30).
       01  LNK-DOCUMENTO           PIC X(15).
       01  LNK-ORIGEN              PIC X(1).
       01  LNK-VEREDICTO           PIC X(1).
       01  LNK-REFERENCIA          PIC X(10).

       PROCEDURE DIVISION USING LNK-CODIGO
                                LNK-NOMBRE
                                LNK-DOCUMENTO
                                LNK-ORIGEN
                                LNK-VEREDICTO
                                LNK-REFERENCIA.
      *
       0000-COTEJAR.
      *
           IF NOT CARGADO
               PERFORM 1000-CARGAR-LISTA
               PERFORM 1100-CARGAR-COLA
               MOVE 'S' TO SW-CARGADO
           END-IF

           MOVE 'L' TO LNK-VEREDICTO
           MOVE SPACES TO LNK-REFERENCIA
           MOVE ZERO TO WK-RANGO-ACTUAL

           IF NOT HAY-LISTA
               GOBACK
           END-IF

           MOVE 'N' TO WK-ACCION-NORMA
           MOVE LNK-NOMBRE TO WK-TEXTO-NORMA
           CALL "NORMALIZA-NOMBRE" USING WK-ACCION-NORMA
                                         WK-TEXTO-NORMA
                                         WK-CLAVE-NOMBRE
           MOVE 'D' TO WK-ACCION-NORMA
           MOVE LNK-DOCUMENTO TO WK-TEXTO-NORMA
           CALL "NORMALIZA-NOMBRE" USING WK-ACCION-NORMA
                                         WK-TEXTO-NORMA
                                         WK-CLAVE-DOCUMENTO

           PERFORM VARYING WK-IDX-LISTA FROM 1 BY 1
                   UNTIL WK-IDX-LISTA > CONT-LISTA
               MOVE SPACE TO WK-CAMPO
               EVALUATE TRUE
                   WHEN WK-CLAVE-NOMBRE NOT = SPACES
                        AND WK-CLAVE-NOMBRE =
                            TS-CLAVE-NOMBRE(WK-IDX-LISTA)
                       MOVE 'N' TO WK-CAMPO
                   WHEN WK-CLAVE-DOCUMENTO NOT = SPACES
                        AND WK-CLAVE-DOCUMENTO =
                            TS-CLAVE-DOCUMENTO(WK-IDX-LISTA)
                       MOVE 'D' TO WK-CAMPO
               END-EVALUATE
               IF WK-CAMPO NOT = SPACE
                   PERFORM 2000-RESOLVER-COINCIDENCIA
               END-IF
           END-PERFORM

           GOBACK
           .
      *
      ******************************************************************
      *                   1000-CARGAR-LISTA                            *
      *----------------------------------------------------------------*
      *   SIN LISTA NO SE DETIENE NINGUN ALTA (NO HAY CONTRA QUE       *
      *   COMPARAR), PERO SE AVISA UNA VEZ POR SESION.                 *
      ******************************************************************
       1000-CARGAR-LISTA.
      *
           OPEN INPUT ARCHIVO-LISTA

           IF FS-LISTA = "35"
               DISPLAY "AVISO: SIN LISTA-SANCIONES.DAT, NO SE COTEJAN"
                       " LISTAS DE SANCIONES"
               EXIT PARAGRAPH
           END-IF

           IF FS-LISTA NOT = "00"
               DISPLAY "ERROR ABRIENDO LISTA-SANCIONES.DAT: " FS-LISTA
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-LISTA
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       PERFORM 1010-TOMAR-ENTRADA-LISTA
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-LISTA

           IF CONT-LISTA > ZEROS
               MOVE 'S' TO SW-HAY-LISTA
           END-IF
           .
      *
      ******************************************************************
      *                   1010-TOMAR-ENTRADA-LISTA                     *
      ******************************************************************
       1010-TOMAR-ENTRADA-LISTA.
      *
           IF LIS-CABECERA
               MOVE LIS-VERSION TO WK-VERSION-LISTA
               EXIT PARAGRAPH
           END-IF

           IF NOT LIS-DETALLE
               EXIT PARAGRAPH
           END-IF

           IF CONT-LISTA >= WK-MAX-LISTA
               DISPLAY "AVISO: LISTA-SANCIONES.DAT EXCEDE "
                       WK-MAX-LISTA " PERSONAS, EL RESTO NO SE COTEJA"
               MOVE 'S' TO SW-FIN-ARCHIVO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-LISTA
           MOVE LIS-REFERENCIA TO TS-REFERENCIA(CONT-LISTA)
           MOVE LIS-CATEGORIA  TO TS-CATEGORIA(CONT-LISTA)
           MOVE LIS-NOMBRE     TO TS-NOMBRE(CONT-LISTA)

           MOVE 'N' TO WK-ACCION-NORMA
           MOVE LIS-NOMBRE TO WK-TEXTO-NORMA
           CALL "NORMALIZA-NOMBRE" USING WK-ACCION-NORMA
                                         WK-TEXTO-NORMA
                                   TS-CLAVE-NOMBRE(CONT-LISTA)
           MOVE 'D' TO WK-ACCION-NORMA
           MOVE LIS-DOCUMENTO TO WK-TEXTO-NORMA
           CALL "NORMALIZA-NOMBRE" USING WK-ACCION-NORMA
                                         WK-TEXTO-NORMA
                                   TS-CLAVE-DOCUMENTO(CONT-LISTA)
           .
      *
      ******************************************************************
      *                   1100-CARGAR-COLA                             *
      ******************************************************************
       1100-CARGAR-COLA.
      *
           OPEN INPUT ARCHIVO-CRIBA

           IF FS-CRIBA = "35"
               EXIT PARAGRAPH
           END-IF

           IF FS-CRIBA NOT = "00"
               DISPLAY "ERROR ABRIENDO CRIBA-COLA.DAT: " FS-CRIBA
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-CRIBA
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       PERFORM 1110-TOMAR-ENTRADA-COLA
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CRIBA

           IF COLA-LLENA
               DISPLAY "AVISO: CRIBA-COLA.DAT EXCEDE " WK-MAX-COLA
                       " COINCIDENCIAS, LAS RESTANTES NO SE CONSULTAN"
           END-IF
           .
      *
      ******************************************************************
      *                   1110-TOMAR-ENTRADA-COLA                    *
      ******************************************************************
       1110-TOMAR-ENTRADA-COLA.
      *
           IF CONT-COLA >= WK-MAX-COLA
               MOVE 'S' TO SW-COLA-LLENA
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-COLA
           MOVE CRI-CODIGO     TO TQ-CODIGO(CONT-COLA)
           MOVE CRI-REFERENCIA TO TQ-REFERENCIA(CONT-COLA)
           MOVE CRI-ESTADO     TO TQ-ESTADO(CONT-COLA)
           .
      *
      ******************************************************************
      *                   2000-RESOLVER-COINCIDENCIA                   *
      *----------------------------------------------------------------*
      *   BUSCA LA COINCIDENCIA EN LA COLA; SI NO ESTA, LA ENCOLA.     *
      *   EL VEREDICTO SE QUEDA CON LA PEOR: C > P > N > D > L.        *
      ******************************************************************
       2000-RESOLVER-COINCIDENCIA.
      *
           MOVE SPACE TO WK-ESTADO-HALLADO
           PERFORM VARYING WK-IDX-COLA FROM 1 BY 1
                   UNTIL WK-IDX-COLA > CONT-COLA
                      OR WK-ESTADO-HALLADO NOT = SPACE
               IF TQ-CODIGO(WK-IDX-COLA) = LNK-CODIGO
                  AND TQ-REFERENCIA(WK-IDX-COLA) =
                      TS-REFERENCIA(WK-IDX-LISTA)
                   MOVE TQ-ESTADO(WK-IDX-COLA) TO WK-ESTADO-HALLADO
               END-IF
           END-PERFORM

           IF WK-ESTADO-HALLADO = SPACE
               PERFORM 2100-ENCOLAR-COINCIDENCIA
               MOVE 'N' TO WK-ESTADO-HALLADO
           END-IF

           EVALUATE WK-ESTADO-HALLADO
               WHEN 'C'
                   MOVE 5 TO WK-RANGO-NUEVO
               WHEN 'P'
                   MOVE 4 TO WK-RANGO-NUEVO
               WHEN 'N'
                   MOVE 3 TO WK-RANGO-NUEVO
               WHEN OTHER
                   MOVE 2 TO WK-RANGO-NUEVO
           END-EVALUATE

           IF WK-RANGO-NUEVO > WK-RANGO-ACTUAL
               MOVE WK-RANGO-NUEVO TO WK-RANGO-ACTUAL
               MOVE WK-ESTADO-HALLADO TO LNK-VEREDICTO
               MOVE TS-REFERENCIA(WK-IDX-LISTA) TO LNK-REFERENCIA
           END-IF
           .
      *
      ******************************************************************
      *                   2100-ENCOLAR-COINCIDENCIA                    *
      *----------------------------------------------------------------*
      *   LA COLA NUNCA SE TRUNCA DESDE AQUI: SE ABRE EN EXTEND Y SE   *
      *   CIERRA EN CADA LLAMADA, COMO ANOTA-LINAJE, PARA QUE VARIOS   *
      *   PROGRAMAS ENCOLEN EN EL MISMO DIA.                           *
      ******************************************************************
       2100-ENCOLAR-COINCIDENCIA.
      *
           OPEN EXTEND ARCHIVO-CRIBA

           IF FS-CRIBA = "35"
               OPEN OUTPUT ARCHIVO-CRIBA
               CLOSE ARCHIVO-CRIBA
               OPEN EXTEND ARCHIVO-CRIBA
           END-IF

           IF FS-CRIBA NOT = "00"
               DISPLAY "ERROR ABRIENDO CRIBA-COLA.DAT: " FS-CRIBA
               EXIT PARAGRAPH
           END-IF

           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD

           MOVE LNK-CODIGO                   TO CRI-CODIGO
           MOVE TS-REFERENCIA(WK-IDX-LISTA)  TO CRI-REFERENCIA
           MOVE TS-CATEGORIA(WK-IDX-LISTA)   TO CRI-CATEGORIA
           MOVE LNK-ORIGEN                   TO CRI-ORIGEN
           MOVE WK-CAMPO                     TO CRI-CAMPO
           MOVE LNK-NOMBRE                   TO CRI-NOMBRE
           MOVE LNK-DOCUMENTO                TO CRI-DOCUMENTO
           MOVE TS-NOMBRE(WK-IDX-LISTA)      TO CRI-NOMBRE-LISTA
           MOVE WK-VERSION-LISTA             TO CRI-VERSION
           MOVE WK-FECHA-HOY                 TO CRI-FECHA-ALTA
           MOVE 'P'                          TO CRI-ESTADO
           MOVE ZEROS                        TO CRI-FECHA-ESTADO
           MOVE SPACES                       TO CRI-OPERADOR
           MOVE SPACES                       TO CRI-MOTIVO
           WRITE REG-CRIBA

           CLOSE ARCHIVO-CRIBA

      * SIN LUGAR EN MEMORIA LA COINCIDENCIA QUEDA IGUAL EN EL
      * ARCHIVO; SOLO PODRIA REPETIRSE EN ESTA MISMA SESION.
           IF CONT-COLA < WK-MAX-COLA
               ADD 1 TO CONT-COLA
               MOVE LNK-CODIGO TO TQ-CODIGO(CONT-COLA)
               MOVE TS-REFERENCIA(WK-IDX-LISTA)
                   TO TQ-REFERENCIA(CONT-COLA)
               MOVE 'P' TO TQ-ESTADO(CONT-COLA)
           ELSE
               MOVE 'S' TO SW-COLA-LLENA
           END-IF
           .
