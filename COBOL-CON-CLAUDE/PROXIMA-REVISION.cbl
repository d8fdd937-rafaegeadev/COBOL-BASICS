      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      *  CALCULO DE LA PROXIMA REVISION PERIODICA DE UN CLIENTE: LA
      *  NORMA OBLIGA A RENOVAR LA DOCUMENTACION CADA UNO A CINCO
      *  AÑOS SEGUN EL RIESGO. RECIBE EL RIESGO (CON-RIESGO: 'A'
      *  ALTO, 'M' MEDIO, 'B' BAJO) Y LA FECHA DE LA ULTIMA
      *  REVISION, Y DEVUELVE LA FECHA EN QUE VENCE LA SIGUIENTE.
      *  LOS AÑOS POR RIESGO SALEN DE REVISION-PARAMETROS.DAT (LOS
      *  MISMOS QUE LEE VENCE-REVISIONES); SIN ARCHIVO, O CON UN
      *  VALOR EN CERO, RIGEN 1 AÑO ALTO, 3 MEDIO Y 5 BAJO. LO
      *  LLAMAN MANTEN-CONTACTOS Y REGISTRA-REVISION, ASI QUE LAS
      *  DOS PUERTAS CALCULAN IGUAL.
      *  UNA REVISION HECHA UN 29 DE FEBRERO VENCE EL 28 CUANDO EL
      *  AÑO DEL VENCIMIENTO NO ES BISIESTO.
      *  VEREDICTO 'S' CALCULADA, 'N' RIESGO O FECHA INVALIDOS
      *  (LNK-PROXIMA QUEDA EN CERO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROXIMA-REVISION.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PARAMETROS
               ASSIGN TO "REVISION-PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETROS.
           05 PRV-ANOS-ALTO        PIC 9(1).
           05 PRV-ANOS-MEDIO       PIC 9(1).
           05 PRV-ANOS-BAJO        PIC 9(1).
           05 PRV-DIAS-AVISO       PIC 9(3).
           05 PRV-DIAS-GRACIA      PIC 9(3).

       WORKING-STORAGE SECTION.
       77  FS-PARAMETROS           PIC XX.
       77  SW-PARAMETROS-CARGADOS  PIC X VALUE 'N'.
           88 PARAMETROS-CARGADOS  VALUE 'S'.

       77  WK-ANOS-ALTO            PIC 9(1) VALUE 1.
       77  WK-ANOS-MEDIO           PIC 9(1) VALUE 3.
       77  WK-ANOS-BAJO            PIC 9(1) VALUE 5.
       77  WK-ANOS                 PIC 9(1) VALUE ZERO.

       01  WK-FECHA                PIC 9(8) VALUE ZEROS.
       01  FILLER REDEFINES WK-FECHA.
           05 WK-FECHA-AAAA        PIC 9(4).
           05 WK-FECHA-MMDD        PIC 9(4).

       77  WK-RESTO-4              PIC 9(3) VALUE ZEROS.
       77  WK-RESTO-100            PIC 9(3) VALUE ZEROS.
       77  WK-RESTO-400            PIC 9(3) VALUE ZEROS.
       77  SW-BISIESTO             PIC X VALUE 'N'.
           88 ES-BISIESTO          VALUE 'S'.

       LINKAGE SECTION.
       01  LNK-RIESGO              PIC X(1).
       01  LNK-FECHA-REVISION      PIC 9(8).
       01  LNK-PROXIMA             PIC 9(8).
       01  LNK-VEREDICTO           PIC X(1).

       PROCEDURE DIVISION USING LNK-RIESGO
                                LNK-FECHA-REVISION
                                LNK-PROXIMA
                                LNK-VEREDICTO.
      *
       0000-CALCULAR.
      *
           IF NOT PARAMETROS-CARGADOS
               PERFORM 1000-CARGAR-PARAMETROS
           END-IF

           MOVE ZEROS TO LNK-PROXIMA
           MOVE 'N' TO LNK-VEREDICTO

           EVALUATE LNK-RIESGO
               WHEN 'A'
                   MOVE WK-ANOS-ALTO TO WK-ANOS
               WHEN 'M'
                   MOVE WK-ANOS-MEDIO TO WK-ANOS
               WHEN 'B'
                   MOVE WK-ANOS-BAJO TO WK-ANOS
               WHEN OTHER
                   GOBACK
           END-EVALUATE

           IF LNK-FECHA-REVISION NOT NUMERIC
               OR LNK-FECHA-REVISION = ZEROS
               GOBACK
           END-IF

           MOVE LNK-FECHA-REVISION TO WK-FECHA
           ADD WK-ANOS TO WK-FECHA-AAAA

           IF WK-FECHA-MMDD = 0229
               PERFORM 2000-VERIFICAR-BISIESTO
               IF NOT ES-BISIESTO
                   MOVE 0228 TO WK-FECHA-MMDD
               END-IF
           END-IF

           MOVE WK-FECHA TO LNK-PROXIMA
           MOVE 'S' TO LNK-VEREDICTO

           GOBACK
           .
      *
      ******************************************************************
      *                   1000-CARGAR-PARAMETROS                       *
      ******************************************************************
       1000-CARGAR-PARAMETROS.
      *
           MOVE 'S' TO SW-PARAMETROS-CARGADOS
           OPEN INPUT ARCHIVO-PARAMETROS

           IF FS-PARAMETROS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           READ ARCHIVO-PARAMETROS
               AT END
                   CONTINUE
               NOT AT END
                   IF PRV-ANOS-ALTO > ZERO
                       MOVE PRV-ANOS-ALTO TO WK-ANOS-ALTO
                   END-IF
                   IF PRV-ANOS-MEDIO > ZERO
                       MOVE PRV-ANOS-MEDIO TO WK-ANOS-MEDIO
                   END-IF
                   IF PRV-ANOS-BAJO > ZERO
                       MOVE PRV-ANOS-BAJO TO WK-ANOS-BAJO
                   END-IF
           END-READ

           CLOSE ARCHIVO-PARAMETROS
           .
      *
      ******************************************************************
      *                   2000-VERIFICAR-BISIESTO                      *
      *----------------------------------------------------------------*
      *  BISIESTO: DIVISIBLE POR 4 Y NO POR 100, O DIVISIBLE POR 400. *
      ******************************************************************
       2000-VERIFICAR-BISIESTO.
      *
           COMPUTE WK-RESTO-4   = FUNCTION MOD(WK-FECHA-AAAA, 4)
           COMPUTE WK-RESTO-100 = FUNCTION MOD(WK-FECHA-AAAA, 100)
           COMPUTE WK-RESTO-400 = FUNCTION MOD(WK-FECHA-AAAA, 400)

           IF (WK-RESTO-4 = ZERO AND WK-RESTO-100 NOT = ZERO)
               OR WK-RESTO-400 = ZERO
               MOVE 'S' TO SW-BISIESTO
           ELSE
               MOVE 'N' TO SW-BISIESTO
           END-IF
           .
