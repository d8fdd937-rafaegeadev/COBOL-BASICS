      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      *  VALIDACION DEL DOCUMENTO DE IDENTIDAD (CON-DOCUMENTO). UN
      *  DOCUMENTO MAL TECLEADO PARTE A UN TITULAR EN VARIOS PARA
      *  REVISA-TITULARES Y ENSUCIA EL REPORTE FISCAL. ESTE
      *  SUBPROGRAMA RECONOCE EL TIPO Y VERIFICA LA LETRA O EL
      *  DIGITO DE CONTROL DONDE LO HAY; LO LLAMAN LAS PUERTAS DE
      *  ENTRADA (MANTEN-CONTACTOS, GENERA-MAESTRO,
      *  CONFIRMA-PENDIENTES) Y LA REVISION DE CONTACTOS.DAT
      *  (REVISA-DOCUMENTOS), ASI QUE TODOS VALIDAN IGUAL.
      *  ANTES DE VALIDAR SE PASA A MAYUSCULAS Y SE QUITAN BLANCOS,
      *  GUIONES, PUNTOS Y BARRAS ("12.345.678-z" ES "12345678Z").
      *  TIPOS DEVUELTOS:
      *   'N' NIF: HASTA 8 DIGITOS Y LETRA (MODULO 23); SE DEVUELVE
      *       CON CEROS A LA IZQUIERDA HASTA 8 DIGITOS. TAMBIEN LOS
      *       NIF ESPECIALES K, L Y M + 7 DIGITOS + LETRA.
      *   'E' NIE: X, Y O Z + 7 DIGITOS + LETRA (X=0, Y=1, Z=2 Y
      *       LUEGO COMO UN NIF).
      *   'C' CIF: LETRA DE ENTIDAD + 7 DIGITOS + CONTROL. LAS
      *       ENTIDADES N, P, Q, R, S Y W LLEVAN LETRA; A, B, E Y H
      *       DIGITO; LAS DEMAS CUALQUIERA DE LOS DOS.
      *   'P' PASAPORTE U OTRO DOCUMENTO EXTRANJERO: CUALQUIER OTRA
      *       COMBINACION DE 6 A 15 LETRAS Y DIGITOS CON AL MENOS
      *       UN DIGITO. NO TIENE CONTROL QUE VERIFICAR.
      *   'B' EN BLANCO. CADA PUERTA DECIDE SI LO ADMITE.
      *  VEREDICTO 'S' VALIDO (O EN BLANCO), 'N' INVALIDO CON SU
      *  MOTIVO. LNK-NORMALIZADO TRAE LA FORMA A GUARDAR.
      *  LO QUE EMPIEZA POR DIGITO SIEMPRE SE TOMA COMO NIF: UN NIF
      *  SIN LETRA NO PASA COMO PASAPORTE.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALIDA-DOCUMENTO.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WK-ENTRADA              PIC X(15) VALUE SPACES.
       77  WK-CARACTER             PIC X(1) VALUE SPACE.
       77  WK-INDICE               PIC 9(2) VALUE ZEROS.
       77  WK-LARGO                PIC 9(2) VALUE ZEROS.
       77  WK-NUM-DIGITOS          PIC 9(2) VALUE ZEROS.
       77  WK-COCIENTE             PIC 9(8) VALUE ZEROS.
       77  WK-RESTO                PIC 9(2) VALUE ZEROS.
       77  WK-LETRA-CALCULADA      PIC X(1) VALUE SPACE.
       77  WK-SUMA                 PIC 9(3) VALUE ZEROS.
       77  WK-DOBLE                PIC 9(2) VALUE ZEROS.
       77  WK-CONTROL-DIGITO       PIC 9(1) VALUE ZEROS.
       77  WK-CONTROL-LETRA        PIC X(1) VALUE SPACE.

       01  WK-DOCUMENTO            PIC X(15) VALUE SPACES.
       01  WK-DOC-CARACTERES REDEFINES WK-DOCUMENTO.
           05 WK-DOC-CAR           PIC X(1) OCCURS 15 TIMES.

       01  WK-PRIMERO              PIC X(1) VALUE SPACE.
           88 PRIMERO-NIE          VALUES 'X', 'Y', 'Z'.
           88 PRIMERO-NIF-ESPECIAL VALUES 'K', 'L', 'M'.
           88 PRIMERO-CIF          VALUES 'A', 'B', 'C', 'D', 'E',
                                          'F', 'G', 'H', 'J', 'N',
                                          'P', 'Q', 'R', 'S', 'U',
                                          'V', 'W'.
           88 CIF-CON-LETRA        VALUES 'N', 'P', 'Q', 'R', 'S',
                                          'W'.
           88 CIF-CON-DIGITO       VALUES 'A', 'B', 'E', 'H'.

       01  WK-ULTIMO               PIC X(1) VALUE SPACE.
           88 ULTIMO-LETRA         VALUE 'A' THRU 'Z'.
           88 ULTIMO-DIGITO        VALUE '0' THRU '9'.

      * EL NUMERO DEL NIF/NIE YA ARMADO, EN 8 POSICIONES.
       01  WK-NUMERO-X             PIC X(8) VALUE ZEROS.
       01  WK-NUMERO REDEFINES WK-NUMERO-X
                                   PIC 9(8).

      * LOS SIETE DIGITOS DEL CIF.
       01  WK-CIF-X                PIC X(7) VALUE ZEROS.
       01  WK-CIF-DIGITOS REDEFINES WK-CIF-X.
           05 WK-CIF-DIGITO        PIC 9(1) OCCURS 7 TIMES.

       01  WK-LETRAS-NIF           PIC X(23)
           VALUE "TRWAGMYFPDXBNJZSQVHLCKE".
       01  WK-LETRAS-CIF           PIC X(10) VALUE "JABCDEFGHI".
      *
       LINKAGE SECTION.
       01  LNK-DOCUMENTO           PIC X(15).
       01  LNK-NORMALIZADO         PIC X(15).
       01  LNK-TIPO                PIC X(1).
       01  LNK-VEREDICTO           PIC X(1).
       01  LNK-MOTIVO              PIC X(30).
      *
      ******************************************************************
       PROCEDURE DIVISION USING LNK-DOCUMENTO
                                LNK-NORMALIZADO
                                LNK-TIPO
                                LNK-VEREDICTO
                                LNK-MOTIVO.
      *
       0000-VALIDAR.
      *
           MOVE 'N'    TO LNK-VEREDICTO
           MOVE SPACE  TO LNK-TIPO
           MOVE SPACES TO LNK-MOTIVO

           PERFORM 1000-NORMALIZAR
           MOVE WK-DOCUMENTO TO LNK-NORMALIZADO

           IF LNK-MOTIVO NOT = SPACES
               GOBACK
           END-IF

           IF WK-LARGO = ZEROS
               MOVE 'B' TO LNK-TIPO
               MOVE 'S' TO LNK-VEREDICTO
               GOBACK
           END-IF

           MOVE WK-DOC-CAR(1)        TO WK-PRIMERO
           MOVE WK-DOC-CAR(WK-LARGO) TO WK-ULTIMO

           EVALUATE TRUE
               WHEN WK-PRIMERO IS NUMERIC
                   MOVE 'N' TO LNK-TIPO
                   PERFORM 2000-VALIDAR-NIF
               WHEN PRIMERO-NIE
                   MOVE 'E' TO LNK-TIPO
                   PERFORM 3000-VALIDAR-NIE
               WHEN PRIMERO-NIF-ESPECIAL AND WK-LARGO = 9
                    AND WK-DOCUMENTO(2:7) IS NUMERIC
                   MOVE 'N' TO LNK-TIPO
                   PERFORM 2500-VALIDAR-NIF-ESPECIAL
               WHEN PRIMERO-CIF AND WK-LARGO = 9
                    AND WK-DOCUMENTO(2:7) IS NUMERIC
                   MOVE 'C' TO LNK-TIPO
                   PERFORM 4000-VALIDAR-CIF
               WHEN OTHER
                   MOVE 'P' TO LNK-TIPO
                   PERFORM 5000-VALIDAR-PASAPORTE
           END-EVALUATE

           IF LNK-MOTIVO = SPACES
               MOVE 'S' TO LNK-VEREDICTO
           END-IF

           MOVE WK-DOCUMENTO TO LNK-NORMALIZADO

           GOBACK
           .
      *
      ******************************************************************
      *                   1000-NORMALIZAR                              *
      *----------------------------------------------------------------*
      *   MAYUSCULAS Y SIN SEPARADORES; CUALQUIER OTRO SIGNO DEJA EL   *
      *   DOCUMENTO INVALIDO.                                          *
      ******************************************************************
       1000-NORMALIZAR.
      *
           MOVE LNK-DOCUMENTO TO WK-ENTRADA
           INSPECT WK-ENTRADA CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           MOVE SPACES TO WK-DOCUMENTO
           MOVE ZEROS  TO WK-LARGO
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > 15
               MOVE WK-ENTRADA(WK-INDICE:1) TO WK-CARACTER
               EVALUATE TRUE
                   WHEN WK-CARACTER = SPACE OR '-' OR '.' OR '/'
                       CONTINUE
                   WHEN WK-CARACTER IS NUMERIC
                     OR WK-CARACTER IS ALPHABETIC-UPPER
                       ADD 1 TO WK-LARGO
                       MOVE WK-CARACTER TO WK-DOC-CAR(WK-LARGO)
                   WHEN OTHER
                       MOVE "CARACTERES NO VALIDOS" TO LNK-MOTIVO
               END-EVALUATE
           END-PERFORM
           .
      *
      ******************************************************************
      *                   2000-VALIDAR-NIF                             *
      *----------------------------------------------------------------*
      *   HASTA 8 DIGITOS Y LA LETRA DEL RESTO DE DIVIDIR POR 23.      *
      ******************************************************************
       2000-VALIDAR-NIF.
      *
           IF NOT ULTIMO-LETRA
               MOVE "NIF SIN LETRA DE CONTROL" TO LNK-MOTIVO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WK-NUM-DIGITOS = WK-LARGO - 1
           IF WK-NUM-DIGITOS > 8
              OR WK-DOCUMENTO(1:WK-NUM-DIGITOS) IS NOT NUMERIC
               MOVE "NIF MAL FORMADO" TO LNK-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WK-NUMERO-X
           MOVE WK-DOCUMENTO(1:WK-NUM-DIGITOS)
               TO WK-NUMERO-X(9 - WK-NUM-DIGITOS:WK-NUM-DIGITOS)

           PERFORM 2900-LETRA-NIF
           IF WK-ULTIMO NOT = WK-LETRA-CALCULADA
               MOVE "NIF CON LETRA ERRONEA" TO LNK-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WK-DOCUMENTO
           MOVE WK-NUMERO-X TO WK-DOCUMENTO(1:8)
           MOVE WK-ULTIMO   TO WK-DOCUMENTO(9:1)
           .
      *
      ******************************************************************
      *                   2500-VALIDAR-NIF-ESPECIAL                    *
      *----------------------------------------------------------------*
      *   K, L O M: LA LETRA SE CALCULA SOLO SOBRE LOS 7 DIGITOS.      *
      ******************************************************************
       2500-VALIDAR-NIF-ESPECIAL.
      *
           IF NOT ULTIMO-LETRA
               MOVE "NIF SIN LETRA DE CONTROL" TO LNK-MOTIVO
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WK-NUMERO-X
           MOVE WK-DOCUMENTO(2:7) TO WK-NUMERO-X(2:7)

           PERFORM 2900-LETRA-NIF
           IF WK-ULTIMO NOT = WK-LETRA-CALCULADA
               MOVE "NIF CON LETRA ERRONEA" TO LNK-MOTIVO
           END-IF
           .
      *
      ******************************************************************
      *                   2900-LETRA-NIF                               *
      ******************************************************************
       2900-LETRA-NIF.
      *
           DIVIDE WK-NUMERO BY 23 GIVING WK-COCIENTE
                                  REMAINDER WK-RESTO
           MOVE WK-LETRAS-NIF(WK-RESTO + 1:1) TO WK-LETRA-CALCULADA
           .
      *
      ******************************************************************
      *                   3000-VALIDAR-NIE                             *
      ******************************************************************
       3000-VALIDAR-NIE.
      *
           IF WK-LARGO NOT = 9
              OR WK-DOCUMENTO(2:7) IS NOT NUMERIC
               MOVE "NIE MAL FORMADO" TO LNK-MOTIVO
               EXIT PARAGRAPH
           END-IF

           IF NOT ULTIMO-LETRA
               MOVE "NIE SIN LETRA DE CONTROL" TO LNK-MOTIVO
               EXIT PARAGRAPH
           END-IF

           EVALUATE WK-PRIMERO
               WHEN 'X'
                   MOVE '0' TO WK-NUMERO-X(1:1)
               WHEN 'Y'
                   MOVE '1' TO WK-NUMERO-X(1:1)
               WHEN 'Z'
                   MOVE '2' TO WK-NUMERO-X(1:1)
           END-EVALUATE
           MOVE WK-DOCUMENTO(2:7) TO WK-NUMERO-X(2:7)

           PERFORM 2900-LETRA-NIF
           IF WK-ULTIMO NOT = WK-LETRA-CALCULADA
               MOVE "NIE CON LETRA ERRONEA" TO LNK-MOTIVO
           END-IF
           .
      *
      ******************************************************************
      *                   4000-VALIDAR-CIF                             *
      *----------------------------------------------------------------*
      *   POSICIONES PARES SUMADAS TAL CUAL, IMPARES DUPLICADAS Y      *
      *   REDUCIDAS A UNA CIFRA; EL CONTROL ES EL COMPLEMENTO A 10     *
      *   DE LAS UNIDADES (10 -> 0), EN DIGITO O EN SU LETRA J-I.      *
      ******************************************************************
       4000-VALIDAR-CIF.
      *
           MOVE WK-DOCUMENTO(2:7) TO WK-CIF-X
           MOVE ZEROS TO WK-SUMA
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > 7
               IF WK-INDICE = 2 OR 4 OR 6
                   ADD WK-CIF-DIGITO(WK-INDICE) TO WK-SUMA
               ELSE
                   COMPUTE WK-DOBLE = WK-CIF-DIGITO(WK-INDICE) * 2
                   IF WK-DOBLE > 9
                       SUBTRACT 9 FROM WK-DOBLE
                   END-IF
                   ADD WK-DOBLE TO WK-SUMA
               END-IF
           END-PERFORM

           DIVIDE WK-SUMA BY 10 GIVING WK-COCIENTE
                                REMAINDER WK-RESTO
           IF WK-RESTO = ZEROS
               MOVE ZEROS TO WK-CONTROL-DIGITO
           ELSE
               COMPUTE WK-CONTROL-DIGITO = 10 - WK-RESTO
           END-IF
           MOVE WK-LETRAS-CIF(WK-CONTROL-DIGITO + 1:1)
               TO WK-CONTROL-LETRA

           EVALUATE TRUE
               WHEN CIF-CON-LETRA AND NOT ULTIMO-LETRA
                   MOVE "CIF DEBE TERMINAR EN LETRA" TO LNK-MOTIVO
               WHEN CIF-CON-DIGITO AND NOT ULTIMO-DIGITO
                   MOVE "CIF DEBE TERMINAR EN DIGITO" TO LNK-MOTIVO
               WHEN ULTIMO-LETRA
                    AND WK-ULTIMO NOT = WK-CONTROL-LETRA
                   MOVE "CIF CON CONTROL ERRONEO" TO LNK-MOTIVO
               WHEN ULTIMO-DIGITO
                    AND WK-ULTIMO NOT = WK-CONTROL-DIGITO
                   MOVE "CIF CON CONTROL ERRONEO" TO LNK-MOTIVO
           END-EVALUATE
           .
      *
      ******************************************************************
      *                   5000-VALIDAR-PASAPORTE                       *
      ******************************************************************
       5000-VALIDAR-PASAPORTE.
      *
           MOVE ZEROS TO WK-NUM-DIGITOS
           INSPECT WK-DOCUMENTO TALLYING WK-NUM-DIGITOS
               FOR ALL '0' ALL '1' ALL '2' ALL '3' ALL '4'
                   ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'

           IF WK-LARGO < 6 OR WK-NUM-DIGITOS = ZEROS
               MOVE "DOCUMENTO NO RECONOCIDO" TO LNK-MOTIVO
           END-IF
           .
