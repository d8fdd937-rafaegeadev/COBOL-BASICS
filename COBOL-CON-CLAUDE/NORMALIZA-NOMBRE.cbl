      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      *  FORMA CANONICA DE UN NOMBRE O DE UN DOCUMENTO PARA COTEJAR
      *  CONTRA LAS LISTAS DE SANCIONES. "JOSÉ  PÉREZ", "PEREZ,
      *  JOSE" Y "perez jose" TIENEN QUE SER LA MISMA PERSONA: SE
      *  PASA A MAYUSCULAS, SE QUITAN LOS ACENTOS (TANTO EN UTF-8,
      *  COMO LLEGAN LAS LISTAS, COMO EN LATIN-1, COMO QUEDARON LOS
      *  DATOS VIEJOS), LA PUNTUACION CUENTA COMO ESPACIO, Y LAS
      *  PALABRAS SE ORDENAN ALFABETICAMENTE Y SE UNEN CON UN SOLO
      *  ESPACIO, DE MODO QUE EL ORDEN APELLIDO/NOMBRE NO IMPORTA.
      *  ACCION 'N': NOMBRE (LO ANTERIOR).
      *  ACCION 'D': DOCUMENTO; QUEDAN SOLO LETRAS Y DIGITOS, SIN
      *  PUNTOS, GUIONES NI ESPACIOS ("12.345.678-K" = "12345678K").
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NORMALIZA-NOMBRE.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * LETRA BASE PARA CADA PUNTO DE CODIGO X"C0" A X"FF". EN UTF-8
      * ESOS CARACTERES VIENEN COMO X"C3" SEGUIDO DE X"80" A X"BF",
      * QUE CAE EN LA MISMA POSICION DE LA TABLA RESTANDO X"80" EN
      * VEZ DE X"C0". LOS SIMBOLOS (POR, DIVIDIDO) QUEDAN EN ESPACIO.
       01  WK-TABLA-ACENTOS.
           05 FILLER               PIC X(32) VALUE
              "AAAAAAACEEEEIIIIDNOOOOO OUUUUY S".
           05 FILLER               PIC X(32) VALUE
              "AAAAAAACEEEEIIIIDNOOOOO OUUUUY Y".
       01  WK-TABLA-ACENTOS-R REDEFINES WK-TABLA-ACENTOS.
           05 WK-LETRA-BASE        PIC X(1) OCCURS 64 TIMES.
      *
       01  WK-MINUSCULAS           PIC X(26) VALUE
           "abcdefghijklmnopqrstuvwxyz".
       01  WK-MAYUSCULAS           PIC X(26) VALUE
           "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *
       77  WK-TEXTO                PIC X(40) VALUE SPACES.
       77  WK-POS                  PIC 9(2) VALUE ZEROS.
       77  WK-POS-SALIDA           PIC 9(2) VALUE ZEROS.
       77  WK-INDICE-TABLA         PIC 9(3) VALUE ZEROS.
       77  WK-CARACTER             PIC X(1) VALUE SPACE.
       77  WK-SIGUIENTE            PIC X(1) VALUE SPACE.
       77  WK-PUNTERO              PIC 9(2) VALUE ZEROS.
      *
      * LAS PALABRAS DEL NOMBRE, PARA ORDENARLAS. UN NOMBRE DE 40
      * POSICIONES NO TIENE MAS DE 20 PALABRAS; LA PALABRA MAS
      * LARGA POSIBLE OCUPA EL CAMPO ENTERO.
       77  CONT-PALABRAS           PIC 9(2) VALUE ZEROS.
       01  TABLA-PALABRAS.
           05 TP-PALABRA           PIC X(40) OCCURS 20 TIMES.
       77  WK-PALABRA-ACTUAL       PIC X(40) VALUE SPACES.
       77  WK-LARGO-PALABRA        PIC 9(2) VALUE ZEROS.
       77  WK-PALABRA-AUX          PIC X(40) VALUE SPACES.
       77  WK-I                    PIC 9(2) VALUE ZEROS.
       77  WK-J                    PIC 9(2) VALUE ZEROS.
      *
       LINKAGE SECTION.
       01  LNK-ACCION              PIC X(1).
           88 LNK-NOMBRE           VALUE 'N'.
           88 LNK-DOCUMENTO        VALUE 'D'.
       01  LNK-TEXTO               PIC X(40).
       01  LNK-CLAVE               PIC X(40).
      *
      ******************************************************************
       PROCEDURE DIVISION USING LNK-ACCION
                                LNK-TEXTO
                                LNK-CLAVE.
      *
       0000-NORMALIZAR.
      *
           MOVE LNK-TEXTO TO WK-TEXTO
           MOVE SPACES TO LNK-CLAVE
           MOVE ZEROS TO CONT-PALABRAS
           MOVE SPACES TO WK-PALABRA-ACTUAL
           MOVE ZEROS TO WK-LARGO-PALABRA
           MOVE ZEROS TO WK-POS-SALIDA

           PERFORM 1000-LIMPIAR-CARACTERES

           IF LNK-NOMBRE
               PERFORM 1100-CERRAR-PALABRA
               PERFORM 2000-ORDENAR-PALABRAS
               PERFORM 3000-UNIR-PALABRAS
           END-IF

           INSPECT LNK-CLAVE CONVERTING WK-MINUSCULAS
                                     TO WK-MAYUSCULAS

           GOBACK
           .
      *
      ******************************************************************
      *                   1000-LIMPIAR-CARACTERES                      *
      *----------------------------------------------------------------*
      *   RECORRE EL TEXTO BYTE A BYTE. LETRAS Y DIGITOS PASAN; LAS    *
      *   LETRAS ACENTUADAS SE REDUCEN A SU BASE; TODO LO DEMAS ES     *
      *   SEPARADOR. EN NOMBRES SE VAN ARMANDO LAS PALABRAS; EN        *
      *   DOCUMENTOS LOS SEPARADORES SIMPLEMENTE DESAPARECEN.          *
      ******************************************************************
       1000-LIMPIAR-CARACTERES.
      *
           MOVE 1 TO WK-POS
           PERFORM UNTIL WK-POS > 40
               MOVE WK-TEXTO(WK-POS:1) TO WK-CARACTER
               MOVE SPACE TO WK-SIGUIENTE
               IF WK-POS < 40
                   MOVE WK-TEXTO(WK-POS + 1:1) TO WK-SIGUIENTE
               END-IF

               EVALUATE TRUE
                   WHEN WK-CARACTER IS ALPHABETIC
                        AND WK-CARACTER NOT = SPACE
                       PERFORM 1200-AGREGAR-CARACTER
                   WHEN WK-CARACTER IS NUMERIC
                       PERFORM 1200-AGREGAR-CARACTER
                   WHEN WK-CARACTER = X"C3"
                        AND WK-SIGUIENTE >= X"80"
                        AND WK-SIGUIENTE <= X"BF"
                       COMPUTE WK-INDICE-TABLA =
                           FUNCTION ORD(WK-SIGUIENTE) - 128
                       MOVE WK-LETRA-BASE(WK-INDICE-TABLA)
                           TO WK-CARACTER
                       ADD 1 TO WK-POS
                       PERFORM 1200-AGREGAR-CARACTER
                   WHEN WK-CARACTER >= X"C0"
                       COMPUTE WK-INDICE-TABLA =
                           FUNCTION ORD(WK-CARACTER) - 192
                       MOVE WK-LETRA-BASE(WK-INDICE-TABLA)
                           TO WK-CARACTER
                       PERFORM 1200-AGREGAR-CARACTER
                   WHEN OTHER
                       IF LNK-NOMBRE
                           PERFORM 1100-CERRAR-PALABRA
                       END-IF
               END-EVALUATE

               ADD 1 TO WK-POS
           END-PERFORM
           .
      *
      ******************************************************************
      *                   1100-CERRAR-PALABRA                          *
      ******************************************************************
       1100-CERRAR-PALABRA.
      *
           IF WK-LARGO-PALABRA > ZEROS
              AND CONT-PALABRAS < 20
               ADD 1 TO CONT-PALABRAS
               MOVE WK-PALABRA-ACTUAL TO TP-PALABRA(CONT-PALABRAS)
           END-IF
           MOVE SPACES TO WK-PALABRA-ACTUAL
           MOVE ZEROS TO WK-LARGO-PALABRA
           .
      *
      ******************************************************************
      *                   1200-AGREGAR-CARACTER                        *
      *----------------------------------------------------------------*
      *   UNA LETRA BASE EN ESPACIO (SIMBOLO DE LA TABLA) SE TRATA     *
      *   COMO SEPARADOR.                                              *
      ******************************************************************
       1200-AGREGAR-CARACTER.
      *
           IF WK-CARACTER = SPACE
               IF LNK-NOMBRE
                   PERFORM 1100-CERRAR-PALABRA
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF LNK-NOMBRE
               ADD 1 TO WK-LARGO-PALABRA
               MOVE WK-CARACTER
                   TO WK-PALABRA-ACTUAL(WK-LARGO-PALABRA:1)
           ELSE
               ADD 1 TO WK-POS-SALIDA
               MOVE WK-CARACTER TO LNK-CLAVE(WK-POS-SALIDA:1)
           END-IF
           .
      *
      ******************************************************************
      *                   2000-ORDENAR-PALABRAS                        *
      *----------------------------------------------------------------*
      *   BURBUJA: NUNCA HAY MAS QUE UNAS POCAS PALABRAS. LAS          *
      *   MINUSCULAS SE PASAN ANTES A MAYUSCULAS PARA QUE EL ORDEN     *
      *   NO DEPENDA DE COMO SE ESCRIBIO CADA PALABRA.                 *
      ******************************************************************
       2000-ORDENAR-PALABRAS.
      *
           INSPECT TABLA-PALABRAS CONVERTING WK-MINUSCULAS
                                          TO WK-MAYUSCULAS

           PERFORM VARYING WK-I FROM 1 BY 1
                   UNTIL WK-I >= CONT-PALABRAS
               PERFORM VARYING WK-J FROM 1 BY 1
                       UNTIL WK-J > CONT-PALABRAS - WK-I
                   IF TP-PALABRA(WK-J) > TP-PALABRA(WK-J + 1)
                       MOVE TP-PALABRA(WK-J) TO WK-PALABRA-AUX
                       MOVE TP-PALABRA(WK-J + 1) TO TP-PALABRA(WK-J)
                       MOVE WK-PALABRA-AUX TO TP-PALABRA(WK-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           .
      *
      ******************************************************************
      *                   3000-UNIR-PALABRAS                           *
      ******************************************************************
       3000-UNIR-PALABRAS.
      *
           MOVE 1 TO WK-PUNTERO
           PERFORM VARYING WK-I FROM 1 BY 1
                   UNTIL WK-I > CONT-PALABRAS
                      OR WK-PUNTERO > 40
               IF WK-I > 1
                   STRING " " DELIMITED BY SIZE
                       INTO LNK-CLAVE WITH POINTER WK-PUNTERO
                   END-STRING
               END-IF
               STRING TP-PALABRA(WK-I) DELIMITED BY SPACE
                   INTO LNK-CLAVE WITH POINTER WK-PUNTERO
               END-STRING
           END-PERFORM
           .
