      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      *  CIFRADO DE LA CLAVE DE UN OPERADOR. LA CLAVE NUNCA SE GUARDA
      *  NI SE COMPARA EN CLARO: SE GUARDA ESTE RESUMEN, Y AL
      *  ENTRAR SE RESUME LO TECLEADO Y SE COMPARAN LOS RESUMENES.
      *  EL IDENTIFICADOR DEL OPERADOR ENTRA EN LA CUENTA COMO
      *  SEMILLA, ASI DOS OPERADORES CON LA MISMA CLAVE NO QUEDAN
      *  CON EL MISMO RESUMEN EN CLAVES-OPERADORES.DAT.
      *  EL RESUMEN SON DOS ACUMULADORES DE NUEVE DIGITOS, CADA UNO
      *  MODULO UN PRIMO DISTINTO, QUE RECORREN IDENTIFICADOR Y
      *  CLAVE VARIAS VUELTAS. ESTE SUBPROGRAMA ES EL UNICO QUE SABE
      *  LA FORMULA: VERIFICA-CLAVE Y MANTEN-CLAVES LO LLAMAN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIFRA-CLAVE.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WK-MATERIAL.
           05 WK-MAT-OPERADOR      PIC X(8).
           05 WK-MAT-CLAVE         PIC X(20).
       01  WK-MATERIAL-R REDEFINES WK-MATERIAL.
           05 WK-MAT-BYTE          PIC X(1) OCCURS 28 TIMES.
      *
       77  WK-PRIMO-1              PIC 9(9) VALUE 999999937.
       77  WK-PRIMO-2              PIC 9(9) VALUE 999999929.
       77  WK-VUELTAS              PIC 9(3) VALUE 64.
       77  WK-ACUM-1               PIC 9(9) VALUE ZEROS.
       77  WK-ACUM-2               PIC 9(9) VALUE ZEROS.
       77  WK-PRODUCTO             PIC 9(15) VALUE ZEROS.
       77  WK-COCIENTE             PIC 9(15) VALUE ZEROS.
       77  WK-VALOR-BYTE           PIC 9(3) VALUE ZEROS.
       77  WK-VUELTA               PIC 9(3) VALUE ZEROS.
       77  WK-POS                  PIC 9(2) VALUE ZEROS.
      *
       LINKAGE SECTION.
       01  LNK-OPERADOR            PIC X(8).
       01  LNK-CLAVE               PIC X(20).
       01  LNK-RESUMEN             PIC 9(18).
      *
      ******************************************************************
       PROCEDURE DIVISION USING LNK-OPERADOR
                                LNK-CLAVE
                                LNK-RESUMEN.
      *
       0000-CIFRAR.
      *
           MOVE LNK-OPERADOR TO WK-MAT-OPERADOR
           MOVE LNK-CLAVE    TO WK-MAT-CLAVE
           MOVE 314159265 TO WK-ACUM-1
           MOVE 271828182 TO WK-ACUM-2

           PERFORM VARYING WK-VUELTA FROM 1 BY 1
                   UNTIL WK-VUELTA > WK-VUELTAS
               PERFORM VARYING WK-POS FROM 1 BY 1
                       UNTIL WK-POS > 28
                   PERFORM 1000-MEZCLAR-BYTE
               END-PERFORM
               PERFORM 2000-CRUZAR-ACUMULADORES
           END-PERFORM

           COMPUTE LNK-RESUMEN = WK-ACUM-1 * 1000000000 + WK-ACUM-2

           GOBACK
           .
      *
      ******************************************************************
      *                   1000-MEZCLAR-BYTE                            *
      *----------------------------------------------------------------*
      *   CADA ACUMULADOR SE MULTIPLICA POR SU BASE, SUMA EL BYTE (EL  *
      *   SEGUNDO, PESADO POR LA POSICION) Y SE REDUCE MODULO SU       *
      *   PRIMO.                                                       *
      ******************************************************************
       1000-MEZCLAR-BYTE.
      *
           COMPUTE WK-VALOR-BYTE = FUNCTION ORD(WK-MAT-BYTE(WK-POS))

           COMPUTE WK-PRODUCTO = WK-ACUM-1 * 257
                               + WK-VALOR-BYTE + WK-VUELTA
           DIVIDE WK-PRODUCTO BY WK-PRIMO-1
               GIVING WK-COCIENTE REMAINDER WK-ACUM-1

           COMPUTE WK-PRODUCTO = WK-ACUM-2 * 263
                               + WK-VALOR-BYTE * WK-POS
           DIVIDE WK-PRODUCTO BY WK-PRIMO-2
               GIVING WK-COCIENTE REMAINDER WK-ACUM-2
           .
      *
      ******************************************************************
      *                   2000-CRUZAR-ACUMULADORES                     *
      *----------------------------------------------------------------*
      *   AL CABO DE CADA VUELTA CADA ACUMULADOR ABSORBE AL OTRO, PARA *
      *   QUE NINGUNO DE LOS DOS SE PUEDA DESPEJAR POR SEPARADO.       *
      ******************************************************************
       2000-CRUZAR-ACUMULADORES.
      *
           COMPUTE WK-PRODUCTO = WK-ACUM-1 + WK-ACUM-2 * 3
           DIVIDE WK-PRODUCTO BY WK-PRIMO-1
               GIVING WK-COCIENTE REMAINDER WK-ACUM-1

           COMPUTE WK-PRODUCTO = WK-ACUM-2 + WK-ACUM-1 * 7
           DIVIDE WK-PRODUCTO BY WK-PRIMO-2
               GIVING WK-COCIENTE REMAINDER WK-ACUM-2
           .
