      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      *  SELLO ENCADENADO DE UN REGISTRO DE BITACORA. LAS BITACORAS
      *  DE AUDITORIA (AUDITORIA.DAT, MANTEN-AUDITORIA.DAT,
      *  JOBLOG.DAT Y LAS DE LOS PROGRAMAS DE MANTENIMIENTO) LLEVAN
      *  AL FINAL DE CADA REGISTRO UN NUMERO DE SECUENCIA Y UN
      *  SELLO. EL SELLO RESUME EL SELLO DEL REGISTRO ANTERIOR, LA
      *  SECUENCIA Y LOS DATOS DEL REGISTRO: TOCAR, BORRAR O
      *  INTERCALAR UNA LINEA DEJA MAL SELLADAS TODAS LAS QUE SIGUEN.
      *  EL PRIMER REGISTRO DE UNA BITACORA PARTE DE UN SELLO EN
      *  CEROS.
      *  EL RESUMEN SON DOS ACUMULADORES DE NUEVE DIGITOS, CADA UNO
      *  MODULO UN PRIMO, COMO EN CIFRA-CLAVE: ARRANCAN DE LAS DOS
      *  MITADES DEL SELLO ANTERIOR, ABSORBEN LA SECUENCIA Y LUEGO
      *  CADA BYTE DE LOS DATOS. ESTE SUBPROGRAMA ES EL UNICO QUE
      *  SABE LA FORMULA: SELLA-BITACORA LO LLAMA AL ESCRIBIR Y
      *  VERIFICA-SELLOS AL COTEJAR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULA-SELLO.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WK-SELLO-PARTES.
           05 WK-SELLO-ALTO        PIC 9(9).
           05 WK-SELLO-BAJO        PIC 9(9).
      *
       77  WK-PRIMO-1              PIC 9(9) VALUE 999999937.
       77  WK-PRIMO-2              PIC 9(9) VALUE 999999929.
       77  WK-ACUM-1               PIC 9(9) VALUE ZEROS.
       77  WK-ACUM-2               PIC 9(9) VALUE ZEROS.
       77  WK-PRODUCTO             PIC 9(15) VALUE ZEROS.
       77  WK-COCIENTE             PIC 9(15) VALUE ZEROS.
       77  WK-VALOR-BYTE           PIC 9(3) VALUE ZEROS.
       77  WK-POS                  PIC 9(3) VALUE ZEROS.
      *
       LINKAGE SECTION.
       01  LNK-SELLO-ANTERIOR      PIC 9(18).
       01  LNK-SECUENCIA           PIC 9(9).
       01  LNK-DATOS               PIC X(250).
       01  LNK-LARGO               PIC 9(3).
       01  LNK-SELLO               PIC 9(18).
      *
      ******************************************************************
       PROCEDURE DIVISION USING LNK-SELLO-ANTERIOR
                                LNK-SECUENCIA
                                LNK-DATOS
                                LNK-LARGO
                                LNK-SELLO.
      *
       0000-SELLAR.
      *
           MOVE LNK-SELLO-ANTERIOR TO WK-SELLO-PARTES
           MOVE WK-SELLO-ALTO TO WK-ACUM-1
           MOVE WK-SELLO-BAJO TO WK-ACUM-2

           COMPUTE WK-PRODUCTO = WK-ACUM-1 * 257 + LNK-SECUENCIA
           DIVIDE WK-PRODUCTO BY WK-PRIMO-1
               GIVING WK-COCIENTE REMAINDER WK-ACUM-1

           COMPUTE WK-PRODUCTO = WK-ACUM-2 * 263 + LNK-SECUENCIA
           DIVIDE WK-PRODUCTO BY WK-PRIMO-2
               GIVING WK-COCIENTE REMAINDER WK-ACUM-2

           PERFORM VARYING WK-POS FROM 1 BY 1
                   UNTIL WK-POS > LNK-LARGO
               PERFORM 1000-MEZCLAR-BYTE
           END-PERFORM

           PERFORM 2000-CRUZAR-ACUMULADORES

           COMPUTE LNK-SELLO = WK-ACUM-1 * 1000000000 + WK-ACUM-2

           GOBACK
           .
      *
      ******************************************************************
      *                   1000-MEZCLAR-BYTE                            *
      *----------------------------------------------------------------*
      *   CADA ACUMULADOR SE MULTIPLICA POR SU BASE, SUMA EL BYTE (EL  *
      *   SEGUNDO, PESADO POR LA POSICION, PARA QUE DOS BYTES         *
      *   PERMUTADOS NO DEN EL MISMO SELLO) Y SE REDUCE MODULO SU      *
      *   PRIMO.                                                       *
      ******************************************************************
       1000-MEZCLAR-BYTE.
      *
           COMPUTE WK-VALOR-BYTE = FUNCTION ORD(LNK-DATOS(WK-POS:1))

           COMPUTE WK-PRODUCTO = WK-ACUM-1 * 257 + WK-VALOR-BYTE
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
      *   AL FINAL CADA ACUMULADOR ABSORBE AL OTRO, PARA QUE NINGUNA   *
      *   MITAD DEL SELLO SE PUEDA DESPEJAR POR SEPARADO.              *
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
