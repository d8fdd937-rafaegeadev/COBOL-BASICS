      *  SUS PROPIOS ON SIZE ERROR ALREDEDOR DE CADA COMPUTE.
      *  CODIGOS DE OPERACION (MISMOS VALORES QUE WS-OPCIONES DEL
      *  MENU): 1 SUMA, 2 RESTA, 3 MULTIPLICACION, 4 DIVISION,
      *  5 PORCENTAJE, 6 RAIZ CUADRADA; Y LAS FINANCIERAS PARA
      *  COTIZAR AL CLIENTE, QUE USAN ADEMAS LNK-NUMERO3:
      *  10 CUOTA DE PRESTAMO (SISTEMA FRANCES): NUMERO1 CAPITAL,
      *     NUMERO2 TASA NOMINAL ANUAL EN %, NUMERO3 PLAZO EN MESES.
      *     RESULTADO LA CUOTA MENSUAL, RESTO EL TOTAL DE INTERESES.
      *  11 CAPITAL COMPUESTO: NUMERO1 DEPOSITO, NUMERO2 TASA EN % POR
      *     PERIODO, NUMERO3 CANTIDAD DE PERIODOS. RESULTADO EL
      *     CAPITAL FINAL, RESTO LOS INTERESES GANADOS.
      *  12 TASA EFECTIVA ANUAL: NUMERO1 TASA NOMINAL ANUAL EN %,
      *     NUMERO2 CAPITALIZACIONES POR AÑO. RESULTADO-DEC LA TASA
      *     EFECTIVA EN %.
      *  ESTADOS: 00 BIEN, 10 DIVISOR CERO, 20 OVERFLOW, 30 RAIZ DE
      *  NEGATIVO, 40 OPERACION DESCONOCIDA, 50 DATO FINANCIERO FUERA
      *  DE RANGO (IMPORTE O TASA NEGATIVOS, PLAZO O PERIODOS EN
      *  CERO).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  WK-LOG-CAMPO                   PIC X(20)   VALUE SPACES.
       77  WK-LOG-OP1                     PIC S9(11)V99 VALUE ZERO.
       77  WK-LOG-OP2                     PIC S9(11)V99 VALUE ZERO.
      *      CAMPOS DE TRABAJO DE LAS OPERACIONES FINANCIERAS
       77  WK-PERIODOS                    PIC 9(5)      VALUE ZERO.
       77  WK-TASA-PERIODO                PIC S9(3)V9(12) VALUE ZERO.
       77  WK-FACTOR                      PIC S9(9)V9(12) VALUE ZERO.
      *
       LINKAGE SECTION.
       01  LNK-OPERACION                  PIC 9(2).
       01  LNK-NUMERO1                    PIC S9(7)V99.
       01  LNK-NUMERO2                    PIC S9(7)V99.
       01  LNK-RESULTADO                  PIC S9(9)V99.
       01  LNK-RESULTADO-DEC              PIC S9(9)V9999.
       01  LNK-RESTO                      PIC S9(9)V99.
       01  LNK-ESTADO                     PIC X(2).
       01  LNK-NUMERO3                    PIC S9(7)V99.
      *
      ******************************************************************
       PROCEDURE DIVISION USING LNK-OPERACION
                                LNK-RESULTADO
                                LNK-RESULTADO-DEC
                                LNK-RESTO
                                LNK-ESTADO
                                LNK-NUMERO3.
      *
       0000-CALCULAR.
      *
                   PERFORM 1500-PORCENTAJE
               WHEN 6
                   PERFORM 1600-RAIZ-CUADRADA
               WHEN 10
                   PERFORM 1700-CUOTA-PRESTAMO
               WHEN 11
                   PERFORM 1800-CAPITAL-COMPUESTO
               WHEN 12
                   PERFORM 1900-TASA-EFECTIVA
               WHEN OTHER
                   MOVE "40" TO LNK-ESTADO
           END-EVALUATE
           .
      *
      ******************************************************************
      *                   1700-CUOTA-PRESTAMO                          *
      *----------------------------------------------------------------*
      *   CUOTA = C * I * F / (F - 1), CON I LA TASA MENSUAL Y         *
      *   F = (1 + I) ** N. A TASA CERO LA CUOTA ES C / N.             *
      ******************************************************************
       1700-CUOTA-PRESTAMO.
      *
           IF LNK-NUMERO1 < ZERO
               OR LNK-NUMERO2 < ZERO
               OR LNK-NUMERO3 < 1
               MOVE "50" TO LNK-ESTADO
               EXIT PARAGRAPH
           END-IF

           MOVE LNK-NUMERO3 TO WK-PERIODOS
           COMPUTE WK-TASA-PERIODO = LNK-NUMERO2 / 1200

           IF WK-TASA-PERIODO = ZERO
               COMPUTE LNK-RESULTADO-DEC ROUNDED =
                       LNK-NUMERO1 / WK-PERIODOS
           ELSE
               COMPUTE WK-FACTOR =
                       (1 + WK-TASA-PERIODO) ** WK-PERIODOS
                   ON SIZE ERROR
                       MOVE "20" TO LNK-ESTADO
                       EXIT PARAGRAPH
               END-COMPUTE
               COMPUTE LNK-RESULTADO-DEC ROUNDED =
                       LNK-NUMERO1 * WK-TASA-PERIODO * WK-FACTOR
                       / (WK-FACTOR - 1)
                   ON SIZE ERROR
                       MOVE "20" TO LNK-ESTADO
                       EXIT PARAGRAPH
               END-COMPUTE
           END-IF

           COMPUTE LNK-RESULTADO ROUNDED = LNK-RESULTADO-DEC
           COMPUTE LNK-RESTO =
                   LNK-RESULTADO * WK-PERIODOS - LNK-NUMERO1
               ON SIZE ERROR
                   MOVE "20" TO LNK-ESTADO
           END-COMPUTE
           .
      *
      ******************************************************************
      *                   1800-CAPITAL-COMPUESTO                       *
      *----------------------------------------------------------------*
      *   CAPITAL FINAL = C * (1 + T / 100) ** N                       *
      ******************************************************************
       1800-CAPITAL-COMPUESTO.
      *
           IF LNK-NUMERO1 < ZERO
               OR LNK-NUMERO2 < ZERO
               OR LNK-NUMERO3 < 1
               MOVE "50" TO LNK-ESTADO
               EXIT PARAGRAPH
           END-IF

           MOVE LNK-NUMERO3 TO WK-PERIODOS
           COMPUTE WK-FACTOR =
                   (1 + LNK-NUMERO2 / 100) ** WK-PERIODOS
               ON SIZE ERROR
                   MOVE "20" TO LNK-ESTADO
                   EXIT PARAGRAPH
           END-COMPUTE

           COMPUTE LNK-RESULTADO-DEC ROUNDED =
                   LNK-NUMERO1 * WK-FACTOR
               ON SIZE ERROR
                   MOVE "20" TO LNK-ESTADO
                   EXIT PARAGRAPH
           END-COMPUTE

           COMPUTE LNK-RESULTADO ROUNDED = LNK-RESULTADO-DEC
           COMPUTE LNK-RESTO = LNK-RESULTADO - LNK-NUMERO1
           .
      *
      ******************************************************************
      *                   1900-TASA-EFECTIVA                           *
      *----------------------------------------------------------------*
      *   TEA = ((1 + TN / 100 / M) ** M - 1) * 100, CON M LAS         *
      *   CAPITALIZACIONES DEL AÑO (12 MENSUAL, 4 TRIMESTRAL...).     *
      ******************************************************************
       1900-TASA-EFECTIVA.
      *
           IF LNK-NUMERO1 < ZERO
               OR LNK-NUMERO2 < 1
               MOVE "50" TO LNK-ESTADO
               EXIT PARAGRAPH
           END-IF

           MOVE LNK-NUMERO2 TO WK-PERIODOS
           COMPUTE WK-TASA-PERIODO = LNK-NUMERO1 / 100 / WK-PERIODOS
           COMPUTE WK-FACTOR =
                   (1 + WK-TASA-PERIODO) ** WK-PERIODOS
               ON SIZE ERROR
                   MOVE "20" TO LNK-ESTADO
                   EXIT PARAGRAPH
           END-COMPUTE

           COMPUTE LNK-RESULTADO-DEC ROUNDED = (WK-FACTOR - 1) * 100
               ON SIZE ERROR
                   MOVE "20" TO LNK-ESTADO
           END-COMPUTE
           .
      *
      ******************************************************************
