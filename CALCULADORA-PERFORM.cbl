               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMBIOS.

      * TABLA DE AMORTIZACION DE LA ULTIMA COTIZACION DE PRESTAMO,
      * PARA IMPRIMIR Y ENTREGAR AL CLIENTE. CADA COTIZACION LA PISA.
           SELECT ARCHIVO-AMORTIZACION
               ASSIGN TO "AMORTIZACION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AMORTIZACION.

       DATA DIVISION.
       FILE SECTION.
      * CADA OPERACIÓN QUE RESUELVE LA CALCULADORA QUEDA ANOTADA AQUÍ,
           05 TRANS-NUMERO2                PIC S9(7)V99.
           05 TRANS-RESULTADO              PIC S9(9)V9999.
           05 TRANS-RESTO                  PIC S9(9)V9999.
      * TERCER DATO DE LAS OPERACIONES FINANCIERAS (PLAZO EN MESES O
      * CANTIDAD DE PERIODOS); CERO EN LAS DEMAS OPERACIONES.
           05 TRANS-NUMERO3                PIC S9(7)V99.

      * UN PAR DE OPERANDOS Y EL CODIGO DE OPERACION (MISMOS VALORES
      * QUE WS-OPCIONES) POR LINEA, PARA PROCESAR VARIAS CUENTAS SIN
           05 CAM-TASA-A-BASE              PIC 9(3)V9(6).
           05 CAM-FECHA                    PIC 9(8).

       FD  ARCHIVO-AMORTIZACION.
       01  REG-AMORTIZACION                PIC X(90).

       WORKING-STORAGE SECTION.
       77  FS-TRANSACCIONES               PIC XX.
       77  FS-OPERANDOS                   PIC XX.
       77  FS-CAMBIOS                     PIC XX.
       77  FS-AMORTIZACION                PIC XX.

       01  SWITCHES.
           05 SW-FIN-OPERANDOS             PIC X VALUE 'N'.
      *                       VARIABLES                                *
      ******************************************************************
      *
       01  WS-OPCIONES                        PIC S9(2)   VALUE ZERO.
           88 WK-SUMAR                                    VALUE 1.
           88 WK-RESTAR                                   VALUE 2.
           88 WK-MULTIPLICAR                              VALUE 3.
           88 WK-SALIR                                    VALUE 7.
           88 WK-CONTINUAR                                VALUE 8.
           88 WK-CONVERSION                               VALUE 9.
           88 WK-CUOTA-PRESTAMO                           VALUE 10.
           88 WK-INTERES-COMPUESTO                        VALUE 11.
           88 WK-TASA-EFECTIVA                            VALUE 12.
           88 WK-AMORTIZACION                             VALUE 13.

      * IMPORTES CON SIGNO Y DOS DECIMALES: LA MESA YA PUEDE CALCULAR
      * 1234.56 O 10.50 SIN RECURRIR A LA CALCULADORA DE ESCRITORIO.
       77  WK-NUMERO1                      PIC S9(7)V99    VALUE ZEROES.
       77  WK-NUMERO2                      PIC S9(7)V99    VALUE ZEROES.
      * PLAZO EN MESES O CANTIDAD DE PERIODOS, SOLO PARA LAS
      * COTIZACIONES FINANCIERAS.
       77  WK-NUMERO3                      PIC S9(7)V99    VALUE ZEROES.

       77  WK-RESULTADO                    PIC S9(9)V99    VALUE ZEROES.
       77  WK-RESTO-DIV                    PIC S9(9)V99    VALUE ZEROES.
       77  WK-EQUIV-BASE                   PIC S9(9)V9999 VALUE ZEROS.
       77  WK-CONVERTIDO                   PIC S9(9)V9999 VALUE ZEROS.

      * TABLA DE AMORTIZACION (SISTEMA FRANCES): CUOTA FIJA, EL
      * INTERES DEL MES SOBRE EL SALDO Y EL RESTO AMORTIZA CAPITAL.
      * EL ULTIMO MES CANCELA EL SALDO QUE DEJE EL REDONDEO.
       77  WK-MAX-PLAZO-TABLA              PIC 9(4)    VALUE 600.
       77  WK-PLAZO-TABLA                  PIC 9(4)    VALUE ZEROS.
       77  WK-PERIODO                      PIC 9(4)    VALUE ZEROS.
       77  WK-SALDO                        PIC S9(9)V99 VALUE ZEROS.
       77  WK-CUOTA-MES                    PIC S9(9)V99 VALUE ZEROS.
       77  WK-INTERES-MES                  PIC S9(9)V99 VALUE ZEROS.
       77  WK-AMORTIZA-MES                 PIC S9(9)V99 VALUE ZEROS.

       01  ENCABEZADO-COTIZACION.
           05 FILLER                       PIC X(8)  VALUE "CAPITAL ".
           05 EC-CAPITAL                   PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                       PIC X(12)
                                           VALUE "  TASA ANUAL".
           05 EC-TASA                      PIC ZZZ9.99.
           05 FILLER                       PIC X(9)  VALUE "%  MESES ".
           05 EC-PLAZO                     PIC ZZZ9.
           05 FILLER                       PIC X(8)  VALUE "  CUOTA ".
           05 EC-CUOTA                     PIC ZZZ,ZZZ,ZZ9.99.

       01  ENCABEZADO-AMORTIZACION.
           05 FILLER                       PIC X(7)  VALUE "  MES  ".
           05 FILLER                       PIC X(16)
                                           VALUE "           CUOTA".
           05 FILLER                       PIC X(16)
                                           VALUE "         INTERES".
           05 FILLER                       PIC X(16)
                                           VALUE "    AMORTIZACION".
           05 FILLER                       PIC X(16)
                                           VALUE "           SALDO".

       01  LINEA-AMORTIZACION.
           05 LA-PERIODO                   PIC ZZZ9.
           05 FILLER                       PIC X(5)  VALUE SPACES.
           05 LA-CUOTA                     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 LA-INTERES                   PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 LA-AMORTIZACION              PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                       PIC X(2)  VALUE SPACES.
           05 LA-SALDO                     PIC ZZZ,ZZZ,ZZ9.99.

      *          INTERFAZ CON EL SUBPROGRAMA CALC-OPERACION
       77  WK-OPERACION-CALC               PIC 9(2)        VALUE ZERO.
       77  WK-ESTADO-CALC                  PIC X(2)        VALUE "00".
      *
      ******************************************************************
               "9 - Conversion de moneda (convierte el"
               " primer numero)"
               DISPLAY
               "10 - Cuota de prestamo (capital, tasa anual %,"
               " plazo en meses)"
               DISPLAY
               "11 - Interes compuesto (deposito, tasa % por"
               " periodo, periodos)"
               DISPLAY
               "12 - Tasa efectiva anual (tasa nominal %,"
               " capitalizaciones por año)"
               DISPLAY
               "13 - Tabla de amortizacion (capital, tasa anual %,"
               " plazo en meses)"
               DISPLAY
               "---------------------------------------"
               ACCEPT
               WS-OPCIONES
               " (CON DECIMALES, EJ. 10.50)."
               ACCEPT
               WK-NUMERO2
               MOVE ZERO TO WK-NUMERO3
               DISPLAY
               "---------------------------------------"
               .
      *
      ******************************************************************
      *                   2250-SOLICITA-PLAZO                          *
      *----------------------------------------------------------------*
      *   TERCER DATO DE LAS COTIZACIONES: PLAZO DEL PRESTAMO EN      *
      *   MESES O CANTIDAD DE PERIODOS DEL DEPOSITO.                  *
      ******************************************************************
           2250-SOLICITA-PLAZO.
      *
               DISPLAY
               "Por favor, introduzca el plazo en meses o la"
               " cantidad de periodos."
               ACCEPT
               WK-NUMERO3
               DISPLAY
               "---------------------------------------"
               .
      *----------------------------------------------------------------*
      *   DESDE QUE LA ARITMETICA VIVE EN EL SUBPROGRAMA              *
      *   CALC-OPERACION, AQUI SOLO SE DECIDE SI LA OPCION ES UNA     *
      *   OPERACION (1-6), UNA COTIZACION FINANCIERA (10-13), LA      *
      *   SALIDA O UN ERROR DE CAPTURA; EL CALCULO Y SUS PROTECCIONES *
      *   SON DEL SUBPROGRAMA.                                        *
      ******************************************************************
           2300-OPCION.
      *
                           "****************************************"
                           PERFORM 2400-EJECUTAR-OPERACION

                       WHEN WK-CUOTA-PRESTAMO OR WK-INTERES-COMPUESTO
                            OR WK-AMORTIZACION
                           PERFORM 2250-SOLICITA-PLAZO
                           DISPLAY
                           "****************************************"
                           PERFORM 2400-EJECUTAR-OPERACION

                       WHEN WK-TASA-EFECTIVA
                           DISPLAY
                           "****************************************"
                           PERFORM 2400-EJECUTAR-OPERACION

                       WHEN WK-CONVERSION
                           DISPLAY
                           "****************************************"
      *                   2400-EJECUTAR-OPERACION                      *
      *----------------------------------------------------------------*
      *   UNA SOLA LLAMADA A CALC-OPERACION RESUELVE CUALQUIERA DE    *
      *   LAS OPERACIONES; EL ESTADO QUE DEVUELVE DICE SI HAY         *
      *   RESULTADO O QUE SALIO MAL (DIVISOR CERO, OVERFLOW, RAIZ    *
      *   DE NEGATIVO, DATO FINANCIERO FUERA DE RANGO). LA TABLA DE   *
      *   AMORTIZACION PARTE DE LA CUOTA, ASI QUE PIDE LA OPERACION   *
      *   DE CUOTA DE PRESTAMO.                                       *
      ******************************************************************
           2400-EJECUTAR-OPERACION.
      *
               DISPLAY
               "CALCULANDO..."
               IF WK-AMORTIZACION
                   MOVE 10 TO WK-OPERACION-CALC
               ELSE
                   MOVE WS-OPCIONES TO WK-OPERACION-CALC
               END-IF

               CALL "CALC-OPERACION" USING WK-OPERACION-CALC
                                           WK-NUMERO1
                                           WK-RESULTADO-DEC
                                           WK-RESTO-DIV
                                           WK-ESTADO-CALC
                                           WK-NUMERO3

               EVALUATE WK-ESTADO-CALC
                   WHEN "00"
                       "NO SE PUEDE CALCULAR LA RAIZ DE UN NEGATIVO"
                       MOVE "RAIZ NEGATIVA" TO TRANS-OPERACION
                       PERFORM 2602-REGISTRAR-RECHAZO
                   WHEN "50"
                       DISPLAY
                       "DATOS FINANCIEROS FUERA DE RANGO (IMPORTE O"
                       " TASA NEGATIVOS, PLAZO O PERIODOS EN CERO)"
                       MOVE "DATO INVALIDO" TO TRANS-OPERACION
                       PERFORM 2602-REGISTRAR-RECHAZO
                   WHEN OTHER
                       DISPLAY
                       "OPERACION DESCONOCIDA"
      *----------------------------------------------------------------*
      *   MUESTRA Y REGISTRA EL RESULTADO SEGUN LA OPERACION: LAS     *
      *   CUATRO BASICAS USAN EL RESULTADO ENTERO, PORCENTAJE Y RAIZ  *
      *   EL DECIMAL. CUOTA E INTERES COMPUESTO DEJAN EN EL RESTO LOS *
      *   INTERESES; LA TASA EFECTIVA VIENE EN EL DECIMAL.            *
      ******************************************************************
           2410-MOSTRAR-RESULTADO.
      *
                       WK-RESULTADO-DEC "."
                       MOVE "RAIZ CUADRADA" TO TRANS-OPERACION
                       PERFORM 2601-REGISTRAR-TRANS-DEC
                   WHEN WK-CUOTA-PRESTAMO
                       DISPLAY
                       "La cuota mensual es: " WK-RESULTADO
                       " (intereses totales " WK-RESTO-DIV ")."
                       MOVE "CUOTA PRESTAMO" TO TRANS-OPERACION
                       PERFORM 2600-REGISTRAR-TRANSACCION
                   WHEN WK-INTERES-COMPUESTO
                       DISPLAY
                       "El capital final es: " WK-RESULTADO
                       " (intereses ganados " WK-RESTO-DIV ")."
                       MOVE "INT COMPUESTO" TO TRANS-OPERACION
                       PERFORM 2600-REGISTRAR-TRANSACCION
                   WHEN WK-TASA-EFECTIVA
                       DISPLAY
                       "La tasa efectiva anual es: "
                       WK-RESULTADO-DEC " %."
                       MOVE "TASA EFECTIVA" TO TRANS-OPERACION
                       PERFORM 2601-REGISTRAR-TRANS-DEC
                   WHEN WK-AMORTIZACION
                       DISPLAY
                       "La cuota mensual es: " WK-RESULTADO
                       " (intereses totales " WK-RESTO-DIV ")."
                       MOVE "TABLA AMORTIZ" TO TRANS-OPERACION
                       PERFORM 2600-REGISTRAR-TRANSACCION
                       PERFORM 2900-TABLA-AMORTIZACION
               END-EVALUATE
               DISPLAY
               "-------------------------------------"
               .
      *
      ******************************************************************
      *                   2900-TABLA-AMORTIZACION                      *
      *----------------------------------------------------------------*
      *   CON LA CUOTA YA CALCULADA POR CALC-OPERACION, DESGLOSA MES  *
      *   A MES INTERES, AMORTIZACION Y SALDO. SE MUESTRA EN PANTALLA *
      *   Y QUEDA EN AMORTIZACION.TXT PARA IMPRIMIRLA.                *
      ******************************************************************
           2900-TABLA-AMORTIZACION.
      *
               IF WK-NUMERO3 > WK-MAX-PLAZO-TABLA
                   DISPLAY
                   "PLAZO MAYOR A " WK-MAX-PLAZO-TABLA
                   " MESES, NO SE IMPRIME LA TABLA"
                   EXIT PARAGRAPH
               END-IF

               OPEN OUTPUT ARCHIVO-AMORTIZACION
               IF FS-AMORTIZACION NOT = "00"
                   DISPLAY
                   "ERROR ABRIENDO AMORTIZACION.TXT: " FS-AMORTIZACION
                   EXIT PARAGRAPH
               END-IF

               MOVE WK-NUMERO3   TO WK-PLAZO-TABLA
               MOVE WK-NUMERO1   TO EC-CAPITAL
               MOVE WK-NUMERO2   TO EC-TASA
               MOVE WK-PLAZO-TABLA TO EC-PLAZO
               MOVE WK-RESULTADO TO EC-CUOTA
               DISPLAY ENCABEZADO-COTIZACION
               DISPLAY ENCABEZADO-AMORTIZACION
               WRITE REG-AMORTIZACION FROM ENCABEZADO-COTIZACION
               WRITE REG-AMORTIZACION FROM ENCABEZADO-AMORTIZACION

               MOVE WK-NUMERO1 TO WK-SALDO
               PERFORM 2910-LINEA-AMORTIZACION
                   VARYING WK-PERIODO FROM 1 BY 1
                   UNTIL WK-PERIODO > WK-PLAZO-TABLA

               CLOSE ARCHIVO-AMORTIZACION
               DISPLAY
               "TABLA GRABADA EN AMORTIZACION.TXT"
               .
      *
      ******************************************************************
      *                   2910-LINEA-AMORTIZACION                      *
      ******************************************************************
           2910-LINEA-AMORTIZACION.
      *
               COMPUTE WK-INTERES-MES ROUNDED =
                   WK-SALDO * WK-NUMERO2 / 1200

               IF WK-PERIODO = WK-PLAZO-TABLA
                   MOVE WK-SALDO TO WK-AMORTIZA-MES
                   COMPUTE WK-CUOTA-MES =
                       WK-AMORTIZA-MES + WK-INTERES-MES
               ELSE
                   MOVE WK-RESULTADO TO WK-CUOTA-MES
                   COMPUTE WK-AMORTIZA-MES =
                       WK-CUOTA-MES - WK-INTERES-MES
               END-IF
               SUBTRACT WK-AMORTIZA-MES FROM WK-SALDO

               MOVE WK-PERIODO      TO LA-PERIODO
               MOVE WK-CUOTA-MES    TO LA-CUOTA
               MOVE WK-INTERES-MES  TO LA-INTERES
               MOVE WK-AMORTIZA-MES TO LA-AMORTIZACION
               MOVE WK-SALDO        TO LA-SALDO
               DISPLAY LINEA-AMORTIZACION
               WRITE REG-AMORTIZACION FROM LINEA-AMORTIZACION
               .
      *
      ******************************************************************
      *                   2700-PROCESO-BATCH                           *
      *----------------------------------------------------------------*
      *   PROCESA CADA PAR DE OPERANDOS DE OPERANDOS.DAT SIN PEDIR     *
               MOVE OP-NUMERO2        TO TRANS-NUMERO2
               MOVE ZERO              TO TRANS-RESULTADO
               MOVE ZERO              TO TRANS-RESTO
               MOVE ZERO              TO TRANS-NUMERO3
               WRITE REG-TRANSACCION
               .
      *
               MOVE WK-NUMERO2    TO TRANS-NUMERO2
               MOVE WK-RESULTADO  TO TRANS-RESULTADO
               MOVE WK-RESTO-DIV  TO TRANS-RESTO
               MOVE WK-NUMERO3    TO TRANS-NUMERO3
               WRITE REG-TRANSACCION
               .
      *
               MOVE WK-NUMERO2    TO TRANS-NUMERO2
               MOVE ZERO          TO TRANS-RESULTADO
               MOVE ZERO          TO TRANS-RESTO
               MOVE WK-NUMERO3    TO TRANS-NUMERO3
               WRITE REG-TRANSACCION
               .
      *
               MOVE WK-NUMERO2       TO TRANS-NUMERO2
               MOVE WK-RESULTADO-DEC TO TRANS-RESULTADO
               MOVE ZERO             TO TRANS-RESTO
               MOVE WK-NUMERO3       TO TRANS-NUMERO3
               WRITE REG-TRANSACCION
               .
      *
