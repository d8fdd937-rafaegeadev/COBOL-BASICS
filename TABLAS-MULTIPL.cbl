               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TABLAS.

      * TRAMOS DE TASA VIGENTES (LOS MISMOS QUE PAGA EL BATCH DE
      * INTERESES) Y EL PORCENTAJE DE RETENCION FISCAL DE LOS
      * PARAMETROS, PARA LA TABLA DE INTERESES DE LAS SUCURSALES.
           SELECT ARCHIVO-TASAS
               ASSIGN TO "TASAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TASAS.

           SELECT ARCHIVO-PARAMETROS
               ASSIGN TO "PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

       DATA DIVISION.
       FILE SECTION.
      * CADA TABLA QUE SE MUESTRA EN PANTALLA SE ESCRIBE TAMBIEN AQUI,
       FD  ARCHIVO-TABLAS.
       01  REG-TABLA                     PIC X(80).

       FD  ARCHIVO-TASAS.
       01  REG-TASA.
           05 TAS-SALDO-DESDE            PIC 9(7)V99.
           05 TAS-SALDO-HASTA            PIC 9(7)V99.
           05 TAS-TASA                   PIC 9V9(4).
           05 TAS-FECHA-VIGENCIA         PIC 9(8).

      * SOLO INTERESA EL PORCENTAJE DE RETENCION; LO DEMAS DEL
      * REGISTRO ES DEL BATCH.
       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETROS.
           05 PAR-TASA-INTERES           PIC 9V9(4).
           05 PAR-INTERVALO-CHECKPT      PIC 9(5).
           05 PAR-CANTIDAD-MOVS          PIC 9(5).
           05 PAR-LOTE-GENERADOS         PIC X(8).
           05 PAR-LOTE-INTERESES         PIC X(8).
           05 PAR-LOTE-COMISIONES        PIC X(8).
           05 PAR-MES-COMISIONES         PIC 9(6).
           05 PAR-REPROCESO-LOTES        PIC X(1).
           05 PAR-APLICAR-DUPLICADOS     PIC X(1).
           05 PAR-OPERADOR               PIC X(8).
           05 PAR-TOP-N                  PIC 9(3).
           05 PAR-UMBRAL-RECHAZOS-ABS    PIC 9(5).
           05 PAR-UMBRAL-RECHAZOS-PCT    PIC 9(3).
           05 PAR-UMBRAL-SUSP-ABS        PIC 9(5).
           05 PAR-UMBRAL-SUSP-PCT        PIC 9(3).
           05 PAR-UMBRAL-DUP-ABS         PIC 9(5).
           05 PAR-OMITIR-UMBRALES        PIC X(1).
           05 PAR-TASA-DEUDORA           PIC 9V9(4).
           05 PAR-PCT-RETENCION          PIC 9(2)V99.
           05 PAR-LOTE-RETENCION         PIC X(8).

       WORKING-STORAGE SECTION.
       77  FS-TABLAS                     PIC XX.
       77  FS-TASAS                      PIC XX.
       77  FS-PARAMETROS                 PIC XX.
      *
      ******************************************************************
      *                       VARIABLES                                *
           77 WK-NUMERO-COLUMNA          PIC 9(3)       VALUE ZEROES.
           77 WK-POSICION                PIC 9(2)       VALUE ZERO.

      *          TABLA DE INTERESES: TRAMOS VIGENTES DE TASAS.DAT
      *          (ANTE DOS FILAS DEL MISMO TRAMO GANA LA DE VIGENCIA
      *          MAS RECIENTE) Y LA RETENCION DE PARAMETROS.DAT.
           77 WK-MAX-TRAMOS              PIC 9(2)       VALUE 20.
           77 WK-CONT-TRAMOS             PIC 9(2)       VALUE ZERO.
           77 WK-IDX-TRAMO               PIC 9(2)       VALUE ZERO.
           77 WK-TRAMO-HALLADO           PIC 9(2)       VALUE ZERO.
           77 WK-TRAMOS-IMPRESOS         PIC 9(4)       VALUE ZERO.
           77 WK-VIGENCIA-TASAS          PIC 9(8)       VALUE ZEROES.
           77 WK-PCT-RETENCION           PIC 9(2)V99    VALUE ZEROES.
           77 WK-SALDO-PASO              PIC 9(7)       VALUE ZEROES.
           77 WK-SALDO-FILA              PIC 9(7)V99    VALUE ZEROES.
           77 WK-INTERES-BRUTO           PIC 9(7)V99    VALUE ZEROES.
           77 WK-RETENCION               PIC 9(7)V99    VALUE ZEROES.
           77 WK-INTERES-NETO            PIC 9(7)V99    VALUE ZEROES.
           77 SW-FIN-TASAS               PIC X          VALUE 'N'.
              88 FIN-TASAS                              VALUE 'S'.
           77 SW-HOJA-INTERESES          PIC X          VALUE 'N'.
              88 HOJA-INTERESES                         VALUE 'S'.

       01  TABLA-TRAMOS.
           05 ENTRADA-TRAMO              OCCURS 1 TO 20 TIMES
                                         DEPENDING ON WK-CONT-TRAMOS.
              10 TR-SALDO-DESDE          PIC 9(7)V99.
              10 TR-SALDO-HASTA          PIC 9(7)V99.
              10 TR-TASA                 PIC 9V9(4).
              10 TR-VIGENCIA             PIC 9(8).

       01  LINEA-FILAS                   PIC X(80).

       01  COLUMNA-TABLA.
           05 CT-RESULTADO               PIC ZZZZZ9.

       01  LINEA-TITULO-PAGINA.
           05 LTP-TITULO                 PIC X(22)
              VALUE 'TABLAS DE MULTIPLICAR '.
           05 FILLER                     PIC X(7) VALUE 'FECHA: '.
           05 LTP-FECHA                  PIC 9(8).
              VALUE 'TABLAS DEL '.
           05 LCB-NUMEROS                PIC X(20).

      *          LINEAS PROPIAS DE LA TABLA DE INTERESES. LA FECHA
      *          DE VIGENCIA DE LAS TASAS VA EN CADA PAGINA PARA QUE
      *          UNA HOJA VIEJA SE RECONOZCA EN EL MOSTRADOR.
       01  LINEA-VIGENCIA-PAGINA.
           05 FILLER                     PIC X(22)
              VALUE 'TASAS VIGENTES DESDE: '.
           05 LVP-VIGENCIA               PIC 9(8).
           05 FILLER                     PIC X(21)
              VALUE '   RETENCION FISCAL: '.
           05 LVP-RETENCION              PIC Z9.99.
           05 FILLER                     PIC X(1)  VALUE '%'.

       01  LINEA-CABECERA-TRAMO.
           05 FILLER                     PIC X(12)
              VALUE 'TRAMO DESDE '.
           05 LCT-DESDE                  PIC Z,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(7)  VALUE ' HASTA '.
           05 LCT-HASTA                  PIC Z,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(15)
              VALUE '  TASA MENSUAL '.
           05 LCT-TASA                   PIC 9.9999.
           05 FILLER                     PIC X(6)  VALUE '  DEL '.
           05 LCT-VIGENCIA               PIC 9(8).

       01  LINEA-COLUMNAS-TRAMO.
           05 FILLER                     PIC X(16)
              VALUE '           SALDO'.
           05 FILLER                     PIC X(16)
              VALUE '   INTERES BRUTO'.
           05 FILLER                     PIC X(16)
              VALUE '       RETENCION'.
           05 FILLER                     PIC X(16)
              VALUE '    INTERES NETO'.

       01  LINEA-INTERES.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 LI-SALDO                   PIC Z,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 LI-BRUTO                   PIC Z,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 LI-RETENCION               PIC Z,ZZZ,ZZ9.99.
           05 FILLER                     PIC X(4)  VALUE SPACES.
           05 LI-NETO                    PIC Z,ZZZ,ZZ9.99.

       01 WS-MENU                        PIC S9(1)      VALUE ZERO.
           88 WK-EMPEZAR                                VALUE 1.
           88 WK-SALIR                                  VALUE 2.
           88 WK-CONTINUAR                              VALUE 3.
           88 WK-INTERESES                              VALUE 4.
      *
      ******************************************************************
       PROCEDURE DIVISION.
               DISPLAY
               "2 - SALIR"
               DISPLAY
               "4 - TABLA DE INTERESES POR TRAMO (TASAS.DAT)"
               DISPLAY
               "---------------------------------------"
               ACCEPT
               WS-MENU
                           "****************************************"
                           PERFORM 2300-LA-TABLA

                       WHEN WK-INTERESES
                           DISPLAY
                           "****************************************"
                           PERFORM 2600-TABLA-INTERESES

                       WHEN WK-SALIR
                           PERFORM 3000-FIN

                   MOVE ALL '=' TO REG-TABLA
                   WRITE REG-TABLA
                   WRITE REG-TABLA FROM LINEA-TITULO-PAGINA
                   IF HOJA-INTERESES
                       MOVE WK-VIGENCIA-TASAS TO LVP-VIGENCIA
                       MOVE WK-PCT-RETENCION  TO LVP-RETENCION
                       WRITE REG-TABLA FROM LINEA-VIGENCIA-PAGINA
                   END-IF
                   MOVE ALL '=' TO REG-TABLA
                   WRITE REG-TABLA
                   .
                   .
      *
      ******************************************************************
      *                   2600-TABLA-INTERESES                         *
      *----------------------------------------------------------------*
      *   TABLA DE INTERESES PARA EL MOSTRADOR: POR CADA TRAMO         *
      *   VIGENTE DE TASAS.DAT, UNA BANDA CON SALDOS ESCALONADOS DEL   *
      *   TRAMO Y SU INTERES BRUTO DEL MES, LA RETENCION Y EL NETO.    *
      *   USA EL MISMO FORMATO DE PAGINA QUE LAS TABLAS DE MULTIPLICAR *
      *   (ENCABEZADO, DOS BANDAS POR PAGINA), EMPEZANDO PAGINA NUEVA  *
      *   Y CON LA VIGENCIA DE LAS TASAS EN CADA ENCABEZADO.           *
      ******************************************************************
           2600-TABLA-INTERESES.
      *
               PERFORM 2610-CARGAR-TASAS
               IF WK-CONT-TRAMOS = ZERO
                   DISPLAY
                   "SIN TRAMOS VIGENTES EN TASAS.DAT, NO HAY TABLA"
                   PERFORM 2000-PROCESO
                   EXIT PARAGRAPH
               END-IF
               PERFORM 2620-CARGAR-RETENCION
               PERFORM 2605-SOLICITA-SALDOS

               MOVE 'S'                      TO SW-HOJA-INTERESES
               MOVE 'TABLA DE INTERESES    ' TO LTP-TITULO
               MOVE ZERO                     TO WK-BANDAS-EN-PAGINA
               PERFORM 2630-IMPRIMIR-TRAMO
                   VARYING WK-IDX-TRAMO FROM 1 BY 1
                   UNTIL WK-IDX-TRAMO > WK-CONT-TRAMOS

      * LAS TABLAS DE MULTIPLICAR QUE SIGAN EMPIEZAN OTRA PAGINA
      * CON SU PROPIO TITULO.
               MOVE 'N'                      TO SW-HOJA-INTERESES
               MOVE 'TABLAS DE MULTIPLICAR ' TO LTP-TITULO
               MOVE ZERO                     TO WK-BANDAS-EN-PAGINA
               DISPLAY
               "TABLA DE INTERESES IMPRESA EN TABLAS.TXT, TASAS DEL "
               WK-VIGENCIA-TASAS
               PERFORM 2000-PROCESO
               .
      *
      ******************************************************************
      *                   2605-SOLICITA-SALDOS                         *
      *----------------------------------------------------------------*
      *   CUANTOS SALDOS ESCALONADOS POR TRAMO. EN CERO, 10 COMO EN    *
      *   LAS TABLAS DE MULTIPLICAR.                                   *
      ******************************************************************
           2605-SOLICITA-SALDOS.
      *
               DISPLAY
               "CUANTOS SALDOS POR TRAMO (0 = 10 SALDOS): "
               DISPLAY
               "-----------------------------"
               ACCEPT WK-NUMERO-FILAS
               DISPLAY
               "-----------------------------"
               IF WK-NUMERO-FILAS IS ZERO
                   MOVE 10 TO WK-NUMERO-FILAS
               END-IF
               .
      *
      ******************************************************************
      *                   2610-CARGAR-TASAS                            *
      *----------------------------------------------------------------*
      *   SOLO FILAS YA VIGENTES A LA FECHA; UNA FILA MAS RECIENTE DEL *
      *   MISMO TRAMO REEMPLAZA A LA ANTERIOR. LA VIGENCIA DE LA HOJA  *
      *   ES LA MAS RECIENTE DE LOS TRAMOS CARGADOS.                   *
      ******************************************************************
           2610-CARGAR-TASAS.
      *
               MOVE ZERO    TO WK-CONT-TRAMOS
               MOVE ZEROES  TO WK-VIGENCIA-TASAS
               MOVE 'N'     TO SW-FIN-TASAS
               OPEN INPUT ARCHIVO-TASAS

               IF FS-TASAS NOT = "00"
                   DISPLAY
                   "NO SE PUDO ABRIR TASAS.DAT: " FS-TASAS
                   EXIT PARAGRAPH
               END-IF

               PERFORM UNTIL FIN-TASAS
                   READ ARCHIVO-TASAS
                       AT END
                           MOVE 'S' TO SW-FIN-TASAS
                       NOT AT END
                           IF TAS-FECHA-VIGENCIA <= WK-FECHA-HOY
                               PERFORM 2615-ANOTAR-TRAMO
                           END-IF
                   END-READ
               END-PERFORM

               CLOSE ARCHIVO-TASAS
               .
      *
      ******************************************************************
      *                   2615-ANOTAR-TRAMO                            *
      ******************************************************************
           2615-ANOTAR-TRAMO.
      *
               MOVE ZERO TO WK-TRAMO-HALLADO
               PERFORM VARYING WK-IDX-TRAMO FROM 1 BY 1
                       UNTIL WK-IDX-TRAMO > WK-CONT-TRAMOS
                   IF TR-SALDO-DESDE(WK-IDX-TRAMO) = TAS-SALDO-DESDE
                       AND TR-SALDO-HASTA(WK-IDX-TRAMO)
                           = TAS-SALDO-HASTA
                       MOVE WK-IDX-TRAMO TO WK-TRAMO-HALLADO
                   END-IF
               END-PERFORM

               IF WK-TRAMO-HALLADO = ZERO
                   IF WK-CONT-TRAMOS >= WK-MAX-TRAMOS
                       DISPLAY
                       "TASAS.DAT TIENE MAS DE " WK-MAX-TRAMOS
                       " TRAMOS, SE IGNORAN LOS DEMAS"
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WK-CONT-TRAMOS
                   MOVE WK-CONT-TRAMOS TO WK-TRAMO-HALLADO
               ELSE
                   IF TR-VIGENCIA(WK-TRAMO-HALLADO)
                       > TAS-FECHA-VIGENCIA
                       EXIT PARAGRAPH
                   END-IF
               END-IF

               MOVE TAS-SALDO-DESDE
                   TO TR-SALDO-DESDE(WK-TRAMO-HALLADO)
               MOVE TAS-SALDO-HASTA
                   TO TR-SALDO-HASTA(WK-TRAMO-HALLADO)
               MOVE TAS-TASA
                   TO TR-TASA(WK-TRAMO-HALLADO)
               MOVE TAS-FECHA-VIGENCIA
                   TO TR-VIGENCIA(WK-TRAMO-HALLADO)
               IF TAS-FECHA-VIGENCIA > WK-VIGENCIA-TASAS
                   MOVE TAS-FECHA-VIGENCIA TO WK-VIGENCIA-TASAS
               END-IF
               .
      *
      ******************************************************************
      *                   2620-CARGAR-RETENCION                        *
      *----------------------------------------------------------------*
      *   SIN PARAMETROS.DAT NO SE RETIENE, IGUAL QUE EN EL BATCH.     *
      ******************************************************************
           2620-CARGAR-RETENCION.
      *
               MOVE ZEROES TO WK-PCT-RETENCION
               OPEN INPUT ARCHIVO-PARAMETROS

               IF FS-PARAMETROS NOT = "00"
                   DISPLAY
                   "SIN PARAMETROS.DAT, LA TABLA SALE SIN RETENCION"
                   EXIT PARAGRAPH
               END-IF

               READ ARCHIVO-PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PAR-PCT-RETENCION IS NUMERIC
                           MOVE PAR-PCT-RETENCION TO WK-PCT-RETENCION
                       END-IF
               END-READ

               CLOSE ARCHIVO-PARAMETROS
               .
      *
      ******************************************************************
      *                   2630-IMPRIMIR-TRAMO                          *
      *----------------------------------------------------------------*
      *   UNA BANDA POR TRAMO: EL PRIMER SALDO ES EL INICIO DEL TRAMO, *
      *   EL ULTIMO SU TOPE Y LOS DEMAS REPARTIDOS EN PASOS IGUALES.   *
      ******************************************************************
           2630-IMPRIMIR-TRAMO.
      *
               IF WK-BANDAS-EN-PAGINA = ZERO
                   PERFORM 2330-ENCABEZADO-PAGINA
               END-IF

               MOVE TR-SALDO-DESDE(WK-IDX-TRAMO) TO LCT-DESDE
               MOVE TR-SALDO-HASTA(WK-IDX-TRAMO) TO LCT-HASTA
               MOVE TR-TASA(WK-IDX-TRAMO)        TO LCT-TASA
               MOVE TR-VIGENCIA(WK-IDX-TRAMO)    TO LCT-VIGENCIA
               MOVE SPACES TO REG-TABLA
               WRITE REG-TABLA
               WRITE REG-TABLA FROM LINEA-CABECERA-TRAMO
               WRITE REG-TABLA FROM LINEA-COLUMNAS-TRAMO

               IF WK-NUMERO-FILAS > 1
                   COMPUTE WK-SALDO-PASO =
                       (TR-SALDO-HASTA(WK-IDX-TRAMO)
                        - TR-SALDO-DESDE(WK-IDX-TRAMO))
                       / (WK-NUMERO-FILAS - 1)
               ELSE
                   MOVE ZEROES TO WK-SALDO-PASO
               END-IF

               PERFORM 2640-IMPRIMIR-SALDO
                   VARYING WK-FILA FROM 1 BY 1
                   UNTIL WK-FILA > WK-NUMERO-FILAS

               ADD 1 TO WK-TRAMOS-IMPRESOS
               ADD 1 TO WK-BANDAS-EN-PAGINA
               IF WK-BANDAS-EN-PAGINA >= WK-BANDAS-POR-PAGINA
                   MOVE ZERO TO WK-BANDAS-EN-PAGINA
               END-IF
               .
      *
      ******************************************************************
      *                   2640-IMPRIMIR-SALDO                          *
      *----------------------------------------------------------------*
      *   MISMO CALCULO QUE EL BATCH: SALDO POR TASA MENSUAL DEL       *
      *   TRAMO, Y LA RETENCION AL PORCENTAJE DE LOS PARAMETROS.       *
      ******************************************************************
           2640-IMPRIMIR-SALDO.
      *
               IF WK-FILA = WK-NUMERO-FILAS AND WK-FILA > 1
                   MOVE TR-SALDO-HASTA(WK-IDX-TRAMO) TO WK-SALDO-FILA
               ELSE
                   COMPUTE WK-SALDO-FILA =
                       TR-SALDO-DESDE(WK-IDX-TRAMO)
                       + WK-SALDO-PASO * (WK-FILA - 1)
               END-IF

               MULTIPLY WK-SALDO-FILA BY TR-TASA(WK-IDX-TRAMO)
                   GIVING WK-INTERES-BRUTO
               COMPUTE WK-RETENCION ROUNDED =
                   WK-INTERES-BRUTO * WK-PCT-RETENCION / 100
               COMPUTE WK-INTERES-NETO =
                   WK-INTERES-BRUTO - WK-RETENCION

               MOVE WK-SALDO-FILA    TO LI-SALDO
               MOVE WK-INTERES-BRUTO TO LI-BRUTO
               MOVE WK-RETENCION     TO LI-RETENCION
               MOVE WK-INTERES-NETO  TO LI-NETO
               WRITE REG-TABLA FROM LINEA-INTERES
               .
      *
      ******************************************************************
      *                   2500-CONTINUAR-O-SALIR                       *
      *----------------------------------------------------------------*
      *                                                                *
                  WK-TABLAS-IMPRESAS
                  DELIMITED BY SIZE INTO REG-TABLA
           WRITE REG-TABLA
           IF WK-TRAMOS-IMPRESOS > ZERO
               MOVE SPACES TO REG-TABLA
               STRING "TRAMOS DE INTERES IMPRESOS: "
                      WK-TRAMOS-IMPRESOS
                      DELIMITED BY SIZE INTO REG-TABLA
               WRITE REG-TABLA
           END-IF

           CLOSE ARCHIVO-TABLAS
           DISPLAY
