       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIMULA-TASAS.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: SIMULACION DE UN CAMBIO DE TABLA DE TASAS
      * PROPOSITO: ANTES DE PONER EN VIGOR UNA TABLA DE TRAMOS NUEVA
      *            (O UNA TASA DEUDORA NUEVA) MIDE SU EFECTO SOBRE EL
      *            LIBRO ACTUAL, SIN GENERAR NINGUN MOVIMIENTO:
      *            -- RECORRE MAESTRO.DAT Y A CADA CUENTA LE APLICA
      *               LAS MISMAS REGLAS QUE GENERA-INTERESES (SOLO
      *               CUENTAS ACTIVAS; SALDO NEGATIVO PAGA INTERES
      *               DEUDOR; SALDO POSITIVO COBRA EL TRAMO, SALVO
      *               QUE SU PRODUCTO NO DEVENGUE SEGUN
      *               REGLAS-PRODUCTO.DAT; EL ACUERDO DE
      *               ACUERDOS-TASA.DAT MANDA SOBRE EL TRAMO), UNA VEZ
      *               CON TASAS.DAT Y OTRA CON LA TABLA PROPUESTA.
      *               DEVENGA-INTERESES USA LA MISMA TASA REPARTIDA EN
      *               30 DIAS, ASI QUE EL MES PROYECTADO ES EL MISMO.
      *            -- LA TABLA PROPUESTA TIENE EL FORMATO DE TASAS.DAT
      *               Y SE NOMBRA AL CORRER. SE TOMAN SUS FILAS CON
      *               VIGENCIA HASTA LA FECHA DE ENTRADA EN VIGOR QUE
      *               INDICA EL OPERADOR (EN CERO, TODAS).
      *            -- LOS ACUERDOS SON LOS VIGENTES A LA FECHA DE
      *               NEGOCIO EN LOS DOS ESCENARIOS: SOLO CAMBIA LA
      *               TABLA.
      *            -- TODO SE VALUA EN EUR CON TASAS-CAMBIO.DAT; LA
      *               CUENTA EN UNA MONEDA SIN TASA QUEDA FUERA Y SE
      *               CUENTA. DE CADA MONEDA VALE LA TASA DE FECHA MAS
      *               RECIENTE DEL ARCHIVO.
      *            SALE EN SIMULA-TASAS.TXT: GASTO MENSUAL POR INTERES
      *            ACREEDOR E INGRESO POR INTERES DEUDOR, ACTUAL Y
      *            PROPUESTO, POR TRAMO (DE CADA TABLA), POR PRODUCTO
      *            Y POR SUCURSAL, Y LAS N CUENTAS CUYO INTERES MAS
      *            CAMBIA (N DE PAR-TOP-N, COMO LOS DEMAS "TOP").
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-MAESTRO
               ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CODIGO-MAESTRO
               FILE STATUS IS FS-MAESTRO.

           SELECT ARCHIVO-TASAS
               ASSIGN TO "TASAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TASAS.

      * LA TABLA PROPUESTA SE ABRE POR EL NOMBRE QUE DA EL OPERADOR.
           SELECT ARCHIVO-PROPUESTA
               ASSIGN TO WK-NOMBRE-PROPUESTA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROPUESTA.

           SELECT ARCHIVO-ACUERDOS
               ASSIGN TO "ACUERDOS-TASA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACUERDOS.

           SELECT ARCHIVO-REGLAS-PROD
               ASSIGN TO "REGLAS-PRODUCTO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGLAS-PROD.

           SELECT ARCHIVO-PARAMETROS
               ASSIGN TO "PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT ARCHIVO-CAMBIOS
               ASSIGN TO "TASAS-CAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMBIOS.

           SELECT ARCHIVO-FECHA-PROCESO
               ASSIGN TO "FECHA-PROCESO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHA-PROCESO.

           SELECT ARCHIVO-REPORTE
               ASSIGN TO "SIMULA-TASAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-MAESTRO.
       01  REG-MAESTRO.
           05 CODIGO-MAESTRO       PIC 9(5).
           05 NOMBRE-MAESTRO       PIC X(30).
           05 SALDO-MAESTRO        PIC S9(7)V99.
           05 ESTADO-MAESTRO       PIC X(01).
              88 MAESTRO-ACTIVO    VALUES 'A', ' '.
           05 FECHA-ESTADO-MAESTRO PIC 9(8).
           05 MONEDA-MAESTRO       PIC X(3).
           05 SUCURSAL-MAESTRO     PIC 9(3).
           05 PRODUCTO-MAESTRO     PIC X(2).

       FD  ARCHIVO-TASAS.
       01  REG-TASA.
           05 TAS-SALDO-DESDE      PIC 9(7)V99.
           05 TAS-SALDO-HASTA      PIC 9(7)V99.
           05 TAS-TASA             PIC 9V9(4).
           05 TAS-FECHA-VIGENCIA   PIC 9(8).

       FD  ARCHIVO-PROPUESTA.
       01  REG-PROPUESTA.
           05 PRO-SALDO-DESDE      PIC 9(7)V99.
           05 PRO-SALDO-HASTA      PIC 9(7)V99.
           05 PRO-TASA             PIC 9V9(4).
           05 PRO-FECHA-VIGENCIA   PIC 9(8).

       FD  ARCHIVO-ACUERDOS.
       01  REG-ACUERDO.
           05 ACU-CODIGO           PIC 9(5).
           05 ACU-TIPO             PIC X(1).
           05 ACU-SIGNO            PIC X(1).
           05 ACU-VALOR            PIC 9V9(4).
           05 ACU-DESDE            PIC 9(8).
           05 ACU-HASTA            PIC 9(8).
           05 ACU-OPERADOR         PIC X(8).

       FD  ARCHIVO-REGLAS-PROD.
       01  REG-REGLA-PROD.
           05 RPR-PRODUCTO         PIC X(2).
           05 RPR-TIPOS-PERMITIDOS PIC X(10).
           05 RPR-DEVENGA-INTERES  PIC X(1).
           05 RPR-CONJUNTO-COMISION PIC X(2).

      * SOLO INTERESAN LA TASA PLANA, EL TOP-N Y LA TASA DEUDORA;
      * EL RESTO DEL REGISTRO ES DE LOS DEMAS PROGRAMAS.
       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETROS.
           05 PAR-TASA-INTERES        PIC 9V9(4).
           05 PAR-INTERVALO-CHECKPT   PIC 9(5).
           05 PAR-CANTIDAD-MOVS       PIC 9(5).
           05 PAR-LOTE-GENERADOS      PIC X(8).
           05 PAR-LOTE-INTERESES      PIC X(8).
           05 PAR-LOTE-COMISIONES     PIC X(8).
           05 PAR-MES-COMISIONES      PIC 9(6).
           05 PAR-REPROCESO-LOTES     PIC X(1).
           05 PAR-APLICAR-DUPLICADOS  PIC X(1).
           05 PAR-OPERADOR            PIC X(8).
           05 PAR-TOP-N               PIC 9(3).
           05 PAR-UMBRAL-RECHAZOS-ABS PIC 9(5).
           05 PAR-UMBRAL-RECHAZOS-PCT PIC 9(3).
           05 PAR-UMBRAL-SUSP-ABS     PIC 9(5).
           05 PAR-UMBRAL-SUSP-PCT     PIC 9(3).
           05 PAR-UMBRAL-DUP-ABS      PIC 9(5).
           05 PAR-OMITIR-UMBRALES     PIC X(1).
           05 PAR-TASA-DEUDORA        PIC 9V9(4).

       FD  ARCHIVO-CAMBIOS.
       01  REG-CAMBIO.
           05 CAM-MONEDA           PIC X(3).
           05 CAM-TASA-A-BASE      PIC 9(3)V9(6).
           05 CAM-FECHA            PIC 9(8).

       FD  ARCHIVO-FECHA-PROCESO.
       01  REG-FECHA-PROCESO.
           05 FPR-FECHA            PIC 9(8).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-MAESTRO           PIC XX.
           05 FS-TASAS             PIC XX.
           05 FS-PROPUESTA         PIC XX.
           05 FS-ACUERDOS          PIC XX.
           05 FS-REGLAS-PROD       PIC XX.
           05 FS-PARAMETROS        PIC XX.
           05 FS-CAMBIOS           PIC XX.
           05 FS-FECHA-PROCESO     PIC XX.
           05 FS-REPORTE           PIC XX.

       01  SWITCHES.
           05 SW-FIN-MAESTRO       PIC X VALUE 'N'.
              88 FIN-MAESTRO       VALUE 'S'.
           05 SW-ACUERDO-HALLADO   PIC X VALUE 'N'.
              88 ACUERDO-HALLADO   VALUE 'S'.
           05 SW-PRODUCTO-DEVENGA  PIC X VALUE 'S'.
              88 PRODUCTO-DEVENGA  VALUE 'S'.
           05 SW-HAY-CAMBIO        PIC X VALUE 'N'.
              88 HAY-CAMBIO        VALUE 'S'.
           05 SW-FIN-CAMBIOS       PIC X VALUE 'N'.
              88 FIN-CAMBIOS       VALUE 'S'.

       01  CONTADORES.
           05 CONT-LEIDAS          PIC 9(7) VALUE ZEROS.
           05 CONT-INACTIVAS       PIC 9(7) VALUE ZEROS.
           05 CONT-SIN-DEVENGO     PIC 9(7) VALUE ZEROS.
           05 CONT-ACREEDORAS      PIC 9(7) VALUE ZEROS.
           05 CONT-DEUDORAS        PIC 9(7) VALUE ZEROS.
           05 CONT-CON-ACUERDO     PIC 9(7) VALUE ZEROS.
           05 CONT-SIN-CAMBIO      PIC 9(7) VALUE ZEROS.
           05 CONT-CAMBIAN         PIC 9(7) VALUE ZEROS.
           05 CONT-SUC-FUERA       PIC 9(7) VALUE ZEROS.

       01  MONEDA-BASE             PIC X(3) VALUE 'EUR'.
       01  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
       01  WK-FECHA-NEGOCIO        PIC 9(8) VALUE ZEROS.

      * LO QUE SE SIMULA: LA TABLA PROPUESTA, SU FECHA DE ENTRADA EN
      * VIGOR Y LA TASA DEUDORA PROPUESTA (EN CERO, LA ACTUAL).
       01  WK-NOMBRE-PROPUESTA     PIC X(30) VALUE SPACES.
       01  WK-FECHA-VIGOR          PIC 9(8) VALUE ZEROS.
       01  WK-TASA-INTERES         PIC 9V9(4) VALUE 0.0150.
       01  WK-DEUDORA-ACTUAL       PIC 9V9(4) VALUE 0.0200.
       01  WK-DEUDORA-PROPUESTA    PIC 9V9(4) VALUE ZEROS.

      * TRAMOS DE CADA TABLA CON LO QUE ACUMULAN LAS CUENTAS QUE
      * CAEN EN ELLOS. LA FILA CERO (FUERA DE TODO TRAMO) COBRA LA
      * TASA PLANA Y SE LLEVA APARTE.
       01  WK-MAX-TRAMOS           PIC 9(2) VALUE 20.
       01  CONT-TRAMOS-ACT         PIC 9(2) VALUE ZEROS.
       01  TABLA-TRAMOS-ACT.
           05 ENTRADA-TRAMO-ACT    OCCURS 1 TO 20 TIMES
                                   DEPENDING ON CONT-TRAMOS-ACT.
              10 TRA-SALDO-DESDE   PIC 9(7)V99.
              10 TRA-SALDO-HASTA   PIC 9(7)V99.
              10 TRA-TASA          PIC 9V9(4).
              10 TRA-VIGENCIA      PIC 9(8).
              10 TRA-CUENTAS       PIC 9(7).
              10 TRA-ACTUAL        PIC 9(11)V99.
              10 TRA-PROPUESTO     PIC 9(11)V99.
       01  CONT-TRAMOS-PRO         PIC 9(2) VALUE ZEROS.
       01  TABLA-TRAMOS-PRO.
           05 ENTRADA-TRAMO-PRO    OCCURS 1 TO 20 TIMES
                                   DEPENDING ON CONT-TRAMOS-PRO.
              10 TRP-SALDO-DESDE   PIC 9(7)V99.
              10 TRP-SALDO-HASTA   PIC 9(7)V99.
              10 TRP-TASA          PIC 9V9(4).
              10 TRP-VIGENCIA      PIC 9(8).
              10 TRP-CUENTAS       PIC 9(7).
              10 TRP-ACTUAL        PIC 9(11)V99.
              10 TRP-PROPUESTO     PIC 9(11)V99.
       01  PLANA-ACT.
           05 PLA-CUENTAS          PIC 9(7) VALUE ZEROS.
           05 PLA-ACTUAL           PIC 9(11)V99 VALUE ZEROS.
           05 PLA-PROPUESTO        PIC 9(11)V99 VALUE ZEROS.
       01  PLANA-PRO.
           05 PLP-CUENTAS          PIC 9(7) VALUE ZEROS.
           05 PLP-ACTUAL           PIC 9(11)V99 VALUE ZEROS.
           05 PLP-PROPUESTO        PIC 9(11)V99 VALUE ZEROS.
       01  WK-IDX-TRAMO            PIC 9(2) VALUE ZEROS.
       01  WK-TRAMO-ACT            PIC 9(2) VALUE ZEROS.
       01  WK-TRAMO-PRO            PIC 9(2) VALUE ZEROS.
       01  WK-TASA-TRAMO           PIC 9V9(4) VALUE ZEROS.
       01  WK-VIGENCIA-GANADORA    PIC 9(8) VALUE ZEROS.

       01  WK-MAX-ACUERDOS         PIC 9(3) VALUE 100.
       01  CONT-ACUERDOS           PIC 9(3) VALUE ZEROS.
       01  TABLA-ACUERDOS.
           05 ENTRADA-ACUERDO      OCCURS 1 TO 100 TIMES
                                   DEPENDING ON CONT-ACUERDOS.
              10 TAC-CODIGO        PIC 9(5).
              10 TAC-TIPO          PIC X(1).
              10 TAC-SIGNO         PIC X(1).
              10 TAC-VALOR         PIC 9V9(4).
       01  WK-IDX-ACUERDO          PIC 9(3) VALUE ZEROS.

       01  WK-MAX-REGLAS-PROD      PIC 9(2) VALUE 10.
       01  CONT-REGLAS-PROD        PIC 9(2) VALUE ZEROS.
       01  TABLA-REGLAS-PROD.
           05 ENTRADA-REGLA-PROD   OCCURS 1 TO 10 TIMES
                                   DEPENDING ON CONT-REGLAS-PROD.
              10 TRG-PRODUCTO      PIC X(2).
              10 TRG-DEVENGA       PIC X(1).
       01  WK-IDX-REGLA            PIC 9(2) VALUE ZEROS.
       01  WK-PRODUCTO-CTA         PIC X(2) VALUE SPACES.

       01  WK-MAX-CAMBIOS          PIC 9(2) VALUE 20.
       01  CONT-CAMBIOS            PIC 9(2) VALUE ZEROS.
       01  TABLA-CAMBIOS.
           05 ENTRADA-CAMBIO       OCCURS 1 TO 20 TIMES
                                   DEPENDING ON CONT-CAMBIOS.
              10 TCA-MONEDA        PIC X(3).
              10 TCA-TASA          PIC 9(3)V9(6).
              10 TCA-FECHA         PIC 9(8).
       01  WK-IDX-CAMBIO           PIC 9(2) VALUE ZEROS.
       01  WK-MONEDA-CTA           PIC X(3) VALUE SPACES.
       01  WK-TASA-CAMBIO          PIC 9(3)V9(6) VALUE ZEROS.

      * TOTALES POR PRODUCTO Y POR SUCURSAL: GASTO ACREEDOR E
      * INGRESO DEUDOR, ACTUAL Y PROPUESTO, EN EUR.
       01  WK-MAX-PRODUCTOS        PIC 9(2) VALUE 20.
       01  CONT-PRODUCTOS          PIC 9(2) VALUE ZEROS.
       01  TABLA-PRODUCTOS.
           05 ENTRADA-PRODUCTO     OCCURS 1 TO 20 TIMES
                                   DEPENDING ON CONT-PRODUCTOS.
              10 TP-PRODUCTO       PIC X(2).
              10 TP-CUENTAS        PIC 9(7).
              10 TP-GASTO-ACT      PIC 9(11)V99.
              10 TP-GASTO-PRO      PIC 9(11)V99.
              10 TP-INGRESO-ACT    PIC 9(11)V99.
              10 TP-INGRESO-PRO    PIC 9(11)V99.
       01  WK-IDX-PRODUCTO         PIC 9(2) VALUE ZEROS.

       01  WK-MAX-SUCURSALES       PIC 9(3) VALUE 200.
       01  CONT-SUCURSALES         PIC 9(3) VALUE ZEROS.
       01  TABLA-SUCURSALES.
           05 ENTRADA-SUCURSAL     OCCURS 1 TO 200 TIMES
                                   DEPENDING ON CONT-SUCURSALES.
              10 TS-SUCURSAL       PIC 9(3).
              10 TS-CUENTAS        PIC 9(7).
              10 TS-GASTO-ACT      PIC 9(11)V99.
              10 TS-GASTO-PRO      PIC 9(11)V99.
              10 TS-INGRESO-ACT    PIC 9(11)V99.
              10 TS-INGRESO-PRO    PIC 9(11)V99.
       01  WK-IDX-SUCURSAL         PIC 9(3) VALUE ZEROS.

       01  TOTALES.
           05 TOT-GASTO-ACT        PIC 9(11)V99 VALUE ZEROS.
           05 TOT-GASTO-PRO        PIC 9(11)V99 VALUE ZEROS.
           05 TOT-INGRESO-ACT      PIC 9(11)V99 VALUE ZEROS.
           05 TOT-INGRESO-PRO      PIC 9(11)V99 VALUE ZEROS.

      * LAS N CUENTAS CUYO INTERES MENSUAL MAS CAMBIA, ORDENADAS
      * DESCENDENTE POR EL CAMBIO ABSOLUTO EN EUR.
       01  WK-TOP-N                PIC 9(3) VALUE ZEROS.
       01  WK-MAX-TOP              PIC 9(3) VALUE 050.
       01  CONT-TOP                PIC 9(3) VALUE ZEROS.
       01  TABLA-TOP.
           05 ENTRADA-TOP          OCCURS 50 TIMES.
              10 TT-CODIGO         PIC 9(5).
              10 TT-NOMBRE         PIC X(30).
              10 TT-SUCURSAL       PIC 9(3).
              10 TT-PRODUCTO       PIC X(2).
              10 TT-CLASE          PIC X(1).
              10 TT-SALDO          PIC S9(7)V99.
              10 TT-MONEDA         PIC X(3).
              10 TT-TASA-ACT       PIC 9V9(4).
              10 TT-TASA-PRO       PIC 9V9(4).
              10 TT-ACTUAL         PIC 9(9)V99.
              10 TT-PROPUESTO      PIC 9(9)V99.
              10 TT-VALOR          PIC 9(9)V99.
       01  WK-INDICE               PIC 9(3) VALUE ZEROS.
       01  WK-POSICION             PIC 9(3) VALUE ZEROS.

      * LA CUENTA EN PROCESO: CLASE 'A' (ACREEDORA, GASTO) O 'D'
      * (DEUDORA, INGRESO), SUS TASAS E IMPORTES EN SU MONEDA Y EN
      * EUR.
       01  WK-CLASE                PIC X(1) VALUE SPACE.
       01  WK-BASE-CALCULO         PIC 9(7)V99 VALUE ZEROS.
       01  WK-TASA-ACT             PIC 9V9(4) VALUE ZEROS.
       01  WK-TASA-PRO             PIC 9V9(4) VALUE ZEROS.
       01  WK-IMPORTE-ACT          PIC 9(7)V99 VALUE ZEROS.
       01  WK-IMPORTE-PRO          PIC 9(7)V99 VALUE ZEROS.
       01  WK-EUR-ACT              PIC 9(9)V99 VALUE ZEROS.
       01  WK-EUR-PRO              PIC 9(9)V99 VALUE ZEROS.
       01  WK-DIF-ABS              PIC 9(9)V99 VALUE ZEROS.
       01  WK-EDIT-PLANA           PIC 9.9999.
       01  WK-EDIT-DEUDORA-ACT     PIC 9.9999.
       01  WK-EDIT-DEUDORA-PRO     PIC 9.9999.

       01  LINEA-TITULO-TRAMO.
           05 FILLER               PIC X(15) VALUE 'SALDO DESDE'.
           05 FILLER               PIC X(15) VALUE 'SALDO HASTA'.
           05 FILLER               PIC X(08) VALUE 'TASA'.
           05 FILLER               PIC X(10) VALUE 'VIGENCIA'.
           05 FILLER               PIC X(09) VALUE '  CUENTAS'.
           05 FILLER               PIC X(19) VALUE
               '       GASTO ACTUAL'.
           05 FILLER               PIC X(19) VALUE
               '    GASTO PROPUESTO'.
           05 FILLER               PIC X(19) VALUE
               '         DIFERENCIA'.

       01  LINEA-TRAMO.
           05 LTR-DESDE            PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LTR-HASTA            PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LTR-TASA             PIC 9.9999.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LTR-VIGENCIA         PIC 9(8).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LTR-CUENTAS          PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LTR-ACTUAL           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LTR-PROPUESTO        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LTR-DIFERENCIA       PIC ---,---,---,--9.99.

      * FILA DE LAS CUENTAS QUE NO CAEN EN NINGUN TRAMO.
       01  LINEA-PLANA.
           05 LPL-ETIQUETA         PIC X(30) VALUE
               'FUERA DE TRAMO (TASA PLANA)'.
           05 LPL-TASA             PIC 9.9999.
           05 FILLER               PIC X(12) VALUE SPACES.
           05 LPL-CUENTAS          PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LPL-ACTUAL           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LPL-PROPUESTO        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LPL-DIFERENCIA       PIC ---,---,---,--9.99.

       01  LINEA-TITULO-GRUPO.
           05 LTG-TITULO           PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(09) VALUE '  CUENTAS'.
           05 FILLER               PIC X(19) VALUE
               '       GASTO ACTUAL'.
           05 FILLER               PIC X(19) VALUE
               '    GASTO PROPUESTO'.
           05 FILLER               PIC X(19) VALUE
               '     INGRESO ACTUAL'.
           05 FILLER               PIC X(19) VALUE
               '  INGRESO PROPUESTO'.
           05 FILLER               PIC X(19) VALUE
               '    DIFERENCIA NETA'.

       01  LINEA-GRUPO.
           05 LGR-CLAVE            PIC X(10).
           05 LGR-CUENTAS          PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LGR-GASTO-ACT        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LGR-GASTO-PRO        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LGR-INGRESO-ACT      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LGR-INGRESO-PRO      PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LGR-NETO             PIC ---,---,---,--9.99.

       01  LINEA-TITULO-TOP.
           05 FILLER               PIC X(04) VALUE 'POS'.
           05 FILLER               PIC X(06) VALUE 'CTA'.
           05 FILLER               PIC X(26) VALUE 'NOMBRE'.
           05 FILLER               PIC X(04) VALUE 'SUC'.
           05 FILLER               PIC X(03) VALUE 'PR'.
           05 FILLER               PIC X(02) VALUE 'C'.
           05 FILLER               PIC X(17) VALUE
               '        SALDO MON'.
           05 FILLER               PIC X(14) VALUE
               ' TASA-A TASA-P'.
           05 FILLER               PIC X(15) VALUE
               '     ACTUAL EUR'.
           05 FILLER               PIC X(15) VALUE
               '  PROPUESTO EUR'.
           05 FILLER               PIC X(15) VALUE
               ' DIFERENCIA EUR'.

       01  LINEA-TOP.
           05 LTO-POSICION         PIC ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LTO-CODIGO           PIC 9(5).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LTO-NOMBRE           PIC X(25).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LTO-SUCURSAL         PIC 9(3).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LTO-PRODUCTO         PIC X(2).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LTO-CLASE            PIC X(1).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LTO-SALDO            PIC --,---,--9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LTO-MONEDA           PIC X(3).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LTO-TASA-ACT         PIC 9.9999.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LTO-TASA-PRO         PIC 9.9999.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LTO-ACTUAL           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LTO-PROPUESTO        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LTO-CAMBIO           PIC ---,---,--9.99.

       01  LINEA-TITULO-TOTAL.
           05 FILLER               PIC X(40) VALUE SPACES.
           05 FILLER               PIC X(18) VALUE
               '            ACTUAL'.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(18) VALUE
               '         PROPUESTO'.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(18) VALUE
               '        DIFERENCIA'.

       01  LINEA-TOTAL.
           05 LTT-ETIQUETA         PIC X(40).
           05 LTT-ACTUAL           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LTT-PROPUESTO        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LTT-DIFERENCIA       PIC ---,---,---,--9.99.

       01  LINEA-TOTAL-NETO.
           05 LTN-ETIQUETA         PIC X(40).
           05 LTN-ACTUAL           PIC ---,---,---,--9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LTN-PROPUESTO        PIC ---,---,---,--9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LTN-DIFERENCIA       PIC ---,---,---,--9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 200-RECORRER-MAESTRO
           PERFORM 300-FINALIZAR
           STOP RUN.

       100-INICIALIZAR.
           DISPLAY "========================================"
           DISPLAY "  SIMULACION DE CAMBIO DE TASAS"
           DISPLAY "========================================"
           DISPLAY " "

           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WK-FECHA-HOY TO WK-FECHA-NEGOCIO
           OPEN INPUT ARCHIVO-FECHA-PROCESO
           IF FS-FECHA-PROCESO = '00'
               READ ARCHIVO-FECHA-PROCESO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FPR-FECHA > ZEROS
                           MOVE FPR-FECHA TO WK-FECHA-NEGOCIO
                       END-IF
               END-READ
               CLOSE ARCHIVO-FECHA-PROCESO
           END-IF

           PERFORM 110-CARGAR-PARAMETROS

           DISPLAY "TABLA DE TASAS PROPUESTA (EN BLANCO ="
                   " TASAS-PROPUESTAS.DAT): "
           ACCEPT WK-NOMBRE-PROPUESTA
           IF WK-NOMBRE-PROPUESTA = SPACES
               MOVE "TASAS-PROPUESTAS.DAT" TO WK-NOMBRE-PROPUESTA
           END-IF

           DISPLAY "FECHA DE ENTRADA EN VIGOR (AAAAMMDD, 0 = TODAS"
                   " LAS FILAS DE LA PROPUESTA): "
           ACCEPT WK-FECHA-VIGOR
           IF WK-FECHA-VIGOR = ZEROS
               MOVE 99999999 TO WK-FECHA-VIGOR
           END-IF

           DISPLAY "TASA DEUDORA PROPUESTA (0 = LA ACTUAL "
                   WK-DEUDORA-ACTUAL "): "
           ACCEPT WK-DEUDORA-PROPUESTA
           IF WK-DEUDORA-PROPUESTA = ZEROS
               MOVE WK-DEUDORA-ACTUAL TO WK-DEUDORA-PROPUESTA
           END-IF

           IF WK-TOP-N = ZEROS
               MOVE 10 TO WK-TOP-N
           END-IF
           IF WK-TOP-N > WK-MAX-TOP
               MOVE WK-MAX-TOP TO WK-TOP-N
           END-IF

           PERFORM 120-CARGAR-TASAS-ACTUALES
           PERFORM 125-CARGAR-TASAS-PROPUESTAS
           PERFORM 130-CARGAR-ACUERDOS
           PERFORM 140-CARGAR-REGLAS-PRODUCTO
           PERFORM 150-CARGAR-TASAS-CAMBIO

           OPEN INPUT ARCHIVO-MAESTRO
           IF FS-MAESTRO NOT = '00'
               DISPLAY "ERROR ABRIENDO MAESTRO.DAT: " FS-MAESTRO
               STOP RUN
           END-IF

           OPEN OUTPUT ARCHIVO-REPORTE
           IF FS-REPORTE NOT = '00'
               DISPLAY "ERROR ABRIENDO SIMULA-TASAS.TXT: " FS-REPORTE
               CLOSE ARCHIVO-MAESTRO
               STOP RUN
           END-IF.

      * LA TASA PLANA Y LA DEUDORA SON LAS QUE GENERA-INTERESES
      * TOMARIA HOY (CON SUS MISMOS DEFECTOS).
       110-CARGAR-PARAMETROS.
           OPEN INPUT ARCHIVO-PARAMETROS

           IF FS-PARAMETROS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ ARCHIVO-PARAMETROS
               AT END
                   CONTINUE
               NOT AT END
                   IF PAR-TASA-INTERES > ZERO
                       MOVE PAR-TASA-INTERES TO WK-TASA-INTERES
                   END-IF
                   IF PAR-TASA-DEUDORA > ZERO
                       MOVE PAR-TASA-DEUDORA TO WK-DEUDORA-ACTUAL
                   END-IF
                   MOVE PAR-TOP-N TO WK-TOP-N
           END-READ

           CLOSE ARCHIVO-PARAMETROS.

      * LA TABLA ACTUAL SE CARGA COMO EN GENERA-INTERESES: SOLO LAS
      * FILAS YA VIGENTES A LA FECHA DE NEGOCIO.
       120-CARGAR-TASAS-ACTUALES.
           OPEN INPUT ARCHIVO-TASAS

           IF FS-TASAS = '35'
               DISPLAY "AVISO: SIN TASAS.DAT, HOY RIGE LA TASA"
                       " PLANA " WK-TASA-INTERES
               EXIT PARAGRAPH
           END-IF

           IF FS-TASAS NOT = '00'
               DISPLAY "ERROR ABRIENDO TASAS.DAT: " FS-TASAS
               STOP RUN
           END-IF

           PERFORM UNTIL FS-TASAS NOT = '00'
                   OR CONT-TRAMOS-ACT >= WK-MAX-TRAMOS
               READ ARCHIVO-TASAS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TAS-FECHA-VIGENCIA <= WK-FECHA-NEGOCIO
                           ADD 1 TO CONT-TRAMOS-ACT
                           MOVE TAS-SALDO-DESDE
                               TO TRA-SALDO-DESDE(CONT-TRAMOS-ACT)
                           MOVE TAS-SALDO-HASTA
                               TO TRA-SALDO-HASTA(CONT-TRAMOS-ACT)
                           MOVE TAS-TASA
                               TO TRA-TASA(CONT-TRAMOS-ACT)
                           MOVE TAS-FECHA-VIGENCIA
                               TO TRA-VIGENCIA(CONT-TRAMOS-ACT)
                           MOVE ZEROS
                               TO TRA-CUENTAS(CONT-TRAMOS-ACT)
                                  TRA-ACTUAL(CONT-TRAMOS-ACT)
                                  TRA-PROPUESTO(CONT-TRAMOS-ACT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-TASAS

           DISPLAY "TRAMOS ACTUALES CARGADOS:   " CONT-TRAMOS-ACT.

      * SIN TABLA PROPUESTA NO HAY NADA QUE SIMULAR.
       125-CARGAR-TASAS-PROPUESTAS.
           OPEN INPUT ARCHIVO-PROPUESTA

           IF FS-PROPUESTA NOT = '00'
               DISPLAY "ERROR ABRIENDO " WK-NOMBRE-PROPUESTA ": "
                       FS-PROPUESTA
               STOP RUN
           END-IF

           PERFORM UNTIL FS-PROPUESTA NOT = '00'
                   OR CONT-TRAMOS-PRO >= WK-MAX-TRAMOS
               READ ARCHIVO-PROPUESTA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRO-FECHA-VIGENCIA <= WK-FECHA-VIGOR
                           ADD 1 TO CONT-TRAMOS-PRO
                           MOVE PRO-SALDO-DESDE
                               TO TRP-SALDO-DESDE(CONT-TRAMOS-PRO)
                           MOVE PRO-SALDO-HASTA
                               TO TRP-SALDO-HASTA(CONT-TRAMOS-PRO)
                           MOVE PRO-TASA
                               TO TRP-TASA(CONT-TRAMOS-PRO)
                           MOVE PRO-FECHA-VIGENCIA
                               TO TRP-VIGENCIA(CONT-TRAMOS-PRO)
                           MOVE ZEROS
                               TO TRP-CUENTAS(CONT-TRAMOS-PRO)
                                  TRP-ACTUAL(CONT-TRAMOS-PRO)
                                  TRP-PROPUESTO(CONT-TRAMOS-PRO)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PROPUESTA

           DISPLAY "TRAMOS PROPUESTOS CARGADOS: " CONT-TRAMOS-PRO.

      * LOS MISMOS ACUERDOS EN LOS DOS ESCENARIOS: LOS VIGENTES HOY.
       130-CARGAR-ACUERDOS.
           OPEN INPUT ARCHIVO-ACUERDOS

           IF FS-ACUERDOS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FS-ACUERDOS NOT = '00'
                   OR CONT-ACUERDOS >= WK-MAX-ACUERDOS
               READ ARCHIVO-ACUERDOS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ACU-DESDE <= WK-FECHA-NEGOCIO
                          AND (ACU-HASTA = ZEROS
                               OR ACU-HASTA >= WK-FECHA-NEGOCIO)
                           ADD 1 TO CONT-ACUERDOS
                           MOVE ACU-CODIGO
                               TO TAC-CODIGO(CONT-ACUERDOS)
                           MOVE ACU-TIPO
                               TO TAC-TIPO(CONT-ACUERDOS)
                           MOVE ACU-SIGNO
                               TO TAC-SIGNO(CONT-ACUERDOS)
                           MOVE ACU-VALOR
                               TO TAC-VALOR(CONT-ACUERDOS)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-ACUERDOS.

       140-CARGAR-REGLAS-PRODUCTO.
           OPEN INPUT ARCHIVO-REGLAS-PROD

           IF FS-REGLAS-PROD NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FS-REGLAS-PROD NOT = '00'
                   OR CONT-REGLAS-PROD >= WK-MAX-REGLAS-PROD
               READ ARCHIVO-REGLAS-PROD
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO CONT-REGLAS-PROD
                       MOVE RPR-PRODUCTO
                           TO TRG-PRODUCTO(CONT-REGLAS-PROD)
                       MOVE RPR-DEVENGA-INTERES
                           TO TRG-DEVENGA(CONT-REGLAS-PROD)
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-REGLAS-PROD.

       150-CARGAR-TASAS-CAMBIO.
           OPEN INPUT ARCHIVO-CAMBIOS

           IF FS-CAMBIOS NOT = '00'
               DISPLAY "AVISO: SIN TASAS-CAMBIO.DAT, SOLO SE SIMULA"
                       " LO QUE ESTA EN " MONEDA-BASE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-CAMBIOS
           PERFORM UNTIL FIN-CAMBIOS
               READ ARCHIVO-CAMBIOS
                   AT END
                       MOVE 'S' TO SW-FIN-CAMBIOS
                   NOT AT END
                       PERFORM 155-GUARDAR-TASA-CAMBIO
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CAMBIOS.

      * UNA FILA POR MONEDA: UNA FECHA POSTERIOR REEMPLAZA A LA QUE
      * YA ESTA, UNA ANTERIOR SE DESCARTA. LA MONEDA QUE NO ENTRA EN
      * LA TABLA QUEDA SIN TASA (Y SUS CUENTAS SE CUENTAN APARTE).
       155-GUARDAR-TASA-CAMBIO.
           PERFORM VARYING WK-IDX-CAMBIO FROM 1 BY 1
                   UNTIL WK-IDX-CAMBIO > CONT-CAMBIOS
                   OR TCA-MONEDA(WK-IDX-CAMBIO) = CAM-MONEDA
               CONTINUE
           END-PERFORM

           IF WK-IDX-CAMBIO > CONT-CAMBIOS
               IF CONT-CAMBIOS >= WK-MAX-CAMBIOS
                   DISPLAY "AVISO: TABLA DE MONEDAS LLENA, "
                           CAM-MONEDA " QUEDA SIN TASA"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CONT-CAMBIOS
               MOVE CAM-MONEDA TO TCA-MONEDA(CONT-CAMBIOS)
               MOVE CAM-TASA-A-BASE TO TCA-TASA(CONT-CAMBIOS)
               MOVE CAM-FECHA TO TCA-FECHA(CONT-CAMBIOS)
               EXIT PARAGRAPH
           END-IF

           IF CAM-FECHA >= TCA-FECHA(WK-IDX-CAMBIO)
               MOVE CAM-TASA-A-BASE TO TCA-TASA(WK-IDX-CAMBIO)
               MOVE CAM-FECHA TO TCA-FECHA(WK-IDX-CAMBIO)
           END-IF.

       200-RECORRER-MAESTRO.
           PERFORM 205-LEER-MAESTRO
           PERFORM UNTIL FIN-MAESTRO
               ADD 1 TO CONT-LEIDAS
               PERFORM 210-SIMULAR-CUENTA
               PERFORM 205-LEER-MAESTRO
           END-PERFORM.

       205-LEER-MAESTRO.
           READ ARCHIVO-MAESTRO NEXT
               AT END
                   MOVE 'S' TO SW-FIN-MAESTRO
           END-READ.

      * MISMO ARBOL DE DECISION QUE 200-GENERAR-REGISTROS EN
      * GENERA-INTERESES. LOS IMPORTES SE TRUNCAN COMO ALLI (EL
      * MULTIPLY SIN REDONDEO) Y RECIEN DESPUES SE PASAN A EUR.
       210-SIMULAR-CUENTA.
           IF NOT MAESTRO-ACTIVO
               ADD 1 TO CONT-INACTIVAS
               EXIT PARAGRAPH
           END-IF

           MOVE MONEDA-MAESTRO TO WK-MONEDA-CTA
           PERFORM 240-BUSCAR-TASA-CAMBIO
           IF NOT HAY-CAMBIO
               ADD 1 TO CONT-SIN-CAMBIO
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WK-TRAMO-ACT
                         WK-TRAMO-PRO

           IF SALDO-MAESTRO < ZERO
               MOVE 'D' TO WK-CLASE
               ADD 1 TO CONT-DEUDORAS
               COMPUTE WK-BASE-CALCULO = ZERO - SALDO-MAESTRO
               MOVE WK-DEUDORA-ACTUAL    TO WK-TASA-ACT
               MOVE WK-DEUDORA-PROPUESTA TO WK-TASA-PRO
           ELSE
               PERFORM 235-PRODUCTO-DEVENGA
               IF NOT PRODUCTO-DEVENGA
                   ADD 1 TO CONT-SIN-DEVENGO
                   EXIT PARAGRAPH
               END-IF
               MOVE 'A' TO WK-CLASE
               ADD 1 TO CONT-ACREEDORAS
               MOVE SALDO-MAESTRO TO WK-BASE-CALCULO
               PERFORM 220-BUSCAR-TRAMO-ACTUAL
               PERFORM 225-BUSCAR-TRAMO-PROPUESTO
           END-IF

           MULTIPLY WK-BASE-CALCULO BY WK-TASA-ACT
               GIVING WK-IMPORTE-ACT
           MULTIPLY WK-BASE-CALCULO BY WK-TASA-PRO
               GIVING WK-IMPORTE-PRO
           COMPUTE WK-EUR-ACT ROUNDED =
               WK-IMPORTE-ACT * WK-TASA-CAMBIO
           COMPUTE WK-EUR-PRO ROUNDED =
               WK-IMPORTE-PRO * WK-TASA-CAMBIO

           IF WK-CLASE = 'D'
               ADD WK-EUR-ACT TO TOT-INGRESO-ACT
               ADD WK-EUR-PRO TO TOT-INGRESO-PRO
           ELSE
               ADD WK-EUR-ACT TO TOT-GASTO-ACT
               ADD WK-EUR-PRO TO TOT-GASTO-PRO
               PERFORM 230-ACUMULAR-TRAMOS
           END-IF

           PERFORM 250-ACUMULAR-PRODUCTO
           PERFORM 255-ACUMULAR-SUCURSAL

           IF WK-EUR-ACT NOT = WK-EUR-PRO
               ADD 1 TO CONT-CAMBIAN
               PERFORM 260-INSERTAR-TOP
           END-IF.

      * LA BUSQUEDA DE TRAMO ES LA DE 230-BUSCAR-TRAMO-DE-TASA EN
      * GENERA-INTERESES, UNA VEZ POR TABLA; EL ACUERDO SE APLICA
      * IGUAL SOBRE CADA RESULTADO.
       220-BUSCAR-TRAMO-ACTUAL.
           MOVE WK-TASA-INTERES TO WK-TASA-TRAMO
           MOVE ZEROS TO WK-VIGENCIA-GANADORA
           PERFORM VARYING WK-IDX-TRAMO FROM 1 BY 1
                   UNTIL WK-IDX-TRAMO > CONT-TRAMOS-ACT
               IF SALDO-MAESTRO >= TRA-SALDO-DESDE(WK-IDX-TRAMO)
                   AND SALDO-MAESTRO
                       <= TRA-SALDO-HASTA(WK-IDX-TRAMO)
                   AND TRA-VIGENCIA(WK-IDX-TRAMO)
                       >= WK-VIGENCIA-GANADORA
                   MOVE WK-IDX-TRAMO TO WK-TRAMO-ACT
                   MOVE TRA-TASA(WK-IDX-TRAMO) TO WK-TASA-TRAMO
                   MOVE TRA-VIGENCIA(WK-IDX-TRAMO)
                       TO WK-VIGENCIA-GANADORA
               END-IF
           END-PERFORM

           PERFORM 228-APLICAR-ACUERDO
           MOVE WK-TASA-TRAMO TO WK-TASA-ACT.

       225-BUSCAR-TRAMO-PROPUESTO.
           MOVE WK-TASA-INTERES TO WK-TASA-TRAMO
           MOVE ZEROS TO WK-VIGENCIA-GANADORA
           PERFORM VARYING WK-IDX-TRAMO FROM 1 BY 1
                   UNTIL WK-IDX-TRAMO > CONT-TRAMOS-PRO
               IF SALDO-MAESTRO >= TRP-SALDO-DESDE(WK-IDX-TRAMO)
                   AND SALDO-MAESTRO
                       <= TRP-SALDO-HASTA(WK-IDX-TRAMO)
                   AND TRP-VIGENCIA(WK-IDX-TRAMO)
                       >= WK-VIGENCIA-GANADORA
                   MOVE WK-IDX-TRAMO TO WK-TRAMO-PRO
                   MOVE TRP-TASA(WK-IDX-TRAMO) TO WK-TASA-TRAMO
                   MOVE TRP-VIGENCIA(WK-IDX-TRAMO)
                       TO WK-VIGENCIA-GANADORA
               END-IF
           END-PERFORM

           PERFORM 228-APLICAR-ACUERDO
           MOVE WK-TASA-TRAMO TO WK-TASA-PRO

           IF ACUERDO-HALLADO
               ADD 1 TO CONT-CON-ACUERDO
           END-IF.

       228-APLICAR-ACUERDO.
           MOVE 'N' TO SW-ACUERDO-HALLADO
           PERFORM VARYING WK-IDX-ACUERDO FROM 1 BY 1
                   UNTIL WK-IDX-ACUERDO > CONT-ACUERDOS
                   OR ACUERDO-HALLADO
               IF TAC-CODIGO(WK-IDX-ACUERDO) = CODIGO-MAESTRO
                   MOVE 'S' TO SW-ACUERDO-HALLADO
                   EVALUATE TRUE
                       WHEN TAC-TIPO(WK-IDX-ACUERDO) = 'T'
                           MOVE TAC-VALOR(WK-IDX-ACUERDO)
                               TO WK-TASA-TRAMO
                       WHEN TAC-TIPO(WK-IDX-ACUERDO) = 'D'
                           IF TAC-SIGNO(WK-IDX-ACUERDO) = '-'
                               IF TAC-VALOR(WK-IDX-ACUERDO)
                                   > WK-TASA-TRAMO
                                   MOVE ZEROS TO WK-TASA-TRAMO
                               ELSE
                                   SUBTRACT
                                       TAC-VALOR(WK-IDX-ACUERDO)
                                       FROM WK-TASA-TRAMO
                               END-IF
                           ELSE
                               ADD TAC-VALOR(WK-IDX-ACUERDO)
                                   TO WK-TASA-TRAMO
                           END-IF
                   END-EVALUATE
               END-IF
           END-PERFORM.

      * CADA CUENTA ACREEDORA SUMA EN EL TRAMO QUE LE TOCA EN CADA
      * TABLA; FUERA DE TODO TRAMO, EN LA FILA DE TASA PLANA.
       230-ACUMULAR-TRAMOS.
           IF WK-TRAMO-ACT = ZEROS
               ADD 1          TO PLA-CUENTAS
               ADD WK-EUR-ACT TO PLA-ACTUAL
               ADD WK-EUR-PRO TO PLA-PROPUESTO
           ELSE
               ADD 1          TO TRA-CUENTAS(WK-TRAMO-ACT)
               ADD WK-EUR-ACT TO TRA-ACTUAL(WK-TRAMO-ACT)
               ADD WK-EUR-PRO TO TRA-PROPUESTO(WK-TRAMO-ACT)
           END-IF

           IF WK-TRAMO-PRO = ZEROS
               ADD 1          TO PLP-CUENTAS
               ADD WK-EUR-ACT TO PLP-ACTUAL
               ADD WK-EUR-PRO TO PLP-PROPUESTO
           ELSE
               ADD 1          TO TRP-CUENTAS(WK-TRAMO-PRO)
               ADD WK-EUR-ACT TO TRP-ACTUAL(WK-TRAMO-PRO)
               ADD WK-EUR-PRO TO TRP-PROPUESTO(WK-TRAMO-PRO)
           END-IF.

      * BLANCO SE TRATA COMO "CC"; SIN REGLA, DEVENGA.
       235-PRODUCTO-DEVENGA.
           MOVE 'S' TO SW-PRODUCTO-DEVENGA

           MOVE PRODUCTO-MAESTRO TO WK-PRODUCTO-CTA
           IF WK-PRODUCTO-CTA = SPACES
               MOVE "CC" TO WK-PRODUCTO-CTA
           END-IF

           PERFORM VARYING WK-IDX-REGLA FROM 1 BY 1
                   UNTIL WK-IDX-REGLA > CONT-REGLAS-PROD
               IF TRG-PRODUCTO(WK-IDX-REGLA) = WK-PRODUCTO-CTA
                   AND TRG-DEVENGA(WK-IDX-REGLA) = 'N'
                   MOVE 'N' TO SW-PRODUCTO-DEVENGA
               END-IF
           END-PERFORM.

       240-BUSCAR-TASA-CAMBIO.
           MOVE 'S' TO SW-HAY-CAMBIO
           IF WK-MONEDA-CTA = MONEDA-BASE
              OR WK-MONEDA-CTA = SPACES
               MOVE 1 TO WK-TASA-CAMBIO
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-HAY-CAMBIO
           PERFORM VARYING WK-IDX-CAMBIO FROM 1 BY 1
                   UNTIL WK-IDX-CAMBIO > CONT-CAMBIOS
                   OR HAY-CAMBIO
               IF TCA-MONEDA(WK-IDX-CAMBIO) = WK-MONEDA-CTA
                   MOVE 'S' TO SW-HAY-CAMBIO
                   MOVE TCA-TASA(WK-IDX-CAMBIO) TO WK-TASA-CAMBIO
               END-IF
           END-PERFORM.

       250-ACUMULAR-PRODUCTO.
           MOVE PRODUCTO-MAESTRO TO WK-PRODUCTO-CTA
           IF WK-PRODUCTO-CTA = SPACES
               MOVE "CC" TO WK-PRODUCTO-CTA
           END-IF

           PERFORM VARYING WK-IDX-PRODUCTO FROM 1 BY 1
                   UNTIL WK-IDX-PRODUCTO > CONT-PRODUCTOS
                   OR TP-PRODUCTO(WK-IDX-PRODUCTO) = WK-PRODUCTO-CTA
               CONTINUE
           END-PERFORM

           IF WK-IDX-PRODUCTO > CONT-PRODUCTOS
               IF CONT-PRODUCTOS >= WK-MAX-PRODUCTOS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CONT-PRODUCTOS
               MOVE CONT-PRODUCTOS TO WK-IDX-PRODUCTO
               MOVE WK-PRODUCTO-CTA TO TP-PRODUCTO(WK-IDX-PRODUCTO)
               MOVE ZEROS TO TP-CUENTAS(WK-IDX-PRODUCTO)
                             TP-GASTO-ACT(WK-IDX-PRODUCTO)
                             TP-GASTO-PRO(WK-IDX-PRODUCTO)
                             TP-INGRESO-ACT(WK-IDX-PRODUCTO)
                             TP-INGRESO-PRO(WK-IDX-PRODUCTO)
           END-IF

           ADD 1 TO TP-CUENTAS(WK-IDX-PRODUCTO)
           IF WK-CLASE = 'D'
               ADD WK-EUR-ACT TO TP-INGRESO-ACT(WK-IDX-PRODUCTO)
               ADD WK-EUR-PRO TO TP-INGRESO-PRO(WK-IDX-PRODUCTO)
           ELSE
               ADD WK-EUR-ACT TO TP-GASTO-ACT(WK-IDX-PRODUCTO)
               ADD WK-EUR-PRO TO TP-GASTO-PRO(WK-IDX-PRODUCTO)
           END-IF.

      * PASADO EL TOPE DE SUCURSALES LA CUENTA SIGUE EN LOS TOTALES
      * GENERALES PERO NO SE DESGLOSA; EL REPORTE LO AVISA.
       255-ACUMULAR-SUCURSAL.
           PERFORM VARYING WK-IDX-SUCURSAL FROM 1 BY 1
                   UNTIL WK-IDX-SUCURSAL > CONT-SUCURSALES
                   OR TS-SUCURSAL(WK-IDX-SUCURSAL) = SUCURSAL-MAESTRO
               CONTINUE
           END-PERFORM

           IF WK-IDX-SUCURSAL > CONT-SUCURSALES
               IF CONT-SUCURSALES >= WK-MAX-SUCURSALES
                   ADD 1 TO CONT-SUC-FUERA
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CONT-SUCURSALES
               MOVE CONT-SUCURSALES TO WK-IDX-SUCURSAL
               MOVE SUCURSAL-MAESTRO TO TS-SUCURSAL(WK-IDX-SUCURSAL)
               MOVE ZEROS TO TS-CUENTAS(WK-IDX-SUCURSAL)
                             TS-GASTO-ACT(WK-IDX-SUCURSAL)
                             TS-GASTO-PRO(WK-IDX-SUCURSAL)
                             TS-INGRESO-ACT(WK-IDX-SUCURSAL)
                             TS-INGRESO-PRO(WK-IDX-SUCURSAL)
           END-IF

           ADD 1 TO TS-CUENTAS(WK-IDX-SUCURSAL)
           IF WK-CLASE = 'D'
               ADD WK-EUR-ACT TO TS-INGRESO-ACT(WK-IDX-SUCURSAL)
               ADD WK-EUR-PRO TO TS-INGRESO-PRO(WK-IDX-SUCURSAL)
           ELSE
               ADD WK-EUR-ACT TO TS-GASTO-ACT(WK-IDX-SUCURSAL)
               ADD WK-EUR-PRO TO TS-GASTO-PRO(WK-IDX-SUCURSAL)
           END-IF.

      * INSERCION ORDENADA COMO EN TOP-MOVIMIENTOS: SE BUSCA LA
      * POSICION, SE CORRE LO DE ABAJO Y SE COLOCA.
       260-INSERTAR-TOP.
           IF WK-EUR-PRO > WK-EUR-ACT
               COMPUTE WK-DIF-ABS = WK-EUR-PRO - WK-EUR-ACT
           ELSE
               COMPUTE WK-DIF-ABS = WK-EUR-ACT - WK-EUR-PRO
           END-IF

           MOVE ZEROS TO WK-POSICION
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-TOP
                   OR WK-POSICION > ZEROS
               IF WK-DIF-ABS > TT-VALOR(WK-INDICE)
                   MOVE WK-INDICE TO WK-POSICION
               END-IF
           END-PERFORM

           IF WK-POSICION = ZEROS
               IF CONT-TOP < WK-TOP-N
                   ADD 1 TO CONT-TOP
                   MOVE CONT-TOP TO WK-POSICION
               ELSE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF CONT-TOP < WK-TOP-N
                   ADD 1 TO CONT-TOP
               END-IF
               PERFORM VARYING WK-INDICE FROM CONT-TOP BY -1
                       UNTIL WK-INDICE <= WK-POSICION
                   MOVE ENTRADA-TOP(WK-INDICE - 1)
                       TO ENTRADA-TOP(WK-INDICE)
               END-PERFORM
           END-IF

           MOVE CODIGO-MAESTRO   TO TT-CODIGO(WK-POSICION)
           MOVE NOMBRE-MAESTRO   TO TT-NOMBRE(WK-POSICION)
           MOVE SUCURSAL-MAESTRO TO TT-SUCURSAL(WK-POSICION)
           MOVE WK-PRODUCTO-CTA  TO TT-PRODUCTO(WK-POSICION)
           MOVE WK-CLASE         TO TT-CLASE(WK-POSICION)
           MOVE SALDO-MAESTRO    TO TT-SALDO(WK-POSICION)
           MOVE MONEDA-MAESTRO   TO TT-MONEDA(WK-POSICION)
           MOVE WK-TASA-ACT      TO TT-TASA-ACT(WK-POSICION)
           MOVE WK-TASA-PRO      TO TT-TASA-PRO(WK-POSICION)
           MOVE WK-EUR-ACT       TO TT-ACTUAL(WK-POSICION)
           MOVE WK-EUR-PRO       TO TT-PROPUESTO(WK-POSICION)
           MOVE WK-DIF-ABS       TO TT-VALOR(WK-POSICION).

       300-FINALIZAR.
           PERFORM 310-ESCRIBIR-RESUMEN
           PERFORM 320-ESCRIBIR-TRAMOS
           PERFORM 330-ESCRIBIR-PRODUCTOS
           PERFORM 340-ESCRIBIR-SUCURSALES
           PERFORM 350-ESCRIBIR-TOP

           CLOSE ARCHIVO-MAESTRO
                 ARCHIVO-REPORTE

           DISPLAY " "
           DISPLAY "CUENTAS LEIDAS:            " CONT-LEIDAS
           DISPLAY "ACREEDORAS SIMULADAS:      " CONT-ACREEDORAS
           DISPLAY "DEUDORAS SIMULADAS:        " CONT-DEUDORAS
           DISPLAY "CUENTAS CUYO INTERES CAMBIA: " CONT-CAMBIAN
           DISPLAY "SIN TASA DE CAMBIO (FUERA): " CONT-SIN-CAMBIO
           DISPLAY "NINGUN MOVIMIENTO GENERADO."
           DISPLAY "REPORTE GENERADO: SIMULA-TASAS.TXT".

       310-ESCRIBIR-RESUMEN.
           MOVE "SIMULACION DE CAMBIO DE TASAS (INTERES MENSUAL"
               TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "PROYECTADO EN EUR SOBRE MAESTRO.DAT)   FECHA DE"
                  " NEGOCIO: " WK-FECHA-NEGOCIO
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "TABLA ACTUAL: TASAS.DAT (" CONT-TRAMOS-ACT
                  " TRAMOS)   PROPUESTA: "
                      DELIMITED BY SIZE
                  WK-NOMBRE-PROPUESTA DELIMITED BY SPACE
                  " (" CONT-TRAMOS-PRO " TRAMOS, VIGOR "
                  WK-FECHA-VIGOR ")"
                      DELIMITED BY SIZE
               INTO REG-REPORTE
           WRITE REG-REPORTE
           MOVE WK-TASA-INTERES      TO WK-EDIT-PLANA
           MOVE WK-DEUDORA-ACTUAL    TO WK-EDIT-DEUDORA-ACT
           MOVE WK-DEUDORA-PROPUESTA TO WK-EDIT-DEUDORA-PRO
           MOVE SPACES TO REG-REPORTE
           STRING "TASA PLANA: " WK-EDIT-PLANA
                  "   TASA DEUDORA ACTUAL: " WK-EDIT-DEUDORA-ACT
                  "   PROPUESTA: " WK-EDIT-DEUDORA-PRO
                  "   ACUERDOS VIGENTES: " CONT-ACUERDOS
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE

           WRITE REG-REPORTE FROM LINEA-TITULO-TOTAL

           MOVE "GASTO POR INTERES ACREEDOR" TO LTT-ETIQUETA
           MOVE TOT-GASTO-ACT TO LTT-ACTUAL
           MOVE TOT-GASTO-PRO TO LTT-PROPUESTO
           COMPUTE LTT-DIFERENCIA = TOT-GASTO-PRO - TOT-GASTO-ACT
           WRITE REG-REPORTE FROM LINEA-TOTAL

           MOVE "INGRESO POR INTERES DEUDOR" TO LTT-ETIQUETA
           MOVE TOT-INGRESO-ACT TO LTT-ACTUAL
           MOVE TOT-INGRESO-PRO TO LTT-PROPUESTO
           COMPUTE LTT-DIFERENCIA = TOT-INGRESO-PRO - TOT-INGRESO-ACT
           WRITE REG-REPORTE FROM LINEA-TOTAL

      * EL NETO ES LO QUE EL BANCO GANA: INGRESO MENOS GASTO.
           MOVE "RESULTADO NETO (INGRESO - GASTO)" TO LTN-ETIQUETA
           COMPUTE LTN-ACTUAL = TOT-INGRESO-ACT - TOT-GASTO-ACT
           COMPUTE LTN-PROPUESTO = TOT-INGRESO-PRO - TOT-GASTO-PRO
           COMPUTE LTN-DIFERENCIA =
               (TOT-INGRESO-PRO - TOT-GASTO-PRO)
               - (TOT-INGRESO-ACT - TOT-GASTO-ACT)
           WRITE REG-REPORTE FROM LINEA-TOTAL-NETO

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           STRING "CUENTAS LEIDAS: " CONT-LEIDAS
                  "  ACREEDORAS: " CONT-ACREEDORAS
                  "  DEUDORAS: " CONT-DEUDORAS
                  "  CON ACUERDO: " CONT-CON-ACUERDO
                  "  CAMBIAN: " CONT-CAMBIAN
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "NO ACTIVAS: " CONT-INACTIVAS
                  "  PRODUCTO SIN DEVENGO: " CONT-SIN-DEVENGO
                  "  FUERA POR MONEDA SIN TASA DE CAMBIO: "
                  CONT-SIN-CAMBIO
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE.

      * CADA TABLA CON SUS PROPIOS TRAMOS: LA MISMA CUENTA SUMA EN
      * EL TRAMO ACTUAL Y EN EL PROPUESTO QUE LE TOCAN.
       320-ESCRIBIR-TRAMOS.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "GASTO ACREEDOR POR TRAMO DE LA TABLA ACTUAL"
               TO REG-REPORTE
           WRITE REG-REPORTE
           WRITE REG-REPORTE FROM LINEA-TITULO-TRAMO
           PERFORM VARYING WK-IDX-TRAMO FROM 1 BY 1
                   UNTIL WK-IDX-TRAMO > CONT-TRAMOS-ACT
               MOVE TRA-SALDO-DESDE(WK-IDX-TRAMO) TO LTR-DESDE
               MOVE TRA-SALDO-HASTA(WK-IDX-TRAMO) TO LTR-HASTA
               MOVE TRA-TASA(WK-IDX-TRAMO)        TO LTR-TASA
               MOVE TRA-VIGENCIA(WK-IDX-TRAMO)    TO LTR-VIGENCIA
               MOVE TRA-CUENTAS(WK-IDX-TRAMO)     TO LTR-CUENTAS
               MOVE TRA-ACTUAL(WK-IDX-TRAMO)      TO LTR-ACTUAL
               MOVE TRA-PROPUESTO(WK-IDX-TRAMO)   TO LTR-PROPUESTO
               COMPUTE LTR-DIFERENCIA =
                   TRA-PROPUESTO(WK-IDX-TRAMO)
                   - TRA-ACTUAL(WK-IDX-TRAMO)
               WRITE REG-REPORTE FROM LINEA-TRAMO
           END-PERFORM
           MOVE WK-TASA-INTERES TO LPL-TASA
           MOVE PLA-CUENTAS     TO LPL-CUENTAS
           MOVE PLA-ACTUAL      TO LPL-ACTUAL
           MOVE PLA-PROPUESTO   TO LPL-PROPUESTO
           COMPUTE LPL-DIFERENCIA = PLA-PROPUESTO - PLA-ACTUAL
           WRITE REG-REPORTE FROM LINEA-PLANA

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "GASTO ACREEDOR POR TRAMO DE LA TABLA PROPUESTA"
               TO REG-REPORTE
           WRITE REG-REPORTE
           WRITE REG-REPORTE FROM LINEA-TITULO-TRAMO
           PERFORM VARYING WK-IDX-TRAMO FROM 1 BY 1
                   UNTIL WK-IDX-TRAMO > CONT-TRAMOS-PRO
               MOVE TRP-SALDO-DESDE(WK-IDX-TRAMO) TO LTR-DESDE
               MOVE TRP-SALDO-HASTA(WK-IDX-TRAMO) TO LTR-HASTA
               MOVE TRP-TASA(WK-IDX-TRAMO)        TO LTR-TASA
               MOVE TRP-VIGENCIA(WK-IDX-TRAMO)    TO LTR-VIGENCIA
               MOVE TRP-CUENTAS(WK-IDX-TRAMO)     TO LTR-CUENTAS
               MOVE TRP-ACTUAL(WK-IDX-TRAMO)      TO LTR-ACTUAL
               MOVE TRP-PROPUESTO(WK-IDX-TRAMO)   TO LTR-PROPUESTO
               COMPUTE LTR-DIFERENCIA =
                   TRP-PROPUESTO(WK-IDX-TRAMO)
                   - TRP-ACTUAL(WK-IDX-TRAMO)
               WRITE REG-REPORTE FROM LINEA-TRAMO
           END-PERFORM
           MOVE WK-TASA-INTERES TO LPL-TASA
           MOVE PLP-CUENTAS     TO LPL-CUENTAS
           MOVE PLP-ACTUAL      TO LPL-ACTUAL
           MOVE PLP-PROPUESTO   TO LPL-PROPUESTO
           COMPUTE LPL-DIFERENCIA = PLP-PROPUESTO - PLP-ACTUAL
           WRITE REG-REPORTE FROM LINEA-PLANA.

      * EL NETO DE CADA GRUPO ES EL CAMBIO EN LO QUE EL BANCO GANA:
      * MAS INGRESO DEUDOR Y MENOS GASTO ACREEDOR.
       330-ESCRIBIR-PRODUCTOS.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "POR PRODUCTO" TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "PRODUCTO" TO LTG-TITULO
           WRITE REG-REPORTE FROM LINEA-TITULO-GRUPO
           PERFORM VARYING WK-IDX-PRODUCTO FROM 1 BY 1
                   UNTIL WK-IDX-PRODUCTO > CONT-PRODUCTOS
               MOVE TP-PRODUCTO(WK-IDX-PRODUCTO)   TO LGR-CLAVE
               MOVE TP-CUENTAS(WK-IDX-PRODUCTO)    TO LGR-CUENTAS
               MOVE TP-GASTO-ACT(WK-IDX-PRODUCTO)  TO LGR-GASTO-ACT
               MOVE TP-GASTO-PRO(WK-IDX-PRODUCTO)  TO LGR-GASTO-PRO
               MOVE TP-INGRESO-ACT(WK-IDX-PRODUCTO)
                   TO LGR-INGRESO-ACT
               MOVE TP-INGRESO-PRO(WK-IDX-PRODUCTO)
                   TO LGR-INGRESO-PRO
               COMPUTE LGR-NETO =
                   (TP-INGRESO-PRO(WK-IDX-PRODUCTO)
                    - TP-INGRESO-ACT(WK-IDX-PRODUCTO))
                   - (TP-GASTO-PRO(WK-IDX-PRODUCTO)
                    - TP-GASTO-ACT(WK-IDX-PRODUCTO))
               WRITE REG-REPORTE FROM LINEA-GRUPO
           END-PERFORM.

       340-ESCRIBIR-SUCURSALES.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "POR SUCURSAL" TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "SUCURSAL" TO LTG-TITULO
           WRITE REG-REPORTE FROM LINEA-TITULO-GRUPO
           PERFORM VARYING WK-IDX-SUCURSAL FROM 1 BY 1
                   UNTIL WK-IDX-SUCURSAL > CONT-SUCURSALES
               MOVE TS-SUCURSAL(WK-IDX-SUCURSAL)   TO LGR-CLAVE
               MOVE TS-CUENTAS(WK-IDX-SUCURSAL)    TO LGR-CUENTAS
               MOVE TS-GASTO-ACT(WK-IDX-SUCURSAL)  TO LGR-GASTO-ACT
               MOVE TS-GASTO-PRO(WK-IDX-SUCURSAL)  TO LGR-GASTO-PRO
               MOVE TS-INGRESO-ACT(WK-IDX-SUCURSAL)
                   TO LGR-INGRESO-ACT
               MOVE TS-INGRESO-PRO(WK-IDX-SUCURSAL)
                   TO LGR-INGRESO-PRO
               COMPUTE LGR-NETO =
                   (TS-INGRESO-PRO(WK-IDX-SUCURSAL)
                    - TS-INGRESO-ACT(WK-IDX-SUCURSAL))
                   - (TS-GASTO-PRO(WK-IDX-SUCURSAL)
                    - TS-GASTO-ACT(WK-IDX-SUCURSAL))
               WRITE REG-REPORTE FROM LINEA-GRUPO
           END-PERFORM

           IF CONT-SUC-FUERA > ZEROS
               MOVE SPACES TO REG-REPORTE
               STRING "*** " CONT-SUC-FUERA " CUENTAS DE SUCURSALES"
                      " PASADO EL TOPE DE " WK-MAX-SUCURSALES
                      ": SOLO EN LOS TOTALES ***"
                   DELIMITED BY SIZE INTO REG-REPORTE
               WRITE REG-REPORTE
           END-IF.

      * CLASE 'A': INTERES ACREEDOR (LO PAGA EL BANCO); 'D':
      * INTERES DEUDOR (LO COBRA). LA DIFERENCIA ES LA DEL INTERES
      * DE LA CUENTA: PROPUESTO MENOS ACTUAL.
       350-ESCRIBIR-TOP.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           STRING "LAS " WK-TOP-N " CUENTAS CUYO INTERES MENSUAL"
                  " MAS CAMBIA"
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           WRITE REG-REPORTE FROM LINEA-TITULO-TOP
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-TOP
               MOVE WK-INDICE               TO LTO-POSICION
               MOVE TT-CODIGO(WK-INDICE)    TO LTO-CODIGO
               MOVE TT-NOMBRE(WK-INDICE)    TO LTO-NOMBRE
               MOVE TT-SUCURSAL(WK-INDICE)  TO LTO-SUCURSAL
               MOVE TT-PRODUCTO(WK-INDICE)  TO LTO-PRODUCTO
               MOVE TT-CLASE(WK-INDICE)     TO LTO-CLASE
               MOVE TT-SALDO(WK-INDICE)     TO LTO-SALDO
               MOVE TT-MONEDA(WK-INDICE)    TO LTO-MONEDA
               MOVE TT-TASA-ACT(WK-INDICE)  TO LTO-TASA-ACT
               MOVE TT-TASA-PRO(WK-INDICE)  TO LTO-TASA-PRO
               MOVE TT-ACTUAL(WK-INDICE)    TO LTO-ACTUAL
               MOVE TT-PROPUESTO(WK-INDICE) TO LTO-PROPUESTO
               COMPUTE LTO-CAMBIO = TT-PROPUESTO(WK-INDICE)
                                    - TT-ACTUAL(WK-INDICE)
               WRITE REG-REPORTE FROM LINEA-TOP
           END-PERFORM

           IF CONT-TOP = ZEROS
               MOVE "  (NINGUNA CUENTA CAMBIA CON LA PROPUESTA)"
                   TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF.
