       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFORME-PRODUCTOS.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: INFORME MENSUAL DE GESTION POR PRODUCTO
      * PROPOSITO: CIERRE-MENSUAL CONSOLIDA POR CUENTA; LA DIRECCION
      *            QUIERE VER EL MES POR PRODUCTO. UNA PAGINA POR
      *            CODIGO DE PRODUCTO-MAESTRO (BLANCO SE TRATA COMO
      *            "CC") Y UNA ULTIMA CON EL TOTAL DEL LIBRO, CON:
      *            -- CUENTAS ABIERTAS, CERRADAS Y ACTIVAS A FIN DE
      *               MES. LA APERTURA SALE DEL REGISTRO DE ALTAS
      *               (MIS-ALTAS.DAT): LA PRIMERA VEZ QUE UNA CUENTA
      *               APARECE SE ANOTA CON EL MES EN QUE SE EMITIO SU
      *               CODIGO (CODIGOS-ASIGNADOS.DAT) O, SI EL
      *               ASIGNADOR NO LA CONOCE, EL DE SU
      *               FECHA-ESTADO-MAESTRO, Y ESE MES QUEDA FIJO. EL
      *               CIERRE ES EL ESTADO 'C' CON FECHA EN EL MES;
      *            -- SALDO TOTAL Y SALDO MEDIO POR CUENTA ACTIVA A FIN
      *               DE MES, Y EL SALDO PROMEDIO DIARIO DEL MES. EL
      *               SALDO DE FIN DE MES Y EL PROMEDIO SALEN DE
      *               SALDOS-PROMEDIO-AAAAMM.DAT (PROMEDIA-SALDOS) SI
      *               YA ESTA GENERADO; SI NO, EL SALDO ES EL DE
      *               MAESTRO-NUEVO.DAT Y EL PROMEDIO QUEDA EN CERO;
      *            -- MOVIMIENTOS DEL MES POR TIPO (C/A/I/F/R),
      *               CANTIDAD E IMPORTE, DE APLICADOS.DAT;
      *            -- COMISIONES COBRADAS, INTERES PAGADO (NETO DE
      *               REVERSOS DE DEVENGO) E INTERES DEUDOR COBRADO,
      *               CLASIFICADOS COMO EN RENTABILIDAD;
      *            -- PORCENTAJE DE CUENTAS ACTIVAS EN DESCUBIERTO A
      *               FIN DE MES.
      *            TODO SE VALUA EN EUR CON TASAS-CAMBIO.DAT.
      *            CADA CIFRA SE COMPARA CON EL MES ANTERIOR Y CON EL
      *            MISMO MES DEL AÑO ANTERIOR, TOMADOS DE
      *            MIS-HISTORICO.DAT: UNA FILA POR MES Y PRODUCTO QUE
      *            ESTE PROGRAMA DEJA CADA VEZ QUE CORRE (UNA NUEVA
      *            CORRIDA DEL MISMO MES LA REEMPLAZA), ASI LA
      *            COMPARACION NO RELEE AÑOS DE AUDITORIA.
      *            SALIDAS: MIS-PRODUCTOS.TXT (UNA PAGINA POR
      *            PRODUCTO) Y MIS-PRODUCTOS.CSV PARA FINANZAS (UNA
      *            FILA POR PRODUCTO Y MES: EL DEL INFORME Y LOS DOS
      *            DE COMPARACION). NO LLEVA DATOS PERSONALES.
      *            LANZADO POR LA CADENA (CERROJO.DAT PUESTO, PASO DE
      *            FIN DE MES 'M' EN CADENA-NOCTURNA.DAT DETRAS DE
      *            PROMEDIA-SALDOS) NO PREGUNTA EL MES: TOMA EL DE LA
      *            FECHA DE PROCESO SI YA LLEGO A SU ULTIMO DIA HABIL
      *            Y SI NO EL ANTERIOR, COMO PROMEDIA-SALDOS. A MANO
      *            PREGUNTA EL MES (000000 = LA MISMA REGLA).
      *            RC 16 ERROR DE ARCHIVO, 12 TABLA LLENA, 04 CUENTAS
      *            SIN TASA, MOVIMIENTOS SIN CUENTA EN EL MAESTRO O
      *            SIN SALDOS PROMEDIO DEL MES.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-MAESTRO-NUEVO
               ASSIGN TO "MAESTRO-NUEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CODIGO-MAESTRO-NUEVO
               FILE STATUS IS FS-MAESTRO-NUEVO.

           SELECT ARCHIVO-APLICADOS
               ASSIGN TO "APLICADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APLICADOS.

           SELECT ARCHIVO-TASAS
               ASSIGN TO "TASAS-CAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TASAS.

           SELECT ARCHIVO-ASIGNADOS
               ASSIGN TO "CODIGOS-ASIGNADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ASIGNADOS.

      * EL ARCHIVO DE SALDOS PROMEDIO DEL MES, CON EL MES EN EL
      * NOMBRE, COMO LO DEJA PROMEDIA-SALDOS.
           SELECT ARCHIVO-PROMEDIOS
               ASSIGN TO WK-NOMBRE-PROMEDIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROMEDIOS.

           SELECT ARCHIVO-ALTAS
               ASSIGN TO "MIS-ALTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALTAS.

           SELECT ARCHIVO-HISTORIA
               ASSIGN TO "MIS-HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORIA.

           SELECT ARCHIVO-REPORTE
               ASSIGN TO "MIS-PRODUCTOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

           SELECT ARCHIVO-CSV
               ASSIGN TO "MIS-PRODUCTOS.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CSV.

      * CON EL CERROJO DE CORRIDA PUESTO, QUIEN LANZA ES LA CADENA.
           SELECT ARCHIVO-CERROJO
               ASSIGN TO "CERROJO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CERROJO.

           SELECT ARCHIVO-FECHA-PROCESO
               ASSIGN TO "FECHA-PROCESO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHA-PROCESO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-MAESTRO-NUEVO.
       01  REG-MAESTRO-NUEVO.
           05 CODIGO-MAESTRO-NUEVO PIC 9(5).
           05 NOMBRE-MAESTRO-NUEVO PIC X(30).
           05 SALDO-MAESTRO-NUEVO  PIC S9(7)V99.
           05 ESTADO-MAESTRO-NUEVO PIC X(01).
              88 MAESTRO-CERRADO   VALUE 'C'.
           05 FECHA-ESTADO-MAESTRO-NUEVO PIC 9(8).
           05 MONEDA-MAESTRO-NUEVO PIC X(3).
           05 SUCURSAL-MAESTRO-NUEVO PIC 9(3).
           05 PRODUCTO-MAESTRO-NUEVO PIC X(2).

       FD  ARCHIVO-APLICADOS.
       01  REG-APLICADO.
           05 APL-ID-EJECUCION        PIC X(19).
           05 APL-CODIGO              PIC 9(5).
           05 APL-TIPO                PIC X(01).
           05 APL-IMPORTE             PIC 9(7)V99.
           05 APL-DESCRIPCION         PIC X(20).
           05 APL-LOTE                PIC X(08).
           05 APL-MONEDA              PIC X(3).
           05 APL-SECUENCIA           PIC 9(5).
           05 APL-REFERENCIA          PIC X(8).
           05 APL-SUCURSAL            PIC 9(3).
           05 APL-SENTIDO             PIC X(1).

       FD  ARCHIVO-TASAS.
       01  REG-TASA.
           05 TAS-MONEDA           PIC X(3).
           05 TAS-TASA-A-BASE      PIC 9(3)V9(6).
           05 TAS-FECHA            PIC 9(8).

       FD  ARCHIVO-ASIGNADOS.
       01  REG-ASIGNADO.
           05 ASG-CODIGO           PIC 9(5).
           05 ASG-SUCURSAL         PIC 9(3).
           05 ASG-FECHA            PIC 9(8).
           05 ASG-HORA             PIC 9(6).
           05 ASG-PROGRAMA         PIC X(20).

       FD  ARCHIVO-PROMEDIOS.
       01  REG-PROMEDIO.
           05 SPR-CODIGO           PIC 9(5).
           05 SPR-MES              PIC 9(6).
           05 SPR-MONEDA           PIC X(3).
           05 SPR-SUCURSAL         PIC 9(3).
           05 SPR-PRODUCTO         PIC X(2).
           05 SPR-DIAS             PIC 9(2).
           05 SPR-DIAS-HABILES     PIC 9(2).
           05 SPR-PROMEDIO         PIC S9(7)V99.
           05 SPR-PROMEDIO-HABIL   PIC S9(7)V99.
           05 SPR-MINIMO           PIC S9(7)V99.
           05 SPR-MAXIMO           PIC S9(7)V99.
           05 SPR-DIAS-DESCUBIERTO PIC 9(2).
           05 SPR-SALDO-INICIAL    PIC S9(7)V99.
           05 SPR-SALDO-FINAL      PIC S9(7)V99.
           05 SPR-ORIGEN           PIC X(1).

      * EL MES EN QUE CADA CUENTA SE VIO POR PRIMERA VEZ.
       FD  ARCHIVO-ALTAS.
       01  REG-ALTA.
           05 ALT-CODIGO           PIC 9(5).
           05 ALT-MES              PIC 9(6).

      * UNA FILA POR MES Y PRODUCTO, IMPORTES EN EUR. EL ORDEN DE LOS
      * TIPOS DE MOVIMIENTO ES C, A, I, F, R.
       FD  ARCHIVO-HISTORIA.
       01  REG-HISTORIA.
           05 HMI-MES              PIC 9(6).
           05 HMI-PRODUCTO         PIC X(2).
           05 HMI-ALTAS            PIC 9(5).
           05 HMI-BAJAS            PIC 9(5).
           05 HMI-ACTIVAS          PIC 9(7).
           05 HMI-DESCUBIERTAS     PIC 9(7).
           05 HMI-SALDO            PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05 HMI-PROMEDIO-DIARIO  PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05 HMI-MOVIMIENTOS      OCCURS 5 TIMES.
              10 HMI-MOV-CANTIDAD  PIC 9(7).
              10 HMI-MOV-IMPORTE   PIC 9(13)V99.
           05 HMI-COMISIONES       PIC 9(11)V99.
           05 HMI-INTERES-PAGADO   PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05 HMI-INTERES-COBRADO  PIC 9(11)V99.
       01  REG-HISTORIA-TEXTO      PIC X(214).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE             PIC X(110).

       FD  ARCHIVO-CSV.
       01  REG-CSV                 PIC X(400).

       FD  ARCHIVO-CERROJO.
       01  REG-CERROJO.
           05 CER-FECHA            PIC 9(8).
           05 CER-HORA             PIC 9(6).
           05 CER-OPERADOR         PIC X(8).

       FD  ARCHIVO-FECHA-PROCESO.
       01  REG-FECHA-PROCESO.
           05 FPR-FECHA            PIC 9(8).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-MAESTRO-NUEVO     PIC XX.
           05 FS-APLICADOS         PIC XX.
           05 FS-TASAS             PIC XX.
           05 FS-ASIGNADOS         PIC XX.
           05 FS-PROMEDIOS         PIC XX.
           05 FS-ALTAS             PIC XX.
           05 FS-HISTORIA          PIC XX.
           05 FS-REPORTE           PIC XX.
           05 FS-CSV               PIC XX.
           05 FS-CERROJO           PIC XX.
           05 FS-FECHA-PROCESO     PIC XX.

       01  SWITCHES.
           05 SW-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 SW-HALLADO           PIC X VALUE 'N'.
              88 HALLADO           VALUE 'S'.
           05 SW-EN-CADENA         PIC X VALUE 'N'.
              88 EN-CADENA         VALUE 'S'.
           05 SW-HAY-PROMEDIOS     PIC X VALUE 'N'.
              88 HAY-PROMEDIOS     VALUE 'S'.

       01  CONTADORES.
           05 CONT-CUENTAS-LEIDAS  PIC 9(7) VALUE ZEROS.
           05 CONT-FUERA-DEL-MES   PIC 9(7) VALUE ZEROS.
           05 CONT-ALTAS-NUEVAS    PIC 9(7) VALUE ZEROS.
           05 CONT-SIN-TASA        PIC 9(7) VALUE ZEROS.
           05 CONT-APLICADOS-MES   PIC 9(7) VALUE ZEROS.
           05 CONT-SIN-MAESTRO     PIC 9(7) VALUE ZEROS.
           05 CONT-FILAS-HISTORIA  PIC 9(7) VALUE ZEROS.
           05 CONT-PAGINAS         PIC 9(3) VALUE ZEROS.

       01  MONEDA-BASE             PIC X(3) VALUE 'EUR'.
       01  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
       01  WK-NOMBRE-PROMEDIOS     PIC X(40) VALUE SPACES.

      * EL MES DEL INFORME Y LOS DOS DE COMPARACION.
       01  CALCULO-MES.
           05 WK-MES               PIC 9(6) VALUE ZEROS.
           05 WK-MES-X REDEFINES WK-MES.
              10 WK-ANIO-MES       PIC 9(4).
              10 WK-NUMERO-MES     PIC 9(2).
           05 WK-MES-ANTERIOR      PIC 9(6) VALUE ZEROS.
           05 WK-MES-ANIO-ANTERIOR PIC 9(6) VALUE ZEROS.
           05 WK-PRIMER-DIA        PIC 9(8) VALUE ZEROS.
           05 WK-ULTIMO-DIA        PIC 9(8) VALUE ZEROS.
           05 WK-ULTIMO-HABIL      PIC 9(8) VALUE ZEROS.
           05 WK-DIAS-MES          PIC 9(2) VALUE ZEROS.
           05 WK-DIA               PIC 9(2) VALUE ZEROS.
           05 WK-DIA-ENTERO        PIC 9(7) VALUE ZEROS.
           05 WK-FECHA-CONSULTA    PIC 9(8) VALUE ZEROS.
           05 WK-FECHA-HABIL       PIC 9(8) VALUE ZEROS.
           05 WK-AJUSTADA          PIC X(1) VALUE 'N'.

       01  WK-MAX-TASAS            PIC 9(2) VALUE 20.
       01  CONT-TASAS              PIC 9(2) VALUE ZEROS.
       01  TABLA-TASAS.
           05 ENTRADA-TASA         OCCURS 1 TO 20 TIMES
                                   DEPENDING ON CONT-TASAS.
              10 TT-MONEDA         PIC X(3).
              10 TT-TASA           PIC 9(3)V9(6).
       01  WK-IDX-TASA             PIC 9(2) VALUE ZEROS.
       01  WK-MONEDA-BUSCADA       PIC X(3) VALUE SPACES.
       01  WK-TASA                 PIC 9(3)V9(6) VALUE ZEROS.

      * EL REGISTRO DE ALTAS: LO LEIDO MAS LAS CUENTAS NUEVAS DE
      * ESTA CORRIDA. SE REGRABA ENTERO AL FINAL.
       01  WK-MAX-ALTAS            PIC 9(5) VALUE 20000.
       01  CONT-ALTAS              PIC 9(5) VALUE ZEROS.
       01  TABLA-ALTAS.
           05 ENTRADA-ALTA         OCCURS 1 TO 20000 TIMES
                                   DEPENDING ON CONT-ALTAS.
              10 TL-CODIGO         PIC 9(5).
              10 TL-MES            PIC 9(6).
       01  WK-IDX-ALTA             PIC 9(5) VALUE ZEROS.
       01  WK-MES-ALTA             PIC 9(6) VALUE ZEROS.

      * EL ULTIMO MES EN QUE EL ASIGNADOR EMITIO CADA CODIGO.
       01  WK-MAX-ASIGNADOS        PIC 9(5) VALUE 20000.
       01  CONT-ASIGNADOS          PIC 9(5) VALUE ZEROS.
       01  TABLA-ASIGNADOS.
           05 ENTRADA-ASIGNADO     OCCURS 1 TO 20000 TIMES
                                   DEPENDING ON CONT-ASIGNADOS.
              10 TG-CODIGO         PIC 9(5).
              10 TG-MES            PIC 9(6).
       01  WK-IDX-ASIGNADO         PIC 9(5) VALUE ZEROS.

      * EL SALDO DEL ULTIMO DIA DEL MES, DE SALDOS-PROMEDIO.
       01  WK-MAX-PROMEDIOS        PIC 9(5) VALUE 5000.
       01  CONT-PROMEDIOS          PIC 9(5) VALUE ZEROS.
       01  TABLA-PROMEDIOS.
           05 ENTRADA-PROMEDIO     OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-PROMEDIOS.
              10 TV-CODIGO         PIC 9(5).
              10 TV-SALDO-FINAL    PIC S9(7)V99.
       01  WK-IDX-PROMEDIO         PIC 9(5) VALUE ZEROS.

      * LAS CUENTAS DEL MAESTRO, EN ORDEN DE CODIGO, CON SU PRODUCTO
      * PARA CLASIFICAR LOS MOVIMIENTOS.
       01  WK-MAX-CUENTAS          PIC 9(5) VALUE 5000.
       01  CONT-CUENTAS            PIC 9(5) VALUE ZEROS.
       01  TABLA-CUENTAS.
           05 ENTRADA-CUENTA       OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-CUENTAS.
              10 TC-CODIGO         PIC 9(5).
              10 TC-IDX-PRODUCTO   PIC 9(2).
       01  WK-IDX-CUENTA           PIC 9(5) VALUE ZEROS.
       01  WK-CODIGO-BUSCADO       PIC 9(5) VALUE ZEROS.

      * UNA FILA POR PRODUCTO, EN ORDEN DE CODIGO; LA FILA 51 ES EL
      * TOTAL DEL LIBRO. CADA FILA TIENE TRES JUEGOS DE CIFRAS:
      * 1 EL MES DEL INFORME, 2 EL ANTERIOR, 3 EL DEL AÑO ANTERIOR.
       01  WK-MAX-PRODUCTOS        PIC 9(2) VALUE 50.
       01  WK-IDX-TOTAL            PIC 9(2) VALUE 51.
       01  CONT-PRODUCTOS          PIC 9(2) VALUE ZEROS.
       01  TABLA-PRODUCTOS.
           05 ENTRADA-PRODUCTO     OCCURS 51 TIMES.
              10 TP-PRODUCTO       PIC X(2).
              10 TP-PERIODO        OCCURS 3 TIMES.
                 15 TF-HAY-DATOS   PIC X(1).
                 15 TF-ALTAS       PIC 9(5).
                 15 TF-BAJAS       PIC 9(5).
                 15 TF-ACTIVAS     PIC 9(7).
                 15 TF-DESCUBIERTAS PIC 9(7).
                 15 TF-SALDO       PIC S9(13)V99.
                 15 TF-PROMEDIO-DIARIO PIC S9(13)V99.
                 15 TF-MOVIMIENTOS OCCURS 5 TIMES.
                    20 TF-MOV-CANTIDAD PIC 9(7).
                    20 TF-MOV-IMPORTE  PIC 9(13)V99.
                 15 TF-COMISIONES  PIC 9(11)V99.
                 15 TF-INTERES-PAGADO PIC S9(11)V99.
                 15 TF-INTERES-COBRADO PIC 9(11)V99.
       01  WK-IDX-PRODUCTO         PIC 9(2) VALUE ZEROS.
       01  WK-IDX-HUECO            PIC 9(2) VALUE ZEROS.
       01  WK-IDX-PERIODO          PIC 9(1) VALUE ZEROS.
       01  WK-IDX-TIPO             PIC 9(1) VALUE ZEROS.
       01  WK-PRODUCTO             PIC X(2) VALUE SPACES.

       01  TIPOS-MOVIMIENTO.
           05 TM-TIPOS             PIC X(5) VALUE 'CAIFR'.
           05 TM-TIPO REDEFINES TM-TIPOS
                                   PIC X(1) OCCURS 5 TIMES.
       01  TM-NOMBRES.
           05 FILLER               PIC X(20) VALUE 'CARGOS (C)'.
           05 FILLER               PIC X(20) VALUE 'ABONOS (A)'.
           05 FILLER               PIC X(20) VALUE 'INTERESES (I)'.
           05 FILLER               PIC X(20) VALUE 'COMISIONES (F)'.
           05 FILLER               PIC X(20) VALUE 'REVERSOS (R)'.
       01  TM-NOMBRE-X REDEFINES TM-NOMBRES.
           05 TM-NOMBRE            PIC X(20) OCCURS 5 TIMES.

      * LAS FILAS DE MIS-HISTORICO.DAT DE OTROS MESES, TAL CUAL, PARA
      * REGRABARLAS ALREDEDOR DE LAS DEL MES DEL INFORME.
       01  WK-MAX-HISTORIA         PIC 9(5) VALUE 6000.
       01  CONT-HISTORIA           PIC 9(5) VALUE ZEROS.
       01  TABLA-HISTORIA.
           05 ENTRADA-HISTORIA     OCCURS 1 TO 6000 TIMES
                                   DEPENDING ON CONT-HISTORIA.
              10 TH-MES            PIC 9(6).
              10 TH-TEXTO          PIC X(214).
       01  WK-IDX-HISTORIA         PIC 9(5) VALUE ZEROS.

      * LA CUENTA O EL MOVIMIENTO EN PROCESO, EN EUR.
       01  WK-SALDO-CUENTA         PIC S9(7)V99 VALUE ZEROS.
       01  WK-IMPORTE-EUR          PIC S9(13)V99 VALUE ZEROS.

      * UNA FILA DEL INFORME: CONCEPTO, LAS TRES CIFRAS Y SUS
      * VARIACIONES. WK-FORMATO 'N' CANTIDAD, 'I' IMPORTE, 'P'
      * PORCENTAJE.
       01  WK-FILA.
           05 WK-CONCEPTO          PIC X(30).
           05 WK-FORMATO           PIC X(1).
           05 WK-VALOR             PIC S9(13)V99 OCCURS 3 TIMES.
       01  WK-VARIACION            PIC S9(7)V9 VALUE ZEROS.
       01  WK-PORCENTAJE           PIC 9(3)V99 VALUE ZEROS.
       01  WK-SALDO-MEDIO          PIC S9(13)V99 VALUE ZEROS.

       01  LINEA-RAYA              PIC X(110) VALUE ALL '='.
       01  LINEA-GUIONES           PIC X(110) VALUE ALL '-'.

       01  LINEA-TITULO.
           05 FILLER               PIC X(38) VALUE
              'INFORME DE GESTION POR PRODUCTO - MES '.
           05 LTI-MES              PIC 9(6).
           05 FILLER               PIC X(49) VALUE SPACES.
           05 FILLER               PIC X(07) VALUE 'PAGINA '.
           05 LTI-PAGINA           PIC ZZ9.

       01  LINEA-PRODUCTO.
           05 FILLER               PIC X(10) VALUE 'PRODUCTO: '.
           05 LPR-PRODUCTO         PIC X(20).
           05 FILLER               PIC X(29) VALUE
              'IMPORTES EN EUR   ESTADO AL: '.
           05 LPR-FECHA            PIC 9(8).

       01  LINEA-ENCABEZADO.
           05 FILLER               PIC X(30) VALUE 'CONCEPTO'.
           05 FILLER               PIC X(15) VALUE '           MES '.
           05 LEN-MES-ACTUAL       PIC 9(6).
           05 FILLER               PIC X(15) VALUE '           MES '.
           05 LEN-MES-ANTERIOR     PIC 9(6).
           05 FILLER               PIC X(08) VALUE '   VAR.%'.
           05 FILLER               PIC X(15) VALUE '           MES '.
           05 LEN-MES-ANIO         PIC 9(6).
           05 FILLER               PIC X(08) VALUE '   VAR.%'.

       01  LINEA-CIFRA.
           05 LCI-CONCEPTO         PIC X(30).
           05 LCI-ACTUAL           PIC X(21).
           05 LCI-ANTERIOR         PIC X(21).
           05 LCI-VAR-ANTERIOR     PIC X(08).
           05 LCI-ANIO             PIC X(21).
           05 LCI-VAR-ANIO         PIC X(08).

       01  WK-EDITA-IMPORTE        PIC --,---,---,---,--9.99.
       01  WK-EDITA-CANTIDAD       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WK-EDITA-PORCENTAJE     PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WK-EDITA-VARIACION      PIC ----,--9.9.
       01  WK-CELDA                PIC X(21) VALUE SPACES.

      * CAMPOS DEL CSV, CON PUNTO DECIMAL Y SIGNO ADELANTE.
       01  WK-CSV-CANTIDAD         PIC 9(7).
       01  WK-CSV-IMPORTE          PIC -9(13).99.
       01  WK-CSV-PORCENTAJE       PIC 9(3).99.
       01  WK-CSV-PUNTERO          PIC 9(3) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 140-CARGAR-ALTAS
           PERFORM 150-CARGAR-ASIGNADOS
           PERFORM 160-CARGAR-PROMEDIOS
           PERFORM 200-RECORRER-MAESTRO
           PERFORM 220-RECORRER-APLICADOS
           PERFORM 240-CARGAR-HISTORIA
           PERFORM 260-GRABAR-HISTORIA
           PERFORM 270-GRABAR-ALTAS
           PERFORM 300-ESCRIBIR-INFORME
           PERFORM 400-FINALIZAR
           GOBACK.

       100-INICIALIZAR.
           DISPLAY "========================================"
           DISPLAY "  INFORME DE GESTION POR PRODUCTO"
           DISPLAY "========================================"

           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           OPEN INPUT ARCHIVO-FECHA-PROCESO
           IF FS-FECHA-PROCESO = '00'
               READ ARCHIVO-FECHA-PROCESO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FPR-FECHA > ZEROS
                           MOVE FPR-FECHA TO WK-FECHA-HOY
                           DISPLAY "FECHA DE PROCESO IMPUESTA: "
                                   WK-FECHA-HOY
                       END-IF
               END-READ
               CLOSE ARCHIVO-FECHA-PROCESO
           END-IF

           PERFORM 110-DETECTAR-CADENA

           IF EN-CADENA
               PERFORM 105-ELEGIR-MES
               DISPLAY "LANZADO POR LA CADENA: MES " WK-MES
           ELSE
               DISPLAY "MES DEL INFORME (AAAAMM, 000000 = EL ULTIMO"
                       " CERRADO): "
               ACCEPT WK-MES
               IF WK-MES = ZEROS
                   PERFORM 105-ELEGIR-MES
               ELSE
                   IF WK-NUMERO-MES < 1 OR WK-NUMERO-MES > 12
                       DISPLAY "MES INVALIDO: " WK-MES
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   PERFORM 115-ARMAR-MES
               END-IF
           END-IF

           IF WK-NUMERO-MES = 1
               COMPUTE WK-MES-ANTERIOR = WK-MES - 100 + 11
           ELSE
               COMPUTE WK-MES-ANTERIOR = WK-MES - 1
           END-IF
           COMPUTE WK-MES-ANIO-ANTERIOR = WK-MES - 100

           STRING "SALDOS-PROMEDIO-" WK-MES ".DAT"
               DELIMITED BY SIZE INTO WK-NOMBRE-PROMEDIOS
           DISPLAY "MES: " WK-MES " (" WK-PRIMER-DIA " A "
                   WK-ULTIMO-DIA ")  COMPARA CON " WK-MES-ANTERIOR
                   " Y " WK-MES-ANIO-ANTERIOR

           INITIALIZE ENTRADA-PRODUCTO(WK-IDX-TOTAL)
           MOVE "**" TO TP-PRODUCTO(WK-IDX-TOTAL)
           PERFORM VARYING WK-IDX-PERIODO FROM 1 BY 1
                   UNTIL WK-IDX-PERIODO > 3
               MOVE 'N' TO TF-HAY-DATOS(WK-IDX-TOTAL, WK-IDX-PERIODO)
           END-PERFORM
           PERFORM 120-CARGAR-TASAS.

      * EL MES DE LA FECHA DE PROCESO, SI YA LLEGO A SU ULTIMO DIA
      * HABIL; SI TODAVIA NO, EL MES ANTERIOR, QUE YA ESTA COMPLETO.
       105-ELEGIR-MES.
           MOVE WK-FECHA-HOY(1:6) TO WK-MES
           PERFORM 115-ARMAR-MES

           IF WK-FECHA-HOY < WK-ULTIMO-HABIL
               COMPUTE WK-DIA-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WK-PRIMER-DIA) - 1
               COMPUTE WK-FECHA-CONSULTA =
                   FUNCTION DATE-OF-INTEGER(WK-DIA-ENTERO)
               MOVE WK-FECHA-CONSULTA(1:6) TO WK-MES
               PERFORM 115-ARMAR-MES
           END-IF.

      * EL CERROJO SOLO ESTA PUESTO MIENTRAS CORRE LA CADENA: SI
      * TIENE REGISTRO, ESTE INFORME ES UN PASO DE LA NOCHE.
       110-DETECTAR-CADENA.
           OPEN INPUT ARCHIVO-CERROJO

           IF FS-CERROJO NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ ARCHIVO-CERROJO
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'S' TO SW-EN-CADENA
           END-READ

           CLOSE ARCHIVO-CERROJO.

      * PRIMER Y ULTIMO DIA DE WK-MES Y SU ULTIMO DIA HABIL (UN DIA
      * ES HABIL SI DIA-HABIL NO LO CORRE).
       115-ARMAR-MES.
           COMPUTE WK-PRIMER-DIA = WK-MES * 100 + 1
           COMPUTE WK-DIA-ENTERO =
               FUNCTION INTEGER-OF-DATE(WK-PRIMER-DIA) + 31
           COMPUTE WK-FECHA-CONSULTA =
               FUNCTION DATE-OF-INTEGER(WK-DIA-ENTERO)
           MOVE 01 TO WK-FECHA-CONSULTA(7:2)
           COMPUTE WK-DIA-ENTERO =
               FUNCTION INTEGER-OF-DATE(WK-FECHA-CONSULTA) - 1
           COMPUTE WK-ULTIMO-DIA =
               FUNCTION DATE-OF-INTEGER(WK-DIA-ENTERO)
           MOVE WK-ULTIMO-DIA(7:2) TO WK-DIAS-MES

           MOVE ZEROS TO WK-ULTIMO-HABIL
           PERFORM VARYING WK-DIA FROM 1 BY 1
                   UNTIL WK-DIA > WK-DIAS-MES
               COMPUTE WK-FECHA-CONSULTA = WK-MES * 100 + WK-DIA
               CALL "DIA-HABIL" USING WK-FECHA-CONSULTA
                                      WK-FECHA-HABIL
                                      WK-AJUSTADA
               IF WK-AJUSTADA = 'N'
                   MOVE WK-FECHA-CONSULTA TO WK-ULTIMO-HABIL
               END-IF
           END-PERFORM.

      * SIN TASAS SOLO SE VALUA LO QUE ESTA EN EUR; LO DEMAS QUEDA
      * FUERA CON AVISO Y CUENTA.
       120-CARGAR-TASAS.
           OPEN INPUT ARCHIVO-TASAS

           IF FS-TASAS NOT = '00'
               DISPLAY "AVISO: SIN TASAS-CAMBIO.DAT, SOLO SE VALUA"
                       " LO QUE ESTA EN " MONEDA-BASE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
                   OR CONT-TASAS >= WK-MAX-TASAS
               READ ARCHIVO-TASAS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-TASAS
                       MOVE TAS-MONEDA TO TT-MONEDA(CONT-TASAS)
                       MOVE TAS-TASA-A-BASE TO TT-TASA(CONT-TASAS)
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-TASAS.

      *****************************************************************
      * EL REGISTRO DE ALTAS (NO EXISTE LA PRIMERA VEZ) Y LAS FECHAS
      * DE EMISION DEL ASIGNADOR DE CODIGOS.
      *****************************************************************
       140-CARGAR-ALTAS.
           OPEN INPUT ARCHIVO-ALTAS

           IF FS-ALTAS = '35'
               DISPLAY "AVISO: SIN MIS-ALTAS.DAT, SE ARMA CON ESTA"
                       " CORRIDA"
               EXIT PARAGRAPH
           END-IF

           IF FS-ALTAS NOT = '00'
               DISPLAY "ERROR ABRIENDO MIS-ALTAS.DAT: " FS-ALTAS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-ALTAS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF CONT-ALTAS >= WK-MAX-ALTAS
                           DISPLAY "*** MAS DE " WK-MAX-ALTAS
                                   " CUENTAS EN MIS-ALTAS.DAT ***"
                           CLOSE ARCHIVO-ALTAS
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO CONT-ALTAS
                       MOVE ALT-CODIGO TO TL-CODIGO(CONT-ALTAS)
                       MOVE ALT-MES    TO TL-MES(CONT-ALTAS)
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-ALTAS.

       150-CARGAR-ASIGNADOS.
           OPEN INPUT ARCHIVO-ASIGNADOS

           IF FS-ASIGNADOS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-ASIGNADOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF ASG-CODIGO IS NUMERIC
                          AND ASG-FECHA IS NUMERIC
                           PERFORM 155-ANOTAR-ASIGNADO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-ASIGNADOS.

      * UN CODIGO REEMITIDO TRAS SU PLAZO DE RETENCION QUEDA CON LA
      * FECHA DE LA ULTIMA EMISION.
       155-ANOTAR-ASIGNADO.
           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-IDX-ASIGNADO FROM 1 BY 1
                   UNTIL WK-IDX-ASIGNADO > CONT-ASIGNADOS
                   OR HALLADO
               IF TG-CODIGO(WK-IDX-ASIGNADO) = ASG-CODIGO
                   MOVE 'S' TO SW-HALLADO
               END-IF
           END-PERFORM

           IF HALLADO
               SUBTRACT 1 FROM WK-IDX-ASIGNADO
               IF ASG-FECHA(1:6) > TG-MES(WK-IDX-ASIGNADO)
                   MOVE ASG-FECHA(1:6) TO TG-MES(WK-IDX-ASIGNADO)
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF CONT-ASIGNADOS >= WK-MAX-ASIGNADOS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-ASIGNADOS
           MOVE ASG-CODIGO     TO TG-CODIGO(CONT-ASIGNADOS)
           MOVE ASG-FECHA(1:6) TO TG-MES(CONT-ASIGNADOS).

      * EL SALDO DE FIN DE MES DE CADA CUENTA Y EL PROMEDIO DIARIO
      * POR PRODUCTO, SI PROMEDIA-SALDOS YA CORRIO PARA EL MES.
       160-CARGAR-PROMEDIOS.
           OPEN INPUT ARCHIVO-PROMEDIOS

           IF FS-PROMEDIOS NOT = '00'
               DISPLAY "AVISO: SIN " WK-NOMBRE-PROMEDIOS ", SALDOS DEL"
                       " MAESTRO Y SIN PROMEDIO DIARIO"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO SW-HAY-PROMEDIOS
           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-PROMEDIOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       PERFORM 165-ANOTAR-PROMEDIO
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PROMEDIOS.

       165-ANOTAR-PROMEDIO.
           IF CONT-PROMEDIOS >= WK-MAX-PROMEDIOS
               DISPLAY "*** MAS DE " WK-MAX-PROMEDIOS " CUENTAS EN "
                       WK-NOMBRE-PROMEDIOS " ***"
               CLOSE ARCHIVO-PROMEDIOS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO CONT-PROMEDIOS
           MOVE SPR-CODIGO      TO TV-CODIGO(CONT-PROMEDIOS)
           MOVE SPR-SALDO-FINAL TO TV-SALDO-FINAL(CONT-PROMEDIOS)

           MOVE SPR-PRODUCTO TO WK-PRODUCTO
           PERFORM 500-UBICAR-PRODUCTO
           MOVE SPR-MONEDA TO WK-MONEDA-BUSCADA
           PERFORM 520-BUSCAR-TASA
           IF HALLADO
               COMPUTE WK-IMPORTE-EUR ROUNDED = SPR-PROMEDIO * WK-TASA
               ADD WK-IMPORTE-EUR
                   TO TF-PROMEDIO-DIARIO(WK-IDX-PRODUCTO, 1)
                      TF-PROMEDIO-DIARIO(WK-IDX-TOTAL, 1)
           END-IF.

      *****************************************************************
      * EL MAESTRO: ALTA, CIERRE Y, PARA LA CUENTA VIVA AL ULTIMO DIA
      * DEL MES, SU SALDO. UNA CUENTA QUE SE VIO POR PRIMERA VEZ
      * DESPUES DEL MES, O QUE CERRO ANTES, NO CUENTA.
      *****************************************************************
       200-RECORRER-MAESTRO.
           OPEN INPUT ARCHIVO-MAESTRO-NUEVO
           IF FS-MAESTRO-NUEVO NOT = '00'
               DISPLAY "ERROR ABRIENDO MAESTRO-NUEVO: " FS-MAESTRO-NUEVO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-MAESTRO-NUEVO NEXT
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-CUENTAS-LEIDAS
                       PERFORM 210-CLASIFICAR-CUENTA
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MAESTRO-NUEVO.

       210-CLASIFICAR-CUENTA.
           IF CONT-CUENTAS >= WK-MAX-CUENTAS
               DISPLAY "*** MAS DE " WK-MAX-CUENTAS " CUENTAS: EL"
                       " INFORME SALDRIA INCOMPLETO ***"
               CLOSE ARCHIVO-MAESTRO-NUEVO
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE PRODUCTO-MAESTRO-NUEVO TO WK-PRODUCTO
           PERFORM 500-UBICAR-PRODUCTO
           ADD 1 TO CONT-CUENTAS
           MOVE CODIGO-MAESTRO-NUEVO TO TC-CODIGO(CONT-CUENTAS)
           MOVE WK-IDX-PRODUCTO      TO TC-IDX-PRODUCTO(CONT-CUENTAS)

           PERFORM 215-MES-DE-ALTA

           IF WK-MES-ALTA > WK-MES
               ADD 1 TO CONT-FUERA-DEL-MES
               EXIT PARAGRAPH
           END-IF

           IF MAESTRO-CERRADO
               AND FECHA-ESTADO-MAESTRO-NUEVO < WK-PRIMER-DIA
               ADD 1 TO CONT-FUERA-DEL-MES
               EXIT PARAGRAPH
           END-IF

           IF WK-MES-ALTA = WK-MES
               ADD 1 TO TF-ALTAS(WK-IDX-PRODUCTO, 1)
                        TF-ALTAS(WK-IDX-TOTAL, 1)
           END-IF

           IF MAESTRO-CERRADO
               AND FECHA-ESTADO-MAESTRO-NUEVO <= WK-ULTIMO-DIA
               ADD 1 TO TF-BAJAS(WK-IDX-PRODUCTO, 1)
                        TF-BAJAS(WK-IDX-TOTAL, 1)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO TF-ACTIVAS(WK-IDX-PRODUCTO, 1)
                    TF-ACTIVAS(WK-IDX-TOTAL, 1)

           MOVE SALDO-MAESTRO-NUEVO TO WK-SALDO-CUENTA
           IF HAY-PROMEDIOS
               PERFORM VARYING WK-IDX-PROMEDIO FROM 1 BY 1
                       UNTIL WK-IDX-PROMEDIO > CONT-PROMEDIOS
                       OR TV-CODIGO(WK-IDX-PROMEDIO)
                          >= CODIGO-MAESTRO-NUEVO
                   CONTINUE
               END-PERFORM
               IF WK-IDX-PROMEDIO <= CONT-PROMEDIOS
                   IF TV-CODIGO(WK-IDX-PROMEDIO) = CODIGO-MAESTRO-NUEVO
                       MOVE TV-SALDO-FINAL(WK-IDX-PROMEDIO)
                           TO WK-SALDO-CUENTA
                   END-IF
               END-IF
           END-IF

           IF WK-SALDO-CUENTA < ZEROS
               ADD 1 TO TF-DESCUBIERTAS(WK-IDX-PRODUCTO, 1)
                        TF-DESCUBIERTAS(WK-IDX-TOTAL, 1)
           END-IF

           MOVE MONEDA-MAESTRO-NUEVO TO WK-MONEDA-BUSCADA
           PERFORM 520-BUSCAR-TASA
           IF NOT HALLADO
               ADD 1 TO CONT-SIN-TASA
               DISPLAY "AVISO: CUENTA " CODIGO-MAESTRO-NUEVO " EN "
                       MONEDA-MAESTRO-NUEVO " SIN TASA: SALDO FUERA"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WK-IMPORTE-EUR ROUNDED = WK-SALDO-CUENTA * WK-TASA
           ADD WK-IMPORTE-EUR TO TF-SALDO(WK-IDX-PRODUCTO, 1)
                                 TF-SALDO(WK-IDX-TOTAL, 1).

      * EL MES DE ALTA YA REGISTRADO; LA CUENTA NUEVA SE ANOTA CON EL
      * MES DE EMISION DE SU CODIGO O, SI NO, EL DE SU FECHA DE
      * ESTADO (LA DE CARGA MIENTRAS NO CAMBIE DE ESTADO).
       215-MES-DE-ALTA.
           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-IDX-ALTA FROM 1 BY 1
                   UNTIL WK-IDX-ALTA > CONT-ALTAS
                   OR HALLADO
               IF TL-CODIGO(WK-IDX-ALTA) = CODIGO-MAESTRO-NUEVO
                   MOVE 'S' TO SW-HALLADO
               END-IF
           END-PERFORM

           IF HALLADO
               SUBTRACT 1 FROM WK-IDX-ALTA
               MOVE TL-MES(WK-IDX-ALTA) TO WK-MES-ALTA
               EXIT PARAGRAPH
           END-IF

           MOVE FECHA-ESTADO-MAESTRO-NUEVO(1:6) TO WK-MES-ALTA
           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-IDX-ASIGNADO FROM 1 BY 1
                   UNTIL WK-IDX-ASIGNADO > CONT-ASIGNADOS
                   OR HALLADO
               IF TG-CODIGO(WK-IDX-ASIGNADO) = CODIGO-MAESTRO-NUEVO
                   MOVE 'S' TO SW-HALLADO
                   MOVE TG-MES(WK-IDX-ASIGNADO) TO WK-MES-ALTA
               END-IF
           END-PERFORM

           IF CONT-ALTAS >= WK-MAX-ALTAS
               DISPLAY "*** MAS DE " WK-MAX-ALTAS
                       " CUENTAS EN MIS-ALTAS.DAT ***"
               CLOSE ARCHIVO-MAESTRO-NUEVO
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO CONT-ALTAS
           ADD 1 TO CONT-ALTAS-NUEVAS
           MOVE CODIGO-MAESTRO-NUEVO TO TL-CODIGO(CONT-ALTAS)
           MOVE WK-MES-ALTA          TO TL-MES(CONT-ALTAS).

      *****************************************************************
      * LOS MOVIMIENTOS APLICADOS DEL MES (APLICADOS.DAT ACUMULA
      * CORRIDA SOBRE CORRIDA), CLASIFICADOS POR EL PRODUCTO DE SU
      * CUENTA.
      *****************************************************************
       220-RECORRER-APLICADOS.
           OPEN INPUT ARCHIVO-APLICADOS

           IF FS-APLICADOS = '35'
               DISPLAY "AVISO: SIN APLICADOS.DAT, NO HAY MOVIMIENTOS"
               EXIT PARAGRAPH
           END-IF

           IF FS-APLICADOS NOT = '00'
               DISPLAY "ERROR ABRIENDO APLICADOS: " FS-APLICADOS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-APLICADOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF APL-ID-EJECUCION(5:6) = WK-MES-X
                           PERFORM 225-CLASIFICAR-APLICADO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-APLICADOS.

       225-CLASIFICAR-APLICADO.
           ADD 1 TO CONT-APLICADOS-MES
           MOVE APL-CODIGO TO WK-CODIGO-BUSCADO
           PERFORM 510-BUSCAR-CUENTA

           IF NOT HALLADO
               ADD 1 TO CONT-SIN-MAESTRO
               EXIT PARAGRAPH
           END-IF
           MOVE TC-IDX-PRODUCTO(WK-IDX-CUENTA) TO WK-IDX-PRODUCTO

           MOVE APL-MONEDA TO WK-MONEDA-BUSCADA
           PERFORM 520-BUSCAR-TASA
           IF NOT HALLADO
               ADD 1 TO CONT-SIN-TASA
               EXIT PARAGRAPH
           END-IF
           COMPUTE WK-IMPORTE-EUR ROUNDED = APL-IMPORTE * WK-TASA

           PERFORM VARYING WK-IDX-TIPO FROM 1 BY 1
                   UNTIL WK-IDX-TIPO > 5
               IF TM-TIPO(WK-IDX-TIPO) = APL-TIPO
                   ADD 1 TO TF-MOV-CANTIDAD(WK-IDX-PRODUCTO, 1,
                                            WK-IDX-TIPO)
                            TF-MOV-CANTIDAD(WK-IDX-TOTAL, 1,
                                            WK-IDX-TIPO)
                   ADD WK-IMPORTE-EUR
                       TO TF-MOV-IMPORTE(WK-IDX-PRODUCTO, 1,
                                         WK-IDX-TIPO)
                          TF-MOV-IMPORTE(WK-IDX-TOTAL, 1,
                                         WK-IDX-TIPO)
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN APL-TIPO = 'I'
                   ADD WK-IMPORTE-EUR
                       TO TF-INTERES-PAGADO(WK-IDX-PRODUCTO, 1)
                          TF-INTERES-PAGADO(WK-IDX-TOTAL, 1)
               WHEN APL-TIPO = 'F'
                   ADD WK-IMPORTE-EUR
                       TO TF-COMISIONES(WK-IDX-PRODUCTO, 1)
                          TF-COMISIONES(WK-IDX-TOTAL, 1)
               WHEN APL-DESCRIPCION = "REVERSO DEVENGO"
                   SUBTRACT WK-IMPORTE-EUR
                       FROM TF-INTERES-PAGADO(WK-IDX-PRODUCTO, 1)
                            TF-INTERES-PAGADO(WK-IDX-TOTAL, 1)
               WHEN APL-DESCRIPCION = "INTERES DEUDOR"
                   ADD WK-IMPORTE-EUR
                       TO TF-INTERES-COBRADO(WK-IDX-PRODUCTO, 1)
                          TF-INTERES-COBRADO(WK-IDX-TOTAL, 1)
           END-EVALUATE.

      *****************************************************************
      * MIS-HISTORICO.DAT: LAS FILAS DEL MES ANTERIOR Y DEL MISMO MES
      * DEL AÑO ANTERIOR VAN A LAS COLUMNAS DE COMPARACION (Y AL
      * TOTAL); LAS DEL MES DEL INFORME SE DESCARTAN PORQUE ESTA
      * CORRIDA LAS REHACE; TODAS LAS DEMAS SE GUARDAN PARA REGRABAR.
      *****************************************************************
       240-CARGAR-HISTORIA.
           OPEN INPUT ARCHIVO-HISTORIA

           IF FS-HISTORIA = '35'
               DISPLAY "AVISO: SIN MIS-HISTORICO.DAT, NO HAY CON QUE"
                       " COMPARAR"
               EXIT PARAGRAPH
           END-IF

           IF FS-HISTORIA NOT = '00'
               DISPLAY "ERROR ABRIENDO MIS-HISTORICO.DAT: "
                       FS-HISTORIA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-HISTORIA
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       PERFORM 245-ANOTAR-HISTORIA
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-HISTORIA.

       245-ANOTAR-HISTORIA.
           IF HMI-MES = WK-MES
               EXIT PARAGRAPH
           END-IF

           IF CONT-HISTORIA >= WK-MAX-HISTORIA
               DISPLAY "*** MAS DE " WK-MAX-HISTORIA
                       " FILAS EN MIS-HISTORICO.DAT ***"
               CLOSE ARCHIVO-HISTORIA
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO CONT-HISTORIA
           MOVE HMI-MES            TO TH-MES(CONT-HISTORIA)
           MOVE REG-HISTORIA-TEXTO TO TH-TEXTO(CONT-HISTORIA)

           EVALUATE HMI-MES
               WHEN WK-MES-ANTERIOR
                   MOVE 2 TO WK-IDX-PERIODO
               WHEN WK-MES-ANIO-ANTERIOR
                   MOVE 3 TO WK-IDX-PERIODO
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE HMI-PRODUCTO TO WK-PRODUCTO
           PERFORM 500-UBICAR-PRODUCTO
           PERFORM 250-SUMAR-HISTORIA
           MOVE WK-IDX-TOTAL TO WK-IDX-PRODUCTO
           PERFORM 250-SUMAR-HISTORIA.

       250-SUMAR-HISTORIA.
           MOVE 'S' TO TF-HAY-DATOS(WK-IDX-PRODUCTO, WK-IDX-PERIODO)
           ADD HMI-ALTAS
               TO TF-ALTAS(WK-IDX-PRODUCTO, WK-IDX-PERIODO)
           ADD HMI-BAJAS
               TO TF-BAJAS(WK-IDX-PRODUCTO, WK-IDX-PERIODO)
           ADD HMI-ACTIVAS
               TO TF-ACTIVAS(WK-IDX-PRODUCTO, WK-IDX-PERIODO)
           ADD HMI-DESCUBIERTAS
               TO TF-DESCUBIERTAS(WK-IDX-PRODUCTO, WK-IDX-PERIODO)
           ADD HMI-SALDO
               TO TF-SALDO(WK-IDX-PRODUCTO, WK-IDX-PERIODO)
           ADD HMI-PROMEDIO-DIARIO
               TO TF-PROMEDIO-DIARIO(WK-IDX-PRODUCTO, WK-IDX-PERIODO)
           PERFORM VARYING WK-IDX-TIPO FROM 1 BY 1
                   UNTIL WK-IDX-TIPO > 5
               ADD HMI-MOV-CANTIDAD(WK-IDX-TIPO)
                   TO TF-MOV-CANTIDAD(WK-IDX-PRODUCTO, WK-IDX-PERIODO,
                                      WK-IDX-TIPO)
               ADD HMI-MOV-IMPORTE(WK-IDX-TIPO)
                   TO TF-MOV-IMPORTE(WK-IDX-PRODUCTO, WK-IDX-PERIODO,
                                     WK-IDX-TIPO)
           END-PERFORM
           ADD HMI-COMISIONES
               TO TF-COMISIONES(WK-IDX-PRODUCTO, WK-IDX-PERIODO)
           ADD HMI-INTERES-PAGADO
               TO TF-INTERES-PAGADO(WK-IDX-PRODUCTO, WK-IDX-PERIODO)
           ADD HMI-INTERES-COBRADO
               TO TF-INTERES-COBRADO(WK-IDX-PRODUCTO, WK-IDX-PERIODO).

      * EN ORDEN DE MES: LAS FILAS ANTERIORES AL MES DEL INFORME, LAS
      * DE ESTA CORRIDA Y LAS POSTERIORES (SI SE REHIZO UN MES VIEJO).
       260-GRABAR-HISTORIA.
           OPEN OUTPUT ARCHIVO-HISTORIA
           IF FS-HISTORIA NOT = '00'
               DISPLAY "ERROR REESCRIBIENDO MIS-HISTORICO.DAT: "
                       FS-HISTORIA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WK-IDX-HISTORIA FROM 1 BY 1
                   UNTIL WK-IDX-HISTORIA > CONT-HISTORIA
               IF TH-MES(WK-IDX-HISTORIA) < WK-MES
                   MOVE TH-TEXTO(WK-IDX-HISTORIA) TO REG-HISTORIA-TEXTO
                   WRITE REG-HISTORIA-TEXTO
               END-IF
           END-PERFORM

           MOVE 'S' TO TF-HAY-DATOS(WK-IDX-TOTAL, 1)
           PERFORM VARYING WK-IDX-PRODUCTO FROM 1 BY 1
                   UNTIL WK-IDX-PRODUCTO > CONT-PRODUCTOS
               MOVE 'S' TO TF-HAY-DATOS(WK-IDX-PRODUCTO, 1)
               PERFORM 265-ESCRIBIR-FILA-HISTORIA
           END-PERFORM

           PERFORM VARYING WK-IDX-HISTORIA FROM 1 BY 1
                   UNTIL WK-IDX-HISTORIA > CONT-HISTORIA
               IF TH-MES(WK-IDX-HISTORIA) > WK-MES
                   MOVE TH-TEXTO(WK-IDX-HISTORIA) TO REG-HISTORIA-TEXTO
                   WRITE REG-HISTORIA-TEXTO
               END-IF
           END-PERFORM

           CLOSE ARCHIVO-HISTORIA.

       265-ESCRIBIR-FILA-HISTORIA.
           MOVE SPACES TO REG-HISTORIA
           MOVE WK-MES                     TO HMI-MES
           MOVE TP-PRODUCTO(WK-IDX-PRODUCTO) TO HMI-PRODUCTO
           MOVE TF-ALTAS(WK-IDX-PRODUCTO, 1)   TO HMI-ALTAS
           MOVE TF-BAJAS(WK-IDX-PRODUCTO, 1)   TO HMI-BAJAS
           MOVE TF-ACTIVAS(WK-IDX-PRODUCTO, 1) TO HMI-ACTIVAS
           MOVE TF-DESCUBIERTAS(WK-IDX-PRODUCTO, 1)
             TO HMI-DESCUBIERTAS
           MOVE TF-SALDO(WK-IDX-PRODUCTO, 1)   TO HMI-SALDO
           MOVE TF-PROMEDIO-DIARIO(WK-IDX-PRODUCTO, 1)
             TO HMI-PROMEDIO-DIARIO
           PERFORM VARYING WK-IDX-TIPO FROM 1 BY 1
                   UNTIL WK-IDX-TIPO > 5
               MOVE TF-MOV-CANTIDAD(WK-IDX-PRODUCTO, 1, WK-IDX-TIPO)
                 TO HMI-MOV-CANTIDAD(WK-IDX-TIPO)
               MOVE TF-MOV-IMPORTE(WK-IDX-PRODUCTO, 1, WK-IDX-TIPO)
                 TO HMI-MOV-IMPORTE(WK-IDX-TIPO)
           END-PERFORM
           MOVE TF-COMISIONES(WK-IDX-PRODUCTO, 1) TO HMI-COMISIONES
           MOVE TF-INTERES-PAGADO(WK-IDX-PRODUCTO, 1)
             TO HMI-INTERES-PAGADO
           MOVE TF-INTERES-COBRADO(WK-IDX-PRODUCTO, 1)
             TO HMI-INTERES-COBRADO
           WRITE REG-HISTORIA
           ADD 1 TO CONT-FILAS-HISTORIA.

       270-GRABAR-ALTAS.
           OPEN OUTPUT ARCHIVO-ALTAS
           IF FS-ALTAS NOT = '00'
               DISPLAY "ERROR REESCRIBIENDO MIS-ALTAS.DAT: " FS-ALTAS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WK-IDX-ALTA FROM 1 BY 1
                   UNTIL WK-IDX-ALTA > CONT-ALTAS
               MOVE TL-CODIGO(WK-IDX-ALTA) TO ALT-CODIGO
               MOVE TL-MES(WK-IDX-ALTA)    TO ALT-MES
               WRITE REG-ALTA
           END-PERFORM

           CLOSE ARCHIVO-ALTAS.

      *****************************************************************
      * UNA PAGINA POR PRODUCTO Y UNA CON EL TOTAL; EN EL CSV, UNA
      * FILA POR PRODUCTO Y MES CON DATOS.
      *****************************************************************
       300-ESCRIBIR-INFORME.
           OPEN OUTPUT ARCHIVO-REPORTE
           IF FS-REPORTE NOT = '00'
               DISPLAY "ERROR ABRIENDO MIS-PRODUCTOS.TXT: " FS-REPORTE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARCHIVO-CSV
           IF FS-CSV NOT = '00'
               DISPLAY "ERROR ABRIENDO MIS-PRODUCTOS.CSV: " FS-CSV
               CLOSE ARCHIVO-REPORTE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO REG-CSV
           STRING "MES-INFORME;PRODUCTO;MES-DATOS;ALTAS;BAJAS;"
                  "ACTIVAS;DESCUBIERTAS;PCT-DESCUBIERTAS;SALDO-TOTAL;"
                  "SALDO-MEDIO;PROMEDIO-DIARIO;"
                  "CARGOS;IMP-CARGOS;ABONOS;IMP-ABONOS;"
                  "INTERESES;IMP-INTERESES;COMISIONES;IMP-COMISIONES;"
                  "REVERSOS;IMP-REVERSOS;COMISIONES-COBRADAS;"
                  "INTERES-PAGADO;INTERES-COBRADO"
                  DELIMITED BY SIZE INTO REG-CSV
           WRITE REG-CSV

           PERFORM VARYING WK-IDX-PRODUCTO FROM 1 BY 1
                   UNTIL WK-IDX-PRODUCTO > CONT-PRODUCTOS
               PERFORM 310-ESCRIBIR-PAGINA
           END-PERFORM
           MOVE WK-IDX-TOTAL TO WK-IDX-PRODUCTO
           PERFORM 310-ESCRIBIR-PAGINA

           CLOSE ARCHIVO-REPORTE
                 ARCHIVO-CSV.

       310-ESCRIBIR-PAGINA.
           ADD 1 TO CONT-PAGINAS
           MOVE WK-MES       TO LTI-MES
           MOVE CONT-PAGINAS TO LTI-PAGINA
           MOVE LINEA-TITULO TO REG-REPORTE
           IF CONT-PAGINAS = 1
               WRITE REG-REPORTE
           ELSE
               WRITE REG-REPORTE AFTER ADVANCING PAGE
           END-IF
           MOVE LINEA-RAYA TO REG-REPORTE
           WRITE REG-REPORTE

           IF WK-IDX-PRODUCTO = WK-IDX-TOTAL
               MOVE "TODOS (TOTAL LIBRO)" TO LPR-PRODUCTO
           ELSE
               MOVE TP-PRODUCTO(WK-IDX-PRODUCTO) TO LPR-PRODUCTO
           END-IF
           MOVE WK-FECHA-HOY TO LPR-FECHA
           WRITE REG-REPORTE FROM LINEA-PRODUCTO
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE

           MOVE WK-MES               TO LEN-MES-ACTUAL
           MOVE WK-MES-ANTERIOR      TO LEN-MES-ANTERIOR
           MOVE WK-MES-ANIO-ANTERIOR TO LEN-MES-ANIO
           WRITE REG-REPORTE FROM LINEA-ENCABEZADO
           MOVE LINEA-GUIONES TO REG-REPORTE
           WRITE REG-REPORTE

           PERFORM 320-FILAS-CUENTAS
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM 330-FILAS-SALDOS
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM 340-FILAS-MOVIMIENTOS
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM 350-FILAS-RESULTADOS

           MOVE LINEA-GUIONES TO REG-REPORTE
           WRITE REG-REPORTE
           IF TF-HAY-DATOS(WK-IDX-PRODUCTO, 2) NOT = 'S'
               OR TF-HAY-DATOS(WK-IDX-PRODUCTO, 3) NOT = 'S'
               MOVE "S/D: EL MES NO ESTA EN MIS-HISTORICO.DAT"
                 TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF

           IF WK-IDX-PRODUCTO NOT = WK-IDX-TOTAL
               PERFORM VARYING WK-IDX-PERIODO FROM 1 BY 1
                       UNTIL WK-IDX-PERIODO > 3
                   IF TF-HAY-DATOS(WK-IDX-PRODUCTO, WK-IDX-PERIODO)
                      = 'S'
                       PERFORM 380-ESCRIBIR-CSV
                   END-IF
               END-PERFORM
           END-IF.

       320-FILAS-CUENTAS.
           MOVE 'N' TO WK-FORMATO
           MOVE "CUENTAS ABIERTAS EN EL MES" TO WK-CONCEPTO
           PERFORM VARYING WK-IDX-PERIODO FROM 1 BY 1
                   UNTIL WK-IDX-PERIODO > 3
               MOVE TF-ALTAS(WK-IDX-PRODUCTO, WK-IDX-PERIODO)
                 TO WK-VALOR(WK-IDX-PERIODO)
           END-PERFORM
           PERFORM 360-ESCRIBIR-FILA

           MOVE "CUENTAS CERRADAS EN EL MES" TO WK-CONCEPTO
           PERFORM VARYING WK-IDX-PERIODO FROM 1 BY 1
                   UNTIL WK-IDX-PERIODO > 3
               MOVE TF-BAJAS(WK-IDX-PRODUCTO, WK-IDX-PERIODO)
                 TO WK-VALOR(WK-IDX-PERIODO)
           END-PERFORM
           PERFORM 360-ESCRIBIR-FILA

           MOVE "CUENTAS ACTIVAS A FIN DE MES" TO WK-CONCEPTO
           PERFORM VARYING WK-IDX-PERIODO FROM 1 BY 1
                   UNTIL WK-IDX-PERIODO > 3
               MOVE TF-ACTIVAS(WK-IDX-PRODUCTO, WK-IDX-PERIODO)
                 TO WK-VALOR(WK-IDX-PERIODO)
           END-PERFORM
           PERFORM 360-ESCRIBIR-FILA

           MOVE "CUENTAS EN DESCUBIERTO" TO WK-CONCEPTO
           PERFORM VARYING WK-IDX-PERIODO FROM 1 BY 1
                   UNTIL WK-IDX-PERIODO > 3
               MOVE TF-DESCUBIERTAS(WK-IDX-PRODUCTO, WK-IDX-PERIODO)
                 TO WK-VALOR(WK-IDX-PERIODO)
           END-PERFORM
           PERFORM 360-ESCRIBIR-FILA

           MOVE 'P' TO WK-FORMATO
           MOVE "% ACTIVAS EN DESCUBIERTO" TO WK-CONCEPTO
           PERFORM VARYING WK-IDX-PERIODO FROM 1 BY 1
                   UNTIL WK-IDX-PERIODO > 3
               PERFORM 370-PORCENTAJE-DESCUBIERTO
               MOVE WK-PORCENTAJE TO WK-VALOR(WK-IDX-PERIODO)
           END-PERFORM
           PERFORM 360-ESCRIBIR-FILA.

       330-FILAS-SALDOS.
           MOVE 'I' TO WK-FORMATO
           MOVE "SALDO TOTAL A FIN DE MES" TO WK-CONCEPTO
           PERFORM VARYING WK-IDX-PERIODO FROM 1 BY 1
                   UNTIL WK-IDX-PERIODO > 3
               MOVE TF-SALDO(WK-IDX-PRODUCTO, WK-IDX-PERIODO)
                 TO WK-VALOR(WK-IDX-PERIODO)
           END-PERFORM
           PERFORM 360-ESCRIBIR-FILA

           MOVE "SALDO MEDIO POR CUENTA ACTIVA" TO WK-CONCEPTO
           PERFORM VARYING WK-IDX-PERIODO FROM 1 BY 1
                   UNTIL WK-IDX-PERIODO > 3
               PERFORM 375-SALDO-MEDIO
               MOVE WK-SALDO-MEDIO TO WK-VALOR(WK-IDX-PERIODO)
           END-PERFORM
           PERFORM 360-ESCRIBIR-FILA

           MOVE "SALDO PROMEDIO DIARIO DEL MES" TO WK-CONCEPTO
           PERFORM VARYING WK-IDX-PERIODO FROM 1 BY 1
                   UNTIL WK-IDX-PERIODO > 3
               MOVE TF-PROMEDIO-DIARIO(WK-IDX-PRODUCTO, WK-IDX-PERIODO)
                 TO WK-VALOR(WK-IDX-PERIODO)
           END-PERFORM
           PERFORM 360-ESCRIBIR-FILA.

       340-FILAS-MOVIMIENTOS.
           PERFORM VARYING WK-IDX-TIPO FROM 1 BY 1
                   UNTIL WK-IDX-TIPO > 5
               MOVE 'N' TO WK-FORMATO
               MOVE SPACES TO WK-CONCEPTO
               STRING "MOVS. " TM-NOMBRE(WK-IDX-TIPO)
                   DELIMITED BY SIZE INTO WK-CONCEPTO
               PERFORM VARYING WK-IDX-PERIODO FROM 1 BY 1
                       UNTIL WK-IDX-PERIODO > 3
                   MOVE TF-MOV-CANTIDAD(WK-IDX-PRODUCTO,
                                        WK-IDX-PERIODO, WK-IDX-TIPO)
                     TO WK-VALOR(WK-IDX-PERIODO)
               END-PERFORM
               PERFORM 360-ESCRIBIR-FILA

               MOVE 'I' TO WK-FORMATO
               MOVE "  IMPORTE" TO WK-CONCEPTO
               PERFORM VARYING WK-IDX-PERIODO FROM 1 BY 1
                       UNTIL WK-IDX-PERIODO > 3
                   MOVE TF-MOV-IMPORTE(WK-IDX-PRODUCTO,
                                       WK-IDX-PERIODO, WK-IDX-TIPO)
                     TO WK-VALOR(WK-IDX-PERIODO)
               END-PERFORM
               PERFORM 360-ESCRIBIR-FILA
           END-PERFORM.

       350-FILAS-RESULTADOS.
           MOVE 'I' TO WK-FORMATO
           MOVE "COMISIONES COBRADAS" TO WK-CONCEPTO
           PERFORM VARYING WK-IDX-PERIODO FROM 1 BY 1
                   UNTIL WK-IDX-PERIODO > 3
               MOVE TF-COMISIONES(WK-IDX-PRODUCTO, WK-IDX-PERIODO)
                 TO WK-VALOR(WK-IDX-PERIODO)
           END-PERFORM
           PERFORM 360-ESCRIBIR-FILA

           MOVE "INTERES PAGADO" TO WK-CONCEPTO
           PERFORM VARYING WK-IDX-PERIODO FROM 1 BY 1
                   UNTIL WK-IDX-PERIODO > 3
               MOVE TF-INTERES-PAGADO(WK-IDX-PRODUCTO, WK-IDX-PERIODO)
                 TO WK-VALOR(WK-IDX-PERIODO)
           END-PERFORM
           PERFORM 360-ESCRIBIR-FILA

           MOVE "INTERES DEUDOR COBRADO" TO WK-CONCEPTO
           PERFORM VARYING WK-IDX-PERIODO FROM 1 BY 1
                   UNTIL WK-IDX-PERIODO > 3
               MOVE TF-INTERES-COBRADO(WK-IDX-PRODUCTO, WK-IDX-PERIODO)
                 TO WK-VALOR(WK-IDX-PERIODO)
           END-PERFORM
           PERFORM 360-ESCRIBIR-FILA.

      * LA CIFRA DEL MES Y, PARA CADA MES DE COMPARACION CON DATOS,
      * SU CIFRA Y LA VARIACION PORCENTUAL (N/D SOBRE UNA BASE EN
      * CERO). SIN DATOS DEL MES, "S/D".
       360-ESCRIBIR-FILA.
           MOVE SPACES TO LINEA-CIFRA
           MOVE WK-CONCEPTO TO LCI-CONCEPTO

           MOVE 1 TO WK-IDX-PERIODO
           PERFORM 365-EDITAR-CELDA
           MOVE WK-CELDA TO LCI-ACTUAL

           MOVE 2 TO WK-IDX-PERIODO
           IF TF-HAY-DATOS(WK-IDX-PRODUCTO, 2) = 'S'
               PERFORM 365-EDITAR-CELDA
               MOVE WK-CELDA TO LCI-ANTERIOR
               PERFORM 368-EDITAR-VARIACION
               MOVE WK-CELDA(1:8) TO LCI-VAR-ANTERIOR
           ELSE
               MOVE "                  S/D" TO LCI-ANTERIOR
           END-IF

           MOVE 3 TO WK-IDX-PERIODO
           IF TF-HAY-DATOS(WK-IDX-PRODUCTO, 3) = 'S'
               PERFORM 365-EDITAR-CELDA
               MOVE WK-CELDA TO LCI-ANIO
               PERFORM 368-EDITAR-VARIACION
               MOVE WK-CELDA(1:8) TO LCI-VAR-ANIO
           ELSE
               MOVE "                  S/D" TO LCI-ANIO
           END-IF

           WRITE REG-REPORTE FROM LINEA-CIFRA.

       365-EDITAR-CELDA.
           MOVE SPACES TO WK-CELDA
           EVALUATE WK-FORMATO
               WHEN 'N'
                   MOVE WK-VALOR(WK-IDX-PERIODO) TO WK-EDITA-CANTIDAD
                   MOVE WK-EDITA-CANTIDAD TO WK-CELDA(2:20)
               WHEN 'P'
                   MOVE WK-VALOR(WK-IDX-PERIODO)
                     TO WK-EDITA-PORCENTAJE
                   MOVE WK-EDITA-PORCENTAJE TO WK-CELDA(3:19)
               WHEN OTHER
                   MOVE WK-VALOR(WK-IDX-PERIODO) TO WK-EDITA-IMPORTE
                   MOVE WK-EDITA-IMPORTE TO WK-CELDA
           END-EVALUATE.

      * VARIACION DEL MES CONTRA EL PERIODO WK-IDX-PERIODO, ACOTADA
      * A LO QUE CABE EN LA COLUMNA.
       368-EDITAR-VARIACION.
           MOVE SPACES TO WK-CELDA
           IF WK-VALOR(WK-IDX-PERIODO) = ZEROS
               MOVE "     N/D" TO WK-CELDA
               EXIT PARAGRAPH
           END-IF

           COMPUTE WK-VARIACION ROUNDED =
               (WK-VALOR(1) - WK-VALOR(WK-IDX-PERIODO)) * 100
               / FUNCTION ABS(WK-VALOR(WK-IDX-PERIODO))
               ON SIZE ERROR
                   MOVE "  >9999%" TO WK-CELDA
                   EXIT PARAGRAPH
           END-COMPUTE

           IF WK-VARIACION > 9999.9 OR WK-VARIACION < -9999.9
               MOVE "  >9999%" TO WK-CELDA
               EXIT PARAGRAPH
           END-IF

           MOVE WK-VARIACION TO WK-EDITA-VARIACION
           MOVE WK-EDITA-VARIACION(3:8) TO WK-CELDA(1:8).

       370-PORCENTAJE-DESCUBIERTO.
           IF TF-ACTIVAS(WK-IDX-PRODUCTO, WK-IDX-PERIODO) = ZEROS
               MOVE ZEROS TO WK-PORCENTAJE
           ELSE
               COMPUTE WK-PORCENTAJE ROUNDED =
                   TF-DESCUBIERTAS(WK-IDX-PRODUCTO, WK-IDX-PERIODO)
                   * 100
                   / TF-ACTIVAS(WK-IDX-PRODUCTO, WK-IDX-PERIODO)
           END-IF.

       375-SALDO-MEDIO.
           IF TF-ACTIVAS(WK-IDX-PRODUCTO, WK-IDX-PERIODO) = ZEROS
               MOVE ZEROS TO WK-SALDO-MEDIO
           ELSE
               COMPUTE WK-SALDO-MEDIO ROUNDED =
                   TF-SALDO(WK-IDX-PRODUCTO, WK-IDX-PERIODO)
                   / TF-ACTIVAS(WK-IDX-PRODUCTO, WK-IDX-PERIODO)
           END-IF.

       380-ESCRIBIR-CSV.
           MOVE SPACES TO REG-CSV
           MOVE 1 TO WK-CSV-PUNTERO
           EVALUATE WK-IDX-PERIODO
               WHEN 1
                   STRING WK-MES ";" TP-PRODUCTO(WK-IDX-PRODUCTO) ";"
                          WK-MES ";"
                       DELIMITED BY SIZE INTO REG-CSV
                       WITH POINTER WK-CSV-PUNTERO
               WHEN 2
                   STRING WK-MES ";" TP-PRODUCTO(WK-IDX-PRODUCTO) ";"
                          WK-MES-ANTERIOR ";"
                       DELIMITED BY SIZE INTO REG-CSV
                       WITH POINTER WK-CSV-PUNTERO
               WHEN OTHER
                   STRING WK-MES ";" TP-PRODUCTO(WK-IDX-PRODUCTO) ";"
                          WK-MES-ANIO-ANTERIOR ";"
                       DELIMITED BY SIZE INTO REG-CSV
                       WITH POINTER WK-CSV-PUNTERO
           END-EVALUATE

           MOVE TF-ALTAS(WK-IDX-PRODUCTO, WK-IDX-PERIODO)
             TO WK-CSV-CANTIDAD
           PERFORM 385-AGREGAR-CANTIDAD
           MOVE TF-BAJAS(WK-IDX-PRODUCTO, WK-IDX-PERIODO)
             TO WK-CSV-CANTIDAD
           PERFORM 385-AGREGAR-CANTIDAD
           MOVE TF-ACTIVAS(WK-IDX-PRODUCTO, WK-IDX-PERIODO)
             TO WK-CSV-CANTIDAD
           PERFORM 385-AGREGAR-CANTIDAD
           MOVE TF-DESCUBIERTAS(WK-IDX-PRODUCTO, WK-IDX-PERIODO)
             TO WK-CSV-CANTIDAD
           PERFORM 385-AGREGAR-CANTIDAD
           PERFORM 370-PORCENTAJE-DESCUBIERTO
           MOVE WK-PORCENTAJE TO WK-CSV-PORCENTAJE
           STRING WK-CSV-PORCENTAJE ";"
               DELIMITED BY SIZE INTO REG-CSV
               WITH POINTER WK-CSV-PUNTERO
           MOVE TF-SALDO(WK-IDX-PRODUCTO, WK-IDX-PERIODO)
             TO WK-CSV-IMPORTE
           PERFORM 386-AGREGAR-IMPORTE
           PERFORM 375-SALDO-MEDIO
           MOVE WK-SALDO-MEDIO TO WK-CSV-IMPORTE
           PERFORM 386-AGREGAR-IMPORTE
           MOVE TF-PROMEDIO-DIARIO(WK-IDX-PRODUCTO, WK-IDX-PERIODO)
             TO WK-CSV-IMPORTE
           PERFORM 386-AGREGAR-IMPORTE
           PERFORM VARYING WK-IDX-TIPO FROM 1 BY 1
                   UNTIL WK-IDX-TIPO > 5
               MOVE TF-MOV-CANTIDAD(WK-IDX-PRODUCTO, WK-IDX-PERIODO,
                                    WK-IDX-TIPO)
                 TO WK-CSV-CANTIDAD
               PERFORM 385-AGREGAR-CANTIDAD
               MOVE TF-MOV-IMPORTE(WK-IDX-PRODUCTO, WK-IDX-PERIODO,
                                   WK-IDX-TIPO)
                 TO WK-CSV-IMPORTE
               PERFORM 386-AGREGAR-IMPORTE
           END-PERFORM
           MOVE TF-COMISIONES(WK-IDX-PRODUCTO, WK-IDX-PERIODO)
             TO WK-CSV-IMPORTE
           PERFORM 386-AGREGAR-IMPORTE
           MOVE TF-INTERES-PAGADO(WK-IDX-PRODUCTO, WK-IDX-PERIODO)
             TO WK-CSV-IMPORTE
           PERFORM 386-AGREGAR-IMPORTE
           MOVE TF-INTERES-COBRADO(WK-IDX-PRODUCTO, WK-IDX-PERIODO)
             TO WK-CSV-IMPORTE
           STRING WK-CSV-IMPORTE
               DELIMITED BY SIZE INTO REG-CSV
               WITH POINTER WK-CSV-PUNTERO
           WRITE REG-CSV.

       385-AGREGAR-CANTIDAD.
           STRING WK-CSV-CANTIDAD ";"
               DELIMITED BY SIZE INTO REG-CSV
               WITH POINTER WK-CSV-PUNTERO.

       386-AGREGAR-IMPORTE.
           STRING WK-CSV-IMPORTE ";"
               DELIMITED BY SIZE INTO REG-CSV
               WITH POINTER WK-CSV-PUNTERO.

       400-FINALIZAR.
           DISPLAY "CUENTAS DEL MAESTRO:        " CONT-CUENTAS-LEIDAS
           DISPLAY "  FUERA DEL MES:            " CONT-FUERA-DEL-MES
           DISPLAY "  NUEVAS EN MIS-ALTAS.DAT:  " CONT-ALTAS-NUEVAS
           DISPLAY "MOVIMIENTOS DEL MES:        " CONT-APLICADOS-MES
           DISPLAY "  SIN CUENTA EN EL MAESTRO: " CONT-SIN-MAESTRO
           DISPLAY "IMPORTES SIN TASA:          " CONT-SIN-TASA
           DISPLAY "PRODUCTOS:                  " CONT-PRODUCTOS
           DISPLAY "FILAS NUEVAS EN HISTORICO:  " CONT-FILAS-HISTORIA
           DISPLAY "INFORME EN: MIS-PRODUCTOS.TXT"
           DISPLAY "CSV EN:     MIS-PRODUCTOS.CSV"

           IF CONT-SIN-TASA > ZEROS
               OR CONT-SIN-MAESTRO > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * DEJA EN WK-IDX-PRODUCTO LA FILA DE WK-PRODUCTO (BLANCO = CC),
      * ABRIENDOLA EN SU LUGAR SI ES NUEVA PARA QUE LA TABLA QUEDE EN
      * ORDEN DE CODIGO.
      *****************************************************************
       500-UBICAR-PRODUCTO.
           IF WK-PRODUCTO = SPACES
               MOVE "CC" TO WK-PRODUCTO
           END-IF

           PERFORM VARYING WK-IDX-PRODUCTO FROM 1 BY 1
                   UNTIL WK-IDX-PRODUCTO > CONT-PRODUCTOS
                   OR TP-PRODUCTO(WK-IDX-PRODUCTO) >= WK-PRODUCTO
               CONTINUE
           END-PERFORM

           IF WK-IDX-PRODUCTO <= CONT-PRODUCTOS
               IF TP-PRODUCTO(WK-IDX-PRODUCTO) = WK-PRODUCTO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF CONT-PRODUCTOS >= WK-MAX-PRODUCTOS
               DISPLAY "*** MAS DE " WK-MAX-PRODUCTOS " PRODUCTOS ***"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

      * LAS FILAS DE LAS CUENTAS YA ANOTADAS APUNTAN POR POSICION:
      * LAS QUE QUEDAN DETRAS DEL HUECO SE CORREN UNA.
           PERFORM VARYING WK-IDX-HUECO FROM CONT-PRODUCTOS BY -1
                   UNTIL WK-IDX-HUECO < WK-IDX-PRODUCTO
               MOVE ENTRADA-PRODUCTO(WK-IDX-HUECO)
                 TO ENTRADA-PRODUCTO(WK-IDX-HUECO + 1)
           END-PERFORM
           PERFORM VARYING WK-IDX-CUENTA FROM 1 BY 1
                   UNTIL WK-IDX-CUENTA > CONT-CUENTAS
               IF TC-IDX-PRODUCTO(WK-IDX-CUENTA) >= WK-IDX-PRODUCTO
                   ADD 1 TO TC-IDX-PRODUCTO(WK-IDX-CUENTA)
               END-IF
           END-PERFORM

           ADD 1 TO CONT-PRODUCTOS
           INITIALIZE ENTRADA-PRODUCTO(WK-IDX-PRODUCTO)
           MOVE WK-PRODUCTO TO TP-PRODUCTO(WK-IDX-PRODUCTO)
           PERFORM VARYING WK-IDX-PERIODO FROM 1 BY 1
                   UNTIL WK-IDX-PERIODO > 3
               MOVE 'N' TO TF-HAY-DATOS(WK-IDX-PRODUCTO,
                                        WK-IDX-PERIODO)
           END-PERFORM.

      * DEJA EN WK-IDX-CUENTA LA FILA DE WK-CODIGO-BUSCADO (LA TABLA
      * VA EN ORDEN DE CODIGO, COMO EL MAESTRO).
       510-BUSCAR-CUENTA.
           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-IDX-CUENTA FROM 1 BY 1
                   UNTIL WK-IDX-CUENTA > CONT-CUENTAS
                   OR TC-CODIGO(WK-IDX-CUENTA) >= WK-CODIGO-BUSCADO
               CONTINUE
           END-PERFORM
           IF WK-IDX-CUENTA <= CONT-CUENTAS
               IF TC-CODIGO(WK-IDX-CUENTA) = WK-CODIGO-BUSCADO
                   MOVE 'S' TO SW-HALLADO
               END-IF
           END-IF.

      * DEJA EN WK-TASA LA TASA A EUR DE WK-MONEDA-BUSCADA (BLANCO ES
      * LA MONEDA BASE).
       520-BUSCAR-TASA.
           MOVE 'N' TO SW-HALLADO
           IF WK-MONEDA-BUSCADA = MONEDA-BASE
              OR WK-MONEDA-BUSCADA = SPACES
               MOVE 1 TO WK-TASA
               MOVE 'S' TO SW-HALLADO
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WK-IDX-TASA FROM 1 BY 1
                   UNTIL WK-IDX-TASA > CONT-TASAS
                   OR HALLADO
               IF TT-MONEDA(WK-IDX-TASA) = WK-MONEDA-BUSCADA
                   MOVE 'S' TO SW-HALLADO
                   MOVE TT-TASA(WK-IDX-TASA) TO WK-TASA
               END-IF
           END-PERFORM.
