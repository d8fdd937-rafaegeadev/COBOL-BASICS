       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQUIDA-RECAUDOS.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: LIQUIDACION DIARIA DE LA RECAUDACION DE FACTURAS
      * PROPOSITO: LAS EMPRESAS DE SERVICIOS ADHERIDAS COBRAN SUS
      *            FACTURAS EN NUESTRAS SUCURSALES Y POR DEBITO EN
      *            CUENTA. EL COBRO ES UN 'A' QUE SALE DE LA CUENTA
      *            DEL CLIENTE CON REFERENCIA "CB" MAS LA EMPRESA (6
      *            POSICIONES) Y EL NUMERO DE FACTURA EN LA
      *            DESCRIPCION (VALIDA-MOVIMIENTO RECHAZA EL QUE NO
      *            TRAE UNA U OTRA); EN VENTANILLA EL CAJERO LO
      *            CAPTURA IGUAL SOBRE LA CUENTA DEL CLIENTE, DESPUES
      *            DEL DEPOSITO "EF" SI PAGA EN EFECTIVO.
      *            ESTE PASO CORRE EN LA CADENA DESPUES DEL CRUZADO,
      *            TOMA DE APLICADOS.DAT LOS COBROS DE LA CORRIDA QUE
      *            DEJA ESTADO-CORRIDA.DAT (MAS LOS QUE QUEDARON EN
      *            ESPERA EN NOCHES ANTERIORES) Y POR CADA EMPRESA DE
      *            EMPRESAS-RECAUDO.DAT:
      *            -- DESCUENTA NUESTRA COMISION (FIJA POR FACTURA MAS
      *               UN PORCENTAJE DEL TOTAL) COMO UN MOVIMIENTO 'F'
      *               A LA CUENTA DE COMISIONES, IGUAL QUE LOS DE
      *               GENERA-COMISIONES;
      *            -- ACREDITA EL NETO ('C') EN LA CUENTA DE
      *               LIQUIDACION DE LA EMPRESA;
      *            -- LE ARMA LA REMESA REMESA-eeeeee-AAAAMMDD.TXT CON
      *               CADA FACTURA COBRADA, EN EL FORMATO QUE PIDIO
      *               ('F' FIJO, 'D' DELIMITADO POR PUNTO Y COMA),
      *               PARA QUE DE POR PAGADAS SUS FACTURAS.
      *            LOS ASIENTOS VAN EN MOVS-RECAUDOS.DAT (LOTE "LQ"
      *            MAS AAMMDD, CON 'H'/'T') PARA LA MEZCLA DE LA
      *            NOCHE SIGUIENTE. EL COBRO QUE NO SE PUEDE LIQUIDAR
      *            (EMPRESA DESCONOCIDA O DE BAJA, CUENTA NO OPERABLE,
      *            OTRA MONEDA) QUEDA EN RECAUDOS-PENDIENTES.DAT CON
      *            SU MOTIVO Y SE VUELVE A INTENTAR CADA NOCHE. EL
      *            DETALLE DE LA CORRIDA QUEDA EN LIQUIDA-RECAUDOS.TXT.
      *            RC 16 ERROR DE ARCHIVO, 12 TABLA LLENA; LOS COBROS
      *            EN ESPERA SE INFORMAN CON RC 0.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * FECHA DE PROCESO IMPUESTA (RECUPERACION MULTI-DIA): SI
      * EXISTE Y TRAE FECHA, MANDA SOBRE EL RELOJ, IGUAL QUE EN
      * LIBERA-ALMACEN Y EL CRUZADO.
           SELECT ARCHIVO-FECHA-PROCESO
               ASSIGN TO "FECHA-PROCESO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHA-PROCESO.

           SELECT ARCHIVO-ESTADO-CORRIDA
               ASSIGN TO "ESTADO-CORRIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTADO-CORRIDA.

      * CUENTA DE INGRESOS POR COMISIONES DE RECAUDACION.
           SELECT ARCHIVO-PARAMETROS
               ASSIGN TO "RECAUDOS-PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

      * EL MAESTRO DE EMPRESAS RECAUDADORAS, UNA LINEA POR EMPRESA.
           SELECT ARCHIVO-EMPRESAS
               ASSIGN TO "EMPRESAS-RECAUDO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EMPRESAS.

           SELECT ARCHIVO-PENDIENTES
               ASSIGN TO "RECAUDOS-PENDIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PENDIENTES.

           SELECT ARCHIVO-APLICADOS
               ASSIGN TO "APLICADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APLICADOS.

           SELECT ARCHIVO-MAESTRO
               ASSIGN TO "MAESTRO-NUEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODIGO-MAESTRO
               FILE STATUS IS FS-MAESTRO.

           SELECT ARCHIVO-MOVS-RECAUDOS
               ASSIGN TO "MOVS-RECAUDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVS-RECAUDOS.

      * UNA REMESA POR EMPRESA Y POR DIA; EL NOMBRE SE ARMA CON LA
      * EMPRESA Y LA FECHA EN EJECUCION.
           SELECT ARCHIVO-REMESA
               ASSIGN TO WK-NOMBRE-REMESA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REMESA.

           SELECT ARCHIVO-REPORTE
               ASSIGN TO "LIQUIDA-RECAUDOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-FECHA-PROCESO.
       01  REG-FECHA-PROCESO.
           05 FPR-FECHA            PIC 9(8).

       FD  ARCHIVO-ESTADO-CORRIDA.
       01  REG-ESTADO-CORRIDA.
           05 EST-ID-EJECUCION     PIC X(19).
           05 EST-RESULTADO        PIC X(8).
           05 EST-PARRAFO          PIC X(30).
           05 EST-MOTIVO           PIC X(40).
           05 EST-CUADRE           PIC X(1).
           05 EST-RC               PIC 9(4).

       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETROS.
           05 PRC-CUENTA-COMISIONES PIC 9(5).

      * COMISION: ERC-COMISION-FIJA POR CADA FACTURA MAS
      * ERC-COMISION-PCT POR CIENTO DEL TOTAL COBRADO. ERC-ESTADO 'B'
      * (BAJA) DEJA SUS COBROS EN ESPERA.
       FD  ARCHIVO-EMPRESAS.
       01  REG-EMPRESA.
           05 ERC-EMPRESA          PIC X(6).
           05 ERC-NOMBRE           PIC X(30).
           05 ERC-CUENTA-LIQUIDACION PIC 9(5).
           05 ERC-COMISION-FIJA    PIC 9(3)V99.
           05 ERC-COMISION-PCT     PIC 9(2)V99.
           05 ERC-FORMATO          PIC X(1).
           05 ERC-ESTADO           PIC X(1).

      * UN COBRO SIN LIQUIDAR. PEN-ID-LIQUIDACION QUEDA CON LA
      * CORRIDA QUE LO LIQUIDO, PARA QUE UNA REPETICION DE LA MISMA
      * NOCHE LO VUELVA A TOMAR; LA NOCHE SIGUIENTE SE DESCARTA.
       FD  ARCHIVO-PENDIENTES.
       01  REG-PENDIENTE.
           05 PEN-ID-EJECUCION     PIC X(19).
           05 PEN-CODIGO           PIC 9(5).
           05 PEN-IMPORTE          PIC 9(7)V99.
           05 PEN-FACTURA          PIC X(20).
           05 PEN-LOTE             PIC X(8).
           05 PEN-MONEDA           PIC X(3).
           05 PEN-SECUENCIA        PIC 9(5).
           05 PEN-EMPRESA          PIC X(6).
           05 PEN-SUCURSAL         PIC 9(3).
           05 PEN-ID-LIQUIDACION   PIC X(19).
           05 PEN-MOTIVO           PIC X(30).

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
           05 APL-SUCURSAL-ORIGEN     PIC 9(3).

       FD  ARCHIVO-MAESTRO.
       01  REG-MAESTRO.
           05 CODIGO-MAESTRO       PIC 9(5).
           05 NOMBRE-MAESTRO       PIC X(30).
           05 SALDO-MAESTRO        PIC S9(7)V99.
           05 ESTADO-MAESTRO       PIC X(01).
              88 MAESTRO-BLOQUEADO VALUE 'B'.
              88 MAESTRO-CERRADO   VALUE 'C'.
              88 MAESTRO-SOLO-DEPOSITOS VALUE 'R'.
              88 MAESTRO-SOLO-RETIROS   VALUE 'I'.
              88 MAESTRO-EMBARGADO      VALUE 'E'.
           05 FECHA-ESTADO-MAESTRO PIC 9(8).
           05 MONEDA-MAESTRO       PIC X(3).
           05 SUCURSAL-MAESTRO     PIC 9(3).
           05 PRODUCTO-MAESTRO     PIC X(2).

       FD  ARCHIVO-MOVS-RECAUDOS.
       01  REG-MOV-RECAUDO.
           05 MRC-CODIGO           PIC 9(5).
           05 MRC-TIPO             PIC X(01).
           05 MRC-IMPORTE          PIC 9(7)V99.
           05 MRC-DESCRIPCION      PIC X(20).
           05 MRC-LOTE             PIC X(08).
           05 MRC-FECHA            PIC 9(8).
           05 MRC-MONEDA           PIC X(3).
           05 MRC-SECUENCIA        PIC 9(5).
           05 MRC-REFERENCIA       PIC X(8).
           05 MRC-SUCURSAL         PIC 9(3).
       01  REG-MRC-ENCABEZADO REDEFINES REG-MOV-RECAUDO.
           05 HDR-CODIGO           PIC 9(5).
           05 HDR-TIPO             PIC X(01).
           05 HDR-LOTE             PIC X(08).
           05 HDR-FECHA-CREACION   PIC 9(8).
           05 FILLER               PIC X(48).
       01  REG-MRC-RESUMEN REDEFINES REG-MOV-RECAUDO.
           05 TRL-CODIGO           PIC 9(5).
           05 TRL-TIPO             PIC X(01).
           05 TRL-CUENTA-REGISTROS PIC 9(7).
           05 TRL-HASH-IMPORTES    PIC 9(11)V99.
           05 FILLER               PIC X(44).

       FD  ARCHIVO-REMESA.
       01  REG-REMESA              PIC X(100).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE             PIC X(110).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-FECHA-PROCESO     PIC XX.
           05 FS-ESTADO-CORRIDA    PIC XX.
           05 FS-PARAMETROS        PIC XX.
           05 FS-EMPRESAS          PIC XX.
           05 FS-PENDIENTES        PIC XX.
           05 FS-APLICADOS         PIC XX.
           05 FS-MAESTRO           PIC XX.
           05 FS-MOVS-RECAUDOS     PIC XX.
           05 FS-REMESA            PIC XX.
           05 FS-REPORTE           PIC XX.

       01  SWITCHES.
           05 SW-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 SW-CUENTA-HALLADA    PIC X VALUE 'N'.
              88 CUENTA-HALLADA    VALUE 'S'.
           05 SW-MAESTRO-ABIERTO   PIC X VALUE 'N'.
              88 MAESTRO-ABIERTO   VALUE 'S'.

       01  CONTADORES.
           05 CONT-APLICADOS-LEIDOS PIC 9(7) VALUE ZEROS.
           05 CONT-COBROS-NOCHE    PIC 9(5) VALUE ZEROS.
           05 CONT-COBROS-ARRASTRE PIC 9(5) VALUE ZEROS.
           05 CONT-COBROS-LIQUIDADOS PIC 9(5) VALUE ZEROS.
           05 CONT-COBROS-EN-ESPERA PIC 9(5) VALUE ZEROS.
           05 CONT-EMPRESAS-LIQUIDADAS PIC 9(3) VALUE ZEROS.
           05 CONT-REMESAS         PIC 9(3) VALUE ZEROS.
           05 CONT-MOVS-SALIDA     PIC 9(5) VALUE ZEROS.

       01  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
       01  WK-ID-CORRIDA           PIC X(19) VALUE SPACES.
       01  WK-HASH-SALIDA          PIC 9(11)V99 VALUE ZEROS.
       01  WK-NOMBRE-REMESA        PIC X(40) VALUE SPACES.

      * SIN PARAMETROS NO HAY CUENTA DE COMISIONES: SOLO SE LIQUIDAN
      * LAS EMPRESAS QUE NO PAGAN COMISION.
       01  WK-CUENTA-COMISIONES    PIC 9(5) VALUE ZEROS.
       01  WK-COMISIONES-MOTIVO    PIC X(30) VALUE SPACES.
       01  WK-COMISIONES-MONEDA    PIC X(3) VALUE SPACES.
       01  WK-COMISIONES-SUCURSAL  PIC 9(3) VALUE ZEROS.

      * LOTE DE LOS ASIENTOS: "LQ" MAS LA FECHA AAMMDD, UNO POR
      * NOCHE, QUE NUNCA REPITE EN LOTES PROCESADOS.
       01  WK-LOTE-ARMADO.
           05 FILLER               PIC X(2) VALUE "LQ".
           05 WK-LOTE-FECHA        PIC 9(6) VALUE ZEROS.

      * LAS DOS PIERNAS DE CADA EMPRESA LLEVAN "LQ" MAS LA EMPRESA.
       01  WK-REF-LIQUIDACION.
           05 FILLER               PIC X(2) VALUE "LQ".
           05 WK-REF-EMPRESA       PIC X(6) VALUE SPACES.
       01  WK-DESC-NETO.
           05 FILLER               PIC X(8) VALUE "RECAUDO ".
           05 WK-DESC-NETO-EMPRESA PIC X(6) VALUE SPACES.
           05 FILLER               PIC X(6) VALUE SPACES.
       01  WK-DESC-COMISION.
           05 FILLER               PIC X(9) VALUE "COMISION ".
           05 WK-DESC-COM-EMPRESA  PIC X(6) VALUE SPACES.
           05 FILLER               PIC X(5) VALUE SPACES.

       01  WK-MAX-EMPRESAS         PIC 9(3) VALUE 200.
       01  CONT-EMPRESAS           PIC 9(3) VALUE ZEROS.
       01  TABLA-EMPRESAS.
           05 ENTRADA-EMPRESA      OCCURS 1 TO 200 TIMES
                                   DEPENDING ON CONT-EMPRESAS.
              10 TEM-EMPRESA       PIC X(6).
              10 TEM-NOMBRE        PIC X(30).
              10 TEM-CUENTA        PIC 9(5).
              10 TEM-COMISION-FIJA PIC 9(3)V99.
              10 TEM-COMISION-PCT  PIC 9(2)V99.
              10 TEM-FORMATO       PIC X(1).
              10 TEM-ESTADO        PIC X(1).
       01  WK-IDX-EMPRESA          PIC 9(3) VALUE ZEROS.
       01  WK-IDX-EMP-HALLADA      PIC 9(3) VALUE ZEROS.

      * LOS COBROS DE LA NOCHE Y LOS ARRASTRADOS, CON SU ESTADO:
      * 'P' EN ESPERA, 'L' LIQUIDADO EN ESTA CORRIDA.
       01  WK-MAX-COBROS           PIC 9(5) VALUE 20000.
       01  CONT-COBROS             PIC 9(5) VALUE ZEROS.
       01  TABLA-COBROS.
           05 ENTRADA-COBRO        OCCURS 1 TO 20000 TIMES
                                   DEPENDING ON CONT-COBROS.
              10 TCO-ID-EJECUCION  PIC X(19).
              10 TCO-CODIGO        PIC 9(5).
              10 TCO-IMPORTE       PIC 9(7)V99.
              10 TCO-FACTURA       PIC X(20).
              10 TCO-LOTE          PIC X(8).
              10 TCO-MONEDA        PIC X(3).
              10 TCO-SECUENCIA     PIC 9(5).
              10 TCO-EMPRESA       PIC X(6).
              10 TCO-SUCURSAL      PIC 9(3).
              10 TCO-ID-LIQUIDACION PIC X(19).
              10 TCO-MOTIVO        PIC X(30).
              10 TCO-ESTADO        PIC X(1).
                 88 TCO-EN-ESPERA  VALUE 'P'.
                 88 TCO-LIQUIDADO  VALUE 'L'.
       01  WK-IDX-COBRO            PIC 9(5) VALUE ZEROS.

      * TOTALES DE LA EMPRESA EN PROCESO.
       01  TOTALES-EMPRESA.
           05 WK-EMP-CANTIDAD      PIC 9(5) VALUE ZEROS.
           05 WK-EMP-BRUTO         PIC 9(9)V99 VALUE ZEROS.
           05 WK-EMP-COMISION      PIC 9(9)V99 VALUE ZEROS.
           05 WK-EMP-NETO          PIC 9(9)V99 VALUE ZEROS.
           05 WK-EMP-MOTIVO        PIC X(30) VALUE SPACES.
           05 WK-EMP-MONEDA        PIC X(3) VALUE SPACES.
           05 WK-EMP-SUCURSAL      PIC 9(3) VALUE ZEROS.
       01  TOTALES-GENERALES.
           05 WK-TOT-BRUTO         PIC 9(11)V99 VALUE ZEROS.
           05 WK-TOT-COMISION      PIC 9(11)V99 VALUE ZEROS.
           05 WK-TOT-NETO          PIC 9(11)V99 VALUE ZEROS.

      * LAS PIERNAS DE LA NOCHE, ORDENADAS POR CODIGO ANTES DE
      * ESCRIBIR (LA MEZCLA EXIGE CADA FUENTE ASCENDENTE POR CODIGO)
      * Y NUMERADAS 1..N EN ESE ORDEN.
       01  WK-MAX-ASIENTOS         PIC 9(3) VALUE 400.
       01  CONT-ASIENTOS           PIC 9(3) VALUE ZEROS.
       01  TABLA-ASIENTOS.
           05 ENTRADA-ASIENTO      OCCURS 1 TO 400 TIMES
                                   DEPENDING ON CONT-ASIENTOS.
              10 TAS-CODIGO        PIC 9(5).
              10 TAS-TIPO          PIC X(1).
              10 TAS-IMPORTE       PIC 9(7)V99.
              10 TAS-DESCRIPCION   PIC X(20).
              10 TAS-MONEDA        PIC X(3).
              10 TAS-REFERENCIA    PIC X(8).
              10 TAS-SUCURSAL      PIC 9(3).
       01  WK-ASIENTO-AUX          PIC X(49).
       01  WK-INDICE-ORDEN         PIC 9(3) VALUE ZEROS.
       01  WK-CONTADOR-ORDEN       PIC 9(3) VALUE ZEROS.

       01  WK-CODIGO-BUSCADO       PIC 9(5) VALUE ZEROS.

      * LA PIERNA ARMADA, EN EL LAYOUT ESTANDAR, PASA POR
      * VALIDA-MOVIMIENTO ANTES DE COMPROMETER LA LIQUIDACION.
       01  WK-MOVIMIENTO.
           05 WK-MOV-CODIGO        PIC 9(5).
           05 WK-MOV-TIPO          PIC X(01).
           05 WK-MOV-IMPORTE       PIC 9(7)V99.
           05 WK-MOV-DESCRIPCION   PIC X(20).
           05 WK-MOV-LOTE          PIC X(08).
           05 WK-MOV-FECHA         PIC 9(8).
           05 WK-MOV-MONEDA        PIC X(3).
           05 WK-MOV-SECUENCIA     PIC 9(5).
           05 WK-MOV-REFERENCIA    PIC X(8).
           05 WK-MOV-SUCURSAL      PIC 9(3).
       01  WK-VM-VEREDICTO         PIC X(1) VALUE SPACE.
       01  WK-VM-CODIGO-MOTIVO     PIC 9(2) VALUE ZEROS.
       01  WK-VM-MOTIVO            PIC X(30) VALUE SPACES.
       01  WK-VEREDICTO-PIERNAS    PIC X(1) VALUE SPACE.

      * IMPORTE CON PUNTO DECIMAL Y SIN BLANCOS A LA IZQUIERDA PARA
      * LA REMESA DELIMITADA, COMO LO ARMA EMITE-INTERBANCARIO.
       01  ARMADO-IMPORTE.
           05 WK-IMPORTE-EDITADO   PIC Z(8)9.99.
           05 WK-BLANCOS-IZQ       PIC 9(2) VALUE ZEROS.
           05 WK-IMPORTE-TEXTO     PIC X(12) VALUE SPACES.
           05 WK-PUNTERO-REMESA    PIC 9(3) VALUE ZEROS.

      * REMESA EN FORMATO FIJO: 'H' ENCABEZADO, 'D' UNA FACTURA,
      * 'T' CANTIDAD, BRUTO, COMISION Y NETO ACREDITADO.
       01  REMESA-ENCABEZADO.
           05 RHD-TIPO             PIC X(1) VALUE 'H'.
           05 RHD-EMPRESA          PIC X(6).
           05 RHD-NOMBRE           PIC X(30).
           05 RHD-FECHA            PIC 9(8).
           05 RHD-CUENTA           PIC 9(5).
           05 RHD-MONEDA           PIC X(3).
       01  REMESA-DETALLE.
           05 RDE-TIPO             PIC X(1) VALUE 'D'.
           05 RDE-FACTURA          PIC X(20).
           05 RDE-IMPORTE          PIC 9(9)V99.
           05 RDE-FECHA-COBRO      PIC 9(8).
           05 RDE-SUCURSAL         PIC 9(3).
           05 RDE-LOTE             PIC X(8).
           05 RDE-SECUENCIA        PIC 9(5).
       01  REMESA-RESUMEN.
           05 RTR-TIPO             PIC X(1) VALUE 'T'.
           05 RTR-CANTIDAD         PIC 9(7).
           05 RTR-BRUTO            PIC 9(11)V99.
           05 RTR-COMISION         PIC 9(11)V99.
           05 RTR-NETO             PIC 9(11)V99.

       01  LINEA-TITULO.
           05 FILLER               PIC X(37)
              VALUE 'LIQUIDACION DE RECAUDACION - FECHA  '.
           05 LTI-FECHA            PIC 9(8).
           05 FILLER               PIC X(10) VALUE '  CORRIDA '.
           05 LTI-CORRIDA          PIC X(19).

       01  LINEA-PARAMETROS.
           05 FILLER               PIC X(23)
              VALUE 'CUENTA DE COMISIONES: '.
           05 LPA-CUENTA           PIC 9(5).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LPA-MOTIVO           PIC X(30).

       01  LINEA-ENCABEZADO.
           05 FILLER               PIC X(7) VALUE 'EMPRESA'.
           05 FILLER               PIC X(7) VALUE ' CUENTA'.
           05 FILLER               PIC X(7) VALUE ' COBROS'.
           05 FILLER               PIC X(15)
              VALUE '          BRUTO'.
           05 FILLER               PIC X(15)
              VALUE '       COMISION'.
           05 FILLER               PIC X(15)
              VALUE '           NETO'.
           05 FILLER               PIC X(11) VALUE '  RESULTADO'.

       01  LINEA-EMPRESA.
           05 LEM-EMPRESA          PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LEM-CUENTA           PIC 9(5).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LEM-COBROS           PIC ZZZZ9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LEM-BRUTO            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LEM-COMISION         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LEM-NETO             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LEM-RESULTADO        PIC X(36).

       01  LINEA-ESPERA.
           05 LES-EMPRESA          PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LES-CUENTA           PIC 9(5).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LES-FACTURA          PIC X(20).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LES-IMPORTE          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LES-DESDE            PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LES-MOTIVO           PIC X(30).

       01  LINEA-TOTAL.
           05 LTO-CONCEPTO         PIC X(40).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LTO-CANTIDAD         PIC ZZZZ9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LTO-IMPORTE          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 110-CARGAR-PARAMETROS
           PERFORM 120-CARGAR-EMPRESAS
           PERFORM 130-CARGAR-PENDIENTES
           PERFORM 140-CARGAR-COBROS
           PERFORM 200-LIQUIDAR-EMPRESAS
           PERFORM 250-LISTAR-EN-ESPERA
           PERFORM 270-ESCRIBIR-ASIENTOS
           PERFORM 300-FINALIZAR
           GOBACK.

       100-INICIALIZAR.
           DISPLAY "LIQUIDACION DE RECAUDACION DE FACTURAS..."
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

           MOVE WK-FECHA-HOY(3:6) TO WK-LOTE-FECHA

      * LA SALIDA SE REESCRIBE CADA NOCHE, AUNQUE NO HAYA ASIENTOS:
      * LA MEZCLA DE ESTA NOCHE YA APLICO LOS DE ANOCHE Y UN ARCHIVO
      * VIEJO LOS ASENTARIA OTRA VEZ.
           OPEN OUTPUT ARCHIVO-MOVS-RECAUDOS

           IF FS-MOVS-RECAUDOS NOT = '00'
               DISPLAY "ERROR ABRIENDO MOVS-RECAUDOS: "
                       FS-MOVS-RECAUDOS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO REG-MOV-RECAUDO
           MOVE ZEROS  TO HDR-CODIGO
           MOVE 'H'    TO HDR-TIPO
           MOVE WK-LOTE-ARMADO TO HDR-LOTE
           MOVE WK-FECHA-HOY   TO HDR-FECHA-CREACION
           WRITE REG-MOV-RECAUDO

      * SIN CORRIDA COMPLETA LOS COBROS DE LA NOCHE NO ESTAN
      * APLICADOS: SE LIQUIDAN CUANDO LA CADENA SE RELANCE.
           OPEN INPUT ARCHIVO-ESTADO-CORRIDA
           IF FS-ESTADO-CORRIDA = '00'
               READ ARCHIVO-ESTADO-CORRIDA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EST-RESULTADO = "COMPLETO"
                           MOVE EST-ID-EJECUCION TO WK-ID-CORRIDA
                       END-IF
               END-READ
               CLOSE ARCHIVO-ESTADO-CORRIDA
           END-IF

           IF WK-ID-CORRIDA = SPACES
               DISPLAY "AVISO: LA ULTIMA CORRIDA NO TERMINO COMPLETA,"
                       " LA RECAUDACION SE LIQUIDA AL RELANZAR"
               PERFORM 275-CERRAR-SALIDA-MOVS
               GOBACK
           END-IF

           OPEN OUTPUT ARCHIVO-REPORTE

           IF FS-REPORTE NOT = '00'
               DISPLAY "ERROR ABRIENDO LIQUIDA-RECAUDOS.TXT: "
                       FS-REPORTE
               PERFORM 275-CERRAR-SALIDA-MOVS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WK-FECHA-HOY  TO LTI-FECHA
           MOVE WK-ID-CORRIDA TO LTI-CORRIDA
           WRITE REG-REPORTE FROM LINEA-TITULO.

      * LA CUENTA DE COMISIONES RECIBE UN 'F': NO PUEDE ESTAR
      * BLOQUEADA, CERRADA NI EMBARGADA. SIN ELLA SE LIQUIDAN SOLO
      * LAS EMPRESAS SIN COMISION.
       110-CARGAR-PARAMETROS.
           OPEN INPUT ARCHIVO-PARAMETROS

           IF FS-PARAMETROS = '00'
               READ ARCHIVO-PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRC-CUENTA-COMISIONES IS NUMERIC
                           MOVE PRC-CUENTA-COMISIONES
                             TO WK-CUENTA-COMISIONES
                       END-IF
               END-READ
               CLOSE ARCHIVO-PARAMETROS
           END-IF

           OPEN INPUT ARCHIVO-MAESTRO
           IF FS-MAESTRO NOT = '00'
               DISPLAY "ERROR ABRIENDO MAESTRO-NUEVO: " FS-MAESTRO
               PERFORM 290-ABANDONAR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'S' TO SW-MAESTRO-ABIERTO

           IF WK-CUENTA-COMISIONES = ZEROS
               MOVE "SIN CUENTA DE COMISIONES" TO WK-COMISIONES-MOTIVO
           ELSE
               MOVE WK-CUENTA-COMISIONES TO WK-CODIGO-BUSCADO
               PERFORM 410-LEER-CUENTA
               EVALUATE TRUE
                   WHEN NOT CUENTA-HALLADA
                       MOVE "CUENTA DE COMISIONES NO EXISTE"
                         TO WK-COMISIONES-MOTIVO
                   WHEN MAESTRO-BLOQUEADO OR MAESTRO-CERRADO
                        OR MAESTRO-EMBARGADO OR MAESTRO-SOLO-RETIROS
                       MOVE "CUENTA COMISIONES NO OPERABLE"
                         TO WK-COMISIONES-MOTIVO
                   WHEN OTHER
                       MOVE MONEDA-MAESTRO TO WK-COMISIONES-MONEDA
                       MOVE SUCURSAL-MAESTRO
                         TO WK-COMISIONES-SUCURSAL
               END-EVALUATE
           END-IF

           IF WK-COMISIONES-MOTIVO NOT = SPACES
               DISPLAY "AVISO: " WK-COMISIONES-MOTIVO
                       ", SOLO SE LIQUIDAN EMPRESAS SIN COMISION"
           END-IF

           MOVE WK-CUENTA-COMISIONES TO LPA-CUENTA
           MOVE WK-COMISIONES-MOTIVO TO LPA-MOTIVO
           WRITE REG-REPORTE FROM LINEA-PARAMETROS.

       120-CARGAR-EMPRESAS.
           OPEN INPUT ARCHIVO-EMPRESAS

           IF FS-EMPRESAS NOT = '00'
               DISPLAY "AVISO: SIN EMPRESAS-RECAUDO.DAT (" FS-EMPRESAS
                       "), TODOS LOS COBROS QUEDAN EN ESPERA"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-EMPRESAS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       PERFORM 125-ANOTAR-EMPRESA
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-EMPRESAS

           DISPLAY "EMPRESAS RECAUDADORAS: " CONT-EMPRESAS.

       125-ANOTAR-EMPRESA.
           IF ERC-EMPRESA = SPACES
               EXIT PARAGRAPH
           END-IF

           IF CONT-EMPRESAS >= WK-MAX-EMPRESAS
               DISPLAY "*** MAS DE " WK-MAX-EMPRESAS
                       " EMPRESAS RECAUDADORAS: NO SE LIQUIDA NADA ***"
               CLOSE ARCHIVO-EMPRESAS
               PERFORM 290-ABANDONAR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO CONT-EMPRESAS
           MOVE ERC-EMPRESA TO TEM-EMPRESA(CONT-EMPRESAS)
           MOVE ERC-NOMBRE  TO TEM-NOMBRE(CONT-EMPRESAS)
           MOVE ZEROS TO TEM-CUENTA(CONT-EMPRESAS)
                         TEM-COMISION-FIJA(CONT-EMPRESAS)
                         TEM-COMISION-PCT(CONT-EMPRESAS)
           IF ERC-CUENTA-LIQUIDACION IS NUMERIC
               MOVE ERC-CUENTA-LIQUIDACION TO TEM-CUENTA(CONT-EMPRESAS)
           END-IF
           IF ERC-COMISION-FIJA IS NUMERIC
               MOVE ERC-COMISION-FIJA
                 TO TEM-COMISION-FIJA(CONT-EMPRESAS)
           END-IF
           IF ERC-COMISION-PCT IS NUMERIC
               MOVE ERC-COMISION-PCT TO TEM-COMISION-PCT(CONT-EMPRESAS)
           END-IF
           MOVE ERC-FORMATO TO TEM-FORMATO(CONT-EMPRESAS)
           IF ERC-FORMATO NOT = 'D'
               MOVE 'F' TO TEM-FORMATO(CONT-EMPRESAS)
           END-IF
           MOVE ERC-ESTADO  TO TEM-ESTADO(CONT-EMPRESAS).

      * LOS COBROS QUE QUEDARON EN ESPERA EN NOCHES ANTERIORES. LOS
      * QUE YA LIQUIDO OTRA CORRIDA SE DESCARTAN; LOS DE ESTA MISMA
      * CORRIDA SE VUELVEN A LEER DE APLICADOS.DAT.
       130-CARGAR-PENDIENTES.
           OPEN INPUT ARCHIVO-PENDIENTES

           IF FS-PENDIENTES = '35'
               EXIT PARAGRAPH
           END-IF

           IF FS-PENDIENTES NOT = '00'
               DISPLAY "ERROR ABRIENDO RECAUDOS-PENDIENTES: "
                       FS-PENDIENTES
               PERFORM 290-ABANDONAR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-PENDIENTES
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF PEN-ID-EJECUCION NOT = WK-ID-CORRIDA
                           AND (PEN-ID-LIQUIDACION = SPACES
                             OR PEN-ID-LIQUIDACION = WK-ID-CORRIDA)
                           PERFORM 145-VERIFICAR-LUGAR
                           ADD 1 TO CONT-COBROS
                           MOVE REG-PENDIENTE
                             TO ENTRADA-COBRO(CONT-COBROS)
                           MOVE SPACES
                             TO TCO-ID-LIQUIDACION(CONT-COBROS)
                                TCO-MOTIVO(CONT-COBROS)
                           MOVE 'P' TO TCO-ESTADO(CONT-COBROS)
                           ADD 1 TO CONT-COBROS-ARRASTRE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PENDIENTES.

      * SOLO LOS COBROS ('A' CON "CB") QUE APLICO LA CORRIDA DE
      * ESTA NOCHE; UNO RECHAZADO POR EL CRUZADO NUNCA LLEGA AQUI.
       140-CARGAR-COBROS.
           OPEN INPUT ARCHIVO-APLICADOS

           IF FS-APLICADOS NOT = '00'
               DISPLAY "ERROR ABRIENDO APLICADOS: " FS-APLICADOS
               PERFORM 290-ABANDONAR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-APLICADOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-APLICADOS-LEIDOS
                       IF APL-ID-EJECUCION = WK-ID-CORRIDA
                           AND APL-TIPO = 'A'
                           AND APL-REFERENCIA(1:2) = "CB"
                           PERFORM 142-ANOTAR-COBRO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-APLICADOS

           DISPLAY "COBROS DE LA NOCHE:     " CONT-COBROS-NOCHE
           DISPLAY "COBROS EN ARRASTRE:     " CONT-COBROS-ARRASTRE.

       142-ANOTAR-COBRO.
           PERFORM 145-VERIFICAR-LUGAR
           ADD 1 TO CONT-COBROS
           ADD 1 TO CONT-COBROS-NOCHE
           MOVE APL-ID-EJECUCION TO TCO-ID-EJECUCION(CONT-COBROS)
           MOVE APL-CODIGO       TO TCO-CODIGO(CONT-COBROS)
           MOVE APL-IMPORTE      TO TCO-IMPORTE(CONT-COBROS)
           MOVE APL-DESCRIPCION  TO TCO-FACTURA(CONT-COBROS)
           MOVE APL-LOTE         TO TCO-LOTE(CONT-COBROS)
           MOVE APL-MONEDA       TO TCO-MONEDA(CONT-COBROS)
           MOVE APL-SECUENCIA    TO TCO-SECUENCIA(CONT-COBROS)
           MOVE APL-REFERENCIA(3:6) TO TCO-EMPRESA(CONT-COBROS)
           MOVE APL-SUCURSAL-ORIGEN TO TCO-SUCURSAL(CONT-COBROS)
           IF APL-SUCURSAL-ORIGEN NOT NUMERIC
               MOVE APL-SUCURSAL TO TCO-SUCURSAL(CONT-COBROS)
           END-IF
           MOVE SPACES TO TCO-ID-LIQUIDACION(CONT-COBROS)
                          TCO-MOTIVO(CONT-COBROS)
           MOVE 'P' TO TCO-ESTADO(CONT-COBROS).

      * CON LA TABLA LLENA NO SE LIQUIDA NADA: REESCRIBIR LOS
      * PENDIENTES PERDERIA COBROS.
       145-VERIFICAR-LUGAR.
           IF CONT-COBROS >= WK-MAX-COBROS
               DISPLAY "*** MAS DE " WK-MAX-COBROS
                       " COBROS: NO SE LIQUIDA NADA ***"
               CLOSE ARCHIVO-PENDIENTES
               CLOSE ARCHIVO-APLICADOS
               PERFORM 290-ABANDONAR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

      *****************************************************************
      * UNA LIQUIDACION POR EMPRESA: TODOS SUS COBROS O NINGUNO.
      *****************************************************************
       200-LIQUIDAR-EMPRESAS.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           WRITE REG-REPORTE FROM LINEA-ENCABEZADO

           PERFORM VARYING WK-IDX-EMPRESA FROM 1 BY 1
                   UNTIL WK-IDX-EMPRESA > CONT-EMPRESAS
               PERFORM 210-LIQUIDAR-EMPRESA
           END-PERFORM

      * LOS COBROS DE EMPRESAS QUE NO ESTAN EN EL MAESTRO.
           PERFORM VARYING WK-IDX-COBRO FROM 1 BY 1
                   UNTIL WK-IDX-COBRO > CONT-COBROS
               IF TCO-EN-ESPERA(WK-IDX-COBRO)
                   AND TCO-MOTIVO(WK-IDX-COBRO) = SPACES
                   MOVE "EMPRESA DESCONOCIDA"
                     TO TCO-MOTIVO(WK-IDX-COBRO)
               END-IF
           END-PERFORM.

       210-LIQUIDAR-EMPRESA.
           MOVE ZEROS  TO WK-EMP-CANTIDAD WK-EMP-BRUTO
                          WK-EMP-COMISION WK-EMP-NETO
           MOVE SPACES TO WK-EMP-MOTIVO

           PERFORM VARYING WK-IDX-COBRO FROM 1 BY 1
                   UNTIL WK-IDX-COBRO > CONT-COBROS
               IF TCO-EMPRESA(WK-IDX-COBRO) =
                  TEM-EMPRESA(WK-IDX-EMPRESA)
                   ADD 1 TO WK-EMP-CANTIDAD
                   ADD TCO-IMPORTE(WK-IDX-COBRO) TO WK-EMP-BRUTO
               END-IF
           END-PERFORM

           MOVE TEM-CUENTA(WK-IDX-EMPRESA) TO WK-CODIGO-BUSCADO
           PERFORM 410-LEER-CUENTA
           MOVE MONEDA-MAESTRO   TO WK-EMP-MONEDA
           MOVE SUCURSAL-MAESTRO TO WK-EMP-SUCURSAL

      * LA EMPRESA SIN COBROS RECIBE IGUAL SU REMESA VACIA: ASI SABE
      * QUE ESE DIA NO SE LE COBRO NADA.
           IF WK-EMP-CANTIDAD = ZEROS
               IF TEM-ESTADO(WK-IDX-EMPRESA) NOT = 'B'
                   PERFORM 230-ESCRIBIR-REMESA
               END-IF
               EXIT PARAGRAPH
           END-IF

           COMPUTE WK-EMP-COMISION ROUNDED =
               WK-EMP-CANTIDAD * TEM-COMISION-FIJA(WK-IDX-EMPRESA)
               + WK-EMP-BRUTO * TEM-COMISION-PCT(WK-IDX-EMPRESA) / 100
           IF WK-EMP-COMISION > WK-EMP-BRUTO
               MOVE WK-EMP-BRUTO TO WK-EMP-COMISION
           END-IF
           COMPUTE WK-EMP-NETO = WK-EMP-BRUTO - WK-EMP-COMISION

           EVALUATE TRUE
               WHEN TEM-ESTADO(WK-IDX-EMPRESA) = 'B'
                   MOVE "EMPRESA DADA DE BAJA" TO WK-EMP-MOTIVO
               WHEN NOT CUENTA-HALLADA
                   MOVE "CUENTA LIQUIDACION NO EXISTE"
                     TO WK-EMP-MOTIVO
               WHEN MAESTRO-BLOQUEADO OR MAESTRO-CERRADO
                    OR MAESTRO-EMBARGADO OR MAESTRO-SOLO-RETIROS
                   MOVE "CUENTA LIQUIDACION NO OPERABLE"
                     TO WK-EMP-MOTIVO
               WHEN WK-EMP-COMISION > ZEROS
                    AND WK-COMISIONES-MOTIVO NOT = SPACES
                   MOVE WK-COMISIONES-MOTIVO TO WK-EMP-MOTIVO
               WHEN WK-EMP-COMISION > ZEROS
                    AND WK-COMISIONES-MONEDA NOT = WK-EMP-MONEDA
                   MOVE "COMISIONES EN OTRA MONEDA" TO WK-EMP-MOTIVO
               WHEN WK-EMP-NETO > 9999999.99
                    OR WK-EMP-COMISION > 9999999.99
                   MOVE "IMPORTE EXCEDE UN ASIENTO" TO WK-EMP-MOTIVO
               WHEN CONT-ASIENTOS + 2 > WK-MAX-ASIENTOS
                   MOVE "SIN LUGAR PARA ASIENTOS" TO WK-EMP-MOTIVO
           END-EVALUATE

      * UN COBRO EN OTRA MONEDA QUE LA CUENTA DE LA EMPRESA NO SE
      * PUEDE SUMAR AL RESTO: DEJA EN ESPERA TODA LA LIQUIDACION.
           IF WK-EMP-MOTIVO = SPACES
               PERFORM VARYING WK-IDX-COBRO FROM 1 BY 1
                       UNTIL WK-IDX-COBRO > CONT-COBROS
                   IF TCO-EMPRESA(WK-IDX-COBRO) =
                      TEM-EMPRESA(WK-IDX-EMPRESA)
                       AND TCO-MONEDA(WK-IDX-COBRO) NOT = WK-EMP-MONEDA
                       MOVE "COBRO EN OTRA MONEDA" TO WK-EMP-MOTIVO
                   END-IF
               END-PERFORM
           END-IF

           IF WK-EMP-MOTIVO = SPACES
               PERFORM 220-VALIDAR-PIERNAS
           END-IF

           IF WK-EMP-MOTIVO NOT = SPACES
               PERFORM VARYING WK-IDX-COBRO FROM 1 BY 1
                       UNTIL WK-IDX-COBRO > CONT-COBROS
                   IF TCO-EMPRESA(WK-IDX-COBRO) =
                      TEM-EMPRESA(WK-IDX-EMPRESA)
                       MOVE WK-EMP-MOTIVO TO TCO-MOTIVO(WK-IDX-COBRO)
                   END-IF
               END-PERFORM
               MOVE WK-EMP-MOTIVO TO LEM-RESULTADO
               PERFORM 240-LISTAR-EMPRESA
               EXIT PARAGRAPH
           END-IF

           IF WK-EMP-NETO > ZEROS
               MOVE TEM-CUENTA(WK-IDX-EMPRESA) TO WK-MOV-CODIGO
               MOVE 'C'             TO WK-MOV-TIPO
               MOVE WK-EMP-NETO     TO WK-MOV-IMPORTE
               MOVE WK-DESC-NETO    TO WK-MOV-DESCRIPCION
               MOVE WK-EMP-SUCURSAL TO WK-MOV-SUCURSAL
               PERFORM 460-AGREGAR-PIERNA
           END-IF
           IF WK-EMP-COMISION > ZEROS
               MOVE WK-CUENTA-COMISIONES TO WK-MOV-CODIGO
               MOVE 'F'                  TO WK-MOV-TIPO
               MOVE WK-EMP-COMISION      TO WK-MOV-IMPORTE
               MOVE WK-DESC-COMISION     TO WK-MOV-DESCRIPCION
               MOVE WK-COMISIONES-SUCURSAL TO WK-MOV-SUCURSAL
               PERFORM 460-AGREGAR-PIERNA
           END-IF

           PERFORM VARYING WK-IDX-COBRO FROM 1 BY 1
                   UNTIL WK-IDX-COBRO > CONT-COBROS
               IF TCO-EMPRESA(WK-IDX-COBRO) =
                  TEM-EMPRESA(WK-IDX-EMPRESA)
                   MOVE 'L' TO TCO-ESTADO(WK-IDX-COBRO)
                   MOVE WK-ID-CORRIDA
                     TO TCO-ID-LIQUIDACION(WK-IDX-COBRO)
                   MOVE SPACES TO TCO-MOTIVO(WK-IDX-COBRO)
                   ADD 1 TO CONT-COBROS-LIQUIDADOS
               END-IF
           END-PERFORM

           ADD 1 TO CONT-EMPRESAS-LIQUIDADAS
           ADD WK-EMP-BRUTO    TO WK-TOT-BRUTO
           ADD WK-EMP-COMISION TO WK-TOT-COMISION
           ADD WK-EMP-NETO     TO WK-TOT-NETO

           PERFORM 230-ESCRIBIR-REMESA
           MOVE "LIQUIDADA" TO LEM-RESULTADO
           PERFORM 240-LISTAR-EMPRESA.

       220-VALIDAR-PIERNAS.
           MOVE TEM-EMPRESA(WK-IDX-EMPRESA)
             TO WK-REF-EMPRESA
                WK-DESC-NETO-EMPRESA
                WK-DESC-COM-EMPRESA
           MOVE 'S' TO WK-VEREDICTO-PIERNAS

           IF WK-EMP-NETO > ZEROS
               MOVE TEM-CUENTA(WK-IDX-EMPRESA) TO WK-MOV-CODIGO
               MOVE 'C'             TO WK-MOV-TIPO
               MOVE WK-EMP-NETO     TO WK-MOV-IMPORTE
               MOVE WK-DESC-NETO    TO WK-MOV-DESCRIPCION
               MOVE WK-EMP-SUCURSAL TO WK-MOV-SUCURSAL
               PERFORM 450-VALIDAR-PIERNA
           END-IF
           IF WK-EMP-COMISION > ZEROS
               MOVE WK-CUENTA-COMISIONES TO WK-MOV-CODIGO
               MOVE 'F'                  TO WK-MOV-TIPO
               MOVE WK-EMP-COMISION      TO WK-MOV-IMPORTE
               MOVE WK-DESC-COMISION     TO WK-MOV-DESCRIPCION
               MOVE WK-COMISIONES-SUCURSAL TO WK-MOV-SUCURSAL
               PERFORM 450-VALIDAR-PIERNA
           END-IF

           IF WK-VEREDICTO-PIERNAS NOT = 'S'
               MOVE "ASIENTO RECHAZADO" TO WK-EMP-MOTIVO
           END-IF.

      * LA REMESA LISTA LAS FACTURAS LIQUIDADAS EN ESTA CORRIDA, CON
      * LA FECHA EN QUE EL CLIENTE PAGO (LA DE SU CORRIDA).
       230-ESCRIBIR-REMESA.
           MOVE SPACES TO WK-NOMBRE-REMESA
           STRING "REMESA-" DELIMITED BY SIZE
                  TEM-EMPRESA(WK-IDX-EMPRESA) DELIMITED BY SPACE
                  "-" WK-FECHA-HOY ".TXT" DELIMITED BY SIZE
               INTO WK-NOMBRE-REMESA

           OPEN OUTPUT ARCHIVO-REMESA
           IF FS-REMESA NOT = '00'
               DISPLAY "ERROR ABRIENDO " WK-NOMBRE-REMESA ": "
                       FS-REMESA
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE TEM-EMPRESA(WK-IDX-EMPRESA) TO RHD-EMPRESA
           MOVE TEM-NOMBRE(WK-IDX-EMPRESA)  TO RHD-NOMBRE
           MOVE WK-FECHA-HOY                TO RHD-FECHA
           MOVE TEM-CUENTA(WK-IDX-EMPRESA)  TO RHD-CUENTA
           MOVE WK-EMP-MONEDA               TO RHD-MONEDA
           IF TEM-FORMATO(WK-IDX-EMPRESA) = 'D'
               MOVE SPACES TO REG-REMESA
               STRING "H;" RHD-EMPRESA ";" DELIMITED BY SIZE
                      RHD-NOMBRE DELIMITED BY "  "
                      ";" RHD-FECHA ";" RHD-CUENTA ";" RHD-MONEDA
                          DELIMITED BY SIZE
                   INTO REG-REMESA
               WRITE REG-REMESA
           ELSE
               WRITE REG-REMESA FROM REMESA-ENCABEZADO
           END-IF

           PERFORM VARYING WK-IDX-COBRO FROM 1 BY 1
                   UNTIL WK-IDX-COBRO > CONT-COBROS
               IF TCO-LIQUIDADO(WK-IDX-COBRO)
                   AND TCO-EMPRESA(WK-IDX-COBRO) =
                       TEM-EMPRESA(WK-IDX-EMPRESA)
                   PERFORM 235-ESCRIBIR-FACTURA
               END-IF
           END-PERFORM

           MOVE WK-EMP-CANTIDAD TO RTR-CANTIDAD
           MOVE WK-EMP-BRUTO    TO RTR-BRUTO
           MOVE WK-EMP-COMISION TO RTR-COMISION
           MOVE WK-EMP-NETO     TO RTR-NETO
           IF TEM-FORMATO(WK-IDX-EMPRESA) = 'D'
               MOVE SPACES TO REG-REMESA
               MOVE 1 TO WK-PUNTERO-REMESA
               STRING "T;" RTR-CANTIDAD DELIMITED BY SIZE
                   INTO REG-REMESA WITH POINTER WK-PUNTERO-REMESA
               MOVE WK-EMP-BRUTO TO WK-IMPORTE-EDITADO
               PERFORM 238-AGREGAR-IMPORTE
               MOVE WK-EMP-COMISION TO WK-IMPORTE-EDITADO
               PERFORM 238-AGREGAR-IMPORTE
               MOVE WK-EMP-NETO TO WK-IMPORTE-EDITADO
               PERFORM 238-AGREGAR-IMPORTE
               WRITE REG-REMESA
           ELSE
               WRITE REG-REMESA FROM REMESA-RESUMEN
           END-IF

           CLOSE ARCHIVO-REMESA
           ADD 1 TO CONT-REMESAS.

       235-ESCRIBIR-FACTURA.
           MOVE TCO-FACTURA(WK-IDX-COBRO)   TO RDE-FACTURA
           MOVE TCO-IMPORTE(WK-IDX-COBRO)   TO RDE-IMPORTE
           MOVE TCO-ID-EJECUCION(WK-IDX-COBRO)(5:8) TO RDE-FECHA-COBRO
           MOVE TCO-SUCURSAL(WK-IDX-COBRO)  TO RDE-SUCURSAL
           MOVE TCO-LOTE(WK-IDX-COBRO)      TO RDE-LOTE
           MOVE TCO-SECUENCIA(WK-IDX-COBRO) TO RDE-SECUENCIA
           IF TEM-FORMATO(WK-IDX-EMPRESA) = 'D'
               MOVE SPACES TO REG-REMESA
               MOVE 1 TO WK-PUNTERO-REMESA
               STRING "D;" DELIMITED BY SIZE
                      RDE-FACTURA DELIMITED BY "  "
                   INTO REG-REMESA WITH POINTER WK-PUNTERO-REMESA
               MOVE TCO-IMPORTE(WK-IDX-COBRO) TO WK-IMPORTE-EDITADO
               PERFORM 238-AGREGAR-IMPORTE
               STRING ";" RDE-FECHA-COBRO ";" RDE-SUCURSAL ";"
                      RDE-LOTE ";" RDE-SECUENCIA DELIMITED BY SIZE
                   INTO REG-REMESA WITH POINTER WK-PUNTERO-REMESA
               WRITE REG-REMESA
           ELSE
               WRITE REG-REMESA FROM REMESA-DETALLE
           END-IF.

      * AGREGA ";" Y EL IMPORTE CON PUNTO DECIMAL A LA LINEA
      * DELIMITADA QUE SE ESTA ARMANDO.
       238-AGREGAR-IMPORTE.
           MOVE ZEROS TO WK-BLANCOS-IZQ
           INSPECT WK-IMPORTE-EDITADO
               TALLYING WK-BLANCOS-IZQ FOR LEADING SPACE
           MOVE SPACES TO WK-IMPORTE-TEXTO
           MOVE WK-IMPORTE-EDITADO(WK-BLANCOS-IZQ + 1:)
             TO WK-IMPORTE-TEXTO
           STRING ";" DELIMITED BY SIZE
                  WK-IMPORTE-TEXTO DELIMITED BY SPACE
               INTO REG-REMESA WITH POINTER WK-PUNTERO-REMESA.

       240-LISTAR-EMPRESA.
           MOVE TEM-EMPRESA(WK-IDX-EMPRESA) TO LEM-EMPRESA
           MOVE TEM-CUENTA(WK-IDX-EMPRESA)  TO LEM-CUENTA
           MOVE WK-EMP-CANTIDAD TO LEM-COBROS
           MOVE WK-EMP-BRUTO    TO LEM-BRUTO
           MOVE WK-EMP-COMISION TO LEM-COMISION
           MOVE WK-EMP-NETO     TO LEM-NETO
           WRITE REG-REPORTE FROM LINEA-EMPRESA.

       250-LISTAR-EN-ESPERA.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "COBROS EN ESPERA (QUEDAN EN RECAUDOS-PENDIENTES.DAT)"
             TO REG-REPORTE
           WRITE REG-REPORTE

           PERFORM VARYING WK-IDX-COBRO FROM 1 BY 1
                   UNTIL WK-IDX-COBRO > CONT-COBROS
               IF TCO-EN-ESPERA(WK-IDX-COBRO)
                   ADD 1 TO CONT-COBROS-EN-ESPERA
                   MOVE TCO-EMPRESA(WK-IDX-COBRO) TO LES-EMPRESA
                   MOVE TCO-CODIGO(WK-IDX-COBRO)  TO LES-CUENTA
                   MOVE TCO-FACTURA(WK-IDX-COBRO) TO LES-FACTURA
                   MOVE TCO-IMPORTE(WK-IDX-COBRO) TO LES-IMPORTE
                   MOVE TCO-ID-EJECUCION(WK-IDX-COBRO)(5:8)
                     TO LES-DESDE
                   MOVE TCO-MOTIVO(WK-IDX-COBRO)  TO LES-MOTIVO
                   WRITE REG-REPORTE FROM LINEA-ESPERA
               END-IF
           END-PERFORM

           IF CONT-COBROS-EN-ESPERA = ZEROS
               MOVE "  NINGUNO" TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF.

      * LAS PIERNAS ORDENADAS POR CODIGO (BURBUJEO ESTABLE) Y
      * NUMERADAS 1..N DENTRO DEL LOTE DE LA NOCHE.
       270-ESCRIBIR-ASIENTOS.
           MOVE 1 TO WK-INDICE-ORDEN
           PERFORM UNTIL WK-INDICE-ORDEN > CONT-ASIENTOS - 1
               MOVE 1 TO WK-CONTADOR-ORDEN
               PERFORM UNTIL WK-CONTADOR-ORDEN >
                       CONT-ASIENTOS - WK-INDICE-ORDEN
                   IF TAS-CODIGO(WK-CONTADOR-ORDEN) >
                      TAS-CODIGO(WK-CONTADOR-ORDEN + 1)
                       MOVE ENTRADA-ASIENTO(WK-CONTADOR-ORDEN)
                           TO WK-ASIENTO-AUX
                       MOVE ENTRADA-ASIENTO(WK-CONTADOR-ORDEN + 1)
                           TO ENTRADA-ASIENTO(WK-CONTADOR-ORDEN)
                       MOVE WK-ASIENTO-AUX
                           TO ENTRADA-ASIENTO(WK-CONTADOR-ORDEN + 1)
                   END-IF
                   ADD 1 TO WK-CONTADOR-ORDEN
               END-PERFORM
               ADD 1 TO WK-INDICE-ORDEN
           END-PERFORM

           PERFORM VARYING WK-INDICE-ORDEN FROM 1 BY 1
                   UNTIL WK-INDICE-ORDEN > CONT-ASIENTOS
               MOVE SPACES TO REG-MOV-RECAUDO
               MOVE TAS-CODIGO(WK-INDICE-ORDEN)  TO MRC-CODIGO
               MOVE TAS-TIPO(WK-INDICE-ORDEN)    TO MRC-TIPO
               MOVE TAS-IMPORTE(WK-INDICE-ORDEN) TO MRC-IMPORTE
               MOVE TAS-DESCRIPCION(WK-INDICE-ORDEN)
                   TO MRC-DESCRIPCION
               MOVE WK-LOTE-ARMADO               TO MRC-LOTE
               MOVE ZEROS                        TO MRC-FECHA
               MOVE TAS-MONEDA(WK-INDICE-ORDEN)  TO MRC-MONEDA
               MOVE WK-INDICE-ORDEN              TO MRC-SECUENCIA
               MOVE TAS-REFERENCIA(WK-INDICE-ORDEN)
                   TO MRC-REFERENCIA
               MOVE TAS-SUCURSAL(WK-INDICE-ORDEN) TO MRC-SUCURSAL
               WRITE REG-MOV-RECAUDO
               ADD 1 TO CONT-MOVS-SALIDA
               ADD TAS-IMPORTE(WK-INDICE-ORDEN) TO WK-HASH-SALIDA
           END-PERFORM.

      * CON NINGUN ASIENTO, LA SALIDA LLEVA IGUAL SU CONTROL 'T'
      * CON LA CUENTA Y EL HASH PARA LA MEZCLA.
       275-CERRAR-SALIDA-MOVS.
           MOVE SPACES TO REG-MOV-RECAUDO
           MOVE 99999  TO TRL-CODIGO
           MOVE 'T'    TO TRL-TIPO
           MOVE CONT-MOVS-SALIDA TO TRL-CUENTA-REGISTROS
           MOVE WK-HASH-SALIDA   TO TRL-HASH-IMPORTES
           WRITE REG-MOV-RECAUDO

           CLOSE ARCHIVO-MOVS-RECAUDOS.

      * CORTE ANTES DE TOCAR NADA: LA SALIDA QUEDA CON SU CONTROL Y
      * LOS PENDIENTES SIN TOCAR.
       290-ABANDONAR.
           IF MAESTRO-ABIERTO
               CLOSE ARCHIVO-MAESTRO
           END-IF
           CLOSE ARCHIVO-REPORTE
           PERFORM 275-CERRAR-SALIDA-MOVS.

       300-FINALIZAR.
           PERFORM 275-CERRAR-SALIDA-MOVS

      * QUEDAN LOS COBROS EN ESPERA Y, MARCADOS CON ESTA CORRIDA,
      * LOS ARRASTRADOS QUE ELLA LIQUIDO (UNA REPETICION DE LA NOCHE
      * LOS VUELVE A TOMAR). LOS DE ESTA CORRIDA YA LIQUIDADOS NO
      * HACEN FALTA: ESTAN EN APLICADOS.DAT.
           OPEN OUTPUT ARCHIVO-PENDIENTES
           IF FS-PENDIENTES NOT = '00'
               DISPLAY "ERROR REESCRIBIENDO RECAUDOS-PENDIENTES: "
                       FS-PENDIENTES
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WK-IDX-COBRO FROM 1 BY 1
                       UNTIL WK-IDX-COBRO > CONT-COBROS
                   IF TCO-EN-ESPERA(WK-IDX-COBRO)
                       OR TCO-ID-EJECUCION(WK-IDX-COBRO) NOT =
                          WK-ID-CORRIDA
                       MOVE ENTRADA-COBRO(WK-IDX-COBRO)
                         TO REG-PENDIENTE
                       WRITE REG-PENDIENTE
                   END-IF
               END-PERFORM
               CLOSE ARCHIVO-PENDIENTES
           END-IF

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "EMPRESAS LIQUIDADAS"        TO LTO-CONCEPTO
           MOVE CONT-EMPRESAS-LIQUIDADAS     TO LTO-CANTIDAD
           MOVE ZEROS                        TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "COBROS LIQUIDADOS (BRUTO)"  TO LTO-CONCEPTO
           MOVE CONT-COBROS-LIQUIDADOS       TO LTO-CANTIDAD
           MOVE WK-TOT-BRUTO                 TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "COMISIONES"                 TO LTO-CONCEPTO
           MOVE CONT-EMPRESAS-LIQUIDADAS     TO LTO-CANTIDAD
           MOVE WK-TOT-COMISION              TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "NETO ACREDITADO A LAS EMPRESAS" TO LTO-CONCEPTO
           MOVE CONT-EMPRESAS-LIQUIDADAS     TO LTO-CANTIDAD
           MOVE WK-TOT-NETO                  TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "COBROS EN ESPERA"           TO LTO-CONCEPTO
           MOVE CONT-COBROS-EN-ESPERA        TO LTO-CANTIDAD
           MOVE ZEROS                        TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL

           IF MAESTRO-ABIERTO
               CLOSE ARCHIVO-MAESTRO
           END-IF
           CLOSE ARCHIVO-REPORTE

           DISPLAY "COBROS LIQUIDADOS:      " CONT-COBROS-LIQUIDADOS
           DISPLAY "COBROS EN ESPERA:       " CONT-COBROS-EN-ESPERA
           DISPLAY "EMPRESAS LIQUIDADAS:    " CONT-EMPRESAS-LIQUIDADAS
           DISPLAY "REMESAS EMITIDAS:       " CONT-REMESAS
           DISPLAY "ASIENTOS EMITIDOS:      " CONT-MOVS-SALIDA
           DISPLAY "DETALLE EN: LIQUIDA-RECAUDOS.TXT".

      *****************************************************************
      * RUTINAS DE APOYO.
      *****************************************************************
       410-LEER-CUENTA.
           MOVE 'S' TO SW-CUENTA-HALLADA
           MOVE WK-CODIGO-BUSCADO TO CODIGO-MAESTRO
           READ ARCHIVO-MAESTRO
               INVALID KEY
                   MOVE 'N' TO SW-CUENTA-HALLADA
                   MOVE SPACES TO ESTADO-MAESTRO
                                  MONEDA-MAESTRO
                   MOVE ZEROS TO SUCURSAL-MAESTRO
           END-READ.

      * COMPLETA WK-MOVIMIENTO CON LO COMUN A TODA PIERNA Y LO PASA
      * POR VALIDA-MOVIMIENTO; UNA PIERNA RECHAZADA DEJA
      * WK-VEREDICTO-PIERNAS EN 'N' PARA TODA LA LIQUIDACION.
       450-VALIDAR-PIERNA.
           MOVE WK-LOTE-ARMADO     TO WK-MOV-LOTE
           MOVE ZEROS              TO WK-MOV-FECHA
           MOVE WK-EMP-MONEDA      TO WK-MOV-MONEDA
           MOVE 1                  TO WK-MOV-SECUENCIA
           MOVE WK-REF-LIQUIDACION TO WK-MOV-REFERENCIA

           CALL "VALIDA-MOVIMIENTO" USING WK-MOVIMIENTO
                                          WK-VM-VEREDICTO
                                          WK-VM-CODIGO-MOTIVO
                                          WK-VM-MOTIVO

           IF WK-VM-VEREDICTO NOT = 'S'
               DISPLAY "AVISO: PIERNA DE " WK-MOV-REFERENCIA
                       " RECHAZADA: " WK-VM-MOTIVO
               MOVE 'N' TO WK-VEREDICTO-PIERNAS
           END-IF.

       460-AGREGAR-PIERNA.
           ADD 1 TO CONT-ASIENTOS
           MOVE WK-MOV-CODIGO      TO TAS-CODIGO(CONT-ASIENTOS)
           MOVE WK-MOV-TIPO        TO TAS-TIPO(CONT-ASIENTOS)
           MOVE WK-MOV-IMPORTE     TO TAS-IMPORTE(CONT-ASIENTOS)
           MOVE WK-MOV-DESCRIPCION TO TAS-DESCRIPCION(CONT-ASIENTOS)
           MOVE WK-EMP-MONEDA      TO TAS-MONEDA(CONT-ASIENTOS)
           MOVE WK-REF-LIQUIDACION TO TAS-REFERENCIA(CONT-ASIENTOS)
           MOVE WK-MOV-SUCURSAL    TO TAS-SUCURSAL(CONT-ASIENTOS).
