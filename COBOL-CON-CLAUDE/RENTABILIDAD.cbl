       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENTABILIDAD.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: RENTABILIDAD MENSUAL POR CUENTA Y POR PRODUCTO
      * PROPOSITO: JUNTA EN UN SOLO NUMERO LO QUE CADA CUENTA DEJA
      *            EN EL MES PEDIDO (AAAAMM), PARA QUE PRODUCTO PUEDA
      *            REVISAR EL PRECIO DE LOS PRODUCTOS DE
      *            REGLAS-PRODUCTO.DAT:
      *            -- SALDO MEDIO DEL MES: SE RECONSTRUYE DIA A DIA
      *               CON LOS SALDOS DE AUDITORIA.DAT (EL SALDO DE
      *               CIERRE DE CADA CORRIDA RIGE DESDE ESE DIA). LA
      *               CUENTA SIN MOVIMIENTO EN EL MES TOMA EL ULTIMO
      *               SALDO CONOCIDO, O EL DE MAESTRO-NUEVO.DAT.
      *            -- MARGEN DE INTERES: EL SALDO MEDIO VALE A LA
      *               TASA DE TRANSFERENCIA DE FONDOS (MENSUAL), MENOS
      *               EL INTERES ABONADO (TIPO 'I' DE APLICADOS.DAT,
      *               QUE INCLUYE LO DEVENGADO Y CAPITALIZADO, NETO DE
      *               SUS REVERSOS) MAS EL INTERES DEUDOR COBRADO. UN
      *               SALDO DEUDOR CONSUME FONDOS: SU TRANSFERENCIA
      *               RESTA.
      *            -- COMISIONES COBRADAS (TIPO 'F').
      *            -- COSTO OPERATIVO: CADA MOVIMIENTO DEL CLIENTE
      *               CUESTA UN IMPORTE FIJO. LO QUE EL PROPIO BATCH
      *               GENERA (INTERESES, COMISIONES, RETENCIONES) NO
      *               CUENTA.
      *            LA RETENCION FISCAL ES DEL FISCO, NO DEL BANCO:
      *            SOLO SE INFORMA. TASA DE TRANSFERENCIA Y COSTO POR
      *            MOVIMIENTO SALEN DE RENTABILIDAD-PARAMETROS.DAT (O
      *            DE LOS VALORES DE COMPILACION). TODO SE VALUA EN
      *            EUR CON TASAS-CAMBIO.DAT.
      *            SALIDAS:
      *            -- RENTABILIDAD.TXT: TOTALES POR PRODUCTO, POR
      *               SUCURSAL Y LAS N RELACIONES (DOCUMENTO DEL
      *               TITULAR, CONTACTOS.DAT) MENOS RENTABLES; LA N
      *               ES LA DE PARAMETROS.DAT.
      *            -- RENTABILIDAD-CUENTAS.DAT: EL DESGLOSE POR
      *               CUENTA, SIN DATOS PERSONALES.
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

           SELECT ARCHIVO-CONTACTOS
               ASSIGN TO "CONTACTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-CODIGO
               FILE STATUS IS FS-CONTACTOS.

           SELECT ARCHIVO-AUDITORIA
               ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

           SELECT ARCHIVO-APLICADOS
               ASSIGN TO "APLICADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APLICADOS.

           SELECT ARCHIVO-TASAS
               ASSIGN TO "TASAS-CAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TASAS.

           SELECT ARCHIVO-PARAMETROS
               ASSIGN TO "PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT ARCHIVO-PARAM-RENTA
               ASSIGN TO "RENTABILIDAD-PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAM-RENTA.

           SELECT ARCHIVO-REPORTE
               ASSIGN TO "RENTABILIDAD.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

           SELECT ARCHIVO-DETALLE
               ASSIGN TO "RENTABILIDAD-CUENTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DETALLE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-MAESTRO-NUEVO.
       01  REG-MAESTRO-NUEVO.
           05 CODIGO-MAESTRO-NUEVO PIC 9(5).
           05 NOMBRE-MAESTRO-NUEVO PIC X(30).
           05 SALDO-MAESTRO-NUEVO  PIC S9(7)V99.
           05 ESTADO-MAESTRO-NUEVO PIC X(01).
           05 FECHA-ESTADO-MAESTRO-NUEVO PIC 9(8).
           05 MONEDA-MAESTRO-NUEVO PIC X(3).
           05 SUCURSAL-MAESTRO-NUEVO PIC 9(3).
           05 PRODUCTO-MAESTRO-NUEVO PIC X(2).

       FD  ARCHIVO-CONTACTOS.
       01  REG-CONTACTO.
           05 CON-CODIGO           PIC 9(5).
           05 CON-DOMICILIO-1      PIC X(30).
           05 CON-DOMICILIO-2      PIC X(30).
           05 CON-TELEFONO         PIC X(12).
           05 CON-DOCUMENTO        PIC X(15).
           05 CON-RIESGO           PIC X(1).
           05 CON-FECHA-REVISION   PIC 9(8).
           05 CON-PROXIMA-REVISION PIC 9(8).

       FD  ARCHIVO-AUDITORIA.
       01  REG-AUDITORIA.
           05 AUD-ID-EJECUCION        PIC X(19).
           05 AUD-CODIGO              PIC 9(5).
           05 AUD-NOMBRE              PIC X(30).
           05 AUD-SALDO-APERTURA      PIC S9(7)V99.
           05 AUD-SALDO-CIERRE        PIC S9(7)V99.
           05 AUD-SUCURSAL            PIC 9(3).
           05 AUD-OPERADOR            PIC X(8).
           05 AUD-SECUENCIA           PIC 9(9).
           05 AUD-SELLO               PIC 9(18).

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

      * DE PARAMETROS.DAT SOLO INTERESA CUANTAS POSICIONES LISTAN
      * LOS REPORTES "TOP" DE LA CASA.
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

      * TASA MENSUAL DE TRANSFERENCIA DE FONDOS (LO QUE VALE PARA
      * TESORERIA UN EURO DE SALDO DURANTE UN MES) Y COSTO EN EUR DE
      * PROCESAR UN MOVIMIENTO DEL CLIENTE. EN CERO RIGE EL VALOR DE
      * COMPILACION.
       FD  ARCHIVO-PARAM-RENTA.
       01  REG-PARAM-RENTA.
           05 PRN-TASA-TRANSFERENCIA PIC 9V9(4).
           05 PRN-COSTO-MOVIMIENTO PIC 9(3)V99.

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE             PIC X(132).

      * UN REGISTRO POR CUENTA, IMPORTES EN EUR.
       FD  ARCHIVO-DETALLE.
       01  REG-DETALLE.
           05 RCU-MES              PIC 9(6).
           05 RCU-CODIGO           PIC 9(5).
           05 RCU-PRODUCTO         PIC X(2).
           05 RCU-SUCURSAL         PIC 9(3).
           05 RCU-MONEDA           PIC X(3).
           05 RCU-TASA-CAMBIO      PIC 9(3)V9(6).
           05 RCU-SALDO-MEDIO      PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05 RCU-FONDOS           PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05 RCU-INTERES-PAGADO   PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05 RCU-INTERES-DEUDOR   PIC 9(11)V99.
           05 RCU-MARGEN           PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05 RCU-COMISIONES       PIC 9(11)V99.
           05 RCU-MOVIMIENTOS      PIC 9(5).
           05 RCU-COSTO            PIC 9(11)V99.
           05 RCU-RESULTADO        PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05 RCU-RETENCION        PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-MAESTRO-NUEVO     PIC XX.
           05 FS-CONTACTOS         PIC XX.
           05 FS-AUDITORIA         PIC XX.
           05 FS-APLICADOS         PIC XX.
           05 FS-TASAS             PIC XX.
           05 FS-PARAMETROS        PIC XX.
           05 FS-PARAM-RENTA       PIC XX.
           05 FS-REPORTE           PIC XX.
           05 FS-DETALLE           PIC XX.

       01  SWITCHES.
           05 SW-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 SW-HAY-CONTACTOS     PIC X VALUE 'N'.
              88 HAY-CONTACTOS     VALUE 'S'.
           05 SW-HALLADO           PIC X VALUE 'N'.
              88 HALLADO           VALUE 'S'.

       01  CONTADORES.
           05 CONT-SIN-TASA        PIC 9(5) VALUE ZEROS.
           05 CONT-SIN-DOCUMENTO   PIC 9(5) VALUE ZEROS.
           05 CONT-SIN-MAESTRO     PIC 9(7) VALUE ZEROS.
           05 CONT-APLICADOS-MES   PIC 9(7) VALUE ZEROS.
           05 CONT-AUDITORIA-MES   PIC 9(7) VALUE ZEROS.
           05 CONT-VALUADAS        PIC 9(5) VALUE ZEROS.
           05 CONT-PERDIDA         PIC 9(5) VALUE ZEROS.

       01  MONEDA-BASE             PIC X(3) VALUE 'EUR'.
      * VALORES DE COMPILACION, PISADOS POR
      * RENTABILIDAD-PARAMETROS.DAT.
       01  WK-TASA-TRANSFERENCIA   PIC 9V9(4) VALUE 0.0030.
       01  WK-COSTO-MOVIMIENTO     PIC 9(3)V99 VALUE 0.40.

       01  WK-MES-PEDIDO           PIC 9(6) VALUE ZEROS.
       01  WK-MES-PEDIDO-X REDEFINES WK-MES-PEDIDO.
           05 WK-ANIO-PEDIDO       PIC 9(4).
           05 WK-MES-NUMERO        PIC 9(2).
       01  WK-MES-REGISTRO         PIC X(6) VALUE SPACES.
       01  WK-DIA-REGISTRO         PIC 9(2) VALUE ZEROS.
       01  WK-FECHA-DESDE          PIC 9(8) VALUE ZEROS.
       01  WK-FECHA-HASTA          PIC 9(8) VALUE ZEROS.
       01  WK-DIAS-MES             PIC 9(2) VALUE ZEROS.
       01  WK-DIAS-TRAMO           PIC 9(2) VALUE ZEROS.

       01  WK-TOP-N                PIC 9(3) VALUE ZEROS.
       01  WK-MAX-TOP              PIC 9(3) VALUE 050.

       01  WK-MAX-TASAS            PIC 9(2) VALUE 20.
       01  CONT-TASAS              PIC 9(2) VALUE ZEROS.
       01  TABLA-TASAS.
           05 ENTRADA-TASA         OCCURS 1 TO 20 TIMES
                                   DEPENDING ON CONT-TASAS.
              10 TT-MONEDA         PIC X(3).
              10 TT-TASA           PIC 9(3)V9(6).
       01  WK-IDX-TASA             PIC 9(2) VALUE ZEROS.
       01  WK-TASA-CTA             PIC 9(3)V9(6) VALUE ZEROS.

      * UNA FILA POR CUENTA DEL LIBRO. TA-ORIGEN-SALDO DICE DE DONDE
      * SALE EL SALDO CON QUE LA CUENTA EMPIEZA EL MES:
      *  ' ' TODAVIA DE NINGUN LADO (QUEDA EL DE MAESTRO-NUEVO)
      *  'A' DEL CIERRE DE LA ULTIMA CORRIDA ANTERIOR AL MES
      *  'P' DE LA APERTURA DE LA PRIMERA CORRIDA POSTERIOR
      *  'M' DE LA APERTURA DE LA PRIMERA CORRIDA DEL MES
      * TA-SALDO-DIAS ACUMULA SALDO POR DIAS HASTA TA-DIA-ULTIMO.
       01  WK-MAX-CUENTAS          PIC 9(5) VALUE 5000.
       01  CONT-CUENTAS            PIC 9(5) VALUE ZEROS.
       01  TABLA-CUENTAS.
           05 ENTRADA-CUENTA       OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-CUENTAS.
              10 TA-CODIGO         PIC 9(5).
              10 TA-MONEDA         PIC X(3).
              10 TA-SUCURSAL       PIC 9(3).
              10 TA-PRODUCTO       PIC X(2).
              10 TA-DEPOSITANTE    PIC 9(5).
              10 TA-ORIGEN-SALDO   PIC X(1).
              10 TA-SALDO-VIGENTE  PIC S9(7)V99.
              10 TA-DIA-ULTIMO     PIC 9(2).
              10 TA-SALDO-DIAS     PIC S9(11)V99.
              10 TA-INTERES-PAGADO PIC S9(9)V99.
              10 TA-INTERES-DEUDOR PIC 9(9)V99.
              10 TA-COMISIONES     PIC 9(9)V99.
              10 TA-RETENCION      PIC 9(9)V99.
              10 TA-MOVIMIENTOS    PIC 9(5).
       01  WK-IDX-CUENTA           PIC 9(5) VALUE ZEROS.
       01  WK-CODIGO-BUSCADO       PIC 9(5) VALUE ZEROS.

      * RELACIONES: LAS CUENTAS DE UN MISMO DOCUMENTO DE TITULAR.
       01  WK-MAX-DEPOSITANTES     PIC 9(5) VALUE 5000.
       01  CONT-DEPOSITANTES       PIC 9(5) VALUE ZEROS.
       01  TABLA-DEPOSITANTES.
           05 ENTRADA-DEPOSITANTE  OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-DEPOSITANTES.
              10 TD-DOCUMENTO      PIC X(15).
              10 TD-NOMBRE         PIC X(30).
              10 TD-CUENTAS        PIC 9(3).
              10 TD-SALDO-MEDIO    PIC S9(11)V99.
              10 TD-MARGEN         PIC S9(11)V99.
              10 TD-COMISIONES     PIC 9(11)V99.
              10 TD-COSTO          PIC 9(11)V99.
              10 TD-RESULTADO      PIC S9(11)V99.
       01  WK-IDX-DEPOSITANTE      PIC 9(5) VALUE ZEROS.
       01  WK-DOCUMENTO            PIC X(15) VALUE SPACES.

       01  WK-MAX-PRODUCTOS        PIC 9(2) VALUE 50.
       01  CONT-PRODUCTOS          PIC 9(2) VALUE ZEROS.
       01  TABLA-PRODUCTOS.
           05 ENTRADA-PRODUCTO     OCCURS 1 TO 50 TIMES
                                   DEPENDING ON CONT-PRODUCTOS.
              10 TP-PRODUCTO       PIC X(2).
              10 TP-CUENTAS        PIC 9(5).
              10 TP-SALDO-MEDIO    PIC S9(11)V99.
              10 TP-MARGEN         PIC S9(11)V99.
              10 TP-COMISIONES     PIC 9(11)V99.
              10 TP-COSTO          PIC 9(11)V99.
              10 TP-RESULTADO      PIC S9(11)V99.
       01  WK-IDX-PRODUCTO         PIC 9(2) VALUE ZEROS.

       01  WK-MAX-SUCURSALES       PIC 9(3) VALUE 500.
       01  CONT-SUCURSALES         PIC 9(3) VALUE ZEROS.
       01  TABLA-SUCURSALES.
           05 ENTRADA-SUCURSAL     OCCURS 1 TO 500 TIMES
                                   DEPENDING ON CONT-SUCURSALES.
              10 TS-SUCURSAL       PIC 9(3).
              10 TS-CUENTAS        PIC 9(5).
              10 TS-SALDO-MEDIO    PIC S9(11)V99.
              10 TS-MARGEN         PIC S9(11)V99.
              10 TS-COMISIONES     PIC 9(11)V99.
              10 TS-COSTO          PIC 9(11)V99.
              10 TS-RESULTADO      PIC S9(11)V99.
       01  WK-IDX-SUCURSAL         PIC 9(3) VALUE ZEROS.

      * LAS N RELACIONES MENOS RENTABLES, DE PEOR A MEJOR.
       01  CONT-PEORES             PIC 9(3) VALUE ZEROS.
       01  TABLA-PEORES.
           05 ENTRADA-PEOR         OCCURS 50 TIMES.
              10 TW-DEPOSITANTE    PIC 9(5).
              10 TW-RESULTADO      PIC S9(11)V99.
       01  WK-INDICE               PIC 9(3) VALUE ZEROS.
       01  WK-POSICION             PIC 9(3) VALUE ZEROS.

      * RESULTADO DE LA CUENTA EN PROCESO: PRIMERO EN SU MONEDA,
      * LUEGO EN EUR.
       01  WK-SALDO-MEDIO-ORIGEN   PIC S9(9)V99 VALUE ZEROS.
       01  WK-FONDOS-ORIGEN        PIC S9(9)V99 VALUE ZEROS.
       01  WK-SALDO-MEDIO          PIC S9(11)V99 VALUE ZEROS.
       01  WK-FONDOS               PIC S9(11)V99 VALUE ZEROS.
       01  WK-INTERES-PAGADO       PIC S9(11)V99 VALUE ZEROS.
       01  WK-INTERES-DEUDOR       PIC S9(11)V99 VALUE ZEROS.
       01  WK-MARGEN               PIC S9(11)V99 VALUE ZEROS.
       01  WK-COMISIONES           PIC S9(11)V99 VALUE ZEROS.
       01  WK-COSTO                PIC S9(11)V99 VALUE ZEROS.
       01  WK-RETENCION            PIC S9(11)V99 VALUE ZEROS.
       01  WK-RESULTADO            PIC S9(11)V99 VALUE ZEROS.

       01  TOTALES.
           05 TOT-CUENTAS          PIC 9(5) VALUE ZEROS.
           05 TOT-SALDO-MEDIO      PIC S9(11)V99 VALUE ZEROS.
           05 TOT-MARGEN           PIC S9(11)V99 VALUE ZEROS.
           05 TOT-COMISIONES       PIC 9(11)V99 VALUE ZEROS.
           05 TOT-COSTO            PIC 9(11)V99 VALUE ZEROS.
           05 TOT-RESULTADO        PIC S9(11)V99 VALUE ZEROS.
           05 TOT-RETENCION        PIC 9(11)V99 VALUE ZEROS.

      * DOCUMENTO Y NOMBRE DEL TITULAR SALEN ENMASCARADOS SALVO QUE
      * DECIDE-MASCARA AUTORICE LA SALIDA EN CLARO. LA CLAVE "*CTA"
      * DE LA CUENTA SIN DOCUMENTO NO ES UN DATO PERSONAL.
       01  WK-PROGRAMA             PIC X(18)
                                   VALUE "RENTABILIDAD".
       01  WK-SALIDA-REPORTE       PIC X(24)
                                   VALUE "RENTABILIDAD.TXT".
       01  WK-TRATAMIENTO          PIC X(1) VALUE 'E'.
           88 SALIDA-EN-CLARO      VALUE 'C'.
       01  WK-CLASE-DATO           PIC X(1) VALUE SPACE.
       01  WK-DATO-PERSONAL        PIC X(30) VALUE SPACES.
       01  WK-DOCUMENTO-SALIDA     PIC X(15) VALUE SPACES.
       01  WK-NOMBRE-SALIDA        PIC X(30) VALUE SPACES.

       01  LINEA-TITULO.
           05 FILLER               PIC X(41)
              VALUE 'RENTABILIDAD POR CUENTA Y PRODUCTO - MES '.
           05 LTI-MES              PIC 9(6).
           05 FILLER               PIC X(16) VALUE
              '  TRANSFERENCIA '.
           05 LTI-TASA             PIC 9.9999.
           05 FILLER               PIC X(25) VALUE
              ' MENSUAL  COSTO POR MOV. '.
           05 LTI-COSTO            PIC ZZ9.99.
           05 FILLER               PIC X(04) VALUE ' EUR'.

       01  LINEA-SECCION.
           05 LSE-TITULO           PIC X(40).

       01  LINEA-ENCABEZADO.
           05 LEN-CLAVE            PIC X(15).
           05 FILLER               PIC X(45) VALUE
              'CUENTAS        SALDO MEDIO     MARGEN INTERES'.
           05 FILLER               PIC X(38) VALUE
              '         COMISIONES        COSTO OPER.'.
           05 FILLER               PIC X(19) VALUE
              '          RESULTADO'.

       01  LINEA-GRUPO.
           05 LGR-CLAVE            PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LGR-CUENTAS          PIC ZZ,ZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LGR-SALDO-MEDIO      PIC ---,---,---,--9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LGR-MARGEN           PIC ---,---,---,--9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LGR-COMISIONES       PIC ---,---,---,--9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LGR-COSTO            PIC ---,---,---,--9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LGR-RESULTADO        PIC ---,---,---,--9.99.

       01  LINEA-ENCABEZADO-PEOR.
           05 FILLER               PIC X(55) VALUE
              'POS. DOCUMENTO       NOMBRE                         CTA'.
           05 FILLER               PIC X(38) VALUE
              '        SALDO MEDIO     MARGEN INTERES'.
           05 FILLER               PIC X(19) VALUE
              '          RESULTADO'.

       01  LINEA-PEOR.
           05 LPE-POSICION         PIC ZZ9.
           05 FILLER               PIC X(02) VALUE '. '.
           05 LPE-DOCUMENTO        PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LPE-NOMBRE           PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LPE-CUENTAS          PIC ZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LPE-SALDO-MEDIO      PIC ---,---,---,--9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LPE-MARGEN           PIC ---,---,---,--9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LPE-RESULTADO        PIC ---,---,---,--9.99.

       01  WK-IMPORTE-EDITADO      PIC ---,---,---,--9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 200-CARGAR-CUENTAS
           PERFORM 220-RECORRER-AUDITORIA
           PERFORM 240-RECORRER-APLICADOS
           PERFORM 260-CALCULAR-RENTABILIDAD
           PERFORM 280-ESCRIBIR-REPORTE
           PERFORM 300-FINALIZAR
           STOP RUN.

       100-INICIALIZAR.
           DISPLAY "CALCULANDO RENTABILIDAD POR CUENTA Y PRODUCTO..."

           DISPLAY "MES A ANALIZAR (AAAAMM): "
           ACCEPT WK-MES-PEDIDO

           IF WK-MES-NUMERO < 1 OR WK-MES-NUMERO > 12
               DISPLAY "MES INVALIDO: " WK-MES-PEDIDO
               STOP RUN
           END-IF

      * DIAS DEL MES: DEL PRIMERO DEL MES AL PRIMERO DEL SIGUIENTE.
           COMPUTE WK-FECHA-DESDE = WK-MES-PEDIDO * 100 + 1
           IF WK-MES-NUMERO = 12
               COMPUTE WK-FECHA-HASTA =
                   (WK-ANIO-PEDIDO + 1) * 10000 + 101
           ELSE
               COMPUTE WK-FECHA-HASTA = WK-FECHA-DESDE + 100
           END-IF
           COMPUTE WK-DIAS-MES =
               FUNCTION INTEGER-OF-DATE(WK-FECHA-HASTA)
               - FUNCTION INTEGER-OF-DATE(WK-FECHA-DESDE)

           OPEN INPUT ARCHIVO-PARAM-RENTA
           IF FS-PARAM-RENTA = '00'
               READ ARCHIVO-PARAM-RENTA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRN-TASA-TRANSFERENCIA > ZEROS
                           MOVE PRN-TASA-TRANSFERENCIA
                               TO WK-TASA-TRANSFERENCIA
                       END-IF
                       IF PRN-COSTO-MOVIMIENTO > ZEROS
                           MOVE PRN-COSTO-MOVIMIENTO
                               TO WK-COSTO-MOVIMIENTO
                       END-IF
               END-READ
               CLOSE ARCHIVO-PARAM-RENTA
           END-IF
           DISPLAY "TASA DE TRANSFERENCIA MENSUAL: "
                   WK-TASA-TRANSFERENCIA
           DISPLAY "COSTO POR MOVIMIENTO (EUR):    "
                   WK-COSTO-MOVIMIENTO

           OPEN INPUT ARCHIVO-PARAMETROS
           IF FS-PARAMETROS = '00'
               READ ARCHIVO-PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PAR-TOP-N TO WK-TOP-N
               END-READ
               CLOSE ARCHIVO-PARAMETROS
           END-IF

           IF WK-TOP-N = ZEROS
               MOVE 10 TO WK-TOP-N
           END-IF

           IF WK-TOP-N > WK-MAX-TOP
               MOVE WK-MAX-TOP TO WK-TOP-N
           END-IF

           PERFORM 110-CARGAR-TASAS

           OPEN INPUT ARCHIVO-MAESTRO-NUEVO

           IF FS-MAESTRO-NUEVO NOT = '00'
               DISPLAY "ERROR ABRIENDO MAESTRO-NUEVO: "
                       FS-MAESTRO-NUEVO
               STOP RUN
           END-IF

      * SIN CONTACTOS CADA CUENTA ES SU PROPIA RELACION.
           OPEN INPUT ARCHIVO-CONTACTOS

           EVALUATE FS-CONTACTOS
               WHEN '00'
                   MOVE 'S' TO SW-HAY-CONTACTOS
               WHEN '35'
                   DISPLAY "AVISO: SIN CONTACTOS.DAT, CADA CUENTA SE"
                           " TOMA COMO UNA RELACION"
               WHEN OTHER
                   DISPLAY "ERROR ABRIENDO CONTACTOS: " FS-CONTACTOS
                   STOP RUN
           END-EVALUATE

           CALL "DECIDE-MASCARA" USING WK-SALIDA-REPORTE
                                       WK-PROGRAMA
                                       WK-TRATAMIENTO

           OPEN OUTPUT ARCHIVO-REPORTE

           IF FS-REPORTE NOT = '00'
               DISPLAY "ERROR ABRIENDO RENTABILIDAD.TXT: " FS-REPORTE
               STOP RUN
           END-IF

           OPEN OUTPUT ARCHIVO-DETALLE

           IF FS-DETALLE NOT = '00'
               DISPLAY "ERROR ABRIENDO RENTABILIDAD-CUENTAS.DAT: "
                       FS-DETALLE
               STOP RUN
           END-IF.

      * SIN TASAS SOLO SE PUEDEN VALUAR LAS CUENTAS EN EUR; LAS
      * DEMAS QUEDAN FUERA CON AVISO Y CUENTA.
       110-CARGAR-TASAS.
           OPEN INPUT ARCHIVO-TASAS

           IF FS-TASAS NOT = '00'
               DISPLAY "AVISO: SIN TASAS-CAMBIO.DAT, SOLO SE VALUAN"
                       " LAS CUENTAS EN " MONEDA-BASE
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

      * UN ANALISIS DE PRECIOS CON CUENTAS DE MENOS ENGAÑA: SI EL
      * LIBRO NO CABE EN MEMORIA NO SE ESCRIBE NADA.
       200-CARGAR-CUENTAS.
           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM 205-LEER-MAESTRO
           PERFORM UNTIL FIN-ARCHIVO
               IF CONT-CUENTAS >= WK-MAX-CUENTAS
                   DISPLAY "*** MAS DE " WK-MAX-CUENTAS " CUENTAS:"
                           " EL REPORTE SALDRIA INCOMPLETO ***"
                   STOP RUN
               END-IF
               PERFORM 210-ANOTAR-CUENTA
               PERFORM 205-LEER-MAESTRO
           END-PERFORM

           CLOSE ARCHIVO-MAESTRO-NUEVO
           IF HAY-CONTACTOS
               CLOSE ARCHIVO-CONTACTOS
           END-IF.

       205-LEER-MAESTRO.
           READ ARCHIVO-MAESTRO-NUEVO NEXT
               AT END
                   MOVE 'S' TO SW-FIN-ARCHIVO
           END-READ.

       210-ANOTAR-CUENTA.
           ADD 1 TO CONT-CUENTAS
           MOVE CODIGO-MAESTRO-NUEVO   TO TA-CODIGO(CONT-CUENTAS)
           MOVE MONEDA-MAESTRO-NUEVO   TO TA-MONEDA(CONT-CUENTAS)
           MOVE SUCURSAL-MAESTRO-NUEVO TO TA-SUCURSAL(CONT-CUENTAS)
           MOVE PRODUCTO-MAESTRO-NUEVO TO TA-PRODUCTO(CONT-CUENTAS)
           IF TA-PRODUCTO(CONT-CUENTAS) = SPACES
               MOVE "CC" TO TA-PRODUCTO(CONT-CUENTAS)
           END-IF
           MOVE SPACE                  TO TA-ORIGEN-SALDO(CONT-CUENTAS)
           MOVE SALDO-MAESTRO-NUEVO
               TO TA-SALDO-VIGENTE(CONT-CUENTAS)
           MOVE ZEROS TO TA-DIA-ULTIMO(CONT-CUENTAS)
                         TA-SALDO-DIAS(CONT-CUENTAS)
                         TA-INTERES-PAGADO(CONT-CUENTAS)
                         TA-INTERES-DEUDOR(CONT-CUENTAS)
                         TA-COMISIONES(CONT-CUENTAS)
                         TA-RETENCION(CONT-CUENTAS)
                         TA-MOVIMIENTOS(CONT-CUENTAS)

           PERFORM 215-ASIGNAR-DEPOSITANTE.

      * LA CUENTA SIN DOCUMENTO SE IDENTIFICA POR SU CODIGO, CON UN
      * PREFIJO QUE NO PUEDE CHOCAR CON UN DOCUMENTO REAL.
       215-ASIGNAR-DEPOSITANTE.
           MOVE SPACES TO WK-DOCUMENTO
           IF HAY-CONTACTOS
               MOVE CODIGO-MAESTRO-NUEVO TO CON-CODIGO
               READ ARCHIVO-CONTACTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CON-DOCUMENTO TO WK-DOCUMENTO
               END-READ
           END-IF

           IF WK-DOCUMENTO = SPACES
               ADD 1 TO CONT-SIN-DOCUMENTO
               STRING "*CTA " CODIGO-MAESTRO-NUEVO
                      DELIMITED BY SIZE INTO WK-DOCUMENTO
           END-IF

           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-IDX-DEPOSITANTE FROM 1 BY 1
                   UNTIL WK-IDX-DEPOSITANTE > CONT-DEPOSITANTES
                   OR HALLADO
               IF TD-DOCUMENTO(WK-IDX-DEPOSITANTE) = WK-DOCUMENTO
                   MOVE 'S' TO SW-HALLADO
               END-IF
           END-PERFORM

           IF HALLADO
               SUBTRACT 1 FROM WK-IDX-DEPOSITANTE
           ELSE
               IF CONT-DEPOSITANTES >= WK-MAX-DEPOSITANTES
                   DISPLAY "*** MAS DE " WK-MAX-DEPOSITANTES
                           " RELACIONES: EL REPORTE SALDRIA"
                           " INCOMPLETO ***"
                   STOP RUN
               END-IF
               ADD 1 TO CONT-DEPOSITANTES
               MOVE CONT-DEPOSITANTES TO WK-IDX-DEPOSITANTE
               MOVE WK-DOCUMENTO TO TD-DOCUMENTO(WK-IDX-DEPOSITANTE)
               MOVE NOMBRE-MAESTRO-NUEVO
                   TO TD-NOMBRE(WK-IDX-DEPOSITANTE)
               MOVE ZEROS TO TD-CUENTAS(WK-IDX-DEPOSITANTE)
                             TD-SALDO-MEDIO(WK-IDX-DEPOSITANTE)
                             TD-MARGEN(WK-IDX-DEPOSITANTE)
                             TD-COMISIONES(WK-IDX-DEPOSITANTE)
                             TD-COSTO(WK-IDX-DEPOSITANTE)
                             TD-RESULTADO(WK-IDX-DEPOSITANTE)
           END-IF

           MOVE WK-IDX-DEPOSITANTE TO TA-DEPOSITANTE(CONT-CUENTAS).

      * AUDITORIA.DAT VA EN ORDEN DE CORRIDA. LO ANTERIOR AL MES
      * SOLO DEJA EL SALDO CON QUE SE EMPIEZA; LO DEL MES PARTE EL
      * MES EN TRAMOS DE SALDO CONSTANTE; LO POSTERIOR SOLO SIRVE A
      * LA CUENTA QUE NO SE MOVIO NI ANTES NI DURANTE EL MES (SU
      * APERTURA ES EL SALDO QUE TUVO TODO EL MES).
       220-RECORRER-AUDITORIA.
           OPEN INPUT ARCHIVO-AUDITORIA

           IF FS-AUDITORIA = '35'
               DISPLAY "AVISO: SIN AUDITORIA.DAT, EL SALDO MEDIO ES"
                       " EL DE MAESTRO-NUEVO"
               EXIT PARAGRAPH
           END-IF

           IF FS-AUDITORIA NOT = '00'
               DISPLAY "ERROR ABRIENDO AUDITORIA: " FS-AUDITORIA
               STOP RUN
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-AUDITORIA
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       MOVE AUD-CODIGO TO WK-CODIGO-BUSCADO
                       PERFORM 250-BUSCAR-CUENTA
                       IF HALLADO
                           PERFORM 225-TRAMO-SALDO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-AUDITORIA.

       225-TRAMO-SALDO.
           MOVE AUD-ID-EJECUCION(5:6) TO WK-MES-REGISTRO

           EVALUATE TRUE
               WHEN WK-MES-REGISTRO < WK-MES-PEDIDO-X
                   MOVE 'A' TO TA-ORIGEN-SALDO(WK-IDX-CUENTA)
                   MOVE AUD-SALDO-CIERRE
                       TO TA-SALDO-VIGENTE(WK-IDX-CUENTA)

               WHEN WK-MES-REGISTRO > WK-MES-PEDIDO-X
                   IF TA-ORIGEN-SALDO(WK-IDX-CUENTA) = SPACE
                       MOVE 'P' TO TA-ORIGEN-SALDO(WK-IDX-CUENTA)
                       MOVE AUD-SALDO-APERTURA
                           TO TA-SALDO-VIGENTE(WK-IDX-CUENTA)
                   END-IF

               WHEN OTHER
                   IF AUD-ID-EJECUCION(11:2) IS NUMERIC
                       MOVE AUD-ID-EJECUCION(11:2) TO WK-DIA-REGISTRO
                   ELSE
                       MOVE 1 TO WK-DIA-REGISTRO
                   END-IF
                   IF WK-DIA-REGISTRO < 1
                      OR WK-DIA-REGISTRO > WK-DIAS-MES
                       MOVE 1 TO WK-DIA-REGISTRO
                   END-IF
                   ADD 1 TO CONT-AUDITORIA-MES
                   IF TA-DIA-ULTIMO(WK-IDX-CUENTA) = ZEROS
                       IF TA-ORIGEN-SALDO(WK-IDX-CUENTA) NOT = 'A'
                           MOVE AUD-SALDO-APERTURA
                               TO TA-SALDO-VIGENTE(WK-IDX-CUENTA)
                       END-IF
                       MOVE 'M' TO TA-ORIGEN-SALDO(WK-IDX-CUENTA)
                       MOVE 1 TO TA-DIA-ULTIMO(WK-IDX-CUENTA)
                   END-IF
                   IF WK-DIA-REGISTRO > TA-DIA-ULTIMO(WK-IDX-CUENTA)
                       COMPUTE WK-DIAS-TRAMO = WK-DIA-REGISTRO
                           - TA-DIA-ULTIMO(WK-IDX-CUENTA)
                       COMPUTE TA-SALDO-DIAS(WK-IDX-CUENTA) =
                           TA-SALDO-DIAS(WK-IDX-CUENTA)
                           + TA-SALDO-VIGENTE(WK-IDX-CUENTA)
                           * WK-DIAS-TRAMO
                       MOVE WK-DIA-REGISTRO
                           TO TA-DIA-ULTIMO(WK-IDX-CUENTA)
                   END-IF
                   MOVE AUD-SALDO-CIERRE
                       TO TA-SALDO-VIGENTE(WK-IDX-CUENTA)
           END-EVALUATE.

      * LO QUE EL BATCH SE GENERA A SI MISMO SE CLASIFICA POR SU
      * DESCRIPCION; TODO LO DEMAS ES ACTIVIDAD DEL CLIENTE.
       240-RECORRER-APLICADOS.
           OPEN INPUT ARCHIVO-APLICADOS

           IF FS-APLICADOS = '35'
               DISPLAY "AVISO: SIN APLICADOS.DAT, NO HAY INTERESES,"
                       " COMISIONES NI ACTIVIDAD DEL MES"
               EXIT PARAGRAPH
           END-IF

           IF FS-APLICADOS NOT = '00'
               DISPLAY "ERROR ABRIENDO APLICADOS: " FS-APLICADOS
               STOP RUN
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-APLICADOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF APL-ID-EJECUCION(5:6) = WK-MES-PEDIDO-X
                           PERFORM 245-CLASIFICAR-APLICADO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-APLICADOS.

       245-CLASIFICAR-APLICADO.
           ADD 1 TO CONT-APLICADOS-MES
           MOVE APL-CODIGO TO WK-CODIGO-BUSCADO
           PERFORM 250-BUSCAR-CUENTA

           IF NOT HALLADO
               ADD 1 TO CONT-SIN-MAESTRO
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN APL-TIPO = 'I'
                   ADD APL-IMPORTE
                       TO TA-INTERES-PAGADO(WK-IDX-CUENTA)
               WHEN APL-TIPO = 'F'
                   ADD APL-IMPORTE TO TA-COMISIONES(WK-IDX-CUENTA)
               WHEN APL-DESCRIPCION = "REVERSO DEVENGO"
                   SUBTRACT APL-IMPORTE
                       FROM TA-INTERES-PAGADO(WK-IDX-CUENTA)
               WHEN APL-DESCRIPCION = "INTERES DEUDOR"
                   ADD APL-IMPORTE
                       TO TA-INTERES-DEUDOR(WK-IDX-CUENTA)
               WHEN APL-DESCRIPCION = "RETENCION FISCAL"
                   ADD APL-IMPORTE TO TA-RETENCION(WK-IDX-CUENTA)
               WHEN OTHER
                   ADD 1 TO TA-MOVIMIENTOS(WK-IDX-CUENTA)
           END-EVALUATE.

      * DEJA EN WK-IDX-CUENTA LA FILA DE WK-CODIGO-BUSCADO.
       250-BUSCAR-CUENTA.
           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-IDX-CUENTA FROM 1 BY 1
                   UNTIL WK-IDX-CUENTA > CONT-CUENTAS
                   OR HALLADO
               IF TA-CODIGO(WK-IDX-CUENTA) = WK-CODIGO-BUSCADO
                   MOVE 'S' TO SW-HALLADO
               END-IF
           END-PERFORM

           IF HALLADO
               SUBTRACT 1 FROM WK-IDX-CUENTA
           END-IF.

       260-CALCULAR-RENTABILIDAD.
           PERFORM VARYING WK-IDX-CUENTA FROM 1 BY 1
                   UNTIL WK-IDX-CUENTA > CONT-CUENTAS
               PERFORM 262-VALUAR-CUENTA
           END-PERFORM

           PERFORM VARYING WK-IDX-DEPOSITANTE FROM 1 BY 1
                   UNTIL WK-IDX-DEPOSITANTE > CONT-DEPOSITANTES
               IF TD-CUENTAS(WK-IDX-DEPOSITANTE) > ZEROS
                   PERFORM 270-INSERTAR-PEOR
               END-IF
           END-PERFORM.

      * EL SALDO VIGENTE AL ULTIMO TRAMO RIGE HASTA FIN DE MES.
      * FONDOS = SALDO MEDIO A LA TASA DE TRANSFERENCIA; MARGEN =
      * FONDOS - INTERES ABONADO + INTERES DEUDOR; RESULTADO =
      * MARGEN + COMISIONES - COSTO DE LOS MOVIMIENTOS.
       262-VALUAR-CUENTA.
           IF TA-MONEDA(WK-IDX-CUENTA) = MONEDA-BASE
              OR TA-MONEDA(WK-IDX-CUENTA) = SPACES
               MOVE 1 TO WK-TASA-CTA
           ELSE
               MOVE 'N' TO SW-HALLADO
               PERFORM VARYING WK-IDX-TASA FROM 1 BY 1
                       UNTIL WK-IDX-TASA > CONT-TASAS
                       OR HALLADO
                   IF TT-MONEDA(WK-IDX-TASA) = TA-MONEDA(WK-IDX-CUENTA)
                       MOVE 'S' TO SW-HALLADO
                       MOVE TT-TASA(WK-IDX-TASA) TO WK-TASA-CTA
                   END-IF
               END-PERFORM
               IF NOT HALLADO
                   ADD 1 TO CONT-SIN-TASA
                   DISPLAY "AVISO: CUENTA " TA-CODIGO(WK-IDX-CUENTA)
                           " EN " TA-MONEDA(WK-IDX-CUENTA)
                           " SIN TASA: QUEDA FUERA DEL REPORTE"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF TA-DIA-ULTIMO(WK-IDX-CUENTA) = ZEROS
               MOVE 1 TO TA-DIA-ULTIMO(WK-IDX-CUENTA)
           END-IF
           COMPUTE WK-DIAS-TRAMO =
               WK-DIAS-MES + 1 - TA-DIA-ULTIMO(WK-IDX-CUENTA)
           COMPUTE TA-SALDO-DIAS(WK-IDX-CUENTA) =
               TA-SALDO-DIAS(WK-IDX-CUENTA)
               + TA-SALDO-VIGENTE(WK-IDX-CUENTA) * WK-DIAS-TRAMO
           COMPUTE WK-SALDO-MEDIO-ORIGEN ROUNDED =
               TA-SALDO-DIAS(WK-IDX-CUENTA) / WK-DIAS-MES
           COMPUTE WK-FONDOS-ORIGEN ROUNDED =
               WK-SALDO-MEDIO-ORIGEN * WK-TASA-TRANSFERENCIA

           COMPUTE WK-SALDO-MEDIO ROUNDED =
               WK-SALDO-MEDIO-ORIGEN * WK-TASA-CTA
           COMPUTE WK-FONDOS ROUNDED =
               WK-FONDOS-ORIGEN * WK-TASA-CTA
           COMPUTE WK-INTERES-PAGADO ROUNDED =
               TA-INTERES-PAGADO(WK-IDX-CUENTA) * WK-TASA-CTA
           COMPUTE WK-INTERES-DEUDOR ROUNDED =
               TA-INTERES-DEUDOR(WK-IDX-CUENTA) * WK-TASA-CTA
           COMPUTE WK-COMISIONES ROUNDED =
               TA-COMISIONES(WK-IDX-CUENTA) * WK-TASA-CTA
           COMPUTE WK-RETENCION ROUNDED =
               TA-RETENCION(WK-IDX-CUENTA) * WK-TASA-CTA
           COMPUTE WK-COSTO ROUNDED =
               TA-MOVIMIENTOS(WK-IDX-CUENTA) * WK-COSTO-MOVIMIENTO

           COMPUTE WK-MARGEN =
               WK-FONDOS - WK-INTERES-PAGADO + WK-INTERES-DEUDOR
           COMPUTE WK-RESULTADO =
               WK-MARGEN + WK-COMISIONES - WK-COSTO

           ADD 1 TO CONT-VALUADAS
           IF WK-RESULTADO < ZEROS
               ADD 1 TO CONT-PERDIDA
           END-IF

           PERFORM 264-GRABAR-DETALLE
           PERFORM 266-ACUMULAR-PRODUCTO
           PERFORM 268-ACUMULAR-SUCURSAL

           MOVE TA-DEPOSITANTE(WK-IDX-CUENTA) TO WK-IDX-DEPOSITANTE
           ADD 1 TO TD-CUENTAS(WK-IDX-DEPOSITANTE)
           ADD WK-SALDO-MEDIO TO TD-SALDO-MEDIO(WK-IDX-DEPOSITANTE)
           ADD WK-MARGEN      TO TD-MARGEN(WK-IDX-DEPOSITANTE)
           ADD WK-COMISIONES  TO TD-COMISIONES(WK-IDX-DEPOSITANTE)
           ADD WK-COSTO       TO TD-COSTO(WK-IDX-DEPOSITANTE)
           ADD WK-RESULTADO   TO TD-RESULTADO(WK-IDX-DEPOSITANTE)

           ADD 1              TO TOT-CUENTAS
           ADD WK-SALDO-MEDIO TO TOT-SALDO-MEDIO
           ADD WK-MARGEN      TO TOT-MARGEN
           ADD WK-COMISIONES  TO TOT-COMISIONES
           ADD WK-COSTO       TO TOT-COSTO
           ADD WK-RESULTADO   TO TOT-RESULTADO
           ADD WK-RETENCION   TO TOT-RETENCION.

       264-GRABAR-DETALLE.
           MOVE SPACES TO REG-DETALLE
           MOVE WK-MES-PEDIDO                 TO RCU-MES
           MOVE TA-CODIGO(WK-IDX-CUENTA)      TO RCU-CODIGO
           MOVE TA-PRODUCTO(WK-IDX-CUENTA)    TO RCU-PRODUCTO
           MOVE TA-SUCURSAL(WK-IDX-CUENTA)    TO RCU-SUCURSAL
           MOVE TA-MONEDA(WK-IDX-CUENTA)      TO RCU-MONEDA
           MOVE WK-TASA-CTA                   TO RCU-TASA-CAMBIO
           MOVE WK-SALDO-MEDIO                TO RCU-SALDO-MEDIO
           MOVE WK-FONDOS                     TO RCU-FONDOS
           MOVE WK-INTERES-PAGADO             TO RCU-INTERES-PAGADO
           MOVE WK-INTERES-DEUDOR             TO RCU-INTERES-DEUDOR
           MOVE WK-MARGEN                     TO RCU-MARGEN
           MOVE WK-COMISIONES                 TO RCU-COMISIONES
           MOVE TA-MOVIMIENTOS(WK-IDX-CUENTA) TO RCU-MOVIMIENTOS
           MOVE WK-COSTO                      TO RCU-COSTO
           MOVE WK-RESULTADO                  TO RCU-RESULTADO
           MOVE WK-RETENCION                  TO RCU-RETENCION
           WRITE REG-DETALLE.

       266-ACUMULAR-PRODUCTO.
           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-IDX-PRODUCTO FROM 1 BY 1
                   UNTIL WK-IDX-PRODUCTO > CONT-PRODUCTOS
                   OR HALLADO
               IF TP-PRODUCTO(WK-IDX-PRODUCTO) =
                  TA-PRODUCTO(WK-IDX-CUENTA)
                   MOVE 'S' TO SW-HALLADO
               END-IF
           END-PERFORM

           IF HALLADO
               SUBTRACT 1 FROM WK-IDX-PRODUCTO
           ELSE
               IF CONT-PRODUCTOS >= WK-MAX-PRODUCTOS
                   DISPLAY "*** MAS DE " WK-MAX-PRODUCTOS
                           " PRODUCTOS: EL REPORTE SALDRIA"
                           " INCOMPLETO ***"
                   STOP RUN
               END-IF
               ADD 1 TO CONT-PRODUCTOS
               MOVE CONT-PRODUCTOS TO WK-IDX-PRODUCTO
               MOVE TA-PRODUCTO(WK-IDX-CUENTA)
                   TO TP-PRODUCTO(WK-IDX-PRODUCTO)
               MOVE ZEROS TO TP-CUENTAS(WK-IDX-PRODUCTO)
                             TP-SALDO-MEDIO(WK-IDX-PRODUCTO)
                             TP-MARGEN(WK-IDX-PRODUCTO)
                             TP-COMISIONES(WK-IDX-PRODUCTO)
                             TP-COSTO(WK-IDX-PRODUCTO)
                             TP-RESULTADO(WK-IDX-PRODUCTO)
           END-IF

           ADD 1              TO TP-CUENTAS(WK-IDX-PRODUCTO)
           ADD WK-SALDO-MEDIO TO TP-SALDO-MEDIO(WK-IDX-PRODUCTO)
           ADD WK-MARGEN      TO TP-MARGEN(WK-IDX-PRODUCTO)
           ADD WK-COMISIONES  TO TP-COMISIONES(WK-IDX-PRODUCTO)
           ADD WK-COSTO       TO TP-COSTO(WK-IDX-PRODUCTO)
           ADD WK-RESULTADO   TO TP-RESULTADO(WK-IDX-PRODUCTO).

       268-ACUMULAR-SUCURSAL.
           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-IDX-SUCURSAL FROM 1 BY 1
                   UNTIL WK-IDX-SUCURSAL > CONT-SUCURSALES
                   OR HALLADO
               IF TS-SUCURSAL(WK-IDX-SUCURSAL) =
                  TA-SUCURSAL(WK-IDX-CUENTA)
                   MOVE 'S' TO SW-HALLADO
               END-IF
           END-PERFORM

           IF HALLADO
               SUBTRACT 1 FROM WK-IDX-SUCURSAL
           ELSE
               IF CONT-SUCURSALES >= WK-MAX-SUCURSALES
                   DISPLAY "*** MAS DE " WK-MAX-SUCURSALES
                           " SUCURSALES: EL REPORTE SALDRIA"
                           " INCOMPLETO ***"
                   STOP RUN
               END-IF
               ADD 1 TO CONT-SUCURSALES
               MOVE CONT-SUCURSALES TO WK-IDX-SUCURSAL
               MOVE TA-SUCURSAL(WK-IDX-CUENTA)
                   TO TS-SUCURSAL(WK-IDX-SUCURSAL)
               MOVE ZEROS TO TS-CUENTAS(WK-IDX-SUCURSAL)
                             TS-SALDO-MEDIO(WK-IDX-SUCURSAL)
                             TS-MARGEN(WK-IDX-SUCURSAL)
                             TS-COMISIONES(WK-IDX-SUCURSAL)
                             TS-COSTO(WK-IDX-SUCURSAL)
                             TS-RESULTADO(WK-IDX-SUCURSAL)
           END-IF

           ADD 1              TO TS-CUENTAS(WK-IDX-SUCURSAL)
           ADD WK-SALDO-MEDIO TO TS-SALDO-MEDIO(WK-IDX-SUCURSAL)
           ADD WK-MARGEN      TO TS-MARGEN(WK-IDX-SUCURSAL)
           ADD WK-COMISIONES  TO TS-COMISIONES(WK-IDX-SUCURSAL)
           ADD WK-COSTO       TO TS-COSTO(WK-IDX-SUCURSAL)
           ADD WK-RESULTADO   TO TS-RESULTADO(WK-IDX-SUCURSAL).

      * INSERCION ORDENADA EN UNA LISTA CORTA, DE MENOR A MAYOR
      * RESULTADO. LO QUE SALGA DEL PUESTO N SE PIERDE.
       270-INSERTAR-PEOR.
           MOVE ZEROS TO WK-POSICION
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-PEORES
                   OR WK-POSICION > ZEROS
               IF TD-RESULTADO(WK-IDX-DEPOSITANTE) <
                  TW-RESULTADO(WK-INDICE)
                   MOVE WK-INDICE TO WK-POSICION
               END-IF
           END-PERFORM

           IF WK-POSICION = ZEROS
               IF CONT-PEORES < WK-TOP-N
                   ADD 1 TO CONT-PEORES
                   MOVE CONT-PEORES TO WK-POSICION
               ELSE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF CONT-PEORES < WK-TOP-N
                   ADD 1 TO CONT-PEORES
               END-IF
               PERFORM VARYING WK-INDICE FROM CONT-PEORES BY -1
                       UNTIL WK-INDICE <= WK-POSICION
                   MOVE ENTRADA-PEOR(WK-INDICE - 1)
                       TO ENTRADA-PEOR(WK-INDICE)
               END-PERFORM
           END-IF

           MOVE WK-IDX-DEPOSITANTE TO TW-DEPOSITANTE(WK-POSICION)
           MOVE TD-RESULTADO(WK-IDX-DEPOSITANTE)
               TO TW-RESULTADO(WK-POSICION).

       280-ESCRIBIR-REPORTE.
           MOVE WK-MES-PEDIDO         TO LTI-MES
           MOVE WK-TASA-TRANSFERENCIA TO LTI-TASA
           MOVE WK-COSTO-MOVIMIENTO   TO LTI-COSTO
           WRITE REG-REPORTE FROM LINEA-TITULO

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "POR PRODUCTO" TO LSE-TITULO
           WRITE REG-REPORTE FROM LINEA-SECCION
           MOVE "PRODUCTO" TO LEN-CLAVE
           WRITE REG-REPORTE FROM LINEA-ENCABEZADO
           PERFORM VARYING WK-IDX-PRODUCTO FROM 1 BY 1
                   UNTIL WK-IDX-PRODUCTO > CONT-PRODUCTOS
               MOVE TP-PRODUCTO(WK-IDX-PRODUCTO)    TO LGR-CLAVE
               MOVE TP-CUENTAS(WK-IDX-PRODUCTO)     TO LGR-CUENTAS
               MOVE TP-SALDO-MEDIO(WK-IDX-PRODUCTO) TO LGR-SALDO-MEDIO
               MOVE TP-MARGEN(WK-IDX-PRODUCTO)      TO LGR-MARGEN
               MOVE TP-COMISIONES(WK-IDX-PRODUCTO)  TO LGR-COMISIONES
               MOVE TP-COSTO(WK-IDX-PRODUCTO)       TO LGR-COSTO
               MOVE TP-RESULTADO(WK-IDX-PRODUCTO)   TO LGR-RESULTADO
               WRITE REG-REPORTE FROM LINEA-GRUPO
           END-PERFORM
           PERFORM 285-ESCRIBIR-TOTAL

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "POR SUCURSAL" TO LSE-TITULO
           WRITE REG-REPORTE FROM LINEA-SECCION
           MOVE "SUCURSAL" TO LEN-CLAVE
           WRITE REG-REPORTE FROM LINEA-ENCABEZADO
           PERFORM VARYING WK-IDX-SUCURSAL FROM 1 BY 1
                   UNTIL WK-IDX-SUCURSAL > CONT-SUCURSALES
               MOVE TS-SUCURSAL(WK-IDX-SUCURSAL)    TO LGR-CLAVE
               MOVE TS-CUENTAS(WK-IDX-SUCURSAL)     TO LGR-CUENTAS
               MOVE TS-SALDO-MEDIO(WK-IDX-SUCURSAL) TO LGR-SALDO-MEDIO
               MOVE TS-MARGEN(WK-IDX-SUCURSAL)      TO LGR-MARGEN
               MOVE TS-COMISIONES(WK-IDX-SUCURSAL)  TO LGR-COMISIONES
               MOVE TS-COSTO(WK-IDX-SUCURSAL)       TO LGR-COSTO
               MOVE TS-RESULTADO(WK-IDX-SUCURSAL)   TO LGR-RESULTADO
               WRITE REG-REPORTE FROM LINEA-GRUPO
           END-PERFORM
           PERFORM 285-ESCRIBIR-TOTAL

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "LAS " WK-TOP-N " RELACIONES MENOS RENTABLES"
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           WRITE REG-REPORTE FROM LINEA-ENCABEZADO-PEOR
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-PEORES
               MOVE TW-DEPOSITANTE(WK-INDICE) TO WK-IDX-DEPOSITANTE
               PERFORM 290-PREPARAR-DEPOSITANTE
               MOVE WK-INDICE           TO LPE-POSICION
               MOVE WK-DOCUMENTO-SALIDA TO LPE-DOCUMENTO
               MOVE WK-NOMBRE-SALIDA    TO LPE-NOMBRE
               MOVE TD-CUENTAS(WK-IDX-DEPOSITANTE)     TO LPE-CUENTAS
               MOVE TD-SALDO-MEDIO(WK-IDX-DEPOSITANTE)
                   TO LPE-SALDO-MEDIO
               MOVE TD-MARGEN(WK-IDX-DEPOSITANTE)      TO LPE-MARGEN
               MOVE TD-RESULTADO(WK-IDX-DEPOSITANTE)
                   TO LPE-RESULTADO
               WRITE REG-REPORTE FROM LINEA-PEOR
           END-PERFORM

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE TOT-RETENCION TO WK-IMPORTE-EDITADO
           MOVE SPACES TO REG-REPORTE
           STRING "RETENCION FISCAL PRACTICADA (NO ES INGRESO): "
                  WK-IMPORTE-EDITADO " EUR"
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "CUENTAS VALUADAS: " CONT-VALUADAS
                  "  CON PERDIDA: " CONT-PERDIDA
                  "  RELACIONES: " CONT-DEPOSITANTES
                  "  SIN DOCUMENTO: " CONT-SIN-DOCUMENTO
                  "  FUERA POR FALTA DE TASA: " CONT-SIN-TASA
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "APLICADOS DEL MES: " CONT-APLICADOS-MES
                  "  DE CUENTAS FUERA DEL MAESTRO: " CONT-SIN-MAESTRO
                  "  DIAS DEL MES: " WK-DIAS-MES
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE.

       285-ESCRIBIR-TOTAL.
           MOVE "TOTAL"         TO LGR-CLAVE
           MOVE TOT-CUENTAS     TO LGR-CUENTAS
           MOVE TOT-SALDO-MEDIO TO LGR-SALDO-MEDIO
           MOVE TOT-MARGEN      TO LGR-MARGEN
           MOVE TOT-COMISIONES  TO LGR-COMISIONES
           MOVE TOT-COSTO       TO LGR-COSTO
           MOVE TOT-RESULTADO   TO LGR-RESULTADO
           WRITE REG-REPORTE FROM LINEA-GRUPO.

      * DOCUMENTO Y NOMBRE DE LA RELACION EN CURSO, TAL COMO DEBEN
      * SALIR EN EL REPORTE.
       290-PREPARAR-DEPOSITANTE.
           MOVE TD-DOCUMENTO(WK-IDX-DEPOSITANTE) TO WK-DOCUMENTO-SALIDA
           MOVE TD-NOMBRE(WK-IDX-DEPOSITANTE)    TO WK-NOMBRE-SALIDA

           IF SALIDA-EN-CLARO
               EXIT PARAGRAPH
           END-IF

           IF WK-DOCUMENTO-SALIDA(1:4) NOT = "*CTA"
               MOVE WK-DOCUMENTO-SALIDA TO WK-DATO-PERSONAL
               MOVE 'D' TO WK-CLASE-DATO
               CALL "ENMASCARA-DATO" USING WK-CLASE-DATO
                                           WK-DATO-PERSONAL
               MOVE WK-DATO-PERSONAL TO WK-DOCUMENTO-SALIDA
           END-IF

           MOVE WK-NOMBRE-SALIDA TO WK-DATO-PERSONAL
           MOVE 'N' TO WK-CLASE-DATO
           CALL "ENMASCARA-DATO" USING WK-CLASE-DATO
                                       WK-DATO-PERSONAL
           MOVE WK-DATO-PERSONAL TO WK-NOMBRE-SALIDA.

       300-FINALIZAR.
           CLOSE ARCHIVO-REPORTE
                 ARCHIVO-DETALLE

           DISPLAY "CUENTAS VALUADAS:      " CONT-VALUADAS
           DISPLAY "CON PERDIDA EN EL MES: " CONT-PERDIDA
           DISPLAY "SIN TASA (FUERA):      " CONT-SIN-TASA
           MOVE TOT-RESULTADO TO WK-IMPORTE-EDITADO
           DISPLAY "RESULTADO DEL MES EUR: " WK-IMPORTE-EDITADO
           DISPLAY "REPORTE EN: RENTABILIDAD.TXT"
           DISPLAY "DETALLE POR CUENTA EN: RENTABILIDAD-CUENTAS.DAT".
