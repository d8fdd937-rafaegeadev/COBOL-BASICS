       IDENTIFICATION DIVISION.
       PROGRAM-ID. MUESTRA-AUDITORIA.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: CONFIRMACION DE SALDOS PARA LOS AUDITORES EXTERNOS
      * PROPOSITO: SACA UNA MUESTRA ESTADISTICA DE CUENTAS CON LOS
      *            SALDOS DE UNA CORRIDA (LAS LINEAS DE ESA CORRIDA EN
      *            AUDITORIA.DAT O EN AUDITORIA-HISTORICO.DAT; EL
      *            PRODUCTO Y EL ESTADO SALEN DE MAESTRO-NUEVO.DAT):
      *            -- TODA CUENTA CON SALDO (EN VALOR ABSOLUTO) IGUAL
      *               O MAYOR AL UMBRAL ENTRA SEGURO.
      *            -- DEBAJO DEL UMBRAL SE SORTEAN LAS CUENTAS PEDIDAS,
      *               ESTRATIFICADAS POR SUCURSAL Y PRODUCTO: CADA
      *               ESTRATO RECIBE UNA PARTE PROPORCIONAL A SU VALOR
      *               Y DENTRO DEL ESTRATO SE ELIGE POR UNIDAD
      *               MONETARIA (ARRANQUE AL AZAR Y PASO FIJO SOBRE EL
      *               SALDO ACUMULADO), ASI QUE UNA CUENTA PESA SEGUN
      *               SU SALDO.
      *            EL AZAR SALE DE UNA SEMILLA QUE QUEDA REGISTRADA:
      *            CON LA MISMA CORRIDA, UMBRAL, CANTIDAD Y SEMILLA LA
      *            MUESTRA SE REPRODUCE IGUAL.
      *            POR CADA CUENTA DE LA MUESTRA SE EMITE LA CARTA DE
      *            CONFIRMACION CON EL SALDO, LAS RETENCIONES Y LOS
      *            PLAZOS FIJOS A LA FECHA DE LA CORRIDA, AL DOMICILIO
      *            DE CONTACTOS.DAT, Y QUEDA EN EL REGISTRO DE
      *            CONFIRMACIONES DE LA CORRIDA, DONDE DESPUES SE
      *            ANOTAN LAS RESPUESTAS (CONFORME, CON DIFERENCIA O
      *            CARTA DEVUELTA). EL RESUMEN PARA LOS PAPELES DE
      *            TRABAJO DE LA AUDITORIA SALE DE ESE REGISTRO.
      *            ACCIONES: 'M' SACAR LA MUESTRA Y EMITIR LAS CARTAS,
      *            'R' ANOTAR RESPUESTAS, 'S' RESUMEN.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-OPERADORES
               ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

      * CERROJO DE CORRIDA: CON LA CADENA NOCTURNA EN MARCHA LOS
      * SALDOS Y LA AUDITORIA SE ESTAN ESCRIBIENDO.
           SELECT ARCHIVO-CERROJO
               ASSIGN TO "CERROJO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CERROJO.

      * INTENTOS DE OPERACION RECHAZADOS POR NIVEL INSUFICIENTE:
      * CADA NEGATIVA QUEDA ANOTADA CON OPERADOR, PROGRAMA Y NIVEL.
           SELECT ARCHIVO-INTENTOS
               ASSIGN TO "INTENTOS-RECHAZADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INTENTOS.

           SELECT ARCHIVO-FECHA-PROCESO
               ASSIGN TO "FECHA-PROCESO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHA-PROCESO.

      * SIN CORRIDA TECLEADA SE TOMA LA ULTIMA CADENA.
           SELECT ARCHIVO-ESTADO-CORRIDA
               ASSIGN TO "ESTADO-CORRIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTADO-CORRIDA.

           SELECT ARCHIVO-AUDITORIA
               ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

           SELECT ARCHIVO-HISTORICO
               ASSIGN TO "AUDITORIA-HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORICO.

           SELECT ARCHIVO-MAESTRO-NUEVO
               ASSIGN TO "MAESTRO-NUEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODIGO-MAESTRO-NUEVO
               FILE STATUS IS FS-MAESTRO-NUEVO.

           SELECT ARCHIVO-CONTACTOS
               ASSIGN TO "CONTACTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-CODIGO
               FILE STATUS IS FS-CONTACTOS.

           SELECT ARCHIVO-RETENCIONES
               ASSIGN TO "RETENCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETENCIONES.

           SELECT ARCHIVO-PLAZOS
               ASSIGN TO "PLAZOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PLAZOS.

      * ARCHIVOS DE LA MUESTRA, CON LA CORRIDA EN EL NOMBRE ARMADO
      * EN EJECUCION.
           SELECT ARCHIVO-REGISTRO
               ASSIGN TO WK-NOMBRE-REGISTRO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTRO.

           SELECT ARCHIVO-CARTAS
               ASSIGN TO WK-NOMBRE-CARTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARTAS.

           SELECT ARCHIVO-REPORTE
               ASSIGN TO WK-NOMBRE-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-OPERADORES.
       01  REG-OPERADOR.
           05 OPE-ID               PIC X(8).
           05 OPE-NOMBRE           PIC X(30).
      * NIVEL DE AUTORIZACION: 1 CONSULTA, 2 OPERACION, 3
      * SUPERVISOR. EN BLANCO (TABLA ANTERIOR AL CAMPO) SE ADMITE
      * COMO SUPERVISOR, CON AVISO, MIENTRAS SE CONVIERTE LA TABLA.
           05 OPE-NIVEL            PIC X(1).
      * OPE-ESTADO 'B': OPERADOR DADO DE BAJA (YA NO TRABAJA EN LA
      * CASA), NINGUN PROGRAMA LO ADMITE; EN BLANCO (TABLA ANTERIOR
      * AL CAMPO) O 'A', ACTIVO.
           05 FILLER               PIC X(3).
           05 OPE-ESTADO           PIC X(1).
              88 OPE-DADO-DE-BAJA  VALUE 'B'.

       FD  ARCHIVO-CERROJO.
       01  REG-CERROJO.
           05 CER-FECHA            PIC 9(8).
           05 CER-HORA             PIC 9(6).
           05 CER-OPERADOR         PIC X(8).

       FD  ARCHIVO-INTENTOS.
       01  REG-INTENTO.
           05 INT-FECHA            PIC 9(8).
           05 INT-HORA             PIC 9(6).
           05 INT-OPERADOR         PIC X(8).
           05 INT-PROGRAMA         PIC X(18).
           05 INT-NIVEL            PIC X(1).
           05 INT-NIVEL-REQUERIDO  PIC 9(1).

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

       FD  ARCHIVO-AUDITORIA.
       01  REG-AUDITORIA.
           05 AUD-ID-EJECUCION     PIC X(19).
           05 AUD-CODIGO           PIC 9(5).
           05 AUD-NOMBRE           PIC X(30).
           05 AUD-SALDO-APERTURA   PIC S9(7)V99.
           05 AUD-SALDO-CIERRE     PIC S9(7)V99.
           05 AUD-SUCURSAL         PIC 9(3).
           05 AUD-OPERADOR         PIC X(8).
           05 AUD-SECUENCIA        PIC 9(9).
           05 AUD-SELLO            PIC 9(18).

       FD  ARCHIVO-HISTORICO.
       01  REG-HISTORICO.
           05 HIS-ID-EJECUCION     PIC X(19).
           05 HIS-CODIGO           PIC 9(5).
           05 HIS-NOMBRE           PIC X(30).
           05 HIS-SALDO-APERTURA   PIC S9(7)V99.
           05 HIS-SALDO-CIERRE     PIC S9(7)V99.
           05 HIS-SUCURSAL         PIC 9(3).
           05 HIS-OPERADOR         PIC X(8).
           05 HIS-SECUENCIA        PIC 9(9).
           05 HIS-SELLO            PIC 9(18).

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

      * LA FECHA DE LIBERACION EN CERO SIGNIFICA "HASTA NUEVO
      * AVISO".
       FD  ARCHIVO-RETENCIONES.
       01  REG-RETENCION.
           05 RET-CODIGO           PIC 9(5).
           05 RET-IMPORTE          PIC 9(7)V99.
           05 RET-MOTIVO           PIC X(30).
           05 RET-OPERADOR         PIC X(8).
           05 RET-FECHA-ALTA       PIC 9(8).
           05 RET-FECHA-LIBERACION PIC 9(8).

       FD  ARCHIVO-PLAZOS.
       01  REG-PLAZO.
           05 PLA-NUMERO           PIC 9(5).
           05 PLA-CODIGO-CUENTA    PIC 9(5).
           05 PLA-PRINCIPAL        PIC 9(7)V99.
           05 PLA-TASA             PIC 9V9(4).
           05 PLA-FECHA-APERTURA   PIC 9(8).
           05 PLA-FECHA-VENCIMIENTO PIC 9(8).
           05 PLA-RENOVACION       PIC X(1).
           05 PLA-ESTADO           PIC X(1).
              88 PLAZO-VIGENTE     VALUE 'V'.
           05 PLA-MONEDA           PIC X(3).
           05 PLA-SUCURSAL         PIC 9(3).

      * PRIMER REGISTRO DE CABECERA ('C'): LA CORRIDA, LA SEMILLA Y
      * LOS PARAMETROS CON QUE SE SACO LA MUESTRA. DESPUES UNA
      * CUENTA DE LA MUESTRA POR REGISTRO ('D'):
      *   CNF-MOTIVO    'U' SOBRE EL UMBRAL, 'A' SORTEADA.
      *   CNF-CARTA     'S' EMITIDA, 'N' SIN DOMICILIO EN CONTACTOS.
      *   CNF-RESPUESTA EN BLANCO PENDIENTE, 'C' CONFORME, 'D' CON
      *                 DIFERENCIA, 'N' CARTA DEVUELTA.
      *   CNF-DIFERENCIA LO INFORMADO MENOS EL SALDO DEL BANCO.
       FD  ARCHIVO-REGISTRO.
       01  REG-CONFIRMACION.
           05 CNF-TIPO             PIC X(1).
           05 CNF-CODIGO           PIC 9(5).
           05 CNF-NOMBRE           PIC X(30).
           05 CNF-SUCURSAL         PIC 9(3).
           05 CNF-PRODUCTO         PIC X(2).
           05 CNF-MONEDA           PIC X(3).
           05 CNF-SALDO            PIC S9(7)V99.
           05 CNF-RETENIDO         PIC 9(9)V99.
           05 CNF-PLAZOS           PIC 9(9)V99.
           05 CNF-MOTIVO           PIC X(1).
           05 CNF-CARTA            PIC X(1).
           05 CNF-RESPUESTA        PIC X(1).
           05 CNF-INFORMADO        PIC S9(7)V99.
           05 CNF-DIFERENCIA       PIC S9(7)V99.
           05 CNF-FECHA-RESPUESTA  PIC 9(8).
           05 CNF-OPERADOR         PIC X(8).
           05 CNF-NOTA             PIC X(30).
       01  REG-CONFIRMACION-CABECERA REDEFINES REG-CONFIRMACION.
           05 CNC-TIPO             PIC X(1).
           05 CNC-ID-EJECUCION     PIC X(19).
           05 CNC-SEMILLA          PIC 9(10).
           05 CNC-UMBRAL           PIC 9(7)V99.
           05 CNC-PEDIDAS          PIC 9(5).
           05 CNC-FECHA-MUESTRA    PIC 9(8).
           05 CNC-OPERADOR         PIC X(8).
           05 CNC-POBLACION        PIC 9(5).
           05 CNC-VALOR-POBLACION  PIC 9(11)V99.
           05 FILLER               PIC X(63).

       FD  ARCHIVO-CARTAS.
       01  REG-CARTA               PIC X(80).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-OPERADORES        PIC XX.
           05 FS-CERROJO           PIC XX.
           05 FS-INTENTOS          PIC XX.
           05 FS-FECHA-PROCESO     PIC XX.
           05 FS-ESTADO-CORRIDA    PIC XX.
           05 FS-AUDITORIA         PIC XX.
           05 FS-HISTORICO         PIC XX.
           05 FS-MAESTRO-NUEVO     PIC XX.
           05 FS-CONTACTOS         PIC XX.
           05 FS-RETENCIONES       PIC XX.
           05 FS-PLAZOS            PIC XX.
           05 FS-REGISTRO          PIC XX.
           05 FS-CARTAS            PIC XX.
           05 FS-REPORTE           PIC XX.

       01  SWITCHES.
           05 SW-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 SW-OPERADOR-VALIDO   PIC X VALUE 'N'.
              88 OPERADOR-VALIDO   VALUE 'S'.
           05 SW-HALLADO           PIC X VALUE 'N'.
              88 HALLADO           VALUE 'S'.
           05 SW-HAY-CONTACTOS     PIC X VALUE 'N'.
              88 HAY-CONTACTOS     VALUE 'S'.
           05 SW-FIN-RESPUESTAS    PIC X VALUE 'N'.
              88 FIN-RESPUESTAS    VALUE 'S'.

       01  CONTADORES.
           05 CONT-LINEAS-CORRIDA  PIC 9(5) VALUE ZEROS.
           05 CONT-SIN-MAESTRO     PIC 9(5) VALUE ZEROS.
           05 CONT-CERRADAS        PIC 9(5) VALUE ZEROS.
           05 CONT-SOBRE-UMBRAL    PIC 9(5) VALUE ZEROS.
           05 CONT-SORTEADAS       PIC 9(5) VALUE ZEROS.
           05 CONT-CARTAS          PIC 9(5) VALUE ZEROS.
           05 CONT-SIN-DOMICILIO   PIC 9(5) VALUE ZEROS.
           05 CONT-RESPUESTAS      PIC 9(5) VALUE ZEROS.

       01  TOTALES.
           05 TOTAL-POBLACION      PIC 9(11)V99 VALUE ZEROS.
           05 TOTAL-SOBRE-UMBRAL   PIC 9(11)V99 VALUE ZEROS.
           05 TOTAL-BAJO-UMBRAL    PIC 9(11)V99 VALUE ZEROS.
           05 TOTAL-MUESTRA        PIC 9(11)V99 VALUE ZEROS.

      * QUE SE HACE: 'M' SACAR LA MUESTRA, 'R' ANOTAR RESPUESTAS,
      * 'S' RESUMEN. LA MUESTRA Y LAS RESPUESTAS PIDEN NIVEL DE
      * OPERACION; EL RESUMEN, DE CONSULTA.
       01  WK-ACCION               PIC X(1) VALUE SPACE.
           88 ACCION-MUESTRA       VALUE 'M'.
           88 ACCION-RESPUESTA     VALUE 'R'.
           88 ACCION-RESUMEN       VALUE 'S'.
           88 ACCION-VALIDA        VALUES 'M', 'R', 'S'.
       01  WK-OPERADOR             PIC X(08) VALUE SPACES.
       01  WK-CONFIRMA             PIC X(1) VALUE SPACE.

      * FECHA DE NEGOCIO: LA DEL SISTEMA SALVO QUE FECHA-PROCESO.DAT
      * TRAIGA OTRA. ES LA FECHA DE LA MUESTRA Y DE LAS RESPUESTAS.
       01  WK-FECHA-NEGOCIO        PIC 9(8) VALUE ZEROS.
       01  WK-FECHA-SESION         PIC 9(8) VALUE ZEROS.
       01  WK-HORA-SESION          PIC 9(8) VALUE ZEROS.

      * LA CORRIDA DE LA MUESTRA (RUN-AAAAMMDD-HHMMSS) Y SU FECHA,
      * QUE ES LA FECHA DE CORTE DE LOS SALDOS CONFIRMADOS.
       01  WK-ID-CORRIDA           PIC X(19) VALUE SPACES.
       01  WK-ID-ULTIMA            PIC X(19) VALUE SPACES.
       01  WK-FECHA-CORTE          PIC 9(8) VALUE ZEROS.

      * FECHA Y OPERADOR DE LA MUESTRA, QUE SE CONSERVAN EN LA
      * CABECERA AL ANOTAR RESPUESTAS.
       01  WK-FECHA-MUESTRA        PIC 9(8) VALUE ZEROS.
       01  WK-OPERADOR-MUESTRA     PIC X(08) VALUE SPACES.

       01  WK-NOMBRE-REGISTRO      PIC X(40) VALUE SPACES.
       01  WK-NOMBRE-CARTAS        PIC X(40) VALUE SPACES.
       01  WK-NOMBRE-REPORTE       PIC X(40) VALUE SPACES.

      * PARAMETROS DE LA MUESTRA. EL UMBRAL VA EN VALOR ABSOLUTO:
      * UN DESCUBIERTO GRANDE TAMBIEN SE CONFIRMA SEGURO.
       01  WK-UMBRAL               PIC 9(7)V99 VALUE ZEROS.
       01  WK-PEDIDAS              PIC 9(5) VALUE ZEROS.
       01  WK-SEMILLA              PIC 9(10) VALUE ZEROS.

      * GENERADOR DE NUMEROS AL AZAR DE PARK Y MILLER (MULTIPLICA
      * POR 16807 MODULO 2147483647): SIEMPRE LA MISMA SERIE PARA LA
      * MISMA SEMILLA, EN CUALQUIER MAQUINA.
       01  WK-AZAR                 PIC 9(10) VALUE ZEROS.
       01  WK-PRODUCTO-AZAR        PIC 9(15) VALUE ZEROS.
       01  WK-COCIENTE-AZAR        PIC 9(15) VALUE ZEROS.
       01  WK-MODULO-AZAR          PIC 9(10) VALUE 2147483647.

      * POBLACION: LAS CUENTAS DE LA CORRIDA QUE NO ESTABAN CERRADAS
      * A LA FECHA DE CORTE, EN EL ORDEN DE LA AUDITORIA. TP-VALOR ES
      * EL SALDO EN VALOR ABSOLUTO.
       01  WK-MAX-POBLACION        PIC 9(5) VALUE 20000.
       01  CONT-POBLACION          PIC 9(5) VALUE ZEROS.
       01  TABLA-POBLACION.
           05 ENTRADA-POBLACION    OCCURS 1 TO 20000 TIMES
                                   DEPENDING ON CONT-POBLACION.
              10 TP-CODIGO         PIC 9(5).
              10 TP-NOMBRE         PIC X(30).
              10 TP-SALDO          PIC S9(7)V99.
              10 TP-VALOR          PIC 9(7)V99.
              10 TP-SUCURSAL       PIC 9(3).
              10 TP-PRODUCTO       PIC X(2).
              10 TP-MONEDA         PIC X(3).

      * ESTRATOS (SUCURSAL Y PRODUCTO) ORDENADOS. TE-VALOR ES LO QUE
      * QUEDA DEBAJO DEL UMBRAL; TE-RESTO ES EL SOBRANTE DEL REPARTO
      * PROPORCIONAL, QUE DECIDE QUIEN SE LLEVA LAS CUENTAS QUE NO
      * ENTRARON ENTERAS. TE-PROXIMO ES EL PUNTO DEL SALDO ACUMULADO
      * DONDE CAE LA PROXIMA ELECCION.
       01  WK-MAX-ESTRATOS         PIC 9(3) VALUE 500.
       01  CONT-ESTRATOS           PIC 9(3) VALUE ZEROS.
       01  TABLA-ESTRATOS.
           05 ENTRADA-ESTRATO      OCCURS 1 TO 500 TIMES
                                   DEPENDING ON CONT-ESTRATOS.
              10 TE-SUCURSAL       PIC 9(3).
              10 TE-PRODUCTO       PIC X(2).
              10 TE-CUENTAS        PIC 9(5).
              10 TE-VALOR          PIC 9(11)V99.
              10 TE-SEGURAS        PIC 9(5).
              10 TE-ASIGNADAS      PIC 9(5).
              10 TE-RESTO          PIC 9(16)V99.
              10 TE-INTERVALO      PIC 9(11)V9(4).
              10 TE-PROXIMO        PIC 9(11)V9(4).
              10 TE-ACUMULADO      PIC 9(11)V99.
              10 TE-RESTANTES      PIC 9(5).
              10 TE-ELEGIDAS       PIC 9(5).

      * LA MUESTRA, CON LO QUE SE CONFIRMA Y LA RESPUESTA. ES
      * TAMBIEN LA IMAGEN DEL REGISTRO CUANDO SE ANOTAN RESPUESTAS.
       01  WK-MAX-MUESTRA          PIC 9(4) VALUE 2000.
       01  CONT-MUESTRA            PIC 9(4) VALUE ZEROS.
       01  TABLA-MUESTRA.
           05 ENTRADA-MUESTRA      OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON CONT-MUESTRA.
              10 TM-CODIGO         PIC 9(5).
              10 TM-NOMBRE         PIC X(30).
              10 TM-SUCURSAL       PIC 9(3).
              10 TM-PRODUCTO       PIC X(2).
              10 TM-MONEDA         PIC X(3).
              10 TM-SALDO          PIC S9(7)V99.
              10 TM-RETENIDO       PIC 9(9)V99.
              10 TM-PLAZOS         PIC 9(9)V99.
              10 TM-MOTIVO         PIC X(1).
              10 TM-CARTA          PIC X(1).
              10 TM-RESPUESTA      PIC X(1).
                 88 TM-PENDIENTE   VALUE SPACE.
                 88 TM-CONFORME    VALUE 'C'.
                 88 TM-DIFERENCIA  VALUE 'D'.
                 88 TM-DEVUELTA    VALUE 'N'.
              10 TM-INFORMADO      PIC S9(7)V99.
              10 TM-DIFERENCIA-IMP PIC S9(7)V99.
              10 TM-FECHA-RESPUESTA PIC 9(8).
              10 TM-OPERADOR       PIC X(8).
              10 TM-NOTA           PIC X(30).

      * RETENCIONES VIGENTES A LA FECHA DE CORTE Y PLAZOS FIJOS QUE
      * YA ESTABAN CONSTITUIDOS, PARA LAS CARTAS.
       01  WK-MAX-RETENCIONES      PIC 9(4) VALUE 5000.
       01  CONT-RETENCIONES        PIC 9(4) VALUE ZEROS.
       01  TABLA-RETENCIONES.
           05 ENTRADA-RETENCION    OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-RETENCIONES.
              10 TR-CODIGO         PIC 9(5).
              10 TR-IMPORTE        PIC 9(7)V99.
              10 TR-MOTIVO         PIC X(30).
              10 TR-FECHA-ALTA     PIC 9(8).

       01  WK-MAX-PLAZOS           PIC 9(4) VALUE 5000.
       01  CONT-PLAZOS             PIC 9(4) VALUE ZEROS.
       01  TABLA-PLAZOS.
           05 ENTRADA-PLAZO        OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-PLAZOS.
              10 TPF-NUMERO        PIC 9(5).
              10 TPF-CODIGO        PIC 9(5).
              10 TPF-PRINCIPAL     PIC 9(7)V99.
              10 TPF-TASA          PIC 9V9(4).
              10 TPF-VENCIMIENTO   PIC 9(8).
              10 TPF-MONEDA        PIC X(3).

       01  WK-INDICE               PIC 9(5) VALUE ZEROS.
       01  WK-INDICE-ESTRATO       PIC 9(3) VALUE ZEROS.
       01  WK-INDICE-HALLADO       PIC 9(3) VALUE ZEROS.
       01  WK-INDICE-MUESTRA       PIC 9(4) VALUE ZEROS.
       01  WK-INDICE-DETALLE       PIC 9(4) VALUE ZEROS.

      * CUENTA EN CURSO AL ARMAR LA POBLACION.
       01  WK-CODIGO               PIC 9(5) VALUE ZEROS.
       01  WK-NOMBRE               PIC X(30) VALUE SPACES.
       01  WK-SALDO                PIC S9(7)V99 VALUE ZEROS.
       01  WK-SUCURSAL             PIC 9(3) VALUE ZEROS.
       01  WK-PRODUCTO             PIC X(2) VALUE SPACES.

      * REPARTO DE LAS CUENTAS PEDIDAS ENTRE LOS ESTRATOS.
       01  WK-REPARTO              PIC 9(16)V99 VALUE ZEROS.
       01  WK-REPARTIDAS           PIC 9(5) VALUE ZEROS.
       01  WK-SOBRANTE             PIC 9(5) VALUE ZEROS.
       01  WK-MEJOR-RESTO          PIC 9(16)V99 VALUE ZEROS.

      * RESPUESTA QUE SE ANOTA.
       01  WK-CODIGO-PEDIDO        PIC 9(5) VALUE ZEROS.
       01  WK-RESPUESTA            PIC X(1) VALUE SPACE.
           88 RESPUESTA-VALIDA     VALUES 'C', 'D', 'N'.
       01  WK-INFORMADO            PIC S9(7)V99 VALUE ZEROS.
       01  WK-NOTA                 PIC X(30) VALUE SPACES.

      * CUENTAS Y SALDOS DEL RESUMEN POR ESTADO DE LA RESPUESTA.
       01  RESUMEN-RESPUESTAS.
           05 RES-CUENTAS          PIC 9(5) OCCURS 4 TIMES.
           05 RES-SALDO            PIC S9(11)V99 OCCURS 4 TIMES.
       01  WK-INDICE-RESPUESTA     PIC 9(1) VALUE ZEROS.
       01  WK-DIFERENCIA-NETA      PIC S9(11)V99 VALUE ZEROS.
       01  WK-DIFERENCIA-BRUTA     PIC 9(11)V99 VALUE ZEROS.
       01  WK-PORCENTAJE           PIC 9(3)V99 VALUE ZEROS.

      * NIVEL DE AUTORIZACION QUE EXIGE LA ACCION ELEGIDA; UN
      * INTENTO CON NIVEL INSUFICIENTE SE RECHAZA Y QUEDA EN
      * INTENTOS-RECHAZADOS.DAT.
       01  WK-NIVEL-OPERADOR       PIC X(1) VALUE SPACE.
       01  WK-NIVEL-NUMERICO       PIC 9(1) VALUE ZERO.
       01  WK-NIVEL-REQUERIDO      PIC 9(1) VALUE 3.
       01  WK-FECHA-INTENTO        PIC 9(8) VALUE ZEROS.
       01  WK-HORA-INTENTO         PIC 9(8) VALUE ZEROS.

      * LA CLAVE DEL OPERADOR LA PIDE Y COTEJA VERIFICA-CLAVE.CBL
      * (BLOQUEO POR FALLOS, VENCIMIENTO Y CAMBIO OBLIGADO).
       01  WK-CLAVE-PROGRAMA       PIC X(18) VALUE
           "MUESTRA-AUDITORIA".
       01  WK-CLAVE-VEREDICTO      PIC X(1) VALUE SPACE.
           88 CLAVE-ACEPTADA       VALUE 'S'.

       01  WK-RESPUESTA-CERROJO    PIC X(1) VALUE SPACE.

       01  WK-FECHA-EDITADA        PIC X(10) VALUE SPACES.
       01  WK-FECHA-A-EDITAR       PIC 9(8) VALUE ZEROS.
       01  WK-IMPORTE-EDITADO      PIC -Z,ZZZ,ZZ9.99.
       01  WK-TOTAL-EDITADO        PIC ----,---,---,--9.99.
       01  WK-TASA-EDITADA         PIC 9.9999.

       01  LINEA-TITULO.
           05 FILLER               PIC X(25) VALUE SPACES.
           05 LT-TEXTO             PIC X(50).

       01  LINEA-SUBTITULO.
           05 LS-TEXTO             PIC X(100).

       01  LINEA-RAYA              PIC X(100) VALUE ALL '='.
       01  LINEA-GUIONES           PIC X(100) VALUE ALL '-'.

       01  LINEA-CAB-ESTRATO.
           05 FILLER               PIC X(10) VALUE 'SUC  PROD'.
           05 FILLER               PIC X(08) VALUE ' CUENTAS'.
           05 FILLER               PIC X(18)
              VALUE ' VALOR BAJO UMBRAL'.
           05 FILLER               PIC X(09) VALUE '  SEGURAS'.
           05 FILLER               PIC X(10) VALUE ' ASIGNADAS'.
           05 FILLER               PIC X(09) VALUE ' ELEGIDAS'.
           05 FILLER               PIC X(20)
              VALUE '           INTERVALO'.

       01  LINEA-ESTRATO.
           05 LE-SUCURSAL          PIC 9(3).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LE-PRODUCTO          PIC X(2).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 LE-CUENTAS           PIC ZZZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LE-VALOR             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LE-SEGURAS           PIC ZZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LE-ASIGNADAS         PIC ZZZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LE-ELEGIDAS          PIC ZZZZZZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 LE-INTERVALO         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  LINEA-CAB-MUESTRA.
           05 FILLER               PIC X(07) VALUE 'CUENTA'.
           05 FILLER               PIC X(31) VALUE 'TITULAR'.
           05 FILLER               PIC X(12) VALUE 'SUC PRD MON'.
           05 FILLER               PIC X(14) VALUE '         SALDO'.
           05 FILLER               PIC X(04) VALUE ' MOT'.
           05 FILLER               PIC X(20) VALUE '  CARTA'.

       01  LINEA-MUESTRA.
           05 LM-CODIGO            PIC 9(5).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LM-NOMBRE            PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LM-SUCURSAL          PIC 9(3).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LM-PRODUCTO          PIC X(2).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LM-MONEDA            PIC X(3).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LM-SALDO             PIC -Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 LM-MOTIVO            PIC X(1).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 LM-CARTA             PIC X(20).

       01  LINEA-CAB-DIFERENCIA.
           05 FILLER               PIC X(07) VALUE 'CUENTA'.
           05 FILLER               PIC X(14) VALUE '   SALDO BANCO'.
           05 FILLER               PIC X(14) VALUE '     INFORMADO'.
           05 FILLER               PIC X(14) VALUE '    DIFERENCIA'.
           05 FILLER               PIC X(11) VALUE '  RESPUESTA'.
           05 FILLER               PIC X(09) VALUE ' OPERADOR'.
           05 FILLER               PIC X(30) VALUE ' NOTA'.

       01  LINEA-DIFERENCIA.
           05 LD-CODIGO            PIC 9(5).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LD-SALDO             PIC -Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LD-INFORMADO         PIC -Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LD-DIFERENCIA        PIC -Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LD-FECHA             PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LD-OPERADOR          PIC X(8).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LD-NOTA              PIC X(30).

       01  LINEA-TOTAL.
           05 LTO-ETIQUETA         PIC X(40).
           05 LTO-IMPORTE          PIC ----,---,---,--9.99.

       01  LINEA-CONTEO.
           05 LCO-ETIQUETA         PIC X(40).
           05 LCO-NUMERO           PIC ZZZZZZ9.

       01  LINEA-ESTADO.
           05 LES-ETIQUETA         PIC X(25).
           05 LES-CUENTAS          PIC ZZZZZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 LES-SALDO            PIC ----,---,---,--9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           EVALUATE TRUE
               WHEN ACCION-MUESTRA
                   PERFORM 200-SACAR-MUESTRA
               WHEN ACCION-RESPUESTA
                   PERFORM 250-ANOTAR-RESPUESTAS
               WHEN OTHER
                   PERFORM 270-ESCRIBIR-RESUMEN
           END-EVALUATE
           PERFORM 300-FINALIZAR
           STOP RUN.

       100-INICIALIZAR.
           DISPLAY "========================================"
           DISPLAY "  CONFIRMACION DE SALDOS - AUDITORIA"
           DISPLAY "========================================"
           DISPLAY " "

           ACCEPT WK-FECHA-NEGOCIO FROM DATE YYYYMMDD
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

           DISPLAY "ACCION: M SACAR LA MUESTRA, R ANOTAR RESPUESTAS,"
                   " S RESUMEN: "
           ACCEPT WK-ACCION
           IF NOT ACCION-VALIDA
               DISPLAY "ACCION INVALIDA: " WK-ACCION
               STOP RUN
           END-IF

           IF ACCION-RESUMEN
               MOVE 1 TO WK-NIVEL-REQUERIDO
           ELSE
               MOVE 2 TO WK-NIVEL-REQUERIDO
           END-IF

           DISPLAY "IDENTIFICADOR DE OPERADOR (8 CARACTERES): "
           ACCEPT WK-OPERADOR

           IF WK-OPERADOR = SPACES
               DISPLAY "SE REQUIERE UN OPERADOR PARA DEJAR CONSTANCIA"
               STOP RUN
           END-IF
           PERFORM 9500-VALIDAR-OPERADOR

           ACCEPT WK-FECHA-SESION FROM DATE YYYYMMDD
           ACCEPT WK-HORA-SESION  FROM TIME

           PERFORM 110-ELEGIR-CORRIDA.

      * SIN CORRIDA TECLEADA SE TOMA LA DE ESTADO-CORRIDA.DAT (LA
      * ULTIMA CADENA). LA FECHA DE CORTE SALE DEL IDENTIFICADOR.
       110-ELEGIR-CORRIDA.
           OPEN INPUT ARCHIVO-ESTADO-CORRIDA
           IF FS-ESTADO-CORRIDA = '00'
               READ ARCHIVO-ESTADO-CORRIDA
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EST-ID-EJECUCION TO WK-ID-ULTIMA
               END-READ
               CLOSE ARCHIVO-ESTADO-CORRIDA
           END-IF

           DISPLAY "CORRIDA (RUN-AAAAMMDD-HHMMSS, EN BLANCO = "
                   WK-ID-ULTIMA "): "
           ACCEPT WK-ID-CORRIDA
           IF WK-ID-CORRIDA = SPACES
               MOVE WK-ID-ULTIMA TO WK-ID-CORRIDA
           END-IF

           IF WK-ID-CORRIDA(1:4) NOT = "RUN-"
               OR WK-ID-CORRIDA(5:8) IS NOT NUMERIC
               DISPLAY "CORRIDA INVALIDA: '" WK-ID-CORRIDA "'"
               STOP RUN
           END-IF
           MOVE WK-ID-CORRIDA(5:8) TO WK-FECHA-CORTE

           STRING "CONFIRMA-" WK-ID-CORRIDA ".DAT"
               DELIMITED BY SIZE INTO WK-NOMBRE-REGISTRO
           STRING "CONFIRMA-CARTAS-" WK-ID-CORRIDA ".TXT"
               DELIMITED BY SIZE INTO WK-NOMBRE-CARTAS
           IF ACCION-MUESTRA
               STRING "MUESTRA-" WK-ID-CORRIDA ".TXT"
                   DELIMITED BY SIZE INTO WK-NOMBRE-REPORTE
           ELSE
               STRING "CONFIRMA-RESUMEN-" WK-ID-CORRIDA ".TXT"
                   DELIMITED BY SIZE INTO WK-NOMBRE-REPORTE
           END-IF.

      * LAS LINEAS DE LA CORRIDA ESTAN EN UNO SOLO DE LOS DOS
      * ARCHIVOS: SI YA SE ARCHIVO, EN EL HISTORICO.
       120-CARGAR-POBLACION.
           OPEN INPUT ARCHIVO-AUDITORIA
           IF FS-AUDITORIA = '00'
               MOVE 'N' TO SW-FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-AUDITORIA
                       AT END
                           MOVE 'S' TO SW-FIN-ARCHIVO
                       NOT AT END
                           IF AUD-ID-EJECUCION = WK-ID-CORRIDA
                               MOVE AUD-CODIGO       TO WK-CODIGO
                               MOVE AUD-NOMBRE       TO WK-NOMBRE
                               MOVE AUD-SALDO-CIERRE TO WK-SALDO
                               MOVE AUD-SUCURSAL     TO WK-SUCURSAL
                               PERFORM 125-AGREGAR-CUENTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-AUDITORIA
           END-IF

           IF CONT-LINEAS-CORRIDA > ZEROS
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ARCHIVO-HISTORICO
           IF FS-HISTORICO = '00'
               MOVE 'N' TO SW-FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-HISTORICO
                       AT END
                           MOVE 'S' TO SW-FIN-ARCHIVO
                       NOT AT END
                           IF HIS-ID-EJECUCION = WK-ID-CORRIDA
                               MOVE HIS-CODIGO       TO WK-CODIGO
                               MOVE HIS-NOMBRE       TO WK-NOMBRE
                               MOVE HIS-SALDO-CIERRE TO WK-SALDO
                               MOVE HIS-SUCURSAL     TO WK-SUCURSAL
                               PERFORM 125-AGREGAR-CUENTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-HISTORICO
           END-IF.

      * UNA CUENTA CERRADA DESPUES DEL CORTE TENIA SALDO ESE DIA Y
      * SIGUE EN LA POBLACION; LA QUE YA ESTABA CERRADA, NO.
       125-AGREGAR-CUENTA.
           ADD 1 TO CONT-LINEAS-CORRIDA
           MOVE WK-CODIGO TO CODIGO-MAESTRO-NUEVO
           READ ARCHIVO-MAESTRO-NUEVO
               INVALID KEY
                   ADD 1 TO CONT-SIN-MAESTRO
                   EXIT PARAGRAPH
           END-READ

           IF MAESTRO-CERRADO
               AND FECHA-ESTADO-MAESTRO-NUEVO <= WK-FECHA-CORTE
               ADD 1 TO CONT-CERRADAS
               EXIT PARAGRAPH
           END-IF

           IF CONT-POBLACION >= WK-MAX-POBLACION
               DISPLAY "*** LA CORRIDA TIENE MAS DE " WK-MAX-POBLACION
                       " CUENTAS: NO SE SACA LA MUESTRA ***"
               STOP RUN
           END-IF

           ADD 1 TO CONT-POBLACION
           MOVE WK-CODIGO   TO TP-CODIGO(CONT-POBLACION)
           MOVE WK-NOMBRE   TO TP-NOMBRE(CONT-POBLACION)
           MOVE WK-SALDO    TO TP-SALDO(CONT-POBLACION)
           IF WK-SALDO < ZEROS
               COMPUTE TP-VALOR(CONT-POBLACION) = ZERO - WK-SALDO
           ELSE
               MOVE WK-SALDO TO TP-VALOR(CONT-POBLACION)
           END-IF
           MOVE WK-SUCURSAL TO TP-SUCURSAL(CONT-POBLACION)
           MOVE PRODUCTO-MAESTRO-NUEVO TO TP-PRODUCTO(CONT-POBLACION)
           MOVE MONEDA-MAESTRO-NUEVO   TO TP-MONEDA(CONT-POBLACION)
           ADD TP-VALOR(CONT-POBLACION) TO TOTAL-POBLACION.

      * RETENCIONES QUE YA ESTABAN PUESTAS EL DIA DEL CORTE Y NO SE
      * HABIAN LIBERADO; PLAZOS VIGENTES CONSTITUIDOS HASTA ESE DIA.
       130-CARGAR-RETENCIONES.
           OPEN INPUT ARCHIVO-RETENCIONES
           IF FS-RETENCIONES NOT = '00'
               DISPLAY "AVISO: SIN RETENCIONES.DAT, LAS CARTAS NO"
                       " INFORMAN RETENCIONES"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-RETENCIONES
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF RET-FECHA-ALTA <= WK-FECHA-CORTE
                           AND (RET-FECHA-LIBERACION = ZEROS
                           OR RET-FECHA-LIBERACION > WK-FECHA-CORTE)
                           PERFORM 135-AGREGAR-RETENCION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-RETENCIONES.

       135-AGREGAR-RETENCION.
           IF CONT-RETENCIONES >= WK-MAX-RETENCIONES
               DISPLAY "*** MAS DE " WK-MAX-RETENCIONES " RETENCIONES"
                       " VIGENTES: NO SE EMITEN CARTAS ***"
               STOP RUN
           END-IF

           ADD 1 TO CONT-RETENCIONES
           MOVE RET-CODIGO     TO TR-CODIGO(CONT-RETENCIONES)
           MOVE RET-IMPORTE    TO TR-IMPORTE(CONT-RETENCIONES)
           MOVE RET-MOTIVO     TO TR-MOTIVO(CONT-RETENCIONES)
           MOVE RET-FECHA-ALTA TO TR-FECHA-ALTA(CONT-RETENCIONES).

       140-CARGAR-PLAZOS.
           OPEN INPUT ARCHIVO-PLAZOS
           IF FS-PLAZOS NOT = '00'
               DISPLAY "AVISO: SIN PLAZOS.DAT, LAS CARTAS NO INFORMAN"
                       " PLAZOS FIJOS"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-PLAZOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF PLAZO-VIGENTE
                           AND PLA-FECHA-APERTURA <= WK-FECHA-CORTE
                           PERFORM 145-AGREGAR-PLAZO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PLAZOS.

       145-AGREGAR-PLAZO.
           IF CONT-PLAZOS >= WK-MAX-PLAZOS
               DISPLAY "*** MAS DE " WK-MAX-PLAZOS " PLAZOS FIJOS"
                       " VIGENTES: NO SE EMITEN CARTAS ***"
               STOP RUN
           END-IF

           ADD 1 TO CONT-PLAZOS
           MOVE PLA-NUMERO            TO TPF-NUMERO(CONT-PLAZOS)
           MOVE PLA-CODIGO-CUENTA     TO TPF-CODIGO(CONT-PLAZOS)
           MOVE PLA-PRINCIPAL         TO TPF-PRINCIPAL(CONT-PLAZOS)
           MOVE PLA-TASA              TO TPF-TASA(CONT-PLAZOS)
           MOVE PLA-FECHA-VENCIMIENTO TO TPF-VENCIMIENTO(CONT-PLAZOS)
           MOVE PLA-MONEDA            TO TPF-MONEDA(CONT-PLAZOS).

      * EL REGISTRO DE LA CORRIDA ENTERO EN MEMORIA: LA CABECERA EN
      * LOS PARAMETROS, LAS CUENTAS EN LA TABLA DE LA MUESTRA.
       150-CARGAR-REGISTRO.
           OPEN INPUT ARCHIVO-REGISTRO
           IF FS-REGISTRO NOT = '00'
               DISPLAY "NO HAY MUESTRA DE LA CORRIDA " WK-ID-CORRIDA
                       " (" WK-NOMBRE-REGISTRO ")"
               STOP RUN
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-REGISTRO
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF CNF-TIPO = 'C'
                           MOVE CNC-SEMILLA   TO WK-SEMILLA
                           MOVE CNC-UMBRAL    TO WK-UMBRAL
                           MOVE CNC-PEDIDAS   TO WK-PEDIDAS
                           MOVE CNC-FECHA-MUESTRA
                               TO WK-FECHA-MUESTRA
                           MOVE CNC-OPERADOR  TO WK-OPERADOR-MUESTRA
                           MOVE CNC-POBLACION TO CONT-POBLACION
                           MOVE CNC-VALOR-POBLACION
                               TO TOTAL-POBLACION
                       ELSE
                           PERFORM 155-AGREGAR-CONFIRMACION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-REGISTRO.

       155-AGREGAR-CONFIRMACION.
           IF CONT-MUESTRA >= WK-MAX-MUESTRA
               DISPLAY "*** " WK-NOMBRE-REGISTRO " TIENE MAS DE "
                       WK-MAX-MUESTRA " CUENTAS ***"
               STOP RUN
           END-IF

           ADD 1 TO CONT-MUESTRA
           MOVE CNF-CODIGO     TO TM-CODIGO(CONT-MUESTRA)
           MOVE CNF-NOMBRE     TO TM-NOMBRE(CONT-MUESTRA)
           MOVE CNF-SUCURSAL   TO TM-SUCURSAL(CONT-MUESTRA)
           MOVE CNF-PRODUCTO   TO TM-PRODUCTO(CONT-MUESTRA)
           MOVE CNF-MONEDA     TO TM-MONEDA(CONT-MUESTRA)
           MOVE CNF-SALDO      TO TM-SALDO(CONT-MUESTRA)
           MOVE CNF-RETENIDO   TO TM-RETENIDO(CONT-MUESTRA)
           MOVE CNF-PLAZOS     TO TM-PLAZOS(CONT-MUESTRA)
           MOVE CNF-MOTIVO     TO TM-MOTIVO(CONT-MUESTRA)
           MOVE CNF-CARTA      TO TM-CARTA(CONT-MUESTRA)
           MOVE CNF-RESPUESTA  TO TM-RESPUESTA(CONT-MUESTRA)
           MOVE CNF-INFORMADO  TO TM-INFORMADO(CONT-MUESTRA)
           MOVE CNF-DIFERENCIA TO TM-DIFERENCIA-IMP(CONT-MUESTRA)
           MOVE CNF-FECHA-RESPUESTA
               TO TM-FECHA-RESPUESTA(CONT-MUESTRA)
           MOVE CNF-OPERADOR   TO TM-OPERADOR(CONT-MUESTRA)
           MOVE CNF-NOTA       TO TM-NOTA(CONT-MUESTRA)
           IF TM-MOTIVO(CONT-MUESTRA) = 'U'
               ADD 1 TO CONT-SOBRE-UMBRAL
           ELSE
               ADD 1 TO CONT-SORTEADAS
           END-IF.

      *****************************************************************
      * MUESTRA: LA CORRIDA SOLO SE MUESTREA UNA VEZ (LAS CARTAS YA
      * SALIERON CON ESA MUESTRA). SE ARMA TODO EN MEMORIA, SE PIDE
      * CONFIRMACION Y RECIEN ENTONCES SE ESCRIBEN LAS CARTAS, EL
      * REGISTRO Y EL LISTADO DE LA MUESTRA.
      *****************************************************************
       200-SACAR-MUESTRA.
           OPEN INPUT ARCHIVO-REGISTRO
           IF FS-REGISTRO = '00'
               CLOSE ARCHIVO-REGISTRO
               DISPLAY "LA CORRIDA " WK-ID-CORRIDA " YA TIENE MUESTRA"
                       " (" WK-NOMBRE-REGISTRO ")"
               STOP RUN
           END-IF

           DISPLAY "UMBRAL DE CONFIRMACION SEGURA (9999999.99): "
           ACCEPT WK-UMBRAL
           DISPLAY "CUENTAS A SORTEAR DEBAJO DEL UMBRAL: "
           ACCEPT WK-PEDIDAS
           DISPLAY "SEMILLA (0 = TOMARLA DE LA HORA): "
           ACCEPT WK-SEMILLA

           IF WK-UMBRAL = ZEROS
               DISPLAY "SIN UMBRAL NO HAY MUESTRA"
               STOP RUN
           END-IF

      * LA SEMILLA TIENE QUE CAER ENTRE 1 Y 2147483646.
           IF WK-SEMILLA = ZEROS
               COMPUTE WK-SEMILLA = WK-HORA-SESION + 1
           END-IF
           DIVIDE WK-SEMILLA BY WK-MODULO-AZAR
               GIVING WK-COCIENTE-AZAR REMAINDER WK-AZAR
           IF WK-AZAR = ZEROS
               MOVE 1 TO WK-AZAR
           END-IF
           MOVE WK-AZAR TO WK-SEMILLA
           MOVE WK-FECHA-NEGOCIO TO WK-FECHA-MUESTRA
           MOVE WK-OPERADOR      TO WK-OPERADOR-MUESTRA

           OPEN INPUT ARCHIVO-MAESTRO-NUEVO
           IF FS-MAESTRO-NUEVO NOT = '00'
               DISPLAY "ERROR ABRIENDO MAESTRO-NUEVO: " FS-MAESTRO-NUEVO
               STOP RUN
           END-IF
           PERFORM 120-CARGAR-POBLACION
           CLOSE ARCHIVO-MAESTRO-NUEVO

           IF CONT-LINEAS-CORRIDA = ZEROS
               DISPLAY "LA CORRIDA " WK-ID-CORRIDA " NO ESTA EN"
                       " AUDITORIA.DAT NI EN AUDITORIA-HISTORICO.DAT"
               STOP RUN
           END-IF

           PERFORM 210-ARMAR-ESTRATOS
           PERFORM 220-REPARTIR-CUENTAS
           PERFORM 230-ELEGIR-CUENTAS

           PERFORM 130-CARGAR-RETENCIONES
           PERFORM 140-CARGAR-PLAZOS

           DISPLAY " "
           DISPLAY "CORRIDA:                " WK-ID-CORRIDA
           DISPLAY "CUENTAS DE LA POBLACION: " CONT-POBLACION
           DISPLAY "SOBRE EL UMBRAL:         " CONT-SOBRE-UMBRAL
           DISPLAY "SORTEADAS:               " CONT-SORTEADAS
           DISPLAY "SEMILLA:                 " WK-SEMILLA
           IF WK-SOBRANTE > ZEROS
               DISPLAY "AVISO: " WK-SOBRANTE " CUENTAS PEDIDAS NO"
                       " ENTRAN (NO HAY MAS CUENTAS CON SALDO)"
           END-IF
           DISPLAY "CONFIRMA LA MUESTRA Y LA EMISION DE LAS CARTAS?"
                   " (S/N): "
           ACCEPT WK-CONFIRMA
           IF WK-CONFIRMA NOT = 'S'
               DISPLAY "MUESTRA CANCELADA, NO SE ESCRIBIO NADA"
               STOP RUN
           END-IF

           PERFORM 240-EMITIR-CARTAS
           PERFORM 260-REESCRIBIR-REGISTRO
           PERFORM 245-ESCRIBIR-MUESTRA.

      * CADA ESTRATO CON SUS CUENTAS SEGURAS Y CON EL VALOR DE LAS
      * QUE QUEDAN DEBAJO DEL UMBRAL (LAS DE SALDO CERO NO PESAN).
       210-ARMAR-ESTRATOS.
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-POBLACION
               PERFORM 400-BUSCAR-ESTRATO
               IF TP-VALOR(WK-INDICE) >= WK-UMBRAL
                   ADD 1 TO TE-SEGURAS(WK-INDICE-HALLADO)
                   ADD TP-VALOR(WK-INDICE) TO TOTAL-SOBRE-UMBRAL
               ELSE
                   IF TP-VALOR(WK-INDICE) > ZEROS
                       ADD 1 TO TE-CUENTAS(WK-INDICE-HALLADO)
                       ADD TP-VALOR(WK-INDICE)
                           TO TE-VALOR(WK-INDICE-HALLADO)
                       ADD TP-VALOR(WK-INDICE) TO TOTAL-BAJO-UMBRAL
                   END-IF
               END-IF
           END-PERFORM.

      * REPARTO PROPORCIONAL AL VALOR CON EL METODO DEL MAYOR RESTO:
      * CADA ESTRATO SE LLEVA LA PARTE ENTERA DE SU CUOTA (NUNCA MAS
      * CUENTAS DE LAS QUE TIENE) Y LAS QUE FALTAN VAN UNA A UNA A
      * LOS RESTOS MAS GRANDES. DESPUES, A CADA ESTRATO CON CUENTAS
      * ASIGNADAS SU PASO Y SU ARRANQUE AL AZAR, EN EL ORDEN DE LA
      * TABLA PARA QUE LA SEMILLA REPRODUZCA LA MUESTRA.
       220-REPARTIR-CUENTAS.
           MOVE ZEROS TO WK-REPARTIDAS
           MOVE WK-PEDIDAS TO WK-SOBRANTE
           IF WK-PEDIDAS = ZEROS OR TOTAL-BAJO-UMBRAL = ZEROS
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WK-INDICE-ESTRATO FROM 1 BY 1
                   UNTIL WK-INDICE-ESTRATO > CONT-ESTRATOS
               COMPUTE WK-REPARTO =
                   WK-PEDIDAS * TE-VALOR(WK-INDICE-ESTRATO)
               DIVIDE WK-REPARTO BY TOTAL-BAJO-UMBRAL
                   GIVING TE-ASIGNADAS(WK-INDICE-ESTRATO)
                   REMAINDER TE-RESTO(WK-INDICE-ESTRATO)
               IF TE-ASIGNADAS(WK-INDICE-ESTRATO)
                   >= TE-CUENTAS(WK-INDICE-ESTRATO)
                   MOVE TE-CUENTAS(WK-INDICE-ESTRATO)
                       TO TE-ASIGNADAS(WK-INDICE-ESTRATO)
                   MOVE ZEROS TO TE-RESTO(WK-INDICE-ESTRATO)
               END-IF
               ADD TE-ASIGNADAS(WK-INDICE-ESTRATO) TO WK-REPARTIDAS
           END-PERFORM

           COMPUTE WK-SOBRANTE = WK-PEDIDAS - WK-REPARTIDAS
           MOVE 1 TO WK-INDICE-HALLADO
           PERFORM UNTIL WK-SOBRANTE = ZEROS
                   OR WK-INDICE-HALLADO = ZEROS
               PERFORM 225-DAR-UNA-CUENTA
           END-PERFORM

           MOVE WK-SEMILLA TO WK-AZAR
           PERFORM VARYING WK-INDICE-ESTRATO FROM 1 BY 1
                   UNTIL WK-INDICE-ESTRATO > CONT-ESTRATOS
               IF TE-ASIGNADAS(WK-INDICE-ESTRATO) > ZEROS
                   DIVIDE TE-VALOR(WK-INDICE-ESTRATO)
                       BY TE-ASIGNADAS(WK-INDICE-ESTRATO)
                       GIVING TE-INTERVALO(WK-INDICE-ESTRATO)
                   PERFORM 420-SIGUIENTE-AZAR
                   COMPUTE TE-PROXIMO(WK-INDICE-ESTRATO) =
                       TE-INTERVALO(WK-INDICE-ESTRATO) * WK-AZAR
                       / WK-MODULO-AZAR
                   MOVE TE-ASIGNADAS(WK-INDICE-ESTRATO)
                       TO TE-RESTANTES(WK-INDICE-ESTRATO)
               END-IF
           END-PERFORM.

      * LA CUENTA SOBRANTE VA AL ESTRATO DE MAYOR RESTO QUE TODAVIA
      * TENGA CUENTAS SIN ASIGNAR (A IGUAL RESTO, EL PRIMERO DE LA
      * TABLA); SIN NINGUNO, WK-INDICE-HALLADO QUEDA EN CERO.
       225-DAR-UNA-CUENTA.
           MOVE ZEROS TO WK-INDICE-HALLADO
           MOVE ZEROS TO WK-MEJOR-RESTO
           PERFORM VARYING WK-INDICE-ESTRATO FROM 1 BY 1
                   UNTIL WK-INDICE-ESTRATO > CONT-ESTRATOS
               IF TE-ASIGNADAS(WK-INDICE-ESTRATO)
                   < TE-CUENTAS(WK-INDICE-ESTRATO)
                   IF WK-INDICE-HALLADO = ZEROS
                       OR TE-RESTO(WK-INDICE-ESTRATO) > WK-MEJOR-RESTO
                       MOVE WK-INDICE-ESTRATO TO WK-INDICE-HALLADO
                       MOVE TE-RESTO(WK-INDICE-ESTRATO)
                           TO WK-MEJOR-RESTO
                   END-IF
               END-IF
           END-PERFORM

           IF WK-INDICE-HALLADO > ZEROS
               ADD 1 TO TE-ASIGNADAS(WK-INDICE-HALLADO)
               MOVE ZEROS TO TE-RESTO(WK-INDICE-HALLADO)
               SUBTRACT 1 FROM WK-SOBRANTE
           END-IF.

      * UNA PASADA POR LA POBLACION: LAS SEGURAS ENTRAN TODAS; LAS
      * DEMAS SUMAN SU VALOR AL ACUMULADO DE SU ESTRATO Y ENTRAN SI
      * EL PUNTO DE ELECCION CAE DENTRO DE SU SALDO. UNA CUENTA CON
      * MAS SALDO QUE EL PASO PUEDE LLEVARSE DOS PUNTOS: ENTRA UNA
      * SOLA VEZ Y EL ESTRATO QUEDA CON MENOS ELEGIDAS QUE ASIGNADAS.
       230-ELEGIR-CUENTAS.
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-POBLACION
               IF TP-VALOR(WK-INDICE) >= WK-UMBRAL
                   ADD 1 TO CONT-SOBRE-UMBRAL
                   PERFORM 235-AGREGAR-MUESTRA
                   MOVE 'U' TO TM-MOTIVO(CONT-MUESTRA)
               ELSE
                   IF TP-VALOR(WK-INDICE) > ZEROS
                       PERFORM 400-BUSCAR-ESTRATO
                       PERFORM 232-PROBAR-CUENTA
                   END-IF
               END-IF
           END-PERFORM.

       232-PROBAR-CUENTA.
           MOVE WK-INDICE-HALLADO TO WK-INDICE-ESTRATO
           IF TE-RESTANTES(WK-INDICE-ESTRATO) = ZEROS
               EXIT PARAGRAPH
           END-IF

           ADD TP-VALOR(WK-INDICE) TO TE-ACUMULADO(WK-INDICE-ESTRATO)
           IF TE-PROXIMO(WK-INDICE-ESTRATO)
               >= TE-ACUMULADO(WK-INDICE-ESTRATO)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-SORTEADAS
           ADD 1 TO TE-ELEGIDAS(WK-INDICE-ESTRATO)
           PERFORM 235-AGREGAR-MUESTRA
           MOVE 'A' TO TM-MOTIVO(CONT-MUESTRA)

           PERFORM UNTIL TE-RESTANTES(WK-INDICE-ESTRATO) = ZEROS
                   OR TE-PROXIMO(WK-INDICE-ESTRATO)
                      >= TE-ACUMULADO(WK-INDICE-ESTRATO)
               ADD TE-INTERVALO(WK-INDICE-ESTRATO)
                   TO TE-PROXIMO(WK-INDICE-ESTRATO)
               SUBTRACT 1 FROM TE-RESTANTES(WK-INDICE-ESTRATO)
           END-PERFORM.

       235-AGREGAR-MUESTRA.
           IF CONT-MUESTRA >= WK-MAX-MUESTRA
               DISPLAY "*** LA MUESTRA PASA DE " WK-MAX-MUESTRA
                       " CUENTAS: SUBA EL UMBRAL O PIDA MENOS ***"
               STOP RUN
           END-IF

           ADD 1 TO CONT-MUESTRA
           INITIALIZE ENTRADA-MUESTRA(CONT-MUESTRA)
           MOVE TP-CODIGO(WK-INDICE)   TO TM-CODIGO(CONT-MUESTRA)
           MOVE TP-NOMBRE(WK-INDICE)   TO TM-NOMBRE(CONT-MUESTRA)
           MOVE TP-SUCURSAL(WK-INDICE) TO TM-SUCURSAL(CONT-MUESTRA)
           MOVE TP-PRODUCTO(WK-INDICE) TO TM-PRODUCTO(CONT-MUESTRA)
           MOVE TP-MONEDA(WK-INDICE)   TO TM-MONEDA(CONT-MUESTRA)
           MOVE TP-SALDO(WK-INDICE)    TO TM-SALDO(CONT-MUESTRA)
           MOVE SPACE                  TO TM-RESPUESTA(CONT-MUESTRA)
           ADD TP-VALOR(WK-INDICE) TO TOTAL-MUESTRA.

      * UNA PAGINA POR CUENTA DE LA MUESTRA CON DOMICILIO; LA QUE NO
      * LO TIENE QUEDA EN EL REGISTRO SIN CARTA ('N') PARA QUE LOS
      * AUDITORES LA CONFIRMEN POR OTRO MEDIO.
       240-EMITIR-CARTAS.
           OPEN INPUT ARCHIVO-CONTACTOS
           IF FS-CONTACTOS = '00'
               MOVE 'S' TO SW-HAY-CONTACTOS
           ELSE
               DISPLAY "AVISO: SIN CONTACTOS.DAT NO HAY DOMICILIOS,"
                       " NO SE EMITE NINGUNA CARTA"
           END-IF

           OPEN OUTPUT ARCHIVO-CARTAS
           IF FS-CARTAS NOT = '00'
               DISPLAY "ERROR ABRIENDO " WK-NOMBRE-CARTAS ": "
                       FS-CARTAS
               STOP RUN
           END-IF

           PERFORM VARYING WK-INDICE-MUESTRA FROM 1 BY 1
                   UNTIL WK-INDICE-MUESTRA > CONT-MUESTRA
               PERFORM 242-SUMAR-RETENIDO
               MOVE SPACES TO REG-CONTACTO
               IF HAY-CONTACTOS
                   MOVE TM-CODIGO(WK-INDICE-MUESTRA) TO CON-CODIGO
                   READ ARCHIVO-CONTACTOS
                       INVALID KEY
                           MOVE SPACES TO REG-CONTACTO
                   END-READ
               END-IF
               IF CON-DOMICILIO-1 = SPACES
                   MOVE 'N' TO TM-CARTA(WK-INDICE-MUESTRA)
                   ADD 1 TO CONT-SIN-DOMICILIO
               ELSE
                   MOVE 'S' TO TM-CARTA(WK-INDICE-MUESTRA)
                   PERFORM 430-ESCRIBIR-CARTA
               END-IF
           END-PERFORM

           CLOSE ARCHIVO-CARTAS
           IF HAY-CONTACTOS
               CLOSE ARCHIVO-CONTACTOS
           END-IF.

       242-SUMAR-RETENIDO.
           MOVE ZEROS TO TM-RETENIDO(WK-INDICE-MUESTRA)
                         TM-PLAZOS(WK-INDICE-MUESTRA)
           PERFORM VARYING WK-INDICE-DETALLE FROM 1 BY 1
                   UNTIL WK-INDICE-DETALLE > CONT-RETENCIONES
               IF TR-CODIGO(WK-INDICE-DETALLE)
                   = TM-CODIGO(WK-INDICE-MUESTRA)
                   ADD TR-IMPORTE(WK-INDICE-DETALLE)
                       TO TM-RETENIDO(WK-INDICE-MUESTRA)
               END-IF
           END-PERFORM
           PERFORM VARYING WK-INDICE-DETALLE FROM 1 BY 1
                   UNTIL WK-INDICE-DETALLE > CONT-PLAZOS
               IF TPF-CODIGO(WK-INDICE-DETALLE)
                   = TM-CODIGO(WK-INDICE-MUESTRA)
                   ADD TPF-PRINCIPAL(WK-INDICE-DETALLE)
                       TO TM-PLAZOS(WK-INDICE-MUESTRA)
               END-IF
           END-PERFORM.

      * LISTADO DE LA MUESTRA PARA LOS PAPELES DE TRABAJO: LOS
      * PARAMETROS CON LA SEMILLA, EL REPARTO POR ESTRATO Y LAS
      * CUENTAS ELEGIDAS.
       245-ESCRIBIR-MUESTRA.
           OPEN OUTPUT ARCHIVO-REPORTE
           IF FS-REPORTE NOT = '00'
               DISPLAY "*** ERROR ABRIENDO " WK-NOMBRE-REPORTE ": "
                       FS-REPORTE " ***"
               EXIT PARAGRAPH
           END-IF

           MOVE "MUESTRA DE CONFIRMACION DE SALDOS" TO LT-TEXTO
           PERFORM 440-ESCRIBIR-CABECERA

           MOVE "CUENTAS DE LA CORRIDA:" TO LCO-ETIQUETA
           MOVE CONT-LINEAS-CORRIDA TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "  FUERA: NO ESTAN EN EL MAESTRO:" TO LCO-ETIQUETA
           MOVE CONT-SIN-MAESTRO TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "  FUERA: CERRADAS AL CORTE:" TO LCO-ETIQUETA
           MOVE CONT-CERRADAS TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "POBLACION:" TO LCO-ETIQUETA
           MOVE CONT-POBLACION TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "VALOR DE LA POBLACION (ABSOLUTO):" TO LTO-ETIQUETA
           MOVE TOTAL-POBLACION TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "VALOR SOBRE EL UMBRAL:" TO LTO-ETIQUETA
           MOVE TOTAL-SOBRE-UMBRAL TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "VALOR DEBAJO DEL UMBRAL:" TO LTO-ETIQUETA
           MOVE TOTAL-BAJO-UMBRAL TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL
           IF WK-SOBRANTE > ZEROS
               MOVE "PEDIDAS QUE NO ENTRAN (FALTAN CUENTAS):"
                   TO LCO-ETIQUETA
               MOVE WK-SOBRANTE TO LCO-NUMERO
               WRITE REG-REPORTE FROM LINEA-CONTEO
           END-IF

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "REPARTO POR ESTRATO" TO REG-REPORTE
           WRITE REG-REPORTE
           WRITE REG-REPORTE FROM LINEA-CAB-ESTRATO
           MOVE LINEA-GUIONES TO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM VARYING WK-INDICE-ESTRATO FROM 1 BY 1
                   UNTIL WK-INDICE-ESTRATO > CONT-ESTRATOS
               MOVE TE-SUCURSAL(WK-INDICE-ESTRATO)  TO LE-SUCURSAL
               MOVE TE-PRODUCTO(WK-INDICE-ESTRATO)  TO LE-PRODUCTO
               MOVE TE-CUENTAS(WK-INDICE-ESTRATO)   TO LE-CUENTAS
               MOVE TE-VALOR(WK-INDICE-ESTRATO)     TO LE-VALOR
               MOVE TE-SEGURAS(WK-INDICE-ESTRATO)   TO LE-SEGURAS
               MOVE TE-ASIGNADAS(WK-INDICE-ESTRATO) TO LE-ASIGNADAS
               MOVE TE-ELEGIDAS(WK-INDICE-ESTRATO)  TO LE-ELEGIDAS
               MOVE TE-INTERVALO(WK-INDICE-ESTRATO) TO LE-INTERVALO
               WRITE REG-REPORTE FROM LINEA-ESTRATO
           END-PERFORM

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "CUENTAS DE LA MUESTRA (MOTIVO: U SOBRE EL UMBRAL,"
               TO LS-TEXTO
           MOVE "A SORTEADA)" TO LS-TEXTO(52:11)
           WRITE REG-REPORTE FROM LINEA-SUBTITULO
           WRITE REG-REPORTE FROM LINEA-CAB-MUESTRA
           MOVE LINEA-GUIONES TO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM VARYING WK-INDICE-MUESTRA FROM 1 BY 1
                   UNTIL WK-INDICE-MUESTRA > CONT-MUESTRA
               MOVE TM-CODIGO(WK-INDICE-MUESTRA)   TO LM-CODIGO
               MOVE TM-NOMBRE(WK-INDICE-MUESTRA)   TO LM-NOMBRE
               MOVE TM-SUCURSAL(WK-INDICE-MUESTRA) TO LM-SUCURSAL
               MOVE TM-PRODUCTO(WK-INDICE-MUESTRA) TO LM-PRODUCTO
               MOVE TM-MONEDA(WK-INDICE-MUESTRA)   TO LM-MONEDA
               MOVE TM-SALDO(WK-INDICE-MUESTRA)    TO LM-SALDO
               MOVE TM-MOTIVO(WK-INDICE-MUESTRA)   TO LM-MOTIVO
               IF TM-CARTA(WK-INDICE-MUESTRA) = 'S'
                   MOVE "EMITIDA"       TO LM-CARTA
               ELSE
                   MOVE "SIN DOMICILIO" TO LM-CARTA
               END-IF
               WRITE REG-REPORTE FROM LINEA-MUESTRA
           END-PERFORM
           MOVE LINEA-GUIONES TO REG-REPORTE
           WRITE REG-REPORTE

           MOVE "CUENTAS SOBRE EL UMBRAL:" TO LCO-ETIQUETA
           MOVE CONT-SOBRE-UMBRAL TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "CUENTAS SORTEADAS:" TO LCO-ETIQUETA
           MOVE CONT-SORTEADAS TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "CARTAS EMITIDAS:" TO LCO-ETIQUETA
           MOVE CONT-CARTAS TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "SIN DOMICILIO (CONFIRMAR POR OTRA VIA):"
               TO LCO-ETIQUETA
           MOVE CONT-SIN-DOMICILIO TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "VALOR CUBIERTO POR LA MUESTRA:" TO LTO-ETIQUETA
           MOVE TOTAL-MUESTRA TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL
           IF TOTAL-POBLACION > ZEROS
               COMPUTE WK-PORCENTAJE ROUNDED =
                   TOTAL-MUESTRA * 100 / TOTAL-POBLACION
               MOVE SPACES TO LS-TEXTO
               MOVE WK-PORCENTAJE TO WK-IMPORTE-EDITADO
               STRING "COBERTURA DEL VALOR DE LA POBLACION (%):"
                      WK-IMPORTE-EDITADO
                   DELIMITED BY SIZE INTO LS-TEXTO
               WRITE REG-REPORTE FROM LINEA-SUBTITULO
           END-IF

           CLOSE ARCHIVO-REPORTE.

      *****************************************************************
      * RESPUESTAS: SE ANOTAN UNA TRAS OTRA HASTA CUENTA CERO Y EL
      * REGISTRO SE REESCRIBE ENTERO AL FINAL. UNA RESPUESTA YA
      * ANOTADA SE PUEDE CORREGIR: SE REEMPLAZA, CON AVISO.
      *****************************************************************
       250-ANOTAR-RESPUESTAS.
           PERFORM 150-CARGAR-REGISTRO

           PERFORM UNTIL FIN-RESPUESTAS
               DISPLAY " "
               DISPLAY "CUENTA QUE RESPONDIO (0 = TERMINAR): "
               ACCEPT WK-CODIGO-PEDIDO
               IF WK-CODIGO-PEDIDO = ZEROS
                   MOVE 'S' TO SW-FIN-RESPUESTAS
               ELSE
                   PERFORM 255-ANOTAR-UNA-RESPUESTA
               END-IF
           END-PERFORM

           IF CONT-RESPUESTAS > ZEROS
               PERFORM 260-REESCRIBIR-REGISTRO
           END-IF.

       255-ANOTAR-UNA-RESPUESTA.
           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-INDICE-MUESTRA FROM 1 BY 1
                   UNTIL WK-INDICE-MUESTRA > CONT-MUESTRA
                   OR HALLADO
               IF TM-CODIGO(WK-INDICE-MUESTRA) = WK-CODIGO-PEDIDO
                   MOVE 'S' TO SW-HALLADO
               END-IF
           END-PERFORM

           IF NOT HALLADO
               DISPLAY "LA CUENTA " WK-CODIGO-PEDIDO
                       " NO ESTA EN LA MUESTRA"
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WK-INDICE-MUESTRA

           MOVE TM-SALDO(WK-INDICE-MUESTRA) TO WK-IMPORTE-EDITADO
           DISPLAY "  " TM-NOMBRE(WK-INDICE-MUESTRA)
                   " SALDO " WK-IMPORTE-EDITADO " "
                   TM-MONEDA(WK-INDICE-MUESTRA)
           IF NOT TM-PENDIENTE(WK-INDICE-MUESTRA)
               DISPLAY "  AVISO: YA TENIA RESPUESTA '"
                       TM-RESPUESTA(WK-INDICE-MUESTRA) "' DEL "
                       TM-FECHA-RESPUESTA(WK-INDICE-MUESTRA)
                       ", SE REEMPLAZA"
           END-IF

           DISPLAY "RESPUESTA: C CONFORME, D CON DIFERENCIA,"
                   " N CARTA DEVUELTA: "
           ACCEPT WK-RESPUESTA
           IF NOT RESPUESTA-VALIDA
               DISPLAY "RESPUESTA INVALIDA, NO SE ANOTA NADA"
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WK-INFORMADO
           EVALUATE WK-RESPUESTA
               WHEN 'C'
                   MOVE TM-SALDO(WK-INDICE-MUESTRA) TO WK-INFORMADO
               WHEN 'D'
                   DISPLAY "SALDO QUE INFORMA EL CLIENTE"
                           " (-9999999.99): "
                   ACCEPT WK-INFORMADO
           END-EVALUATE
           DISPLAY "NOTA (30 CARACTERES): "
           ACCEPT WK-NOTA

           IF WK-RESPUESTA = 'D'
               AND WK-INFORMADO = TM-SALDO(WK-INDICE-MUESTRA)
               AND WK-NOTA = SPACES
               DISPLAY "SIN DIFERENCIA DE SALDO LA NOTA DEBE DECIR CUAL"
                       " ES LA DIFERENCIA; NO SE ANOTA NADA"
               EXIT PARAGRAPH
           END-IF

           MOVE WK-RESPUESTA     TO TM-RESPUESTA(WK-INDICE-MUESTRA)
           MOVE WK-INFORMADO     TO TM-INFORMADO(WK-INDICE-MUESTRA)
           MOVE ZEROS            TO TM-DIFERENCIA-IMP(WK-INDICE-MUESTRA)
           IF WK-RESPUESTA = 'D'
               COMPUTE TM-DIFERENCIA-IMP(WK-INDICE-MUESTRA) =
                   WK-INFORMADO - TM-SALDO(WK-INDICE-MUESTRA)
           END-IF
           MOVE WK-FECHA-NEGOCIO
               TO TM-FECHA-RESPUESTA(WK-INDICE-MUESTRA)
           MOVE WK-OPERADOR      TO TM-OPERADOR(WK-INDICE-MUESTRA)
           MOVE WK-NOTA          TO TM-NOTA(WK-INDICE-MUESTRA)
           ADD 1 TO CONT-RESPUESTAS
           DISPLAY "RESPUESTA ANOTADA".

      * EL REGISTRO ENTERO DESDE MEMORIA: LA CABECERA Y UNA LINEA
      * POR CUENTA DE LA MUESTRA.
       260-REESCRIBIR-REGISTRO.
           OPEN OUTPUT ARCHIVO-REGISTRO
           IF FS-REGISTRO NOT = '00'
               DISPLAY "*** ERROR ESCRIBIENDO " WK-NOMBRE-REGISTRO ": "
                       FS-REGISTRO " ***"
               STOP RUN
           END-IF

           MOVE SPACES TO REG-CONFIRMACION-CABECERA
           MOVE 'C'              TO CNC-TIPO
           MOVE WK-ID-CORRIDA    TO CNC-ID-EJECUCION
           MOVE WK-SEMILLA       TO CNC-SEMILLA
           MOVE WK-UMBRAL        TO CNC-UMBRAL
           MOVE WK-PEDIDAS       TO CNC-PEDIDAS
           MOVE WK-FECHA-MUESTRA    TO CNC-FECHA-MUESTRA
           MOVE WK-OPERADOR-MUESTRA TO CNC-OPERADOR
           MOVE CONT-POBLACION   TO CNC-POBLACION
           MOVE TOTAL-POBLACION  TO CNC-VALOR-POBLACION
           WRITE REG-CONFIRMACION-CABECERA

           PERFORM VARYING WK-INDICE-MUESTRA FROM 1 BY 1
                   UNTIL WK-INDICE-MUESTRA > CONT-MUESTRA
               MOVE 'D' TO CNF-TIPO
               MOVE TM-CODIGO(WK-INDICE-MUESTRA)    TO CNF-CODIGO
               MOVE TM-NOMBRE(WK-INDICE-MUESTRA)    TO CNF-NOMBRE
               MOVE TM-SUCURSAL(WK-INDICE-MUESTRA)  TO CNF-SUCURSAL
               MOVE TM-PRODUCTO(WK-INDICE-MUESTRA)  TO CNF-PRODUCTO
               MOVE TM-MONEDA(WK-INDICE-MUESTRA)    TO CNF-MONEDA
               MOVE TM-SALDO(WK-INDICE-MUESTRA)     TO CNF-SALDO
               MOVE TM-RETENIDO(WK-INDICE-MUESTRA)  TO CNF-RETENIDO
               MOVE TM-PLAZOS(WK-INDICE-MUESTRA)    TO CNF-PLAZOS
               MOVE TM-MOTIVO(WK-INDICE-MUESTRA)    TO CNF-MOTIVO
               MOVE TM-CARTA(WK-INDICE-MUESTRA)     TO CNF-CARTA
               MOVE TM-RESPUESTA(WK-INDICE-MUESTRA) TO CNF-RESPUESTA
               MOVE TM-INFORMADO(WK-INDICE-MUESTRA) TO CNF-INFORMADO
               MOVE TM-DIFERENCIA-IMP(WK-INDICE-MUESTRA)
                   TO CNF-DIFERENCIA
               MOVE TM-FECHA-RESPUESTA(WK-INDICE-MUESTRA)
                   TO CNF-FECHA-RESPUESTA
               MOVE TM-OPERADOR(WK-INDICE-MUESTRA)  TO CNF-OPERADOR
               MOVE TM-NOTA(WK-INDICE-MUESTRA)      TO CNF-NOTA
               WRITE REG-CONFIRMACION
           END-PERFORM

           CLOSE ARCHIVO-REGISTRO.

      *****************************************************************
      * RESUMEN PARA LOS PAPELES DE TRABAJO: CUENTAS Y SALDOS POR
      * ESTADO DE LA RESPUESTA, LA TASA DE RESPUESTA, LAS DIFERENCIAS
      * INFORMADAS UNA POR UNA Y LO QUE QUEDA SIN CONFIRMAR.
      *****************************************************************
       270-ESCRIBIR-RESUMEN.
           PERFORM 150-CARGAR-REGISTRO

           INITIALIZE RESUMEN-RESPUESTAS
           PERFORM VARYING WK-INDICE-MUESTRA FROM 1 BY 1
                   UNTIL WK-INDICE-MUESTRA > CONT-MUESTRA
               EVALUATE TRUE
                   WHEN TM-CONFORME(WK-INDICE-MUESTRA)
                       MOVE 2 TO WK-INDICE-RESPUESTA
                   WHEN TM-DIFERENCIA(WK-INDICE-MUESTRA)
                       MOVE 3 TO WK-INDICE-RESPUESTA
                       ADD TM-DIFERENCIA-IMP(WK-INDICE-MUESTRA)
                           TO WK-DIFERENCIA-NETA
                       IF TM-DIFERENCIA-IMP(WK-INDICE-MUESTRA) < ZEROS
                           SUBTRACT TM-DIFERENCIA-IMP(WK-INDICE-MUESTRA)
                               FROM WK-DIFERENCIA-BRUTA
                       ELSE
                           ADD TM-DIFERENCIA-IMP(WK-INDICE-MUESTRA)
                               TO WK-DIFERENCIA-BRUTA
                       END-IF
                   WHEN TM-DEVUELTA(WK-INDICE-MUESTRA)
                       MOVE 4 TO WK-INDICE-RESPUESTA
                   WHEN OTHER
                       MOVE 1 TO WK-INDICE-RESPUESTA
               END-EVALUATE
               ADD 1 TO RES-CUENTAS(WK-INDICE-RESPUESTA)
               ADD TM-SALDO(WK-INDICE-MUESTRA)
                   TO RES-SALDO(WK-INDICE-RESPUESTA)
               IF TM-CARTA(WK-INDICE-MUESTRA) = 'S'
                   ADD 1 TO CONT-CARTAS
               ELSE
                   ADD 1 TO CONT-SIN-DOMICILIO
               END-IF
           END-PERFORM

           OPEN OUTPUT ARCHIVO-REPORTE
           IF FS-REPORTE NOT = '00'
               DISPLAY "*** ERROR ABRIENDO " WK-NOMBRE-REPORTE ": "
                       FS-REPORTE " ***"
               STOP RUN
           END-IF

           MOVE "RESUMEN DE CONFIRMACION DE SALDOS" TO LT-TEXTO
           PERFORM 440-ESCRIBIR-CABECERA

           MOVE "CUENTAS DE LA MUESTRA:" TO LCO-ETIQUETA
           MOVE CONT-MUESTRA TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "  SOBRE EL UMBRAL:" TO LCO-ETIQUETA
           MOVE CONT-SOBRE-UMBRAL TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "  SORTEADAS:" TO LCO-ETIQUETA
           MOVE CONT-SORTEADAS TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "CARTAS EMITIDAS:" TO LCO-ETIQUETA
           MOVE CONT-CARTAS TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "SIN DOMICILIO (CONFIRMAR POR OTRA VIA):"
               TO LCO-ETIQUETA
           MOVE CONT-SIN-DOMICILIO TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO LINEA-ESTADO
           MOVE "ESTADO DE LA RESPUESTA" TO LES-ETIQUETA
           MOVE LINEA-ESTADO TO REG-REPORTE
           MOVE "CUENTAS" TO REG-REPORTE(26:7)
           MOVE "SALDO SEGUN EL BANCO" TO REG-REPORTE(36:20)
           WRITE REG-REPORTE
           MOVE LINEA-GUIONES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "PENDIENTES"         TO LES-ETIQUETA
           MOVE 1 TO WK-INDICE-RESPUESTA
           PERFORM 275-ESCRIBIR-ESTADO
           MOVE "CONFORMES"          TO LES-ETIQUETA
           MOVE 2 TO WK-INDICE-RESPUESTA
           PERFORM 275-ESCRIBIR-ESTADO
           MOVE "CON DIFERENCIA"     TO LES-ETIQUETA
           MOVE 3 TO WK-INDICE-RESPUESTA
           PERFORM 275-ESCRIBIR-ESTADO
           MOVE "CARTA DEVUELTA"     TO LES-ETIQUETA
           MOVE 4 TO WK-INDICE-RESPUESTA
           PERFORM 275-ESCRIBIR-ESTADO
           MOVE LINEA-GUIONES TO REG-REPORTE
           WRITE REG-REPORTE

           IF CONT-MUESTRA > ZEROS
               COMPUTE WK-PORCENTAJE ROUNDED =
                   (RES-CUENTAS(2) + RES-CUENTAS(3)) * 100
                   / CONT-MUESTRA
               MOVE WK-PORCENTAJE TO WK-IMPORTE-EDITADO
               MOVE SPACES TO LS-TEXTO
               STRING "TASA DE RESPUESTA (%):                  "
                      WK-IMPORTE-EDITADO
                   DELIMITED BY SIZE INTO LS-TEXTO
               WRITE REG-REPORTE FROM LINEA-SUBTITULO
           END-IF
           MOVE "DIFERENCIA NETA INFORMADA:" TO LTO-ETIQUETA
           MOVE WK-DIFERENCIA-NETA TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "DIFERENCIA BRUTA (VALOR ABSOLUTO):" TO LTO-ETIQUETA
           MOVE WK-DIFERENCIA-BRUTA TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "DIFERENCIAS INFORMADAS Y CARTAS DEVUELTAS"
               TO REG-REPORTE
           WRITE REG-REPORTE
           WRITE REG-REPORTE FROM LINEA-CAB-DIFERENCIA
           MOVE LINEA-GUIONES TO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM VARYING WK-INDICE-MUESTRA FROM 1 BY 1
                   UNTIL WK-INDICE-MUESTRA > CONT-MUESTRA
               IF TM-DIFERENCIA(WK-INDICE-MUESTRA)
                   OR TM-DEVUELTA(WK-INDICE-MUESTRA)
                   PERFORM 278-ESCRIBIR-DIFERENCIA
               END-IF
           END-PERFORM
           IF RES-CUENTAS(3) + RES-CUENTAS(4) = ZEROS
               MOVE "  (NINGUNA)" TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "SIN CONFIRMAR (PENDIENTES O SIN CARTA)"
               TO REG-REPORTE
           WRITE REG-REPORTE
           WRITE REG-REPORTE FROM LINEA-CAB-MUESTRA
           MOVE LINEA-GUIONES TO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM VARYING WK-INDICE-MUESTRA FROM 1 BY 1
                   UNTIL WK-INDICE-MUESTRA > CONT-MUESTRA
               IF TM-PENDIENTE(WK-INDICE-MUESTRA)
                   MOVE TM-CODIGO(WK-INDICE-MUESTRA)   TO LM-CODIGO
                   MOVE TM-NOMBRE(WK-INDICE-MUESTRA)   TO LM-NOMBRE
                   MOVE TM-SUCURSAL(WK-INDICE-MUESTRA) TO LM-SUCURSAL
                   MOVE TM-PRODUCTO(WK-INDICE-MUESTRA) TO LM-PRODUCTO
                   MOVE TM-MONEDA(WK-INDICE-MUESTRA)   TO LM-MONEDA
                   MOVE TM-SALDO(WK-INDICE-MUESTRA)    TO LM-SALDO
                   MOVE TM-MOTIVO(WK-INDICE-MUESTRA)   TO LM-MOTIVO
                   IF TM-CARTA(WK-INDICE-MUESTRA) = 'S'
                       MOVE "SIN RESPUESTA" TO LM-CARTA
                   ELSE
                       MOVE "SIN DOMICILIO" TO LM-CARTA
                   END-IF
                   WRITE REG-REPORTE FROM LINEA-MUESTRA
               END-IF
           END-PERFORM
           IF RES-CUENTAS(1) = ZEROS
               MOVE "  (NINGUNA)" TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF

           CLOSE ARCHIVO-REPORTE.

       275-ESCRIBIR-ESTADO.
           MOVE RES-CUENTAS(WK-INDICE-RESPUESTA) TO LES-CUENTAS
           MOVE RES-SALDO(WK-INDICE-RESPUESTA)   TO LES-SALDO
           WRITE REG-REPORTE FROM LINEA-ESTADO.

       278-ESCRIBIR-DIFERENCIA.
           MOVE TM-CODIGO(WK-INDICE-MUESTRA)    TO LD-CODIGO
           MOVE TM-SALDO(WK-INDICE-MUESTRA)     TO LD-SALDO
           MOVE TM-INFORMADO(WK-INDICE-MUESTRA) TO LD-INFORMADO
           MOVE TM-DIFERENCIA-IMP(WK-INDICE-MUESTRA) TO LD-DIFERENCIA
           MOVE TM-FECHA-RESPUESTA(WK-INDICE-MUESTRA)
               TO WK-FECHA-A-EDITAR
           PERFORM 450-EDITAR-FECHA
           MOVE WK-FECHA-EDITADA TO LD-FECHA
           MOVE TM-OPERADOR(WK-INDICE-MUESTRA)  TO LD-OPERADOR
           MOVE TM-NOTA(WK-INDICE-MUESTRA)      TO LD-NOTA
           IF TM-DEVUELTA(WK-INDICE-MUESTRA)
               MOVE SPACES TO LD-NOTA
               STRING "DEVUELTA " TM-NOTA(WK-INDICE-MUESTRA)
                   DELIMITED BY SIZE INTO LD-NOTA
           END-IF
           WRITE REG-REPORTE FROM LINEA-DIFERENCIA.

       300-FINALIZAR.
           DISPLAY " "
           EVALUATE TRUE
               WHEN ACCION-MUESTRA
                   DISPLAY "MUESTRA DE LA CORRIDA " WK-ID-CORRIDA
                   DISPLAY "CUENTAS EN LA MUESTRA:   " CONT-MUESTRA
                   DISPLAY "CARTAS EMITIDAS:         " CONT-CARTAS
                   DISPLAY "SIN DOMICILIO:           "
                           CONT-SIN-DOMICILIO
                   DISPLAY "SEMILLA:                 " WK-SEMILLA
                   DISPLAY "CARTAS EN:   " WK-NOMBRE-CARTAS
                   DISPLAY "MUESTRA EN:  " WK-NOMBRE-REPORTE
                   DISPLAY "REGISTRO EN: " WK-NOMBRE-REGISTRO
               WHEN ACCION-RESPUESTA
                   DISPLAY "RESPUESTAS ANOTADAS:     " CONT-RESPUESTAS
                   IF CONT-RESPUESTAS > ZEROS
                       DISPLAY "REGISTRO EN: " WK-NOMBRE-REGISTRO
                   END-IF
               WHEN OTHER
                   DISPLAY "RESUMEN EN: " WK-NOMBRE-REPORTE
           END-EVALUATE.

      *****************************************************************
      * BUSCA EL ESTRATO DE LA CUENTA WK-INDICE DE LA POBLACION; SI
      * NO ESTA LO DA DE ALTA EN SU LUGAR (LA TABLA QUEDA ORDENADA
      * POR SUCURSAL Y PRODUCTO). DEJA LA POSICION EN
      * WK-INDICE-HALLADO.
      *****************************************************************
       400-BUSCAR-ESTRATO.
           MOVE TP-SUCURSAL(WK-INDICE) TO WK-SUCURSAL
           MOVE TP-PRODUCTO(WK-INDICE) TO WK-PRODUCTO
           PERFORM VARYING WK-INDICE-ESTRATO FROM 1 BY 1
                   UNTIL WK-INDICE-ESTRATO > CONT-ESTRATOS
                   OR TE-SUCURSAL(WK-INDICE-ESTRATO) > WK-SUCURSAL
                   OR (TE-SUCURSAL(WK-INDICE-ESTRATO) = WK-SUCURSAL
                   AND TE-PRODUCTO(WK-INDICE-ESTRATO) >= WK-PRODUCTO)
               CONTINUE
           END-PERFORM

           IF WK-INDICE-ESTRATO <= CONT-ESTRATOS
               IF TE-SUCURSAL(WK-INDICE-ESTRATO) = WK-SUCURSAL
                   AND TE-PRODUCTO(WK-INDICE-ESTRATO) = WK-PRODUCTO
                   MOVE WK-INDICE-ESTRATO TO WK-INDICE-HALLADO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF CONT-ESTRATOS >= WK-MAX-ESTRATOS
               DISPLAY "*** MAS DE " WK-MAX-ESTRATOS " ESTRATOS DE"
                       " SUCURSAL Y PRODUCTO: NO SE SACA LA MUESTRA ***"
               STOP RUN
           END-IF

           MOVE WK-INDICE-ESTRATO TO WK-INDICE-HALLADO
           ADD 1 TO CONT-ESTRATOS
           PERFORM VARYING WK-INDICE-ESTRATO FROM CONT-ESTRATOS BY -1
                   UNTIL WK-INDICE-ESTRATO <= WK-INDICE-HALLADO
               MOVE ENTRADA-ESTRATO(WK-INDICE-ESTRATO - 1)
                   TO ENTRADA-ESTRATO(WK-INDICE-ESTRATO)
           END-PERFORM

           INITIALIZE ENTRADA-ESTRATO(WK-INDICE-HALLADO)
           MOVE WK-SUCURSAL TO TE-SUCURSAL(WK-INDICE-HALLADO)
           MOVE WK-PRODUCTO TO TE-PRODUCTO(WK-INDICE-HALLADO).

      * SIGUIENTE NUMERO DE LA SERIE EN WK-AZAR (1 A 2147483646).
       420-SIGUIENTE-AZAR.
           COMPUTE WK-PRODUCTO-AZAR = WK-AZAR * 16807
           DIVIDE WK-PRODUCTO-AZAR BY WK-MODULO-AZAR
               GIVING WK-COCIENTE-AZAR REMAINDER WK-AZAR.

      *****************************************************************
      * CARTA DE CONFIRMACION DE LA CUENTA WK-INDICE-MUESTRA, UNA
      * PAGINA: DESTINATARIO A LA DERECHA (VENTANA DEL SOBRE), EL
      * SALDO, LAS RETENCIONES Y LOS PLAZOS FIJOS A LA FECHA DE
      * CORTE, Y EL TALON QUE EL CLIENTE DEVUELVE A LOS AUDITORES.
      *****************************************************************
       430-ESCRIBIR-CARTA.
           MOVE WK-FECHA-NEGOCIO TO WK-FECHA-A-EDITAR
           PERFORM 450-EDITAR-FECHA
           MOVE SPACES TO REG-CARTA
           STRING "SUCURSAL " TM-SUCURSAL(WK-INDICE-MUESTRA)
               DELIMITED BY SIZE INTO REG-CARTA
           MOVE WK-FECHA-EDITADA TO REG-CARTA(71:10)
           WRITE REG-CARTA AFTER ADVANCING PAGE
           MOVE SPACES TO REG-CARTA
           WRITE REG-CARTA
           WRITE REG-CARTA
           MOVE TM-NOMBRE(WK-INDICE-MUESTRA) TO REG-CARTA(41:30)
           WRITE REG-CARTA
           MOVE SPACES TO REG-CARTA
           MOVE CON-DOMICILIO-1 TO REG-CARTA(41:30)
           WRITE REG-CARTA
           MOVE SPACES TO REG-CARTA
           MOVE CON-DOMICILIO-2 TO REG-CARTA(41:30)
           WRITE REG-CARTA
           MOVE SPACES TO REG-CARTA
           WRITE REG-CARTA
           WRITE REG-CARTA
           STRING "REF.: CONFIRMACION DE SALDOS - CUENTA "
                  TM-CODIGO(WK-INDICE-MUESTRA)
               DELIMITED BY SIZE INTO REG-CARTA
           WRITE REG-CARTA
           MOVE SPACES TO REG-CARTA
           WRITE REG-CARTA

           MOVE WK-FECHA-CORTE TO WK-FECHA-A-EDITAR
           PERFORM 450-EDITAR-FECHA
           MOVE "ESTIMADO CLIENTE:" TO REG-CARTA
           WRITE REG-CARTA
           MOVE SPACES TO REG-CARTA
           WRITE REG-CARTA
           MOVE "NUESTROS AUDITORES EXTERNOS ESTAN EXAMINANDO LOS"
               TO REG-CARTA
           MOVE "ESTADOS CONTABLES DEL BANCO." TO REG-CARTA(50:28)
           WRITE REG-CARTA
           MOVE "LE ROGAMOS CONFIRMARLES DIRECTAMENTE, CON EL TALON"
               TO REG-CARTA
           MOVE "DE ABAJO, LOS DATOS" TO REG-CARTA(52:19)
           WRITE REG-CARTA
           MOVE SPACES TO REG-CARTA
           STRING "DE SU CUENTA AL " WK-FECHA-EDITADA ":"
               DELIMITED BY SIZE INTO REG-CARTA
           WRITE REG-CARTA
           MOVE SPACES TO REG-CARTA
           WRITE REG-CARTA

           MOVE TM-SALDO(WK-INDICE-MUESTRA) TO WK-IMPORTE-EDITADO
           STRING "   SALDO DE LA CUENTA:           "
                  WK-IMPORTE-EDITADO " " TM-MONEDA(WK-INDICE-MUESTRA)
               DELIMITED BY SIZE INTO REG-CARTA
           WRITE REG-CARTA
           MOVE SPACES TO REG-CARTA
           WRITE REG-CARTA
           MOVE "   RETENCIONES SOBRE EL SALDO:" TO REG-CARTA
           WRITE REG-CARTA
           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-INDICE-DETALLE FROM 1 BY 1
                   UNTIL WK-INDICE-DETALLE > CONT-RETENCIONES
               IF TR-CODIGO(WK-INDICE-DETALLE)
                   = TM-CODIGO(WK-INDICE-MUESTRA)
                   MOVE 'S' TO SW-HALLADO
                   PERFORM 432-ESCRIBIR-RETENCION
               END-IF
           END-PERFORM
           IF NOT HALLADO
               MOVE "      NINGUNA" TO REG-CARTA
               WRITE REG-CARTA
           END-IF
           MOVE SPACES TO REG-CARTA
           WRITE REG-CARTA
           MOVE "   DEPOSITOS A PLAZO FIJO:" TO REG-CARTA
           WRITE REG-CARTA
           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-INDICE-DETALLE FROM 1 BY 1
                   UNTIL WK-INDICE-DETALLE > CONT-PLAZOS
               IF TPF-CODIGO(WK-INDICE-DETALLE)
                   = TM-CODIGO(WK-INDICE-MUESTRA)
                   MOVE 'S' TO SW-HALLADO
                   PERFORM 434-ESCRIBIR-PLAZO
               END-IF
           END-PERFORM
           IF NOT HALLADO
               MOVE "      NINGUNO" TO REG-CARTA
               WRITE REG-CARTA
           END-IF

           MOVE SPACES TO REG-CARTA
           WRITE REG-CARTA
           MOVE "ESTE PEDIDO NO ES UN COBRO NI UN AVISO DE DEUDA. SI"
               TO REG-CARTA
           MOVE "LOS DATOS NO COINCIDEN" TO REG-CARTA(53:22)
           WRITE REG-CARTA
           MOVE "CON SUS REGISTROS, INDIQUE LA DIFERENCIA EN EL TALON."
               TO REG-CARTA
           WRITE REG-CARTA
           MOVE SPACES TO REG-CARTA
           WRITE REG-CARTA
           MOVE "ATENTAMENTE," TO REG-CARTA
           WRITE REG-CARTA
           MOVE SPACES TO REG-CARTA
           WRITE REG-CARTA
           WRITE REG-CARTA
           MOVE ALL "- " TO REG-CARTA
           WRITE REG-CARTA
           MOVE SPACES TO REG-CARTA
           STRING "TALON DE RESPUESTA - CUENTA "
                  TM-CODIGO(WK-INDICE-MUESTRA)
                  " - SALDOS AL " WK-FECHA-EDITADA
               DELIMITED BY SIZE INTO REG-CARTA
           WRITE REG-CARTA
           MOVE SPACES TO REG-CARTA
           WRITE REG-CARTA
           MOVE "[ ] LOS DATOS DE ESTA CARTA SON CORRECTOS."
               TO REG-CARTA
           WRITE REG-CARTA
           MOVE "[ ] NO SON CORRECTOS. SALDO SEGUN MIS REGISTROS:"
               TO REG-CARTA
           MOVE ALL "_" TO REG-CARTA(50:20)
           WRITE REG-CARTA
           MOVE "    DETALLE DE LA DIFERENCIA:" TO REG-CARTA
           MOVE ALL "_" TO REG-CARTA(31:39)
           WRITE REG-CARTA
           MOVE SPACES TO REG-CARTA
           WRITE REG-CARTA
           MOVE "FIRMA: ____________________   FECHA: __________"
               TO REG-CARTA
           WRITE REG-CARTA

           ADD 1 TO CONT-CARTAS.

       432-ESCRIBIR-RETENCION.
           MOVE TR-FECHA-ALTA(WK-INDICE-DETALLE) TO WK-FECHA-A-EDITAR
           PERFORM 450-EDITAR-FECHA
           MOVE TR-IMPORTE(WK-INDICE-DETALLE) TO WK-IMPORTE-EDITADO
           MOVE SPACES TO REG-CARTA
           STRING "      DESDE " WK-FECHA-EDITADA " "
                  WK-IMPORTE-EDITADO " " TR-MOTIVO(WK-INDICE-DETALLE)
               DELIMITED BY SIZE INTO REG-CARTA
           WRITE REG-CARTA
           MOVE WK-FECHA-CORTE TO WK-FECHA-A-EDITAR
           PERFORM 450-EDITAR-FECHA.

       434-ESCRIBIR-PLAZO.
           MOVE TPF-VENCIMIENTO(WK-INDICE-DETALLE) TO WK-FECHA-A-EDITAR
           PERFORM 450-EDITAR-FECHA
           MOVE TPF-PRINCIPAL(WK-INDICE-DETALLE) TO WK-IMPORTE-EDITADO
           MOVE TPF-TASA(WK-INDICE-DETALLE) TO WK-TASA-EDITADA
           MOVE SPACES TO REG-CARTA
           STRING "      NRO " TPF-NUMERO(WK-INDICE-DETALLE) " "
                  WK-IMPORTE-EDITADO " " TPF-MONEDA(WK-INDICE-DETALLE)
                  "  TASA " WK-TASA-EDITADA
                  "  VENCE " WK-FECHA-EDITADA
               DELIMITED BY SIZE INTO REG-CARTA
           WRITE REG-CARTA
           MOVE WK-FECHA-CORTE TO WK-FECHA-A-EDITAR
           PERFORM 450-EDITAR-FECHA.

       440-ESCRIBIR-CABECERA.
           MOVE LINEA-RAYA TO REG-REPORTE
           WRITE REG-REPORTE
           WRITE REG-REPORTE FROM LINEA-TITULO
           MOVE LINEA-RAYA TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE WK-FECHA-CORTE TO WK-FECHA-A-EDITAR
           PERFORM 450-EDITAR-FECHA
           MOVE SPACES TO LS-TEXTO
           STRING "CORRIDA " WK-ID-CORRIDA
                  "   SALDOS AL " WK-FECHA-EDITADA
                  "   EMITIDO POR " WK-OPERADOR
                  " EL " WK-FECHA-SESION
               DELIMITED BY SIZE INTO LS-TEXTO
           WRITE REG-REPORTE FROM LINEA-SUBTITULO
           MOVE WK-UMBRAL TO WK-IMPORTE-EDITADO
           MOVE SPACES TO LS-TEXTO
           STRING "UMBRAL " WK-IMPORTE-EDITADO
                  "   SORTEADAS PEDIDAS " WK-PEDIDAS
                  "   SEMILLA " WK-SEMILLA
               DELIMITED BY SIZE INTO LS-TEXTO
           WRITE REG-REPORTE FROM LINEA-SUBTITULO
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE.

      * LAS FECHAS DE CARTAS Y LISTADOS VAN DD/MM/AAAA; UNA FECHA EN
      * CERO QUEDA EN BLANCO.
       450-EDITAR-FECHA.
           MOVE SPACES TO WK-FECHA-EDITADA
           IF WK-FECHA-A-EDITAR > ZEROS
               STRING WK-FECHA-A-EDITAR(7:2) "/"
                      WK-FECHA-A-EDITAR(5:2) "/"
                      WK-FECHA-A-EDITAR(1:4)
                   DELIMITED BY SIZE INTO WK-FECHA-EDITADA
           END-IF.

      * EL OPERADOR DEBE FIGURAR EN OPERADORES.DAT PARA PODER
      * OPERAR; SIN TABLA (INSTALACION NUEVA) SE ADMITE CUALQUIER
      * IDENTIFICADOR NO VACIO, CON AVISO.
       9500-VALIDAR-OPERADOR.
           MOVE 'N' TO SW-OPERADOR-VALIDO
           OPEN INPUT ARCHIVO-OPERADORES

           IF FS-OPERADORES = '35'
               DISPLAY "AVISO: SIN OPERADORES.DAT, NO SE VALIDA EL"
                       " OPERADOR"
               EXIT PARAGRAPH
           END-IF

           IF FS-OPERADORES NOT = '00'
               DISPLAY "ERROR ABRIENDO OPERADORES: " FS-OPERADORES
               STOP RUN
           END-IF

           PERFORM UNTIL FS-OPERADORES NOT = '00'
                   OR OPERADOR-VALIDO
               READ ARCHIVO-OPERADORES
                   AT END
                       CONTINUE
                   NOT AT END
                       IF OPE-ID = WK-OPERADOR
                           IF OPE-DADO-DE-BAJA
                               DISPLAY "EL OPERADOR " WK-OPERADOR
                                       " ESTA DADO DE BAJA"
                           ELSE
                               MOVE 'S' TO SW-OPERADOR-VALIDO
                               MOVE OPE-NIVEL TO WK-NIVEL-OPERADOR
                               DISPLAY "OPERADOR: " OPE-NOMBRE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-OPERADORES

           IF NOT OPERADOR-VALIDO
               DISPLAY "EL OPERADOR " WK-OPERADOR
                       " NO ESTA AUTORIZADO"
               STOP RUN
           END-IF

           PERFORM 9505-VERIFICAR-CLAVE

           PERFORM 9510-EXIGIR-NIVEL

           PERFORM 9530-VERIFICAR-CERROJO.

      * EL OPERADOR ENCONTRADO TODAVIA TIENE QUE DAR SU CLAVE; EL
      * RECHAZO YA QUEDO REGISTRADO EN INTENTOS-RECHAZADOS.DAT.
       9505-VERIFICAR-CLAVE.
           CALL "VERIFICA-CLAVE" USING WK-OPERADOR
                                       WK-CLAVE-PROGRAMA
                                       WK-NIVEL-OPERADOR
                                       WK-CLAVE-VEREDICTO

           IF NOT CLAVE-ACEPTADA
               STOP RUN
           END-IF.

      * LA TABLA VIEJA SIN COLUMNA DE NIVEL SE ADMITE COMO
      * SUPERVISOR CON AVISO; CON NIVEL, EL QUE NO ALCANZA EL
      * REQUERIDO SE RECHAZA Y EL INTENTO QUEDA REGISTRADO.
       9510-EXIGIR-NIVEL.
           IF WK-NIVEL-OPERADOR NOT NUMERIC
               DISPLAY "AVISO: OPERADORES.DAT SIN NIVEL, SE ADMITE"
                       " COMO SUPERVISOR (CONVIERTA LA TABLA)"
               EXIT PARAGRAPH
           END-IF

           MOVE WK-NIVEL-OPERADOR TO WK-NIVEL-NUMERICO
           IF WK-NIVEL-NUMERICO < WK-NIVEL-REQUERIDO
               DISPLAY "EL OPERADOR " WK-OPERADOR " (NIVEL "
                       WK-NIVEL-OPERADOR ") NO ALCANZA EL NIVEL "
                       WK-NIVEL-REQUERIDO " QUE EXIGE ESTA ACCION"
               PERFORM 9520-REGISTRAR-INTENTO
               STOP RUN
           END-IF.

      * INTENTOS-RECHAZADOS.DAT NUNCA SE TRUNCA: CADA NEGATIVA SE
      * AGREGA A LAS ANTERIORES.
       9520-REGISTRAR-INTENTO.
           OPEN EXTEND ARCHIVO-INTENTOS

           IF FS-INTENTOS = '35'
               OPEN OUTPUT ARCHIVO-INTENTOS
               CLOSE ARCHIVO-INTENTOS
               OPEN EXTEND ARCHIVO-INTENTOS
           END-IF

           IF FS-INTENTOS = '00'
               ACCEPT WK-FECHA-INTENTO FROM DATE YYYYMMDD
               ACCEPT WK-HORA-INTENTO FROM TIME
               MOVE WK-FECHA-INTENTO     TO INT-FECHA
               MOVE WK-HORA-INTENTO(1:6) TO INT-HORA
               MOVE WK-OPERADOR          TO INT-OPERADOR
               MOVE "MUESTRA-AUDITORIA"  TO INT-PROGRAMA
               MOVE WK-NIVEL-OPERADOR    TO INT-NIVEL
               MOVE WK-NIVEL-REQUERIDO   TO INT-NIVEL-REQUERIDO
               WRITE REG-INTENTO
               CLOSE ARCHIVO-INTENTOS
           END-IF.

      * CON EL CERROJO PUESTO LA CADENA PUEDE ESTAR ESCRIBIENDO LOS
      * SALDOS: SOLO UN SUPERVISOR PUEDE SEGUIR, Y SOLO SI LO
      * CONFIRMA EXPRESAMENTE. TODOS LOS DEMAS VUELVEN CUANDO LA
      * NOCHE TERMINE.
       9530-VERIFICAR-CERROJO.
           OPEN INPUT ARCHIVO-CERROJO

           IF FS-CERROJO NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ ARCHIVO-CERROJO
               AT END
                   CLOSE ARCHIVO-CERROJO
                   EXIT PARAGRAPH
           END-READ

           CLOSE ARCHIVO-CERROJO

           DISPLAY "*** LA CADENA NOCTURNA TIENE EL CERROJO"
                   " PUESTO (OPERADOR " CER-OPERADOR
                   " DESDE " CER-FECHA " " CER-HORA ") ***"

           IF WK-NIVEL-OPERADOR NOT NUMERIC
               OR WK-NIVEL-NUMERICO >= 3
               DISPLAY "SUPERVISOR: SEGUIR IGUAL, BAJO SU"
                       " RESPONSABILIDAD? (S/N): "
               ACCEPT WK-RESPUESTA-CERROJO
               IF WK-RESPUESTA-CERROJO = 'S'
                   DISPLAY "CERROJO IGNORADO POR ORDEN EXPRESA"
                           " DEL SUPERVISOR"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "VUELVA CUANDO LA CADENA TERMINE Y SUELTE EL"
                   " CERROJO"
           STOP RUN.
