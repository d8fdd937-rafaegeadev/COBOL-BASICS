       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRA-EJERCICIO.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: CIERRE DEL EJERCICIO CONTABLE
      * PROPOSITO: CIERRA UN AÑO DEL MAYOR. CON LOS SALDOS DE
      *            APERTURA (SALDOS-MAYOR.DAT) Y LAS LINEAS DE
      *            DIARIO-CONTABLE.DAT FECHADAS EN EL AÑO:
      *            -- SALDA CADA CUENTA DE INGRESOS Y DE GASTOS
      *               CONTRA LA CUENTA DE RESULTADOS ACUMULADOS
      *               (ASIENTO DE CIERRE, FECHADO EL 31/12). LA CLASE
      *               DE CADA CUENTA SALE DE LAS FILAS 'K' DE
      *               MAPA-CONTABLE.DAT.
      *            -- PASA LAS LINEAS DEL AÑO Y EL ASIENTO DE CIERRE
      *               A DIARIO-AAAA.DAT Y DEJA DIARIO-CONTABLE.DAT
      *               CON EL ASIENTO DE APERTURA DEL AÑO NUEVO
      *               (FECHADO EL 01/01: LOS SALDOS QUE QUEDARON EN
      *               LAS CUENTAS DE BALANCE) MAS LO QUE YA SE HUBIERA
      *               POSTEADO CON FECHA POSTERIOR AL AÑO. LA APERTURA
      *               VIAJA EN EL DIARIO, ASI QUE SALDOS-MAYOR.DAT SE
      *               GUARDA EN SALDOS-MAYOR-AAAA.DAT Y QUEDA VACIO.
      *            -- ESCRIBE EL BALANCE DE COMPROBACION DE CIERRE
      *               PARA LOS AUDITORES EN BALANCE-CIERRE-AAAA.TXT.
      *            -- DEJA EL AÑO CERRADO EN EJERCICIOS-LOG.DAT
      *               (BITACORA SELLADA): POSTEA-DIARIO NO POSTEA
      *               NADA FECHADO EN UN AÑO CERRADO.
      *            REABRIR UN AÑO CERRADO EXIGE NIVEL DE SUPERVISOR Y
      *            QUEDA EN LA MISMA BITACORA CON SU MOTIVO. LO QUE SE
      *            POSTEE MIENTRAS ESTE ABIERTO SE SALDA CON UN CIERRE
      *            COMPLEMENTARIO: VOLVER A CERRAR EL AÑO TOMA SOLO LAS
      *            LINEAS DEL AÑO QUE HAYA EN EL DIARIO (LA APERTURA
      *            YA SE TRASPASO), LAS AGREGA A DIARIO-AAAA.DAT Y
      *            SUMA UN ASIENTO DE APERTURA POR LA DIFERENCIA.
      *            EL ESTADO DE UN AÑO ES EL DE SU ULTIMO REGISTRO EN
      *            LA BITACORA.
      *            LOS SALDOS SE LLEVAN DEUDORES (DEBE - HABER), COMO
      *            EN BALANCE-COMPROBACION.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-OPERADORES
               ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

      * CERROJO DE CORRIDA: CON LA CADENA NOCTURNA EN MARCHA
      * POSTEA-DIARIO PUEDE ESTAR ESCRIBIENDO EL DIARIO.
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

      * CIERRES Y REAPERTURAS DE CADA AÑO, SELLADOS.
           SELECT ARCHIVO-EJERCICIOS
               ASSIGN TO "EJERCICIOS-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EJERCICIOS.

           SELECT ARCHIVO-MAPA
               ASSIGN TO "MAPA-CONTABLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAPA.

           SELECT ARCHIVO-APERTURA
               ASSIGN TO "SALDOS-MAYOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APERTURA.

           SELECT ARCHIVO-DIARIO
               ASSIGN TO "DIARIO-CONTABLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIARIO.

      * EL DIARIO NUEVO SE ARMA AQUI Y SOLO DESPUES SE COPIA SOBRE
      * DIARIO-CONTABLE.DAT.
           SELECT ARCHIVO-TRABAJO
               ASSIGN TO "CIERRE-TRABAJO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRABAJO.

      * ARCHIVOS DEL AÑO CERRADO, CON EL AÑO EN EL NOMBRE ARMADO EN
      * EJECUCION.
           SELECT ARCHIVO-DIARIO-ANIO
               ASSIGN TO WK-NOMBRE-DIARIO-ANIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIARIO-ANIO.

           SELECT ARCHIVO-APERTURA-ANIO
               ASSIGN TO WK-NOMBRE-APERTURA-ANIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APERTURA-ANIO.

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

      * EJL-ESTADO: 'C' CERRADO, 'A' ABIERTO (REAPERTURA).
       FD  ARCHIVO-EJERCICIOS.
       01  REG-EJERCICIO.
           05 EJL-FECHA            PIC 9(8).
           05 EJL-HORA             PIC 9(6).
           05 EJL-OPERADOR         PIC X(8).
           05 EJL-EJERCICIO        PIC 9(4).
           05 EJL-ACCION           PIC X(12).
           05 EJL-ESTADO           PIC X(1).
           05 EJL-MOTIVO           PIC X(30).
           05 EJL-SECUENCIA        PIC 9(9).
           05 EJL-SELLO            PIC 9(18).

      * FILAS 'K' DEL MAPA: LAS CUENTAS DEL MAYOR DE MAP-CUENTA-DEBE
      * A MAP-CUENTA-HABER SON DE LA CLASE MAP-SENTIDO: 'I'
      * INGRESOS, 'G' GASTOS, 'R' RESULTADOS ACUMULADOS (UNA SOLA
      * CUENTA, LA DE MAP-CUENTA-DEBE). LO QUE NO CAE EN NINGUNA
      * FILA ES CUENTA DE BALANCE.
       FD  ARCHIVO-MAPA.
       01  REG-MAPA.
           05 MAP-TIPO             PIC X(1).
           05 MAP-SENTIDO          PIC X(1).
           05 MAP-CUENTA-DEBE      PIC 9(8).
           05 MAP-CUENTA-HABER     PIC 9(8).

       FD  ARCHIVO-APERTURA.
       01  REG-APERTURA.
           05 SMA-CUENTA-MAYOR     PIC 9(8).
           05 SMA-SALDO            PIC S9(11)V99.

       FD  ARCHIVO-DIARIO.
       01  REG-DIARIO.
           05 DIA-FECHA            PIC 9(8).
           05 DIA-FECHA-R REDEFINES DIA-FECHA.
              10 DIA-ANIO          PIC 9(4).
              10 FILLER            PIC 9(4).
           05 DIA-ID-EJECUCION     PIC X(19).
           05 DIA-CUENTA-MAYOR     PIC 9(8).
           05 DIA-IMPORTE-DEBE     PIC 9(9)V99.
           05 DIA-IMPORTE-HABER    PIC 9(9)V99.
           05 DIA-CONCEPTO         PIC X(20).
           05 DIA-CODIGO-ORIGEN    PIC 9(5).
           05 DIA-LOTE-ORIGEN      PIC X(8).
           05 DIA-SECUENCIA-ORIGEN PIC 9(5).
           05 DIA-SUCURSAL         PIC 9(3).
           05 DIA-MONEDA           PIC X(3).
           05 DIA-PRODUCTO         PIC X(2).

       FD  ARCHIVO-TRABAJO.
       01  REG-TRABAJO             PIC X(103).

       FD  ARCHIVO-DIARIO-ANIO.
       01  REG-DIARIO-ANIO         PIC X(103).

       FD  ARCHIVO-APERTURA-ANIO.
       01  REG-APERTURA-ANIO       PIC X(21).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-OPERADORES        PIC XX.
           05 FS-CERROJO           PIC XX.
           05 FS-INTENTOS          PIC XX.
           05 FS-FECHA-PROCESO     PIC XX.
           05 FS-EJERCICIOS        PIC XX.
           05 FS-MAPA              PIC XX.
           05 FS-APERTURA          PIC XX.
           05 FS-DIARIO            PIC XX.
           05 FS-TRABAJO           PIC XX.
           05 FS-DIARIO-ANIO       PIC XX.
           05 FS-APERTURA-ANIO     PIC XX.
           05 FS-REPORTE           PIC XX.

       01  SWITCHES.
           05 SW-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 SW-OPERADOR-VALIDO   PIC X VALUE 'N'.
              88 OPERADOR-VALIDO   VALUE 'S'.
           05 SW-HALLADO           PIC X VALUE 'N'.
              88 HALLADO           VALUE 'S'.
           05 SW-CERRADO-ANTES     PIC X VALUE 'N'.
              88 CERRADO-ANTES     VALUE 'S'.
           05 SW-HAY-RESULTADOS    PIC X VALUE 'N'.
              88 HAY-RESULTADOS    VALUE 'S'.
           05 SW-TABLA-LLENA       PIC X VALUE 'N'.
              88 TABLA-LLENA       VALUE 'S'.

       01  CONTADORES.
           05 CONT-LINEAS-ANIO     PIC 9(7) VALUE ZEROS.
           05 CONT-LINEAS-DESPUES  PIC 9(7) VALUE ZEROS.
           05 CONT-CUENTAS-CERRADAS PIC 9(5) VALUE ZEROS.
           05 CONT-LINEAS-CIERRE   PIC 9(5) VALUE ZEROS.
           05 CONT-LINEAS-APERTURA PIC 9(5) VALUE ZEROS.
           05 CONT-SALDOS-ARCHIVADOS PIC 9(5) VALUE ZEROS.

       01  TOTALES.
           05 TOTAL-APERTURA       PIC S9(11)V99 VALUE ZEROS.
           05 TOTAL-DEBE           PIC 9(11)V99 VALUE ZEROS.
           05 TOTAL-HABER          PIC 9(11)V99 VALUE ZEROS.
           05 TOTAL-ANTES          PIC S9(11)V99 VALUE ZEROS.
           05 TOTAL-FINAL          PIC S9(11)V99 VALUE ZEROS.
           05 TOTAL-APERTURA-NUEVA PIC 9(11)V99 VALUE ZEROS.

      * QUE SE HACE: 'C' CERRAR EL AÑO, 'R' REABRIRLO. CERRAR PIDE
      * NIVEL DE OPERACION; REABRIR, DE SUPERVISOR.
       01  WK-ACCION               PIC X(1) VALUE SPACE.
           88 ACCION-CERRAR        VALUE 'C'.
           88 ACCION-REABRIR       VALUE 'R'.
           88 ACCION-VALIDA        VALUES 'C', 'R'.
       01  WK-OPERADOR             PIC X(08) VALUE SPACES.
       01  WK-MOTIVO               PIC X(30) VALUE SPACES.
       01  WK-CONFIRMA             PIC X(1) VALUE SPACE.

      * FECHA DE NEGOCIO: LA DEL SISTEMA SALVO QUE FECHA-PROCESO.DAT
      * TRAIGA OTRA. UN AÑO SOLO SE CIERRA CUANDO YA TERMINO.
       01  WK-FECHA-NEGOCIO        PIC 9(8) VALUE ZEROS.
       01  WK-FECHA-NEGOCIO-R REDEFINES WK-FECHA-NEGOCIO.
           05 WK-ANIO-NEGOCIO      PIC 9(4).
           05 FILLER               PIC 9(4).
       01  WK-EJERCICIO-TECLEADO   PIC X(4) VALUE SPACES.
       01  WK-EJERCICIO            PIC 9(4) VALUE ZEROS.
       01  WK-EJERCICIO-NUEVO      PIC 9(4) VALUE ZEROS.
       01  WK-ESTADO-EJERCICIO     PIC X(1) VALUE SPACE.
           88 EJERCICIO-CERRADO    VALUE 'C'.
       01  WK-FECHA-CIERRE         PIC 9(8) VALUE ZEROS.
       01  WK-FECHA-APERTURA       PIC 9(8) VALUE ZEROS.
       01  WK-ID-CIERRE            PIC X(19) VALUE SPACES.
       01  WK-ID-APERTURA          PIC X(19) VALUE SPACES.
      * UN CIERRE COMPLEMENTARIO SIGUE LA NUMERACION DE LOS
      * ASIENTOS DE CIERRE Y APERTURA QUE YA EXISTEN.
       01  WK-SEC-CIERRE           PIC 9(5) VALUE ZEROS.
       01  WK-SEC-APERTURA         PIC 9(5) VALUE ZEROS.
       01  WK-FECHA-SESION         PIC 9(8) VALUE ZEROS.
       01  WK-HORA-SESION          PIC 9(8) VALUE ZEROS.

       01  WK-NOMBRE-DIARIO-ANIO   PIC X(30) VALUE SPACES.
       01  WK-NOMBRE-APERTURA-ANIO PIC X(30) VALUE SPACES.
       01  WK-NOMBRE-REPORTE       PIC X(30) VALUE SPACES.

      * CLASES DEL MAPA (FILAS 'K') Y LA CUENTA DE RESULTADOS.
       01  WK-MAX-CLASES           PIC 9(2) VALUE 30.
       01  CONT-CLASES             PIC 9(2) VALUE ZEROS.
       01  TABLA-CLASES.
           05 ENTRADA-CLASE        OCCURS 1 TO 30 TIMES
                                   DEPENDING ON CONT-CLASES.
              10 TK-CLASE          PIC X(1).
              10 TK-DESDE          PIC 9(8).
              10 TK-HASTA          PIC 9(8).
       01  WK-CUENTA-RESULTADOS    PIC 9(8) VALUE ZEROS.
       01  WK-CLASE                PIC X(1) VALUE SPACE.
           88 CLASE-RESULTADO      VALUES 'I', 'G'.

      * UNA ENTRADA POR CUENTA DEL MAYOR, ORDENADA POR CUENTA. EL
      * CIERRE ES LO QUE EL ASIENTO DE CIERRE LE MUEVE (DEUDOR).
       01  WK-MAX-CUENTAS          PIC 9(4) VALUE 500.
       01  CONT-CUENTAS            PIC 9(4) VALUE ZEROS.
       01  TABLA-CUENTAS.
           05 ENTRADA-CUENTA       OCCURS 1 TO 500 TIMES
                                   DEPENDING ON CONT-CUENTAS.
              10 TC-CUENTA-MAYOR   PIC 9(8).
              10 TC-CLASE          PIC X(1).
              10 TC-APERTURA       PIC S9(11)V99.
              10 TC-DEBE           PIC 9(11)V99.
              10 TC-HABER          PIC 9(11)V99.
              10 TC-CIERRE         PIC S9(11)V99.

       01  WK-INDICE               PIC 9(4) VALUE ZEROS.
       01  WK-INDICE-HALLADO       PIC 9(4) VALUE ZEROS.
       01  WK-INDICE-RESULTADOS    PIC 9(4) VALUE ZEROS.
       01  WK-CUENTA-BUSCADA       PIC 9(8) VALUE ZEROS.
       01  WK-SALDO                PIC S9(11)V99 VALUE ZEROS.
       01  WK-SALDO-FINAL          PIC S9(11)V99 VALUE ZEROS.
       01  WK-RESULTADO-DEUDOR     PIC S9(11)V99 VALUE ZEROS.
       01  WK-RESULTADO            PIC S9(11)V99 VALUE ZEROS.
       01  WK-IMPORTE              PIC 9(9)V99 VALUE ZEROS.
       01  WK-CUENTA-DEBE          PIC 9(8) VALUE ZEROS.
       01  WK-CUENTA-HABER         PIC 9(8) VALUE ZEROS.
       01  WK-TOTAL-EDITADO        PIC ----,---,---,--9.99.

      * LINEA DE ASIENTO QUE GENERA EL CIERRE, CON EL MISMO DIBUJO
      * QUE LAS DE DIARIO-CONTABLE.DAT.
       01  LINEA-ASIENTO.
           05 ASI-FECHA            PIC 9(8).
           05 ASI-ID-EJECUCION     PIC X(19).
           05 ASI-CUENTA-MAYOR     PIC 9(8).
           05 ASI-IMPORTE-DEBE     PIC 9(9)V99.
           05 ASI-IMPORTE-HABER    PIC 9(9)V99.
           05 ASI-CONCEPTO         PIC X(20).
           05 ASI-CODIGO-ORIGEN    PIC 9(5).
           05 ASI-LOTE-ORIGEN      PIC X(8).
           05 ASI-SECUENCIA-ORIGEN PIC 9(5).
           05 ASI-SUCURSAL         PIC 9(3).
           05 ASI-MONEDA           PIC X(3).
           05 ASI-PRODUCTO         PIC X(2).

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
           "CIERRA-EJERCICIO".
       01  WK-CLAVE-VEREDICTO      PIC X(1) VALUE SPACE.
           88 CLAVE-ACEPTADA       VALUE 'S'.

       01  WK-RESPUESTA-CERROJO    PIC X(1) VALUE SPACE.

      * BITACORA SELLADA (VER SELLA-BITACORA): NOMBRE DEL ARCHIVO
      * Y POSICIONES DE DATOS ANTES DE LA SECUENCIA Y EL SELLO.
       01  WK-SELLO-BITACORA       PIC X(30) VALUE "EJERCICIOS-LOG.DAT".
       01  WK-SELLO-LARGO          PIC 9(3) VALUE 069.

       01  LINEA-TITULO.
           05 FILLER               PIC X(35) VALUE SPACES.
           05 FILLER               PIC X(42)
              VALUE 'BALANCE DE COMPROBACION DE CIERRE'.

       01  LINEA-SUBTITULO.
           05 LS-TEXTO             PIC X(80).

       01  LINEA-CAB-BALANCE.
           05 FILLER               PIC X(09) VALUE 'CUENTA'.
           05 FILLER               PIC X(02) VALUE 'CL'.
           05 FILLER               PIC X(19)
              VALUE '           APERTURA'.
           05 FILLER               PIC X(18) VALUE '              DEBE'.
           05 FILLER               PIC X(18) VALUE '             HABER'.
           05 FILLER               PIC X(20)
              VALUE '      SALDO A CIERRE'.
           05 FILLER               PIC X(20)
              VALUE '     ASIENTO CIERRE'.
           05 FILLER               PIC X(20)
              VALUE '  SALDO DE APERTURA'.

       01  LINEA-BALANCE.
           05 LB-CUENTA            PIC 9(8).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LB-CLASE             PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LB-APERTURA          PIC ----,---,---,--9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LB-DEBE              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LB-HABER             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LB-ANTES             PIC ----,---,---,--9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LB-CIERRE            PIC ----,---,---,--9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LB-FINAL             PIC ----,---,---,--9.99.

       01  LINEA-RAYA              PIC X(132) VALUE ALL '='.
       01  LINEA-GUIONES           PIC X(132) VALUE ALL '-'.

       01  LINEA-TOTAL.
           05 LTO-ETIQUETA         PIC X(40).
           05 LTO-IMPORTE          PIC ----,---,---,--9.99.

       01  LINEA-CONTEO.
           05 LCO-ETIQUETA         PIC X(40).
           05 LCO-NUMERO           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           IF ACCION-CERRAR
               PERFORM 200-CERRAR-EJERCICIO
           ELSE
               PERFORM 270-REABRIR-EJERCICIO
           END-IF
           PERFORM 300-FINALIZAR
           STOP RUN.

       100-INICIALIZAR.
           DISPLAY "========================================"
           DISPLAY "  CIERRE DEL EJERCICIO CONTABLE"
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

           DISPLAY "ACCION: C CERRAR UN EJERCICIO, R REABRIRLO: "
           ACCEPT WK-ACCION
           IF NOT ACCION-VALIDA
               DISPLAY "ACCION INVALIDA: " WK-ACCION
               STOP RUN
           END-IF

           IF ACCION-CERRAR
               MOVE 2 TO WK-NIVEL-REQUERIDO
           ELSE
               MOVE 3 TO WK-NIVEL-REQUERIDO
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

      * SIN AÑO TECLEADO SE TOMA EL ANTERIOR AL DE LA FECHA DE
      * NEGOCIO, QUE ES EL QUE SE CIERRA EN ENERO.
           COMPUTE WK-EJERCICIO = WK-ANIO-NEGOCIO - 1
           DISPLAY "EJERCICIO (AAAA, EN BLANCO = " WK-EJERCICIO "): "
           ACCEPT WK-EJERCICIO-TECLEADO
           IF WK-EJERCICIO-TECLEADO NOT = SPACES
               IF WK-EJERCICIO-TECLEADO IS NOT NUMERIC
                   DISPLAY "EJERCICIO INVALIDO: " WK-EJERCICIO-TECLEADO
                   STOP RUN
               END-IF
               MOVE WK-EJERCICIO-TECLEADO TO WK-EJERCICIO
           END-IF

           COMPUTE WK-EJERCICIO-NUEVO = WK-EJERCICIO + 1
           COMPUTE WK-FECHA-CIERRE = WK-EJERCICIO * 10000 + 1231
           COMPUTE WK-FECHA-APERTURA =
               WK-EJERCICIO-NUEVO * 10000 + 0101
           STRING "CIERRE-" WK-EJERCICIO
               DELIMITED BY SIZE INTO WK-ID-CIERRE
           STRING "APERTURA-" WK-EJERCICIO-NUEVO
               DELIMITED BY SIZE INTO WK-ID-APERTURA
           STRING "DIARIO-" WK-EJERCICIO ".DAT"
               DELIMITED BY SIZE INTO WK-NOMBRE-DIARIO-ANIO
           STRING "SALDOS-MAYOR-" WK-EJERCICIO ".DAT"
               DELIMITED BY SIZE INTO WK-NOMBRE-APERTURA-ANIO
           STRING "BALANCE-CIERRE-" WK-EJERCICIO ".TXT"
               DELIMITED BY SIZE INTO WK-NOMBRE-REPORTE

           PERFORM 110-LEER-EJERCICIOS.

      * EL ESTADO DEL AÑO ES EL DE SU ULTIMO REGISTRO; SIN BITACORA
      * NINGUN AÑO SE CERRO TODAVIA.
       110-LEER-EJERCICIOS.
           MOVE 'A' TO WK-ESTADO-EJERCICIO
           OPEN INPUT ARCHIVO-EJERCICIOS

           IF FS-EJERCICIOS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-EJERCICIOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF EJL-EJERCICIO = WK-EJERCICIO
                           MOVE EJL-ESTADO TO WK-ESTADO-EJERCICIO
                           IF EJL-ESTADO = 'C'
                               MOVE 'S' TO SW-CERRADO-ANTES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-EJERCICIOS.

      * SOLO LAS FILAS 'K'; LAS DEMAS SON DEL POSTEO.
       120-CARGAR-CLASES.
           OPEN INPUT ARCHIVO-MAPA

           IF FS-MAPA NOT = '00'
               DISPLAY "SIN MAPA-CONTABLE.DAT NO SE SABE QUE CUENTAS"
                       " CERRAR: " FS-MAPA
               STOP RUN
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-MAPA
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF MAP-TIPO = 'K'
                           PERFORM 125-ALTA-CLASE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MAPA

           IF WK-CUENTA-RESULTADOS = ZEROS
               DISPLAY "MAPA-CONTABLE.DAT SIN CUENTA DE RESULTADOS"
                       " ACUMULADOS (FILA 'K' CLASE 'R'): NO SE CIERRA"
               STOP RUN
           END-IF

           IF NOT HAY-RESULTADOS
               DISPLAY "AVISO: MAPA-CONTABLE.DAT SIN CUENTAS DE"
                       " INGRESOS NI GASTOS (FILAS 'K' 'I'/'G')"
           END-IF.

       125-ALTA-CLASE.
           EVALUATE MAP-SENTIDO
               WHEN 'R'
                   MOVE MAP-CUENTA-DEBE TO WK-CUENTA-RESULTADOS
               WHEN 'I'
               WHEN 'G'
                   IF CONT-CLASES >= WK-MAX-CLASES
                       DISPLAY "*** MAS DE " WK-MAX-CLASES
                               " FILAS DE CLASE EN EL MAPA ***"
                       STOP RUN
                   END-IF
                   MOVE 'S' TO SW-HAY-RESULTADOS
                   ADD 1 TO CONT-CLASES
                   MOVE MAP-SENTIDO      TO TK-CLASE(CONT-CLASES)
                   MOVE MAP-CUENTA-DEBE  TO TK-DESDE(CONT-CLASES)
                   MOVE MAP-CUENTA-HABER TO TK-HASTA(CONT-CLASES)
               WHEN OTHER
                   DISPLAY "AVISO: FILA 'K' CON CLASE '" MAP-SENTIDO
                           "' DESCONOCIDA, IGNORADA"
           END-EVALUATE.

      * EN UN CIERRE COMPLEMENTARIO LA APERTURA DEL AÑO YA SE
      * TRASPASO AL AÑO SIGUIENTE: NO SE VUELVE A CARGAR.
       130-CARGAR-APERTURA.
           OPEN INPUT ARCHIVO-APERTURA

           IF FS-APERTURA NOT = '00'
               DISPLAY "AVISO: SIN SALDOS-MAYOR.DAT, APERTURA EN CERO"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-APERTURA
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       MOVE SMA-CUENTA-MAYOR TO WK-CUENTA-BUSCADA
                       PERFORM 400-BUSCAR-CUENTA
                       IF WK-INDICE-HALLADO > ZEROS
                           ADD SMA-SALDO
                               TO TC-APERTURA(WK-INDICE-HALLADO)
                           ADD SMA-SALDO TO TOTAL-APERTURA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-APERTURA.

      *****************************************************************
      * CIERRE: SE ACUMULA EL AÑO, SE CALCULA EL ASIENTO DE CIERRE,
      * SE PIDE CONFIRMACION Y RECIEN ENTONCES SE TOCAN LOS
      * ARCHIVOS. UN AÑO CERRADO, UNO QUE NO TERMINO O UN DIARIO DEL
      * AÑO QUE NO CUADRA NO SE CIERRAN.
      *****************************************************************
       200-CERRAR-EJERCICIO.
           IF EJERCICIO-CERRADO
               DISPLAY "EL EJERCICIO " WK-EJERCICIO
                       " YA ESTA CERRADO"
               STOP RUN
           END-IF

           IF WK-EJERCICIO >= WK-ANIO-NEGOCIO
               DISPLAY "EL EJERCICIO " WK-EJERCICIO " NO TERMINO"
                       " (FECHA DE NEGOCIO " WK-FECHA-NEGOCIO ")"
               STOP RUN
           END-IF

           PERFORM 120-CARGAR-CLASES

           IF CERRADO-ANTES
               DISPLAY "EL EJERCICIO SE REABRIO: CIERRE"
                       " COMPLEMENTARIO DE LO POSTEADO DESPUES"
           ELSE
               PERFORM 130-CARGAR-APERTURA
           END-IF

           PERFORM 210-ACUMULAR-DIARIO
           IF CERRADO-ANTES
               PERFORM 212-CONTAR-CIERRE
           END-IF

           IF TABLA-LLENA
               DISPLAY "*** MAS DE " WK-MAX-CUENTAS " CUENTAS DEL"
                       " MAYOR: NO SE CIERRA ***"
               STOP RUN
           END-IF

           IF TOTAL-DEBE NOT = TOTAL-HABER
               MOVE TOTAL-DEBE TO WK-TOTAL-EDITADO
               DISPLAY "DEBE DEL EJERCICIO:  " WK-TOTAL-EDITADO
               MOVE TOTAL-HABER TO WK-TOTAL-EDITADO
               DISPLAY "HABER DEL EJERCICIO: " WK-TOTAL-EDITADO
               DISPLAY "*** EL DIARIO DEL EJERCICIO NO CUADRA: NO SE"
                       " CIERRA (VER BALANCE-COMPROBACION) ***"
               STOP RUN
           END-IF

           PERFORM 220-CALCULAR-CIERRE

           DISPLAY " "
           DISPLAY "LINEAS DEL EJERCICIO:       " CONT-LINEAS-ANIO
           DISPLAY "LINEAS POSTERIORES:         " CONT-LINEAS-DESPUES
           DISPLAY "CUENTAS DE RESULTADO:       " CONT-CUENTAS-CERRADAS
           MOVE WK-RESULTADO TO WK-TOTAL-EDITADO
           DISPLAY "RESULTADO DEL EJERCICIO:    " WK-TOTAL-EDITADO
           DISPLAY "CUENTA DE RESULTADOS:       " WK-CUENTA-RESULTADOS
           DISPLAY "CONFIRMA EL CIERRE DEL EJERCICIO " WK-EJERCICIO
                   "? (S/N): "
           ACCEPT WK-CONFIRMA
           IF WK-CONFIRMA NOT = 'S'
               DISPLAY "CIERRE CANCELADO, NO SE TOCO NINGUN ARCHIVO"
               STOP RUN
           END-IF

           PERFORM 230-ESCRIBIR-DIARIOS
           IF NOT CERRADO-ANTES
               PERFORM 240-ARCHIVAR-APERTURA
           END-IF
           PERFORM 250-ESCRIBIR-BALANCE

           MOVE "CIERRE" TO EJL-ACCION
           IF CERRADO-ANTES
               MOVE "CIERRE COMPL" TO EJL-ACCION
           END-IF
           MOVE 'C' TO EJL-ESTADO
           MOVE SPACES TO WK-MOTIVO
           STRING "RESULTADO " WK-TOTAL-EDITADO
               DELIMITED BY SIZE INTO WK-MOTIVO
           PERFORM 260-REGISTRAR-EJERCICIO.

      * LAS LINEAS FECHADAS HASTA EL FIN DEL AÑO SON DEL EJERCICIO;
      * LAS POSTERIORES PASAN AL DIARIO NUEVO SIN TOCARSE.
       210-ACUMULAR-DIARIO.
           OPEN INPUT ARCHIVO-DIARIO

           IF FS-DIARIO NOT = '00'
               DISPLAY "AVISO: SIN DIARIO-CONTABLE.DAT, EL EJERCICIO"
                       " NO TIENE MOVIMIENTOS"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-DIARIO
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF DIA-ANIO > WK-EJERCICIO
                           ADD 1 TO CONT-LINEAS-DESPUES
                           IF DIA-ID-EJECUCION = WK-ID-APERTURA
                               ADD 1 TO WK-SEC-APERTURA
                           END-IF
                       ELSE
                           ADD 1 TO CONT-LINEAS-ANIO
                           PERFORM 215-ACUMULAR-LINEA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-DIARIO.

       212-CONTAR-CIERRE.
           OPEN INPUT ARCHIVO-DIARIO-ANIO

           IF FS-DIARIO-ANIO NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-DIARIO-ANIO INTO REG-DIARIO
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF DIA-ID-EJECUCION = WK-ID-CIERRE
                           MOVE DIA-SECUENCIA-ORIGEN TO WK-SEC-CIERRE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-DIARIO-ANIO.

       215-ACUMULAR-LINEA.
           ADD DIA-IMPORTE-DEBE  TO TOTAL-DEBE
           ADD DIA-IMPORTE-HABER TO TOTAL-HABER
           MOVE DIA-CUENTA-MAYOR TO WK-CUENTA-BUSCADA
           PERFORM 400-BUSCAR-CUENTA
           IF WK-INDICE-HALLADO > ZEROS
               ADD DIA-IMPORTE-DEBE  TO TC-DEBE(WK-INDICE-HALLADO)
               ADD DIA-IMPORTE-HABER TO TC-HABER(WK-INDICE-HALLADO)
           END-IF.

      * CADA CUENTA DE INGRESOS O GASTOS QUEDA EN CERO Y SU SALDO
      * VA A RESULTADOS ACUMULADOS. EL RESULTADO SE INFORMA
      * ACREEDOR: POSITIVO ES BENEFICIO.
       220-CALCULAR-CIERRE.
           MOVE WK-CUENTA-RESULTADOS TO WK-CUENTA-BUSCADA
           PERFORM 400-BUSCAR-CUENTA
           IF TABLA-LLENA
               DISPLAY "*** MAS DE " WK-MAX-CUENTAS " CUENTAS DEL"
                       " MAYOR: NO SE CIERRA ***"
               STOP RUN
           END-IF

           MOVE ZEROS TO WK-RESULTADO-DEUDOR
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CUENTAS
               MOVE TC-CUENTA-MAYOR(WK-INDICE) TO WK-CUENTA-BUSCADA
               PERFORM 410-CLASIFICAR-CUENTA
               MOVE WK-CLASE TO TC-CLASE(WK-INDICE)
               MOVE ZEROS TO TC-CIERRE(WK-INDICE)
               COMPUTE WK-SALDO = TC-APERTURA(WK-INDICE)
                   + TC-DEBE(WK-INDICE) - TC-HABER(WK-INDICE)
               IF CLASE-RESULTADO AND WK-SALDO NOT = ZEROS
                   COMPUTE TC-CIERRE(WK-INDICE) = ZERO - WK-SALDO
                   ADD WK-SALDO TO WK-RESULTADO-DEUDOR
                   ADD 1 TO CONT-CUENTAS-CERRADAS
               END-IF
           END-PERFORM

           MOVE WK-CUENTA-RESULTADOS TO WK-CUENTA-BUSCADA
           PERFORM 400-BUSCAR-CUENTA
           MOVE WK-INDICE-HALLADO TO WK-INDICE-RESULTADOS
           MOVE WK-RESULTADO-DEUDOR TO TC-CIERRE(WK-INDICE-RESULTADOS)
           COMPUTE WK-RESULTADO = ZERO - WK-RESULTADO-DEUDOR.

      *****************************************************************
      * PRIMERO EL DIARIO NUEVO EN EL ARCHIVO DE TRABAJO (ASIENTO DE
      * APERTURA Y LINEAS POSTERIORES AL AÑO) Y LAS LINEAS DEL AÑO
      * MAS EL ASIENTO DE CIERRE EN DIARIO-AAAA.DAT (QUE NUNCA SE
      * TRUNCA: UN CIERRE COMPLEMENTARIO SE AGREGA AL PRIMERO). SOLO
      * CON TODO ESCRITO SE REEMPLAZA DIARIO-CONTABLE.DAT.
      *****************************************************************
       230-ESCRIBIR-DIARIOS.
           OPEN OUTPUT ARCHIVO-TRABAJO
           IF FS-TRABAJO NOT = '00'
               DISPLAY "ERROR ABRIENDO CIERRE-TRABAJO.DAT: " FS-TRABAJO
               STOP RUN
           END-IF

           OPEN EXTEND ARCHIVO-DIARIO-ANIO
           IF FS-DIARIO-ANIO = '35'
               OPEN OUTPUT ARCHIVO-DIARIO-ANIO
               CLOSE ARCHIVO-DIARIO-ANIO
               OPEN EXTEND ARCHIVO-DIARIO-ANIO
           END-IF
           IF FS-DIARIO-ANIO NOT = '00'
               DISPLAY "ERROR ABRIENDO " WK-NOMBRE-DIARIO-ANIO ": "
                       FS-DIARIO-ANIO
               STOP RUN
           END-IF

           PERFORM 232-ESCRIBIR-APERTURA

           OPEN INPUT ARCHIVO-DIARIO
           IF FS-DIARIO = '00'
               MOVE 'N' TO SW-FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-DIARIO
                       AT END
                           MOVE 'S' TO SW-FIN-ARCHIVO
                       NOT AT END
                           IF DIA-ANIO > WK-EJERCICIO
                               WRITE REG-TRABAJO FROM REG-DIARIO
                           ELSE
                               WRITE REG-DIARIO-ANIO FROM REG-DIARIO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-DIARIO
           END-IF

           PERFORM 234-ESCRIBIR-CIERRE

           CLOSE ARCHIVO-TRABAJO
                 ARCHIVO-DIARIO-ANIO

           OPEN INPUT ARCHIVO-TRABAJO
           OPEN OUTPUT ARCHIVO-DIARIO
           IF FS-TRABAJO NOT = '00' OR FS-DIARIO NOT = '00'
               DISPLAY "*** ERROR REEMPLAZANDO DIARIO-CONTABLE.DAT ("
                       FS-TRABAJO "/" FS-DIARIO "): EL DIARIO NUEVO"
                       " QUEDO EN CIERRE-TRABAJO.DAT ***"
               STOP RUN
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-TRABAJO
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       WRITE REG-DIARIO FROM REG-TRABAJO
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-TRABAJO
                 ARCHIVO-DIARIO.

      * UNA LINEA POR CUENTA DE BALANCE CON SALDO: DEUDORA AL DEBE,
      * ACREEDORA AL HABER. LAS DE RESULTADO QUEDARON EN CERO.
       232-ESCRIBIR-APERTURA.
           MOVE WK-FECHA-APERTURA TO ASI-FECHA
           MOVE WK-ID-APERTURA    TO ASI-ID-EJECUCION
           MOVE "ASIENTO DE APERTURA" TO ASI-CONCEPTO
           MOVE ZEROS             TO ASI-CODIGO-ORIGEN
           MOVE "APERTURA"        TO ASI-LOTE-ORIGEN
           MOVE ZEROS             TO ASI-SUCURSAL
           MOVE SPACES            TO ASI-MONEDA
                                     ASI-PRODUCTO

           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CUENTAS
               COMPUTE WK-SALDO-FINAL = TC-APERTURA(WK-INDICE)
                   + TC-DEBE(WK-INDICE) - TC-HABER(WK-INDICE)
                   + TC-CIERRE(WK-INDICE)
               IF WK-SALDO-FINAL NOT = ZEROS
                   ADD 1 TO CONT-LINEAS-APERTURA
                   COMPUTE ASI-SECUENCIA-ORIGEN =
                       WK-SEC-APERTURA + CONT-LINEAS-APERTURA
                   MOVE TC-CUENTA-MAYOR(WK-INDICE) TO ASI-CUENTA-MAYOR
                   IF WK-SALDO-FINAL > ZEROS
                       MOVE WK-SALDO-FINAL TO ASI-IMPORTE-DEBE
                       MOVE ZEROS          TO ASI-IMPORTE-HABER
                   ELSE
                       MOVE ZEROS          TO ASI-IMPORTE-DEBE
                       COMPUTE ASI-IMPORTE-HABER =
                           ZERO - WK-SALDO-FINAL
                   END-IF
                   ADD ASI-IMPORTE-DEBE TO TOTAL-APERTURA-NUEVA
                   WRITE REG-TRABAJO FROM LINEA-ASIENTO
               END-IF
           END-PERFORM.

      * UN PAR DE LINEAS POR CUENTA DE RESULTADO, LA DEL DEBE
      * PRIMERO, CON EL MISMO ORIGEN ("CIERRE", SECUENCIA) COMO LOS
      * ASIENTOS DE POSTEA-DIARIO. GASTO (DEUDORA): DEBE
      * RESULTADOS, HABER LA CUENTA; INGRESO: AL REVES.
       234-ESCRIBIR-CIERRE.
           MOVE WK-FECHA-CIERRE   TO ASI-FECHA
           MOVE WK-ID-CIERRE      TO ASI-ID-EJECUCION
           MOVE "ASIENTO DE CIERRE" TO ASI-CONCEPTO
           MOVE ZEROS             TO ASI-CODIGO-ORIGEN
           MOVE "CIERRE"          TO ASI-LOTE-ORIGEN
           MOVE ZEROS             TO ASI-SUCURSAL
           MOVE SPACES            TO ASI-MONEDA
                                     ASI-PRODUCTO

           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CUENTAS
               IF TC-CIERRE(WK-INDICE) NOT = ZEROS
                   AND WK-INDICE NOT = WK-INDICE-RESULTADOS
                   PERFORM 236-ESCRIBIR-PAR-CIERRE
               END-IF
           END-PERFORM.

       236-ESCRIBIR-PAR-CIERRE.
           IF TC-CIERRE(WK-INDICE) < ZEROS
               MOVE WK-CUENTA-RESULTADOS       TO WK-CUENTA-DEBE
               MOVE TC-CUENTA-MAYOR(WK-INDICE) TO WK-CUENTA-HABER
               COMPUTE WK-IMPORTE = ZERO - TC-CIERRE(WK-INDICE)
           ELSE
               MOVE TC-CUENTA-MAYOR(WK-INDICE) TO WK-CUENTA-DEBE
               MOVE WK-CUENTA-RESULTADOS       TO WK-CUENTA-HABER
               MOVE TC-CIERRE(WK-INDICE)       TO WK-IMPORTE
           END-IF

           ADD 1 TO CONT-LINEAS-CIERRE
           COMPUTE ASI-SECUENCIA-ORIGEN =
               WK-SEC-CIERRE + CONT-LINEAS-CIERRE
           MOVE WK-CUENTA-DEBE     TO ASI-CUENTA-MAYOR
           MOVE WK-IMPORTE         TO ASI-IMPORTE-DEBE
           MOVE ZEROS              TO ASI-IMPORTE-HABER
           WRITE REG-DIARIO-ANIO FROM LINEA-ASIENTO
           MOVE WK-CUENTA-HABER    TO ASI-CUENTA-MAYOR
           MOVE ZEROS              TO ASI-IMPORTE-DEBE
           MOVE WK-IMPORTE         TO ASI-IMPORTE-HABER
           WRITE REG-DIARIO-ANIO FROM LINEA-ASIENTO.

      * LA APERTURA DEL AÑO QUE SE CIERRA QUEDA GUARDADA CON EL AÑO
      * EN EL NOMBRE; SALDOS-MAYOR.DAT QUEDA VACIO PORQUE LA
      * APERTURA DEL AÑO NUEVO VA EN EL DIARIO.
       240-ARCHIVAR-APERTURA.
           OPEN INPUT ARCHIVO-APERTURA
           IF FS-APERTURA NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ARCHIVO-APERTURA-ANIO
           IF FS-APERTURA-ANIO NOT = '00'
               DISPLAY "*** ERROR ABRIENDO " WK-NOMBRE-APERTURA-ANIO
                       ": " FS-APERTURA-ANIO " (SALDOS-MAYOR.DAT NO"
                       " SE TOCO; VACIARLO A MANO) ***"
               CLOSE ARCHIVO-APERTURA
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-APERTURA
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-SALDOS-ARCHIVADOS
                       WRITE REG-APERTURA-ANIO FROM REG-APERTURA
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-APERTURA
                 ARCHIVO-APERTURA-ANIO

           OPEN OUTPUT ARCHIVO-APERTURA
           CLOSE ARCHIVO-APERTURA.

       250-ESCRIBIR-BALANCE.
           OPEN OUTPUT ARCHIVO-REPORTE
           IF FS-REPORTE NOT = '00'
               DISPLAY "*** ERROR ABRIENDO " WK-NOMBRE-REPORTE ": "
                       FS-REPORTE " ***"
               EXIT PARAGRAPH
           END-IF

           MOVE LINEA-RAYA TO REG-REPORTE
           WRITE REG-REPORTE
           WRITE REG-REPORTE FROM LINEA-TITULO
           MOVE LINEA-RAYA TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO LS-TEXTO
           STRING "EJERCICIO " WK-EJERCICIO
                  "   CERRADO POR " WK-OPERADOR
                  " EL " WK-FECHA-SESION
               DELIMITED BY SIZE INTO LS-TEXTO
           WRITE REG-REPORTE FROM LINEA-SUBTITULO
           IF CERRADO-ANTES
               MOVE SPACES TO LS-TEXTO
               STRING "CIERRE COMPLEMENTARIO: SOLO LO POSTEADO"
                      " DESPUES DE LA REAPERTURA"
                   DELIMITED BY SIZE INTO LS-TEXTO
               WRITE REG-REPORTE FROM LINEA-SUBTITULO
           END-IF
           MOVE SPACES TO LS-TEXTO
           STRING "SALDOS DEUDORES +, ACREEDORES -. CLASE: I"
                  " INGRESOS, G GASTOS, R RESULTADOS"
               DELIMITED BY SIZE INTO LS-TEXTO
           WRITE REG-REPORTE FROM LINEA-SUBTITULO
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           WRITE REG-REPORTE FROM LINEA-CAB-BALANCE
           MOVE LINEA-GUIONES TO REG-REPORTE
           WRITE REG-REPORTE

           MOVE ZEROS TO TOTAL-ANTES
                         TOTAL-FINAL
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CUENTAS
               COMPUTE WK-SALDO = TC-APERTURA(WK-INDICE)
                   + TC-DEBE(WK-INDICE) - TC-HABER(WK-INDICE)
               COMPUTE WK-SALDO-FINAL = WK-SALDO
                   + TC-CIERRE(WK-INDICE)
               ADD WK-SALDO       TO TOTAL-ANTES
               ADD WK-SALDO-FINAL TO TOTAL-FINAL
               MOVE TC-CUENTA-MAYOR(WK-INDICE) TO LB-CUENTA
               MOVE TC-CLASE(WK-INDICE)        TO LB-CLASE
               MOVE TC-APERTURA(WK-INDICE)     TO LB-APERTURA
               MOVE TC-DEBE(WK-INDICE)         TO LB-DEBE
               MOVE TC-HABER(WK-INDICE)        TO LB-HABER
               MOVE WK-SALDO                   TO LB-ANTES
               MOVE TC-CIERRE(WK-INDICE)       TO LB-CIERRE
               MOVE WK-SALDO-FINAL             TO LB-FINAL
               WRITE REG-REPORTE FROM LINEA-BALANCE
           END-PERFORM

           MOVE LINEA-GUIONES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE 'TOTALES'      TO LB-CUENTA(1:8)
           MOVE SPACE          TO LB-CLASE
           MOVE TOTAL-APERTURA TO LB-APERTURA
           MOVE TOTAL-DEBE     TO LB-DEBE
           MOVE TOTAL-HABER    TO LB-HABER
           MOVE TOTAL-ANTES    TO LB-ANTES
           MOVE ZEROS          TO LB-CIERRE
           MOVE TOTAL-FINAL    TO LB-FINAL
           WRITE REG-REPORTE FROM LINEA-BALANCE

           IF TOTAL-DEBE = TOTAL-HABER AND TOTAL-FINAL = ZEROS
               MOVE "SUMAS IGUALES: DEBE = HABER" TO LS-TEXTO
           ELSE
               MOVE SPACES TO LS-TEXTO
               STRING "*** SUMAS DESCUADRADAS: LA APERTURA DEL"
                      " EJERCICIO NO CUADRABA ***"
                   DELIMITED BY SIZE INTO LS-TEXTO
           END-IF
           WRITE REG-REPORTE FROM LINEA-SUBTITULO

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "RESULTADO DEL EJERCICIO (BENEFICIO +):" TO LTO-ETIQUETA
           MOVE WK-RESULTADO TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "CUENTA DE RESULTADOS ACUMULADOS:" TO LCO-ETIQUETA
           MOVE SPACES TO REG-REPORTE
           STRING LCO-ETIQUETA WK-CUENTA-RESULTADOS
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "LINEAS DEL EJERCICIO:" TO LCO-ETIQUETA
           MOVE CONT-LINEAS-ANIO TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "LINEAS DEL ASIENTO DE CIERRE:" TO LCO-ETIQUETA
           MOVE CONT-LINEAS-CIERRE TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "LINEAS DEL ASIENTO DE APERTURA:" TO LCO-ETIQUETA
           MOVE CONT-LINEAS-APERTURA TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "TOTAL DEL ASIENTO DE APERTURA:" TO LTO-ETIQUETA
           MOVE TOTAL-APERTURA-NUEVA TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL

           CLOSE ARCHIVO-REPORTE.

      * EJERCICIOS-LOG.DAT NUNCA SE TRUNCA: CADA CIERRE O
      * REAPERTURA SE AGREGA A LOS ANTERIORES, SELLADO.
       260-REGISTRAR-EJERCICIO.
           OPEN EXTEND ARCHIVO-EJERCICIOS

           IF FS-EJERCICIOS = '35'
               OPEN OUTPUT ARCHIVO-EJERCICIOS
               CLOSE ARCHIVO-EJERCICIOS
               OPEN EXTEND ARCHIVO-EJERCICIOS
           END-IF

           IF FS-EJERCICIOS NOT = '00'
               DISPLAY "*** ERROR ABRIENDO EJERCICIOS-LOG.DAT: "
                       FS-EJERCICIOS " ***"
               STOP RUN
           END-IF

           MOVE WK-FECHA-SESION      TO EJL-FECHA
           MOVE WK-HORA-SESION(1:6)  TO EJL-HORA
           MOVE WK-OPERADOR          TO EJL-OPERADOR
           MOVE WK-EJERCICIO         TO EJL-EJERCICIO
           MOVE WK-MOTIVO            TO EJL-MOTIVO
           CALL "SELLA-BITACORA" USING WK-SELLO-BITACORA
                                       REG-EJERCICIO
                                       WK-SELLO-LARGO
                                       EJL-SECUENCIA
                                       EJL-SELLO
           IF EJL-SECUENCIA = ZEROS
               DISPLAY "ERROR: SIN SELLO PARA "
                       WK-SELLO-BITACORA
               DISPLAY "NO SE GRABA; PROCESO DETENIDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE REG-EJERCICIO

           CLOSE ARCHIVO-EJERCICIOS.

      * REABRIR NO DESHACE NADA: SOLO VUELVE A PERMITIR QUE SE
      * POSTEE EN EL AÑO. LO QUE ENTRE SE SALDA VOLVIENDO A CERRAR.
       270-REABRIR-EJERCICIO.
           IF NOT EJERCICIO-CERRADO
               DISPLAY "EL EJERCICIO " WK-EJERCICIO
                       " NO ESTA CERRADO"
               STOP RUN
           END-IF

           DISPLAY "MOTIVO DE LA REAPERTURA (30 CARACTERES): "
           ACCEPT WK-MOTIVO
           IF WK-MOTIVO = SPACES
               DISPLAY "SIN MOTIVO NO SE REABRE EL EJERCICIO"
               STOP RUN
           END-IF

           DISPLAY "LO QUE SE POSTEE EN " WK-EJERCICIO " QUEDA PARA"
                   " UN CIERRE COMPLEMENTARIO"
           DISPLAY "CONFIRMA LA REAPERTURA DEL EJERCICIO "
                   WK-EJERCICIO "? (S/N): "
           ACCEPT WK-CONFIRMA
           IF WK-CONFIRMA NOT = 'S'
               DISPLAY "REAPERTURA CANCELADA"
               STOP RUN
           END-IF

           MOVE "REAPERTURA" TO EJL-ACCION
           MOVE 'A' TO EJL-ESTADO
           PERFORM 260-REGISTRAR-EJERCICIO.

       300-FINALIZAR.
           DISPLAY " "
           IF ACCION-REABRIR
               DISPLAY "EJERCICIO " WK-EJERCICIO " REABIERTO"
               DISPLAY "CONSTANCIA EN: EJERCICIOS-LOG.DAT"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "EJERCICIO " WK-EJERCICIO " CERRADO"
           DISPLAY "LINEAS DEL ASIENTO DE CIERRE:   " CONT-LINEAS-CIERRE
           DISPLAY "LINEAS DEL ASIENTO DE APERTURA: "
                   CONT-LINEAS-APERTURA
           DISPLAY "LINEAS PASADAS AL DIARIO NUEVO: "
                   CONT-LINEAS-DESPUES
           DISPLAY "DIARIO DEL EJERCICIO EN:  " WK-NOMBRE-DIARIO-ANIO
           IF NOT CERRADO-ANTES
               DISPLAY "APERTURA DEL EJERCICIO EN: "
                       WK-NOMBRE-APERTURA-ANIO
           END-IF
           DISPLAY "BALANCE DE CIERRE EN:     " WK-NOMBRE-REPORTE
           DISPLAY "CONSTANCIA EN: EJERCICIOS-LOG.DAT".

      *****************************************************************
      * BUSCA WK-CUENTA-BUSCADA EN LA TABLA; SI NO ESTA LA DA DE
      * ALTA EN SU LUGAR (LA TABLA QUEDA ORDENADA POR CUENTA). DEJA
      * LA POSICION EN WK-INDICE-HALLADO, EN CERO SI NO HAY LUGAR.
      *****************************************************************
       400-BUSCAR-CUENTA.
           MOVE ZEROS TO WK-INDICE-HALLADO
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CUENTAS
                   OR TC-CUENTA-MAYOR(WK-INDICE) >= WK-CUENTA-BUSCADA
               CONTINUE
           END-PERFORM

           IF WK-INDICE <= CONT-CUENTAS
               IF TC-CUENTA-MAYOR(WK-INDICE) = WK-CUENTA-BUSCADA
                   MOVE WK-INDICE TO WK-INDICE-HALLADO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF CONT-CUENTAS >= WK-MAX-CUENTAS
               MOVE 'S' TO SW-TABLA-LLENA
               EXIT PARAGRAPH
           END-IF

           MOVE WK-INDICE TO WK-INDICE-HALLADO
           ADD 1 TO CONT-CUENTAS
           PERFORM VARYING WK-INDICE FROM CONT-CUENTAS BY -1
                   UNTIL WK-INDICE <= WK-INDICE-HALLADO
               MOVE ENTRADA-CUENTA(WK-INDICE - 1)
                   TO ENTRADA-CUENTA(WK-INDICE)
           END-PERFORM

           MOVE WK-CUENTA-BUSCADA
               TO TC-CUENTA-MAYOR(WK-INDICE-HALLADO)
           MOVE SPACE TO TC-CLASE(WK-INDICE-HALLADO)
           MOVE ZEROS TO TC-APERTURA(WK-INDICE-HALLADO)
           MOVE ZEROS TO TC-DEBE(WK-INDICE-HALLADO)
           MOVE ZEROS TO TC-HABER(WK-INDICE-HALLADO)
           MOVE ZEROS TO TC-CIERRE(WK-INDICE-HALLADO).

      * CLASE DE WK-CUENTA-BUSCADA EN WK-CLASE: 'R' LA CUENTA DE
      * RESULTADOS, 'I'/'G' SI CAE EN UNA FILA DE CLASE, EN BLANCO
      * (BALANCE) SI NO. USA WK-INDICE-HALLADO COMO INDICE.
       410-CLASIFICAR-CUENTA.
           MOVE SPACE TO WK-CLASE
           IF WK-CUENTA-BUSCADA = WK-CUENTA-RESULTADOS
               MOVE 'R' TO WK-CLASE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WK-INDICE-HALLADO FROM 1 BY 1
                   UNTIL WK-INDICE-HALLADO > CONT-CLASES
                   OR WK-CLASE NOT = SPACE
               IF WK-CUENTA-BUSCADA >= TK-DESDE(WK-INDICE-HALLADO)
                   AND WK-CUENTA-BUSCADA <= TK-HASTA(WK-INDICE-HALLADO)
                   MOVE TK-CLASE(WK-INDICE-HALLADO) TO WK-CLASE
               END-IF
           END-PERFORM.

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
               MOVE "CIERRA-EJERCICIO"   TO INT-PROGRAMA
               MOVE WK-NIVEL-OPERADOR    TO INT-NIVEL
               MOVE WK-NIVEL-REQUERIDO   TO INT-NIVEL-REQUERIDO
               WRITE REG-INTENTO
               CLOSE ARCHIVO-INTENTOS
           END-IF.

      * CON EL CERROJO PUESTO LA CADENA PUEDE ESTAR POSTEANDO: SOLO
      * UN SUPERVISOR PUEDE SEGUIR, Y SOLO SI LO CONFIRMA
      * EXPRESAMENTE. TODOS LOS DEMAS VUELVEN CUANDO LA NOCHE
      * TERMINE.
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
