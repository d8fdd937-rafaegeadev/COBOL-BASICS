       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCULA-ENCAJE.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: ENCAJE LEGAL (RESERVA MINIMA) Y SU DECLARACION
      * PROPOSITO: EL BANCO CENTRAL EXIGE MANTENER EN NUESTRA CUENTA
      *            CON EL UNA RESERVA IGUAL A UN COEFICIENTE SOBRE LOS
      *            DEPOSITOS COMPUTABLES, EN PROMEDIO SOBRE LOS DIAS
      *            CALENDARIO DEL PERIODO DE MANTENIMIENTO.
      *            PROYECTA-LIQUIDEZ SOLO MIRA HACIA ADELANTE; ESTE
      *            PROGRAMA MIRA EL PERIODO ENTERO. CADA NOCHE:
      *            -- CLASIFICA LOS DEPOSITOS EN LAS CATEGORIAS DEL
      *               REGULADOR SEGUN ENCAJE-COEFICIENTES.DAT: LOS
      *               SALDOS ACREEDORES DE MAESTRO-NUEVO.DAT POR
      *               PRODUCTO-MAESTRO (BLANCO SE TRATA COMO "CC") Y
      *               LOS PLAZOS VIGENTES DE PLAZOS.DAT POR SU PLAZO
      *               PACTADO EN DIAS (APERTURA A VENCIMIENTO). GANA
      *               LA PRIMERA FILA QUE CALZA, ASI LAS PARTICULARES
      *               VAN ANTES QUE LAS GENERALES. TODO SE PASA A EUR
      *               CON TASAS-CAMBIO.DAT;
      *            -- TOMA DEL MAYOR LA TENENCIA EN EL BANCO CENTRAL:
      *               SALDO DE APERTURA (SALDOS-MAYOR.DAT) MAS LO
      *               POSTEADO EN DIARIO-CONTABLE.DAT HASTA HOY EN LA
      *               CUENTA DE ENCAJE-PARAMETROS.DAT, COMO LA
      *               ACUMULA BALANCE-COMPROBACION (SALDO DEUDOR);
      *            -- GUARDA LA FOTO DEL DIA EN ENCAJE-DIARIO.DAT Y
      *               PROMEDIA EL PERIODO: EL DIA SIN FOTO (FIN DE
      *               SEMANA, FERIADO) ARRASTRA LA ANTERIOR Y LOS DIAS
      *               QUE FALTAN SE PROYECTAN CON LA DE HOY;
      *            -- DEJA EN ENCAJE-SEGUIMIENTO.TXT LA BASE Y LA
      *               RESERVA EXIGIDA POR CATEGORIA, LA TENENCIA
      *               PROMEDIO Y LA TENENCIA DIARIA QUE HACE FALTA EL
      *               RESTO DEL PERIODO, CON AVISO SI VAMOS CORTOS;
      *            -- DESDE EL ULTIMO DIA HABIL DEL PERIODO (LOS DIAS
      *               QUE QUEDAN NO TIENEN CORRIDA Y ARRASTRAN LA FOTO
      *               DE ESE DIA) EMITE LA DECLARACION
      *               DECLARACION-ENCAJE-AAAAMMDD.DAT (FECHA DE FIN
      *               DEL PERIODO).
      *            LOS PERIODOS DE MANTENIMIENTO VIENEN EN
      *            ENCAJE-PERIODOS.DAT (INICIO Y FIN, COMO LOS
      *            PUBLICA EL BANCO CENTRAL); SIN ARCHIVO O SIN FILA
      *            PARA HOY, EL PERIODO ES EL MES CALENDARIO.
      *            CORRE DESATENDIDO DESPUES DE POSTEA-DIARIO, PARA
      *            QUE EL MAYOR YA TENGA LA CORRIDA DE LA NOCHE.
      *            RC 16 ERROR DE ARCHIVO, 12 TABLA LLENA, 04 RESERVA
      *            CORTA O DEPOSITOS SIN CATEGORIA O SIN TASA.
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

           SELECT ARCHIVO-PARAMETROS
               ASSIGN TO "ENCAJE-PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT ARCHIVO-PERIODOS
               ASSIGN TO "ENCAJE-PERIODOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERIODOS.

           SELECT ARCHIVO-COEFICIENTES
               ASSIGN TO "ENCAJE-COEFICIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COEFICIENTES.

           SELECT ARCHIVO-TASAS
               ASSIGN TO "TASAS-CAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TASAS.

           SELECT ARCHIVO-MAESTRO-NUEVO
               ASSIGN TO "MAESTRO-NUEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CODIGO-MAESTRO-NUEVO
               FILE STATUS IS FS-MAESTRO-NUEVO.

           SELECT ARCHIVO-PLAZOS
               ASSIGN TO "PLAZOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PLAZOS.

           SELECT ARCHIVO-APERTURA
               ASSIGN TO "SALDOS-MAYOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APERTURA.

           SELECT ARCHIVO-DIARIO
               ASSIGN TO "DIARIO-CONTABLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIARIO.

      * LA FOTO DE CADA NOCHE DEL PERIODO (Y LA ULTIMA DEL ANTERIOR,
      * QUE ARRASTRAN LOS PRIMEROS DIAS SIN CORRIDA).
           SELECT ARCHIVO-HISTORIA
               ASSIGN TO "ENCAJE-DIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORIA.

           SELECT ARCHIVO-DECLARACION
               ASSIGN TO WK-NOMBRE-DECLARACION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DECLARACION.

           SELECT ARCHIVO-REPORTE
               ASSIGN TO "ENCAJE-SEGUIMIENTO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-FECHA-PROCESO.
       01  REG-FECHA-PROCESO.
           05 FPR-FECHA            PIC 9(8).

      * CUENTA DEL MAYOR DONDE SE LLEVA LA CUENTA CORRIENTE EN EL
      * BANCO CENTRAL Y CODIGO CON QUE EL BANCO CENTRAL CONOCE A LA
      * ENTIDAD (OBLIGATORIO).
       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETROS.
           05 EPA-CUENTA-MAYOR     PIC 9(8).
           05 EPA-ENTIDAD          PIC X(20).

       FD  ARCHIVO-PERIODOS.
       01  REG-PERIODO.
           05 EPE-INICIO           PIC 9(8).
           05 EPE-FIN              PIC 9(8).

      * UNA FILA POR CATEGORIA DEL REGULADOR. ECO-ORIGEN 'V' TOMA
      * SALDOS DEL MAESTRO DEL PRODUCTO ECO-PRODUCTO (BLANCO =
      * CUALQUIERA); 'P' TOMA PLAZOS CUYO PLAZO PACTADO EN DIAS CAE
      * ENTRE ECO-PLAZO-DESDE Y ECO-PLAZO-HASTA. COEFICIENTE EN
      * TANTO POR UNO (0.0200 = 2%); EN CERO LA CATEGORIA SE
      * DECLARA PERO NO EXIGE RESERVA.
       FD  ARCHIVO-COEFICIENTES.
       01  REG-COEFICIENTE.
           05 ECO-CATEGORIA        PIC X(4).
           05 ECO-DESCRIPCION      PIC X(30).
           05 ECO-ORIGEN           PIC X(1).
           05 ECO-PRODUCTO         PIC X(2).
           05 ECO-PLAZO-DESDE      PIC 9(5).
           05 ECO-PLAZO-HASTA      PIC 9(5).
           05 ECO-COEFICIENTE      PIC 9V9(4).

       FD  ARCHIVO-TASAS.
       01  REG-TASA.
           05 TAS-MONEDA           PIC X(3).
           05 TAS-TASA-A-BASE      PIC 9(3)V9(6).
           05 TAS-FECHA            PIC 9(8).

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

      * MISMO LAYOUT QUE VENCE-PLAZOS.CBL.
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

      * MISMOS LAYOUTS QUE BALANCE-COMPROBACION.CBL.
       FD  ARCHIVO-APERTURA.
       01  REG-APERTURA.
           05 SMA-CUENTA-MAYOR     PIC 9(8).
           05 SMA-SALDO            PIC S9(11)V99.

       FD  ARCHIVO-DIARIO.
       01  REG-DIARIO.
           05 DIA-FECHA            PIC 9(8).
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

      * POR FECHA: UN REGISTRO 'D' CON LA TENENCIA EN EL BANCO
      * CENTRAL Y UNO 'C' POR CATEGORIA CON SU BASE, EN EUR.
       FD  ARCHIVO-HISTORIA.
       01  REG-HISTORIA.
           05 EDI-FECHA            PIC 9(8).
           05 EDI-TIPO             PIC X(1).
           05 EDI-CATEGORIA        PIC X(4).
           05 EDI-IMPORTE          PIC S9(13)V99.

      * DECLARACION PARA EL BANCO CENTRAL. TODOS LOS REGISTROS
      * MIDEN LO MISMO; EL PRIMER BYTE DICE CUAL DE LAS VISTAS
      * APLICA: 'H' CABECERA, 'D' UNA CATEGORIA, 'T' CIERRE.
      * IMPORTES EN EUR, PROMEDIOS SOBRE LOS DIAS DEL PERIODO.
       FD  ARCHIVO-DECLARACION.
       01  REG-DECLARACION.
           05 DCL-TIPO             PIC X(1).
           05 DCL-DATOS            PIC X(119).
       01  REG-DCL-CABECERA REDEFINES REG-DECLARACION.
           05 FILLER               PIC X(1).
           05 DCL-CAB-ENTIDAD      PIC X(20).
           05 DCL-CAB-INICIO       PIC 9(8).
           05 DCL-CAB-FIN          PIC 9(8).
           05 DCL-CAB-DIAS         PIC 9(3).
           05 DCL-CAB-FECHA        PIC 9(8).
           05 DCL-CAB-MONEDA       PIC X(3).
           05 FILLER               PIC X(69).
       01  REG-DCL-CATEGORIA REDEFINES REG-DECLARACION.
           05 FILLER               PIC X(1).
           05 DCL-CAT-CATEGORIA    PIC X(4).
           05 DCL-CAT-DESCRIPCION  PIC X(30).
           05 DCL-CAT-COEFICIENTE  PIC 9V9(4).
           05 DCL-CAT-BASE         PIC 9(13)V99.
           05 DCL-CAT-EXIGIDO      PIC 9(13)V99.
           05 FILLER               PIC X(50).
       01  REG-DCL-CIERRE REDEFINES REG-DECLARACION.
           05 FILLER               PIC X(1).
           05 DCL-TOT-CATEGORIAS   PIC 9(3).
           05 DCL-TOT-BASE         PIC 9(13)V99.
           05 DCL-TOT-EXIGIDO      PIC 9(13)V99.
           05 DCL-TOT-TENENCIA     PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
           05 DCL-TOT-DIFERENCIA   PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
           05 DCL-TOT-REGISTROS    PIC 9(5).
           05 FILLER               PIC X(49).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE             PIC X(110).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-FECHA-PROCESO     PIC XX.
           05 FS-PARAMETROS        PIC XX.
           05 FS-PERIODOS          PIC XX.
           05 FS-COEFICIENTES      PIC XX.
           05 FS-TASAS             PIC XX.
           05 FS-MAESTRO-NUEVO     PIC XX.
           05 FS-PLAZOS            PIC XX.
           05 FS-APERTURA          PIC XX.
           05 FS-DIARIO            PIC XX.
           05 FS-HISTORIA          PIC XX.
           05 FS-DECLARACION       PIC XX.
           05 FS-REPORTE           PIC XX.

       01  SWITCHES.
           05 SW-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 SW-HAY-TASA          PIC X VALUE 'N'.
              88 HAY-TASA          VALUE 'S'.
           05 SW-PERIODO-COMPLETO  PIC X VALUE 'N'.
              88 PERIODO-COMPLETO  VALUE 'S'.
           05 SW-RESERVA-CORTA     PIC X VALUE 'N'.
              88 RESERVA-CORTA     VALUE 'S'.

       01  CONTADORES.
           05 CONT-CUENTAS-LEIDAS  PIC 9(7) VALUE ZEROS.
           05 CONT-CUENTAS-BASE    PIC 9(7) VALUE ZEROS.
           05 CONT-PLAZOS-LEIDOS   PIC 9(7) VALUE ZEROS.
           05 CONT-PLAZOS-BASE     PIC 9(7) VALUE ZEROS.
           05 CONT-SIN-CATEGORIA   PIC 9(5) VALUE ZEROS.
           05 CONT-SIN-TASA        PIC 9(5) VALUE ZEROS.
           05 CONT-LINEAS-MAYOR    PIC 9(7) VALUE ZEROS.
           05 CONT-REGISTROS-DCL   PIC 9(5) VALUE ZEROS.

       01  MONEDA-BASE             PIC X(3) VALUE 'EUR'.
      * SIN VALOR DE COMPILACION: SOLO ENCAJE-PARAMETROS.DAT.
       01  WK-ENTIDAD              PIC X(20) VALUE SPACES.
       01  WK-CUENTA-MAYOR         PIC 9(8) VALUE ZEROS.
       01  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
       01  WK-NOMBRE-DECLARACION   PIC X(40) VALUE SPACES.

      * EL PERIODO DE MANTENIMIENTO EN CURSO Y SU ULTIMO DIA HABIL.
       01  CALCULO-PERIODO.
           05 WK-INICIO            PIC 9(8) VALUE ZEROS.
           05 WK-FIN               PIC 9(8) VALUE ZEROS.
           05 WK-ULTIMO-HABIL      PIC 9(8) VALUE ZEROS.
           05 WK-DIAS-PERIODO      PIC 9(3) VALUE ZEROS.
           05 WK-DIAS-CORRIDOS     PIC 9(3) VALUE ZEROS.
           05 WK-DIAS-RESTANTES    PIC 9(3) VALUE ZEROS.
           05 WK-DIA-ENTERO        PIC 9(7) VALUE ZEROS.
           05 WK-DIA-ENTERO-FIN    PIC 9(7) VALUE ZEROS.
           05 WK-FECHA-CONSULTA    PIC 9(8) VALUE ZEROS.
           05 WK-FECHA-HABIL       PIC 9(8) VALUE ZEROS.
           05 WK-AJUSTADA          PIC X(1) VALUE 'N'.
       01  WK-MAX-DIAS-PERIODO     PIC 9(3) VALUE 70.

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

      * LAS CATEGORIAS, EN EL ORDEN DEL ARCHIVO DE COEFICIENTES.
      * TG-BASE-HOY ES LA FOTO DE ESTA NOCHE; TG-SUMA-BASE Y LO QUE
      * SIGUE SALEN DEL PROMEDIO DEL PERIODO.
       01  WK-MAX-CATEGORIAS       PIC 9(2) VALUE 50.
       01  CONT-CATEGORIAS         PIC 9(2) VALUE ZEROS.
       01  TABLA-CATEGORIAS.
           05 ENTRADA-CATEGORIA    OCCURS 1 TO 50 TIMES
                                   DEPENDING ON CONT-CATEGORIAS.
              10 TG-CATEGORIA      PIC X(4).
              10 TG-DESCRIPCION    PIC X(30).
              10 TG-ORIGEN         PIC X(1).
              10 TG-PRODUCTO       PIC X(2).
              10 TG-PLAZO-DESDE    PIC 9(5).
              10 TG-PLAZO-HASTA    PIC 9(5).
              10 TG-COEFICIENTE    PIC 9V9(4).
              10 TG-BASE-HOY       PIC 9(13)V99.
              10 TG-SUMA-BASE      PIC 9(15)V99.
              10 TG-BASE-PROMEDIO  PIC 9(13)V99.
              10 TG-EXIGIDO        PIC 9(13)V99.
       01  WK-IDX-CATEGORIA        PIC 9(2) VALUE ZEROS.
       01  WK-CATEGORIA-HALLADA    PIC 9(2) VALUE ZEROS.

      * LAS FOTOS DIARIAS: LA ULTIMA ANTERIOR AL PERIODO (SI LA HAY),
      * LAS DEL PERIODO EN ORDEN DE FECHA Y, AL FINAL, LA DE HOY.
      * TD-BASE VA EN LA POSICION DE SU CATEGORIA EN LA TABLA DE
      * ARRIBA.
       01  WK-MAX-FOTOS            PIC 9(3) VALUE 72.
       01  CONT-FOTOS              PIC 9(3) VALUE ZEROS.
       01  TABLA-FOTOS.
           05 ENTRADA-FOTO         OCCURS 1 TO 72 TIMES
                                   DEPENDING ON CONT-FOTOS.
              10 TD-FECHA          PIC 9(8).
              10 TD-TENENCIA       PIC S9(13)V99.
              10 TD-BASE           PIC 9(13)V99 OCCURS 50 TIMES.
       01  WK-IDX-FOTO             PIC 9(3) VALUE ZEROS.
       01  WK-FOTO-VIGENTE         PIC 9(3) VALUE ZEROS.
       01  WK-FECHA-PREVIA         PIC 9(8) VALUE ZEROS.
       01  WK-CATEGORIAS-IGNORADAS PIC 9(5) VALUE ZEROS.

      * DEPOSITOS QUE NO ENTRARON EN LA BASE. PASADO EL TOPE SE
      * SIGUEN CONTANDO, PERO NO SE LISTAN.
       01  WK-MAX-EXCEPCIONES      PIC 9(3) VALUE 200.
       01  CONT-EXCEPCIONES        PIC 9(3) VALUE ZEROS.
       01  TABLA-EXCEPCIONES.
           05 ENTRADA-EXCEPCION    OCCURS 1 TO 200 TIMES
                                   DEPENDING ON CONT-EXCEPCIONES.
              10 TX-ORIGEN         PIC X(6).
              10 TX-NUMERO         PIC 9(5).
              10 TX-CLASE          PIC X(5).
              10 TX-MONEDA         PIC X(3).
              10 TX-IMPORTE        PIC 9(9)V99.
              10 TX-MOTIVO         PIC X(30).
       01  WK-IDX-EXCEPCION        PIC 9(3) VALUE ZEROS.

      * EL DEPOSITO EN CURSO.
       01  DEPOSITO-EN-CURSO.
           05 WK-DEP-ORIGEN        PIC X(6) VALUE SPACES.
           05 WK-DEP-NUMERO        PIC 9(5) VALUE ZEROS.
           05 WK-DEP-PRODUCTO      PIC X(2) VALUE SPACES.
           05 WK-DEP-PLAZO-DIAS    PIC 9(5) VALUE ZEROS.
           05 WK-DEP-CLASE         PIC X(5) VALUE SPACES.
           05 WK-DEP-MONEDA        PIC X(3) VALUE SPACES.
           05 WK-DEP-IMPORTE       PIC 9(9)V99 VALUE ZEROS.
           05 WK-DEP-IMPORTE-EUR   PIC 9(11)V99 VALUE ZEROS.
           05 WK-DEP-MOTIVO        PIC X(30) VALUE SPACES.

       01  TOTALES.
           05 TOT-BASE-HOY         PIC 9(13)V99 VALUE ZEROS.
           05 TOT-EXIGIDO-HOY      PIC 9(13)V99 VALUE ZEROS.
           05 TOT-EXCLUIDO         PIC 9(13)V99 VALUE ZEROS.
           05 TOT-BASE-PROMEDIO    PIC 9(13)V99 VALUE ZEROS.
           05 TOT-EXIGIDO          PIC 9(13)V99 VALUE ZEROS.
           05 WK-EXIGIDO-CATEGORIA PIC 9(13)V99 VALUE ZEROS.
           05 WK-TENENCIA-HOY      PIC S9(13)V99 VALUE ZEROS.
           05 WK-SUMA-TENENCIA     PIC S9(15)V99 VALUE ZEROS.
           05 WK-SUMA-TENENCIA-HOY PIC S9(15)V99 VALUE ZEROS.
           05 WK-TENENCIA-PROMEDIO PIC S9(13)V99 VALUE ZEROS.
           05 WK-DIFERENCIA        PIC S9(13)V99 VALUE ZEROS.
           05 WK-TENENCIA-NECESARIA PIC S9(13)V99 VALUE ZEROS.

       01  LINEA-TITULO.
           05 FILLER               PIC X(38)
              VALUE 'SEGUIMIENTO DEL ENCAJE LEGAL - FECHA  '.
           05 LTI-FECHA            PIC 9(8).
           05 FILLER               PIC X(11) VALUE '  PERIODO  '.
           05 LTI-INICIO           PIC 9(8).
           05 FILLER               PIC X(3) VALUE ' A '.
           05 LTI-FIN              PIC 9(8).
           05 FILLER               PIC X(3) VALUE ' ( '.
           05 LTI-CORRIDOS         PIC ZZ9.
           05 FILLER               PIC X(4) VALUE ' DE '.
           05 LTI-DIAS             PIC ZZ9.
           05 FILLER               PIC X(7) VALUE ' DIAS)'.

       01  LINEA-ENCABEZADO.
           05 FILLER               PIC X(36)
              VALUE 'CAT  DESCRIPCION                   '.
           05 FILLER               PIC X(7) VALUE ' COEF. '.
           05 FILLER               PIC X(22)
              VALUE '          BASE DE HOY '.
           05 FILLER               PIC X(22)
              VALUE '     BASE PROMEDIO   '.
           05 FILLER               PIC X(18)
              VALUE '  RESERVA EXIGIDA'.

       01  LINEA-CATEGORIA.
           05 LCA-CATEGORIA        PIC X(4).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LCA-DESCRIPCION      PIC X(30).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LCA-COEFICIENTE      PIC 9.9999.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LCA-BASE-HOY         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LCA-BASE-PROMEDIO    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LCA-EXIGIDO          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  LINEA-EXCEPCION.
           05 LEX-ORIGEN           PIC X(6).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LEX-NUMERO           PIC 9(5).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LEX-CLASE            PIC X(5).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LEX-MONEDA           PIC X(3).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LEX-IMPORTE          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LEX-MOTIVO           PIC X(30).

       01  LINEA-TOTAL.
           05 LTO-ETIQUETA         PIC X(48).
           05 LTO-IMPORTE          PIC ----,---,---,--9.99.

       01  LINEA-CONTEO.
           05 LCO-ETIQUETA         PIC X(48).
           05 LCO-NUMERO           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 110-CARGAR-COEFICIENTES
           PERFORM 120-CARGAR-TASAS
           PERFORM 130-CARGAR-HISTORIA
           PERFORM 200-CLASIFICAR-CUENTAS
           PERFORM 210-CLASIFICAR-PLAZOS
           PERFORM 220-TENENCIA-MAYOR
           PERFORM 225-ANOTAR-FOTO-HOY
           PERFORM 230-PROMEDIAR-PERIODO
           PERFORM 240-ESCRIBIR-SEGUIMIENTO
           IF PERIODO-COMPLETO
               PERFORM 250-ESCRIBIR-DECLARACION
           END-IF
           PERFORM 280-REGRABAR-HISTORIA
           PERFORM 300-FINALIZAR
           GOBACK.

       100-INICIALIZAR.
           DISPLAY "ENCAJE LEGAL: BASE, RESERVA EXIGIDA Y TENENCIA..."
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

           OPEN INPUT ARCHIVO-PARAMETROS
           IF FS-PARAMETROS = '00'
               READ ARCHIVO-PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EPA-CUENTA-MAYOR IS NUMERIC
                           MOVE EPA-CUENTA-MAYOR TO WK-CUENTA-MAYOR
                       END-IF
                       MOVE EPA-ENTIDAD TO WK-ENTIDAD
               END-READ
               CLOSE ARCHIVO-PARAMETROS
           END-IF

      * UNA DECLARACION A NOMBRE DE OTRA ENTIDAD NO SIRVE: SIN EL
      * CODIGO EL PASO NO CORRE Y LA CADENA LO VE.
           IF WK-ENTIDAD = SPACES
               DISPLAY "ERROR: ENCAJE-PARAMETROS.DAT NO TRAE EL CODIGO"
                       " DE ENTIDAD; NO SE CALCULA EL ENCAJE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           IF WK-CUENTA-MAYOR = ZEROS
               DISPLAY "AVISO: SIN CUENTA DEL BANCO CENTRAL EN"
                       " ENCAJE-PARAMETROS.DAT, TENENCIA EN CERO"
           END-IF

           PERFORM 105-ELEGIR-PERIODO

           DISPLAY "PERIODO DE MANTENIMIENTO: " WK-INICIO " A " WK-FIN
                   " (" WK-DIAS-PERIODO " DIAS)"

           OPEN OUTPUT ARCHIVO-REPORTE

           IF FS-REPORTE NOT = '00'
               DISPLAY "ERROR ABRIENDO ENCAJE-SEGUIMIENTO.TXT: "
                       FS-REPORTE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      * EL PERIODO PUBLICADO QUE CONTIENE A HOY; SIN EL, EL MES DE
      * LA FECHA DE PROCESO.
       105-ELEGIR-PERIODO.
           OPEN INPUT ARCHIVO-PERIODOS
           IF FS-PERIODOS = '00'
               MOVE 'N' TO SW-FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-PERIODOS
                       AT END
                           MOVE 'S' TO SW-FIN-ARCHIVO
                       NOT AT END
                           IF EPE-INICIO IS NUMERIC
                              AND EPE-FIN IS NUMERIC
                              AND EPE-INICIO <= WK-FECHA-HOY
                              AND EPE-FIN >= WK-FECHA-HOY
                               MOVE EPE-INICIO TO WK-INICIO
                               MOVE EPE-FIN    TO WK-FIN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-PERIODOS
           END-IF

           IF WK-INICIO = ZEROS
               MOVE WK-FECHA-HOY TO WK-INICIO
               MOVE 01 TO WK-INICIO(7:2)
               COMPUTE WK-DIA-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WK-INICIO) + 31
               COMPUTE WK-FECHA-CONSULTA =
                   FUNCTION DATE-OF-INTEGER(WK-DIA-ENTERO)
               MOVE 01 TO WK-FECHA-CONSULTA(7:2)
               COMPUTE WK-DIA-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WK-FECHA-CONSULTA) - 1
               COMPUTE WK-FIN = FUNCTION DATE-OF-INTEGER(WK-DIA-ENTERO)
           END-IF

           COMPUTE WK-DIAS-PERIODO =
               FUNCTION INTEGER-OF-DATE(WK-FIN)
               - FUNCTION INTEGER-OF-DATE(WK-INICIO) + 1
           COMPUTE WK-DIAS-CORRIDOS =
               FUNCTION INTEGER-OF-DATE(WK-FECHA-HOY)
               - FUNCTION INTEGER-OF-DATE(WK-INICIO) + 1
           COMPUTE WK-DIAS-RESTANTES =
               WK-DIAS-PERIODO - WK-DIAS-CORRIDOS

           IF WK-DIAS-PERIODO > WK-MAX-DIAS-PERIODO
               DISPLAY "*** PERIODO DE MAS DE " WK-MAX-DIAS-PERIODO
                       " DIAS: REVISAR ENCAJE-PERIODOS.DAT ***"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

      * EL ULTIMO DIA HABIL DEL PERIODO: DESDE ESE DIA EL PERIODO
      * ESTA COMPLETO Y SE DECLARA.
           MOVE ZEROS TO WK-ULTIMO-HABIL
           COMPUTE WK-DIA-ENTERO = FUNCTION INTEGER-OF-DATE(WK-INICIO)
           COMPUTE WK-DIA-ENTERO-FIN = FUNCTION INTEGER-OF-DATE(WK-FIN)
           PERFORM UNTIL WK-DIA-ENTERO > WK-DIA-ENTERO-FIN
               COMPUTE WK-FECHA-CONSULTA =
                   FUNCTION DATE-OF-INTEGER(WK-DIA-ENTERO)
               CALL "DIA-HABIL" USING WK-FECHA-CONSULTA
                                      WK-FECHA-HABIL
                                      WK-AJUSTADA
               IF WK-AJUSTADA = 'N'
                   MOVE WK-FECHA-CONSULTA TO WK-ULTIMO-HABIL
               END-IF
               ADD 1 TO WK-DIA-ENTERO
           END-PERFORM

           IF WK-FECHA-HOY >= WK-ULTIMO-HABIL
               MOVE 'S' TO SW-PERIODO-COMPLETO
           END-IF.

      * SIN COEFICIENTES NO HAY CATEGORIAS NI NADA QUE EXIGIR.
       110-CARGAR-COEFICIENTES.
           OPEN INPUT ARCHIVO-COEFICIENTES

           IF FS-COEFICIENTES NOT = '00'
               DISPLAY "ERROR ABRIENDO ENCAJE-COEFICIENTES.DAT: "
                       FS-COEFICIENTES
               CLOSE ARCHIVO-REPORTE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-COEFICIENTES
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF ECO-CATEGORIA NOT = SPACES
                           PERFORM 115-ANOTAR-CATEGORIA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-COEFICIENTES

           DISPLAY "CATEGORIAS DEL REGULADOR: " CONT-CATEGORIAS.

       115-ANOTAR-CATEGORIA.
           IF CONT-CATEGORIAS >= WK-MAX-CATEGORIAS
               DISPLAY "*** MAS DE " WK-MAX-CATEGORIAS
                       " CATEGORIAS: EL ENCAJE SALDRIA INCOMPLETO ***"
               CLOSE ARCHIVO-COEFICIENTES
               CLOSE ARCHIVO-REPORTE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO CONT-CATEGORIAS
           MOVE ECO-CATEGORIA   TO TG-CATEGORIA(CONT-CATEGORIAS)
           MOVE ECO-DESCRIPCION TO TG-DESCRIPCION(CONT-CATEGORIAS)
           MOVE ECO-ORIGEN      TO TG-ORIGEN(CONT-CATEGORIAS)
           MOVE ECO-PRODUCTO    TO TG-PRODUCTO(CONT-CATEGORIAS)
           MOVE ZEROS TO TG-PLAZO-DESDE(CONT-CATEGORIAS)
           MOVE 99999 TO TG-PLAZO-HASTA(CONT-CATEGORIAS)
           MOVE ZEROS TO TG-COEFICIENTE(CONT-CATEGORIAS)
           IF ECO-PLAZO-DESDE IS NUMERIC
               MOVE ECO-PLAZO-DESDE TO TG-PLAZO-DESDE(CONT-CATEGORIAS)
           END-IF
           IF ECO-PLAZO-HASTA IS NUMERIC AND ECO-PLAZO-HASTA > ZEROS
               MOVE ECO-PLAZO-HASTA TO TG-PLAZO-HASTA(CONT-CATEGORIAS)
           END-IF
           IF ECO-COEFICIENTE IS NUMERIC
               MOVE ECO-COEFICIENTE TO TG-COEFICIENTE(CONT-CATEGORIAS)
           END-IF
           MOVE ZEROS TO TG-BASE-HOY(CONT-CATEGORIAS)
                         TG-SUMA-BASE(CONT-CATEGORIAS)
                         TG-BASE-PROMEDIO(CONT-CATEGORIAS)
                         TG-EXIGIDO(CONT-CATEGORIAS).

      * SIN TASAS SOLO SE PUEDE VALUAR LO QUE ESTA EN EUR; EL RESTO
      * QUEDA COMO EXCEPCION EN EL LISTADO.
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
      * LAS FOTOS YA GUARDADAS: LAS DEL PERIODO ANTERIORES A HOY Y LA
      * ULTIMA FECHA ANTERIOR AL PERIODO. LA DE HOY (UNA REPETICION
      * DE LA NOCHE) Y LAS POSTERIORES (UNA RECUPERACION QUE VUELVE
      * A PASAR POR ESOS DIAS) SE REHACEN.
      *****************************************************************
       130-CARGAR-HISTORIA.
           OPEN INPUT ARCHIVO-HISTORIA

           IF FS-HISTORIA = '35'
               EXIT PARAGRAPH
           END-IF

           IF FS-HISTORIA NOT = '00'
               DISPLAY "ERROR ABRIENDO ENCAJE-DIARIO.DAT: "
                       FS-HISTORIA
               CLOSE ARCHIVO-REPORTE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * PRIMERA PASADA: LA ULTIMA FECHA ANTERIOR AL PERIODO.
           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-HISTORIA
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF EDI-FECHA < WK-INICIO
                          AND EDI-FECHA > WK-FECHA-PREVIA
                           MOVE EDI-FECHA TO WK-FECHA-PREVIA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-HISTORIA
           OPEN INPUT ARCHIVO-HISTORIA

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-HISTORIA
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF (EDI-FECHA = WK-FECHA-PREVIA
                           AND WK-FECHA-PREVIA > ZEROS)
                          OR (EDI-FECHA >= WK-INICIO
                              AND EDI-FECHA < WK-FECHA-HOY)
                           PERFORM 135-ANOTAR-HISTORIA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-HISTORIA

           IF WK-CATEGORIAS-IGNORADAS > ZEROS
               DISPLAY "AVISO: " WK-CATEGORIAS-IGNORADAS
                       " BASES GUARDADAS DE CATEGORIAS QUE YA NO"
                       " ESTAN EN ENCAJE-COEFICIENTES.DAT"
           END-IF.

      * EL ARCHIVO VA EN ORDEN DE FECHA: UNA FECHA NUEVA ABRE FOTO.
       135-ANOTAR-HISTORIA.
           IF CONT-FOTOS = ZEROS
              OR TD-FECHA(CONT-FOTOS) NOT = EDI-FECHA
               IF CONT-FOTOS >= WK-MAX-FOTOS - 1
                   DISPLAY "*** MAS DE " WK-MAX-FOTOS
                           " FOTOS EN ENCAJE-DIARIO.DAT ***"
                   CLOSE ARCHIVO-HISTORIA
                   CLOSE ARCHIVO-REPORTE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO CONT-FOTOS
               MOVE EDI-FECHA TO TD-FECHA(CONT-FOTOS)
               MOVE ZEROS TO TD-TENENCIA(CONT-FOTOS)
               PERFORM VARYING WK-IDX-CATEGORIA FROM 1 BY 1
                       UNTIL WK-IDX-CATEGORIA > WK-MAX-CATEGORIAS
                   MOVE ZEROS TO TD-BASE(CONT-FOTOS, WK-IDX-CATEGORIA)
               END-PERFORM
           END-IF

           IF EDI-TIPO = 'D'
               MOVE EDI-IMPORTE TO TD-TENENCIA(CONT-FOTOS)
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WK-CATEGORIA-HALLADA
           PERFORM VARYING WK-IDX-CATEGORIA FROM 1 BY 1
                   UNTIL WK-IDX-CATEGORIA > CONT-CATEGORIAS
                   OR WK-CATEGORIA-HALLADA > ZEROS
               IF TG-CATEGORIA(WK-IDX-CATEGORIA) = EDI-CATEGORIA
                   MOVE WK-IDX-CATEGORIA TO WK-CATEGORIA-HALLADA
               END-IF
           END-PERFORM

           IF WK-CATEGORIA-HALLADA = ZEROS
               ADD 1 TO WK-CATEGORIAS-IGNORADAS
           ELSE
               MOVE EDI-IMPORTE
                 TO TD-BASE(CONT-FOTOS, WK-CATEGORIA-HALLADA)
           END-IF.

      *****************************************************************
      * LA FOTO DE HOY: LOS SALDOS ACREEDORES DEL MAESTRO. UN SALDO
      * DEUDOR ES UN DESCUBIERTO, UN ACTIVO, Y NO ES BASE DE ENCAJE.
      *****************************************************************
       200-CLASIFICAR-CUENTAS.
           OPEN INPUT ARCHIVO-MAESTRO-NUEVO

           IF FS-MAESTRO-NUEVO NOT = '00'
               DISPLAY "ERROR ABRIENDO MAESTRO-NUEVO: "
                       FS-MAESTRO-NUEVO
               CLOSE ARCHIVO-REPORTE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-MAESTRO-NUEVO
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-CUENTAS-LEIDAS
                       IF SALDO-MAESTRO-NUEVO > ZEROS
                           PERFORM 205-CLASIFICAR-CUENTA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MAESTRO-NUEVO.

       205-CLASIFICAR-CUENTA.
           MOVE "CUENTA"             TO WK-DEP-ORIGEN
           MOVE CODIGO-MAESTRO-NUEVO TO WK-DEP-NUMERO
           MOVE PRODUCTO-MAESTRO-NUEVO TO WK-DEP-PRODUCTO
           IF WK-DEP-PRODUCTO = SPACES
               MOVE "CC" TO WK-DEP-PRODUCTO
           END-IF
           MOVE SPACES TO WK-DEP-CLASE
           MOVE WK-DEP-PRODUCTO      TO WK-DEP-CLASE
           MOVE MONEDA-MAESTRO-NUEVO TO WK-DEP-MONEDA
           MOVE SALDO-MAESTRO-NUEVO  TO WK-DEP-IMPORTE

           MOVE ZEROS TO WK-CATEGORIA-HALLADA
           PERFORM VARYING WK-IDX-CATEGORIA FROM 1 BY 1
                   UNTIL WK-IDX-CATEGORIA > CONT-CATEGORIAS
                   OR WK-CATEGORIA-HALLADA > ZEROS
               IF TG-ORIGEN(WK-IDX-CATEGORIA) = 'V'
                  AND (TG-PRODUCTO(WK-IDX-CATEGORIA) = SPACES
                    OR TG-PRODUCTO(WK-IDX-CATEGORIA) = WK-DEP-PRODUCTO)
                   MOVE WK-IDX-CATEGORIA TO WK-CATEGORIA-HALLADA
               END-IF
           END-PERFORM

           PERFORM 410-SUMAR-DEPOSITO
           IF WK-DEP-MOTIVO = SPACES
               ADD 1 TO CONT-CUENTAS-BASE
           END-IF.

      * LOS DEPOSITOS A PLAZO VIGENTES, POR SU PLAZO PACTADO. EL
      * PRINCIPAL NO ESTA EN EL SALDO DE LA CUENTA VINCULADA: VUELVE
      * A ELLA AL VENCER (VENCE-PLAZOS).
       210-CLASIFICAR-PLAZOS.
           OPEN INPUT ARCHIVO-PLAZOS

           IF FS-PLAZOS = '35'
               EXIT PARAGRAPH
           END-IF

           IF FS-PLAZOS NOT = '00'
               DISPLAY "ERROR ABRIENDO PLAZOS.DAT: " FS-PLAZOS
               CLOSE ARCHIVO-REPORTE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-PLAZOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-PLAZOS-LEIDOS
                       IF PLAZO-VIGENTE AND PLA-PRINCIPAL > ZEROS
                           PERFORM 215-CLASIFICAR-PLAZO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PLAZOS.

       215-CLASIFICAR-PLAZO.
           MOVE "PLAZO"       TO WK-DEP-ORIGEN
           MOVE PLA-NUMERO    TO WK-DEP-NUMERO
           MOVE PLA-MONEDA    TO WK-DEP-MONEDA
           MOVE PLA-PRINCIPAL TO WK-DEP-IMPORTE
           MOVE ZEROS TO WK-DEP-PLAZO-DIAS
           IF PLA-FECHA-APERTURA > ZEROS
              AND PLA-FECHA-VENCIMIENTO > PLA-FECHA-APERTURA
               COMPUTE WK-DEP-PLAZO-DIAS =
                   FUNCTION INTEGER-OF-DATE(PLA-FECHA-VENCIMIENTO)
                   - FUNCTION INTEGER-OF-DATE(PLA-FECHA-APERTURA)
           END-IF
           MOVE WK-DEP-PLAZO-DIAS TO WK-DEP-CLASE

           MOVE ZEROS TO WK-CATEGORIA-HALLADA
           PERFORM VARYING WK-IDX-CATEGORIA FROM 1 BY 1
                   UNTIL WK-IDX-CATEGORIA > CONT-CATEGORIAS
                   OR WK-CATEGORIA-HALLADA > ZEROS
               IF TG-ORIGEN(WK-IDX-CATEGORIA) = 'P'
                  AND WK-DEP-PLAZO-DIAS >=
                      TG-PLAZO-DESDE(WK-IDX-CATEGORIA)
                  AND WK-DEP-PLAZO-DIAS <=
                      TG-PLAZO-HASTA(WK-IDX-CATEGORIA)
                   MOVE WK-IDX-CATEGORIA TO WK-CATEGORIA-HALLADA
               END-IF
           END-PERFORM

           PERFORM 410-SUMAR-DEPOSITO
           IF WK-DEP-MOTIVO = SPACES
               ADD 1 TO CONT-PLAZOS-BASE
           END-IF.

      * LA TENENCIA EN EL BANCO CENTRAL SEGUN EL MAYOR: APERTURA DEL
      * EJERCICIO MAS DEBE MENOS HABER DE LO POSTEADO HASTA HOY. EL
      * DIARIO LLEVA EL EJERCICIO ENTERO, ASI QUE LA APERTURA ES LA
      * DEL AÑO Y NO LA DEL MES.
       220-TENENCIA-MAYOR.
           MOVE ZEROS TO WK-TENENCIA-HOY

           IF WK-CUENTA-MAYOR = ZEROS
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ARCHIVO-APERTURA
           IF FS-APERTURA = '00'
               MOVE 'N' TO SW-FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-APERTURA
                       AT END
                           MOVE 'S' TO SW-FIN-ARCHIVO
                       NOT AT END
                           IF SMA-CUENTA-MAYOR = WK-CUENTA-MAYOR
                               ADD SMA-SALDO TO WK-TENENCIA-HOY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-APERTURA
           ELSE
               DISPLAY "AVISO: SIN SALDOS-MAYOR.DAT, APERTURA EN CERO"
           END-IF

           OPEN INPUT ARCHIVO-DIARIO
           IF FS-DIARIO NOT = '00'
               DISPLAY "AVISO: SIN DIARIO-CONTABLE.DAT, TENENCIA SOLO"
                       " CON LA APERTURA"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-DIARIO
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF DIA-CUENTA-MAYOR = WK-CUENTA-MAYOR
                          AND DIA-FECHA <= WK-FECHA-HOY
                           ADD 1 TO CONT-LINEAS-MAYOR
                           ADD DIA-IMPORTE-DEBE TO WK-TENENCIA-HOY
                           SUBTRACT DIA-IMPORTE-HABER
                               FROM WK-TENENCIA-HOY
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-DIARIO.

       225-ANOTAR-FOTO-HOY.
           ADD 1 TO CONT-FOTOS
           MOVE WK-FECHA-HOY    TO TD-FECHA(CONT-FOTOS)
           MOVE WK-TENENCIA-HOY TO TD-TENENCIA(CONT-FOTOS)
           PERFORM VARYING WK-IDX-CATEGORIA FROM 1 BY 1
                   UNTIL WK-IDX-CATEGORIA > WK-MAX-CATEGORIAS
               MOVE ZEROS TO TD-BASE(CONT-FOTOS, WK-IDX-CATEGORIA)
           END-PERFORM
           PERFORM VARYING WK-IDX-CATEGORIA FROM 1 BY 1
                   UNTIL WK-IDX-CATEGORIA > CONT-CATEGORIAS
               MOVE TG-BASE-HOY(WK-IDX-CATEGORIA)
                 TO TD-BASE(CONT-FOTOS, WK-IDX-CATEGORIA)
               ADD TG-BASE-HOY(WK-IDX-CATEGORIA) TO TOT-BASE-HOY
               COMPUTE WK-EXIGIDO-CATEGORIA ROUNDED =
                   TG-BASE-HOY(WK-IDX-CATEGORIA)
                   * TG-COEFICIENTE(WK-IDX-CATEGORIA)
               ADD WK-EXIGIDO-CATEGORIA TO TOT-EXIGIDO-HOY
           END-PERFORM.

      *****************************************************************
      * DIA POR DIA DEL PERIODO: VALE LA FOTO DE ESE DIA; SIN ELLA,
      * LA ULTIMA ANTERIOR (LA PREVIA AL PERIODO CUENTA); SIN
      * NINGUNA ANTERIOR, LA PRIMERA QUE HAYA. DESDE MANANA HASTA EL
      * FIN DEL PERIODO VALE LA DE HOY.
      *****************************************************************
       230-PROMEDIAR-PERIODO.
           MOVE 1 TO WK-FOTO-VIGENTE
           MOVE 1 TO WK-IDX-FOTO
           COMPUTE WK-DIA-ENTERO = FUNCTION INTEGER-OF-DATE(WK-INICIO)
           COMPUTE WK-DIA-ENTERO-FIN = FUNCTION INTEGER-OF-DATE(WK-FIN)

           PERFORM UNTIL WK-DIA-ENTERO > WK-DIA-ENTERO-FIN
               COMPUTE WK-FECHA-CONSULTA =
                   FUNCTION DATE-OF-INTEGER(WK-DIA-ENTERO)
               PERFORM UNTIL WK-IDX-FOTO > CONT-FOTOS
                       OR TD-FECHA(WK-IDX-FOTO) > WK-FECHA-CONSULTA
                   MOVE WK-IDX-FOTO TO WK-FOTO-VIGENTE
                   ADD 1 TO WK-IDX-FOTO
               END-PERFORM

               ADD TD-TENENCIA(WK-FOTO-VIGENTE) TO WK-SUMA-TENENCIA
               IF WK-FECHA-CONSULTA <= WK-FECHA-HOY
                   ADD TD-TENENCIA(WK-FOTO-VIGENTE)
                       TO WK-SUMA-TENENCIA-HOY
               END-IF
               PERFORM VARYING WK-IDX-CATEGORIA FROM 1 BY 1
                       UNTIL WK-IDX-CATEGORIA > CONT-CATEGORIAS
                   ADD TD-BASE(WK-FOTO-VIGENTE, WK-IDX-CATEGORIA)
                       TO TG-SUMA-BASE(WK-IDX-CATEGORIA)
               END-PERFORM
               ADD 1 TO WK-DIA-ENTERO
           END-PERFORM

           PERFORM VARYING WK-IDX-CATEGORIA FROM 1 BY 1
                   UNTIL WK-IDX-CATEGORIA > CONT-CATEGORIAS
               COMPUTE TG-BASE-PROMEDIO(WK-IDX-CATEGORIA) ROUNDED =
                   TG-SUMA-BASE(WK-IDX-CATEGORIA) / WK-DIAS-PERIODO
               COMPUTE TG-EXIGIDO(WK-IDX-CATEGORIA) ROUNDED =
                   TG-BASE-PROMEDIO(WK-IDX-CATEGORIA)
                   * TG-COEFICIENTE(WK-IDX-CATEGORIA)
               ADD TG-BASE-PROMEDIO(WK-IDX-CATEGORIA)
                   TO TOT-BASE-PROMEDIO
               ADD TG-EXIGIDO(WK-IDX-CATEGORIA) TO TOT-EXIGIDO
           END-PERFORM

           COMPUTE WK-TENENCIA-PROMEDIO ROUNDED =
               WK-SUMA-TENENCIA / WK-DIAS-PERIODO
           COMPUTE WK-DIFERENCIA =
               WK-TENENCIA-PROMEDIO - TOT-EXIGIDO

      * LO QUE HAY QUE TENER CADA DIA QUE QUEDA PARA CERRAR EL
      * PERIODO CON EL PROMEDIO EXIGIDO.
           IF WK-DIAS-RESTANTES > ZEROS
               COMPUTE WK-TENENCIA-NECESARIA ROUNDED =
                   (TOT-EXIGIDO * WK-DIAS-PERIODO
                    - WK-SUMA-TENENCIA-HOY) / WK-DIAS-RESTANTES
               IF WK-TENENCIA-NECESARIA < ZEROS
                   MOVE ZEROS TO WK-TENENCIA-NECESARIA
               END-IF
           END-IF

           IF WK-DIFERENCIA < ZEROS
               MOVE 'S' TO SW-RESERVA-CORTA
           END-IF.

       240-ESCRIBIR-SEGUIMIENTO.
           MOVE WK-FECHA-HOY     TO LTI-FECHA
           MOVE WK-INICIO        TO LTI-INICIO
           MOVE WK-FIN           TO LTI-FIN
           MOVE WK-DIAS-CORRIDOS TO LTI-CORRIDOS
           MOVE WK-DIAS-PERIODO  TO LTI-DIAS
           WRITE REG-REPORTE FROM LINEA-TITULO
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           WRITE REG-REPORTE FROM LINEA-ENCABEZADO

           PERFORM VARYING WK-IDX-CATEGORIA FROM 1 BY 1
                   UNTIL WK-IDX-CATEGORIA > CONT-CATEGORIAS
               MOVE TG-CATEGORIA(WK-IDX-CATEGORIA)   TO LCA-CATEGORIA
               MOVE TG-DESCRIPCION(WK-IDX-CATEGORIA) TO LCA-DESCRIPCION
               MOVE TG-COEFICIENTE(WK-IDX-CATEGORIA) TO LCA-COEFICIENTE
               MOVE TG-BASE-HOY(WK-IDX-CATEGORIA)    TO LCA-BASE-HOY
               MOVE TG-BASE-PROMEDIO(WK-IDX-CATEGORIA)
                 TO LCA-BASE-PROMEDIO
               MOVE TG-EXIGIDO(WK-IDX-CATEGORIA)     TO LCA-EXIGIDO
               WRITE REG-REPORTE FROM LINEA-CATEGORIA
           END-PERFORM

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "BASE COMPUTABLE DE HOY"           TO LTO-ETIQUETA
           MOVE TOT-BASE-HOY                       TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "RESERVA QUE EXIGIRIA LA BASE DE HOY" TO LTO-ETIQUETA
           MOVE TOT-EXIGIDO-HOY                    TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "TENENCIA EN EL BANCO CENTRAL HOY" TO LTO-ETIQUETA
           MOVE WK-TENENCIA-HOY                    TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "BASE PROMEDIO DEL PERIODO"        TO LTO-ETIQUETA
           MOVE TOT-BASE-PROMEDIO                  TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "RESERVA EXIGIDA (PROMEDIO DEL PERIODO)"
             TO LTO-ETIQUETA
           MOVE TOT-EXIGIDO                        TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "TENENCIA PROMEDIO PROYECTADA"     TO LTO-ETIQUETA
           MOVE WK-TENENCIA-PROMEDIO               TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "EXCEDENTE (+) O FALTANTE (-) PROYECTADO"
             TO LTO-ETIQUETA
           MOVE WK-DIFERENCIA                      TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL
           IF WK-DIAS-RESTANTES > ZEROS
               MOVE "TENENCIA DIARIA NECESARIA EL RESTO DEL PERIODO"
                 TO LTO-ETIQUETA
               MOVE WK-TENENCIA-NECESARIA          TO LTO-IMPORTE
               WRITE REG-REPORTE FROM LINEA-TOTAL
           END-IF

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           EVALUATE TRUE
               WHEN RESERVA-CORTA AND WK-DIAS-RESTANTES > ZEROS
                   MOVE "*** AVISO: CON LA TENENCIA DE HOY EL PERIODO"
                     TO REG-REPORTE(1:45)
                   MOVE "CIERRA CORTO; HAY QUE FONDEAR LA CUENTA ***"
                     TO REG-REPORTE(46:)
               WHEN RESERVA-CORTA
                   MOVE "*** AVISO: EL PERIODO CIERRA CON LA RESERVA"
                     TO REG-REPORTE(1:44)
                   MOVE "POR DEBAJO DE LO EXIGIDO ***"
                     TO REG-REPORTE(45:)
               WHEN OTHER
                   MOVE "RESERVA CUBIERTA" TO REG-REPORTE
           END-EVALUATE
           WRITE REG-REPORTE

           IF RESERVA-CORTA
               DISPLAY "*** AVISO: RESERVA CORTA, FALTANTE PROYECTADO "
                       WK-DIFERENCIA " ***"
           END-IF

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "DEPOSITOS FUERA DE LA BASE (SIN CATEGORIA O SIN TASA)"
             TO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM VARYING WK-IDX-EXCEPCION FROM 1 BY 1
                   UNTIL WK-IDX-EXCEPCION > CONT-EXCEPCIONES
               MOVE TX-ORIGEN(WK-IDX-EXCEPCION)  TO LEX-ORIGEN
               MOVE TX-NUMERO(WK-IDX-EXCEPCION)  TO LEX-NUMERO
               MOVE TX-CLASE(WK-IDX-EXCEPCION)   TO LEX-CLASE
               MOVE TX-MONEDA(WK-IDX-EXCEPCION)  TO LEX-MONEDA
               MOVE TX-IMPORTE(WK-IDX-EXCEPCION) TO LEX-IMPORTE
               MOVE TX-MOTIVO(WK-IDX-EXCEPCION)  TO LEX-MOTIVO
               WRITE REG-REPORTE FROM LINEA-EXCEPCION
           END-PERFORM
           IF CONT-SIN-CATEGORIA + CONT-SIN-TASA = ZEROS
               MOVE "  NINGUNO" TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF
           IF CONT-SIN-CATEGORIA + CONT-SIN-TASA > CONT-EXCEPCIONES
               MOVE "  (HAY MAS, NO SE LISTAN)" TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "CUENTAS LEIDAS"                TO LCO-ETIQUETA
           MOVE CONT-CUENTAS-LEIDAS             TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "CUENTAS EN LA BASE"            TO LCO-ETIQUETA
           MOVE CONT-CUENTAS-BASE               TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "PLAZOS EN LA BASE"             TO LCO-ETIQUETA
           MOVE CONT-PLAZOS-BASE                TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "DEPOSITOS SIN CATEGORIA"       TO LCO-ETIQUETA
           MOVE CONT-SIN-CATEGORIA              TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "DEPOSITOS SIN TASA DE CAMBIO"  TO LCO-ETIQUETA
           MOVE CONT-SIN-TASA                   TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "IMPORTE FUERA DE LA BASE (EN EUR LO VALUADO)"
             TO LTO-ETIQUETA
           MOVE TOT-EXCLUIDO                    TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "LINEAS DEL MAYOR EN LA CUENTA DEL BANCO CENTRAL"
             TO LCO-ETIQUETA
           MOVE CONT-LINEAS-MAYOR               TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO.

      * EL PERIODO COMPLETO SE DECLARA; REPETIRLO REESCRIBE EL MISMO
      * ARCHIVO.
       250-ESCRIBIR-DECLARACION.
           MOVE SPACES TO WK-NOMBRE-DECLARACION
           STRING "DECLARACION-ENCAJE-" WK-FIN ".DAT"
               DELIMITED BY SIZE INTO WK-NOMBRE-DECLARACION

           OPEN OUTPUT ARCHIVO-DECLARACION
           IF FS-DECLARACION NOT = '00'
               DISPLAY "ERROR ABRIENDO " WK-NOMBRE-DECLARACION ": "
                       FS-DECLARACION
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REG-DECLARACION
           MOVE 'H'             TO DCL-TIPO
           MOVE WK-ENTIDAD      TO DCL-CAB-ENTIDAD
           MOVE WK-INICIO       TO DCL-CAB-INICIO
           MOVE WK-FIN          TO DCL-CAB-FIN
           MOVE WK-DIAS-PERIODO TO DCL-CAB-DIAS
           MOVE WK-FECHA-HOY    TO DCL-CAB-FECHA
           MOVE MONEDA-BASE     TO DCL-CAB-MONEDA
           WRITE REG-DECLARACION
           ADD 1 TO CONT-REGISTROS-DCL

           PERFORM VARYING WK-IDX-CATEGORIA FROM 1 BY 1
                   UNTIL WK-IDX-CATEGORIA > CONT-CATEGORIAS
               MOVE SPACES TO REG-DECLARACION
               MOVE 'D' TO DCL-TIPO
               MOVE TG-CATEGORIA(WK-IDX-CATEGORIA)
                 TO DCL-CAT-CATEGORIA
               MOVE TG-DESCRIPCION(WK-IDX-CATEGORIA)
                 TO DCL-CAT-DESCRIPCION
               MOVE TG-COEFICIENTE(WK-IDX-CATEGORIA)
                 TO DCL-CAT-COEFICIENTE
               MOVE TG-BASE-PROMEDIO(WK-IDX-CATEGORIA) TO DCL-CAT-BASE
               MOVE TG-EXIGIDO(WK-IDX-CATEGORIA) TO DCL-CAT-EXIGIDO
               WRITE REG-DECLARACION
               ADD 1 TO CONT-REGISTROS-DCL
           END-PERFORM

           ADD 1 TO CONT-REGISTROS-DCL
           MOVE SPACES TO REG-DECLARACION
           MOVE 'T'                  TO DCL-TIPO
           MOVE CONT-CATEGORIAS      TO DCL-TOT-CATEGORIAS
           MOVE TOT-BASE-PROMEDIO    TO DCL-TOT-BASE
           MOVE TOT-EXIGIDO          TO DCL-TOT-EXIGIDO
           MOVE WK-TENENCIA-PROMEDIO TO DCL-TOT-TENENCIA
           MOVE WK-DIFERENCIA        TO DCL-TOT-DIFERENCIA
           MOVE CONT-REGISTROS-DCL   TO DCL-TOT-REGISTROS
           WRITE REG-DECLARACION

           CLOSE ARCHIVO-DECLARACION
           DISPLAY "DECLARACION DEL PERIODO EN: " WK-NOMBRE-DECLARACION.

      * QUEDAN LA FOTO PREVIA AL PERIODO, LAS DEL PERIODO Y LA DE
      * HOY, EN ORDEN DE FECHA.
       280-REGRABAR-HISTORIA.
           OPEN OUTPUT ARCHIVO-HISTORIA
           IF FS-HISTORIA NOT = '00'
               DISPLAY "ERROR REESCRIBIENDO ENCAJE-DIARIO.DAT: "
                       FS-HISTORIA
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WK-IDX-FOTO FROM 1 BY 1
                   UNTIL WK-IDX-FOTO > CONT-FOTOS
               MOVE SPACES TO REG-HISTORIA
               MOVE TD-FECHA(WK-IDX-FOTO)    TO EDI-FECHA
               MOVE 'D'                      TO EDI-TIPO
               MOVE TD-TENENCIA(WK-IDX-FOTO) TO EDI-IMPORTE
               WRITE REG-HISTORIA
               PERFORM VARYING WK-IDX-CATEGORIA FROM 1 BY 1
                       UNTIL WK-IDX-CATEGORIA > CONT-CATEGORIAS
                   MOVE 'C' TO EDI-TIPO
                   MOVE TG-CATEGORIA(WK-IDX-CATEGORIA)
                     TO EDI-CATEGORIA
                   MOVE TD-BASE(WK-IDX-FOTO, WK-IDX-CATEGORIA)
                     TO EDI-IMPORTE
                   WRITE REG-HISTORIA
               END-PERFORM
           END-PERFORM

           CLOSE ARCHIVO-HISTORIA.

       300-FINALIZAR.
           CLOSE ARCHIVO-REPORTE

           IF RETURN-CODE = ZEROS
              AND (RESERVA-CORTA
                   OR CONT-SIN-CATEGORIA > ZEROS
                   OR CONT-SIN-TASA > ZEROS)
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "CUENTAS EN LA BASE:     " CONT-CUENTAS-BASE
           DISPLAY "PLAZOS EN LA BASE:      " CONT-PLAZOS-BASE
           DISPLAY "SIN CATEGORIA:          " CONT-SIN-CATEGORIA
           DISPLAY "SIN TASA:               " CONT-SIN-TASA
           DISPLAY "RESERVA EXIGIDA:        " TOT-EXIGIDO
           DISPLAY "TENENCIA PROMEDIO:      " WK-TENENCIA-PROMEDIO
           DISPLAY "DETALLE EN: ENCAJE-SEGUIMIENTO.TXT".

      *****************************************************************
      * RUTINAS DE APOYO.
      *****************************************************************
      * EUR (O MONEDA EN BLANCO) VALE 1; LAS DEMAS, SU TASA A BASE.
       400-BUSCAR-TASA.
           MOVE 'S' TO SW-HAY-TASA
           IF WK-MONEDA-BUSCADA = MONEDA-BASE
              OR WK-MONEDA-BUSCADA = SPACES
               MOVE 1 TO WK-TASA
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-HAY-TASA
           PERFORM VARYING WK-IDX-TASA FROM 1 BY 1
                   UNTIL WK-IDX-TASA > CONT-TASAS
                   OR HAY-TASA
               IF TT-MONEDA(WK-IDX-TASA) = WK-MONEDA-BUSCADA
                   MOVE 'S' TO SW-HAY-TASA
                   MOVE TT-TASA(WK-IDX-TASA) TO WK-TASA
               END-IF
           END-PERFORM.

      * SUMA EL DEPOSITO EN CURSO A LA CATEGORIA HALLADA, EN EUR; SI
      * NO TIENE CATEGORIA O TASA QUEDA COMO EXCEPCION Y DEJA
      * WK-DEP-MOTIVO CON EL PORQUE.
       410-SUMAR-DEPOSITO.
           MOVE SPACES TO WK-DEP-MOTIVO
           MOVE WK-DEP-MONEDA TO WK-MONEDA-BUSCADA
           PERFORM 400-BUSCAR-TASA

           IF HAY-TASA
               COMPUTE WK-DEP-IMPORTE-EUR ROUNDED =
                   WK-DEP-IMPORTE * WK-TASA
           ELSE
               MOVE ZEROS TO WK-DEP-IMPORTE-EUR
               MOVE "SIN TASA DE CAMBIO" TO WK-DEP-MOTIVO
               ADD 1 TO CONT-SIN-TASA
           END-IF

           IF WK-DEP-MOTIVO = SPACES AND WK-CATEGORIA-HALLADA = ZEROS
               MOVE "SIN CATEGORIA DEL REGULADOR" TO WK-DEP-MOTIVO
               ADD 1 TO CONT-SIN-CATEGORIA
               ADD WK-DEP-IMPORTE-EUR TO TOT-EXCLUIDO
           END-IF

           IF WK-DEP-MOTIVO = SPACES
               ADD WK-DEP-IMPORTE-EUR
                   TO TG-BASE-HOY(WK-CATEGORIA-HALLADA)
               EXIT PARAGRAPH
           END-IF

           IF CONT-EXCEPCIONES >= WK-MAX-EXCEPCIONES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-EXCEPCIONES
           MOVE WK-DEP-ORIGEN  TO TX-ORIGEN(CONT-EXCEPCIONES)
           MOVE WK-DEP-NUMERO  TO TX-NUMERO(CONT-EXCEPCIONES)
           MOVE WK-DEP-CLASE   TO TX-CLASE(CONT-EXCEPCIONES)
           MOVE WK-DEP-MONEDA  TO TX-MONEDA(CONT-EXCEPCIONES)
           MOVE WK-DEP-IMPORTE TO TX-IMPORTE(CONT-EXCEPCIONES)
           MOVE WK-DEP-MOTIVO  TO TX-MOTIVO(CONT-EXCEPCIONES).
