       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECLARA-RIESGOS.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: DECLARACION MENSUAL A LA CENTRAL DE RIESGOS
      * PROPOSITO: LA CENTRAL DE RIESGOS DEL BANCO CENTRAL PIDE CADA
      *            MES A TODO TITULAR CUYA DEUDA CON NOSOTROS LLEGUE
      *            AL UMBRAL DE DECLARACION. LA DEUDA SE AGRUPA POR
      *            DOCUMENTO DEL TITULAR (CONTACTOS.DAT) Y SE FORMA
      *            CON EL DESCUBIERTO DISPUESTO (SALDO DEUDOR DE LAS
      *            CUENTAS DE MAESTRO-NUEVO.DAT) MAS EL CAPITAL
      *            PENDIENTE DE LOS PRESTAMOS VIGENTES
      *            (PRESTAMOS.DAT). EL LIMITE CONCEDIDO
      *            (DESCUBIERTOS.DAT) SE INFORMA AL LADO, PERO NO
      *            SUMA AL RIESGO. TODO SE PASA A EUR CON
      *            TASAS-CAMBIO.DAT. EL UMBRAL (O EL DE COMPILACION)
      *            Y EL CODIGO DE ENTIDAD (OBLIGATORIO) VIENEN DE
      *            RIESGOS-PARAMETROS.DAT.
      *            EL TITULAR DECLARADO EL MES ANTERIOR QUE ESTE MES
      *            QUEDA POR DEBAJO DEL UMBRAL (O YA NO DEBE NADA)
      *            LLEVA UN REGISTRO DE BAJA. LO DECLARADO CADA MES
      *            QUEDA EN RIESGOS-DECLARADOS.DAT PARA ESO.
      *            SE CORRE A FIN DE MES, CERRADA LA ULTIMA NOCHE DEL
      *            MES, POR UN OPERADOR: EL ARCHIVO SOLO SIRVE CON LOS
      *            DOCUMENTOS EN CLARO Y DECIDE-MASCARA PIDE UN
      *            RESPONSABLE.
      *            SALIDAS:
      *            -- DECLARACION-RIESGOS.DAT: EL ARCHIVO DE FORMATO
      *               FIJO PARA LA CENTRAL: CABECERA, UN REGISTRO POR
      *               TITULAR DECLARADO, UNO POR BAJA Y UN CIERRE CON
      *               LOS CONTEOS Y EL RIESGO TOTAL.
      *            -- DECLARACION-RIESGOS.TXT: LISTADO DE CONTROL CON
      *               LO DECLARADO, LAS BAJAS Y LAS CUENTAS QUE NO SE
      *               PUDIERON DECLARAR (SIN DOCUMENTO O SIN TASA),
      *               QUE DEJAN EL PROGRAMA EN RC 04.
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

           SELECT ARCHIVO-DESCUBIERTOS
               ASSIGN TO "DESCUBIERTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DESCUBIERTOS.

           SELECT ARCHIVO-PRESTAMOS
               ASSIGN TO "PRESTAMOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRESTAMOS.

           SELECT ARCHIVO-TASAS
               ASSIGN TO "TASAS-CAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TASAS.

           SELECT ARCHIVO-PARAMETROS
               ASSIGN TO "RIESGOS-PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT ARCHIVO-FECHA-PROCESO
               ASSIGN TO "FECHA-PROCESO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHA-PROCESO.

           SELECT ARCHIVO-DECLARADOS
               ASSIGN TO "RIESGOS-DECLARADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DECLARADOS.

           SELECT ARCHIVO-DECLARACION
               ASSIGN TO "DECLARACION-RIESGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DECLARACION.

           SELECT ARCHIVO-REPORTE
               ASSIGN TO "DECLARACION-RIESGOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

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

       FD  ARCHIVO-DESCUBIERTOS.
       01  REG-DESCUBIERTO.
           05 DES-CODIGO           PIC 9(5).
           05 DES-LIMITE           PIC 9(7)V99.

       FD  ARCHIVO-PRESTAMOS.
       01  REG-PRESTAMO.
           05 PRE-NUMERO           PIC 9(5).
           05 PRE-CODIGO-CUENTA    PIC 9(5).
           05 PRE-PRINCIPAL        PIC 9(7)V99.
           05 PRE-TASA             PIC 9V9(4).
           05 PRE-PLAZO-MESES      PIC 9(3).
           05 PRE-FECHA-ALTA       PIC 9(8).
           05 PRE-PRIMER-VENCIMIENTO PIC 9(8).
           05 PRE-CUOTA            PIC 9(7)V99.
           05 PRE-CAPITAL-PENDIENTE PIC 9(7)V99.
           05 PRE-CUOTAS-IMPAGAS   PIC 9(3).
           05 PRE-ESTADO           PIC X(1).
           05 PRE-MONEDA           PIC X(3).
           05 PRE-SUCURSAL         PIC 9(3).

       FD  ARCHIVO-TASAS.
       01  REG-TASA.
           05 TAS-MONEDA           PIC X(3).
           05 TAS-TASA-A-BASE      PIC 9(3)V9(6).
           05 TAS-FECHA            PIC 9(8).

      * UMBRAL DE DECLARACION POR TITULAR, EN EUR, Y CODIGO CON QUE
      * LA CENTRAL CONOCE A LA ENTIDAD. EL UMBRAL EN CERO VALE EL DE
      * COMPILACION; LA ENTIDAD NO TIENE DEFECTO.
       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETROS.
           05 RPA-UMBRAL           PIC 9(9)V99.
           05 RPA-ENTIDAD          PIC X(20).

       FD  ARCHIVO-FECHA-PROCESO.
       01  REG-FECHA-PROCESO.
           05 FPR-FECHA            PIC 9(8).

      * LO DECLARADO: UN REGISTRO POR TITULAR Y PERIODO. SOLO SE
      * GUARDA EL ULTIMO PERIODO ANTERIOR AL QUE SE DECLARA Y EL
      * PROPIO, ASI REPETIR LA DECLARACION DEL MES NO LA DUPLICA.
       FD  ARCHIVO-DECLARADOS.
       01  REG-DECLARADO.
           05 RDE-PERIODO          PIC 9(6).
           05 RDE-DOCUMENTO        PIC X(15).
           05 RDE-NOMBRE           PIC X(30).
           05 RDE-RIESGO           PIC 9(11)V99.

      * DECLARACION PARA LA CENTRAL. TODOS LOS REGISTROS MIDEN LO
      * MISMO; EL PRIMER BYTE DICE CUAL DE LAS VISTAS APLICA:
      *  'H' CABECERA, 'D' TITULAR DECLARADO, 'B' BAJA DE UN TITULAR
      *  DECLARADO EL PERIODO ANTERIOR, 'T' CIERRE.
      * IMPORTES EN EUR.
       FD  ARCHIVO-DECLARACION.
       01  REG-DECLARACION.
           05 DCL-TIPO             PIC X(1).
           05 DCL-DATOS            PIC X(149).
       01  REG-DCL-CABECERA REDEFINES REG-DECLARACION.
           05 FILLER               PIC X(1).
           05 DCL-CAB-ENTIDAD      PIC X(20).
           05 DCL-CAB-PERIODO      PIC 9(6).
           05 DCL-CAB-FECHA        PIC 9(8).
           05 DCL-CAB-MONEDA       PIC X(3).
           05 DCL-CAB-UMBRAL       PIC 9(9)V99.
           05 FILLER               PIC X(101).
       01  REG-DCL-TITULAR REDEFINES REG-DECLARACION.
           05 FILLER               PIC X(1).
           05 DCL-TIT-DOCUMENTO    PIC X(15).
           05 DCL-TIT-NOMBRE       PIC X(30).
           05 DCL-TIT-CUENTAS      PIC 9(3).
           05 DCL-TIT-PRESTAMOS    PIC 9(3).
           05 DCL-TIT-DISPUESTO    PIC 9(11)V99.
           05 DCL-TIT-LIMITE       PIC 9(11)V99.
           05 DCL-TIT-CAPITAL      PIC 9(11)V99.
           05 DCL-TIT-RIESGO       PIC 9(11)V99.
           05 FILLER               PIC X(46).
       01  REG-DCL-BAJA REDEFINES REG-DECLARACION.
           05 FILLER               PIC X(1).
           05 DCL-BAJ-DOCUMENTO    PIC X(15).
           05 DCL-BAJ-NOMBRE       PIC X(30).
           05 DCL-BAJ-PERIODO-ANT  PIC 9(6).
           05 DCL-BAJ-RIESGO-ANT   PIC 9(11)V99.
           05 DCL-BAJ-RIESGO       PIC 9(11)V99.
           05 FILLER               PIC X(72).
       01  REG-DCL-CIERRE REDEFINES REG-DECLARACION.
           05 FILLER               PIC X(1).
           05 DCL-TOT-DECLARADOS   PIC 9(7).
           05 DCL-TOT-BAJAS        PIC 9(7).
           05 DCL-TOT-RIESGO       PIC 9(13)V99.
           05 DCL-TOT-REGISTROS    PIC 9(7).
           05 FILLER               PIC X(113).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE             PIC X(110).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-MAESTRO-NUEVO     PIC XX.
           05 FS-CONTACTOS         PIC XX.
           05 FS-DESCUBIERTOS      PIC XX.
           05 FS-PRESTAMOS         PIC XX.
           05 FS-TASAS             PIC XX.
           05 FS-PARAMETROS        PIC XX.
           05 FS-FECHA-PROCESO     PIC XX.
           05 FS-DECLARADOS        PIC XX.
           05 FS-DECLARACION       PIC XX.
           05 FS-REPORTE           PIC XX.

       01  SWITCHES.
           05 SW-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 SW-HAY-CONTACTOS     PIC X VALUE 'N'.
              88 HAY-CONTACTOS     VALUE 'S'.
           05 SW-HALLADO           PIC X VALUE 'N'.
              88 HALLADO           VALUE 'S'.
           05 SW-HAY-TASA          PIC X VALUE 'N'.
              88 HAY-TASA          VALUE 'S'.

       01  CONTADORES.
           05 CONT-CUENTAS-LEIDAS  PIC 9(7) VALUE ZEROS.
           05 CONT-SIN-DOCUMENTO   PIC 9(5) VALUE ZEROS.
           05 CONT-SIN-TASA        PIC 9(5) VALUE ZEROS.
           05 CONT-DECLARADOS      PIC 9(7) VALUE ZEROS.
           05 CONT-BAJO-UMBRAL     PIC 9(7) VALUE ZEROS.
           05 CONT-BAJAS           PIC 9(7) VALUE ZEROS.
           05 CONT-REGISTROS-DCL   PIC 9(7) VALUE ZEROS.

       01  MONEDA-BASE             PIC X(3) VALUE 'EUR'.
      * VALORES DE COMPILACION, PISADOS POR RIESGOS-PARAMETROS.DAT.
       01  WK-UMBRAL               PIC 9(9)V99 VALUE 1000.00.
      * SIN VALOR DE COMPILACION: SOLO RIESGOS-PARAMETROS.DAT.
       01  WK-ENTIDAD              PIC X(20) VALUE SPACES.
       01  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
       01  WK-FECHA-NEGOCIO        PIC 9(8) VALUE ZEROS.

      * PERIODO QUE SE DECLARA (AAAAMM) Y EL ULTIMO DECLARADO ANTES
      * DE EL, CUYOS TITULARES PUEDEN NECESITAR BAJA.
       01  WK-PERIODO              PIC 9(6) VALUE ZEROS.
       01  WK-PERIODO-R REDEFINES WK-PERIODO.
           05 WK-PERIODO-ANO       PIC 9(4).
           05 WK-PERIODO-MES       PIC 9(2).
       01  WK-PERIODO-ANTERIOR     PIC 9(6) VALUE ZEROS.

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

       01  WK-MAX-DESCUBIERTOS     PIC 9(3) VALUE 500.
       01  CONT-DESCUBIERTOS       PIC 9(3) VALUE ZEROS.
       01  TABLA-DESCUBIERTOS.
           05 ENTRADA-DESCUBIERTO  OCCURS 1 TO 500 TIMES
                                   DEPENDING ON CONT-DESCUBIERTOS.
              10 TDE-CODIGO        PIC 9(5).
              10 TDE-LIMITE        PIC 9(7)V99.
       01  WK-IDX-DESCUBIERTO      PIC 9(3) VALUE ZEROS.

      * PRESTAMOS VIGENTES CON CAPITAL PENDIENTE. TP-USADO QUEDA EN
      * 'S' CUANDO LA CUENTA DEL PRESTAMO APARECE EN EL MAESTRO; LOS
      * QUE QUEDAN EN 'N' SE AGRUPAN AL FINAL SOLO POR CONTACTOS.
       01  WK-MAX-PRESTAMOS        PIC 9(5) VALUE 2000.
       01  CONT-PRESTAMOS          PIC 9(5) VALUE ZEROS.
       01  TABLA-PRESTAMOS.
           05 ENTRADA-PRESTAMO     OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON CONT-PRESTAMOS.
              10 TP-NUMERO         PIC 9(5).
              10 TP-CODIGO-CUENTA  PIC 9(5).
              10 TP-CAPITAL        PIC 9(7)V99.
              10 TP-MONEDA         PIC X(3).
              10 TP-USADO          PIC X(1).
       01  WK-IDX-PRESTAMO         PIC 9(5) VALUE ZEROS.

      * DEUDA ACUMULADA POR TITULAR (DOCUMENTO), EN EUR. TI-DECLARA
      * QUEDA EN 'S' CUANDO EL RIESGO LLEGA AL UMBRAL.
       01  WK-MAX-TITULARES        PIC 9(5) VALUE 5000.
       01  CONT-TITULARES          PIC 9(5) VALUE ZEROS.
       01  TABLA-TITULARES.
           05 ENTRADA-TITULAR      OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-TITULARES.
              10 TI-DOCUMENTO      PIC X(15).
              10 TI-NOMBRE         PIC X(30).
              10 TI-CUENTAS        PIC 9(3).
              10 TI-PRESTAMOS      PIC 9(3).
              10 TI-DISPUESTO      PIC 9(11)V99.
              10 TI-LIMITE         PIC 9(11)V99.
              10 TI-CAPITAL        PIC 9(11)V99.
              10 TI-RIESGO         PIC 9(11)V99.
              10 TI-DECLARA        PIC X(1).
       01  WK-IDX-TITULAR          PIC 9(5) VALUE ZEROS.

      * TITULARES DECLARADOS EN WK-PERIODO-ANTERIOR.
       01  WK-MAX-ANTERIORES       PIC 9(5) VALUE 5000.
       01  CONT-ANTERIORES         PIC 9(5) VALUE ZEROS.
       01  TABLA-ANTERIORES.
           05 ENTRADA-ANTERIOR     OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-ANTERIORES.
              10 TN-DOCUMENTO      PIC X(15).
              10 TN-NOMBRE         PIC X(30).
              10 TN-RIESGO         PIC 9(11)V99.
       01  WK-IDX-ANTERIOR         PIC 9(5) VALUE ZEROS.

      * CUENTAS Y PRESTAMOS CON DEUDA QUE NO SE PUDIERON DECLARAR.
      * PASADO EL TOPE SE SIGUEN CONTANDO, PERO NO SE LISTAN.
       01  WK-MAX-EXCEPCIONES      PIC 9(3) VALUE 500.
       01  CONT-EXCEPCIONES        PIC 9(3) VALUE ZEROS.
       01  TABLA-EXCEPCIONES.
           05 ENTRADA-EXCEPCION    OCCURS 1 TO 500 TIMES
                                   DEPENDING ON CONT-EXCEPCIONES.
              10 TX-CODIGO         PIC 9(5).
              10 TX-PRESTAMO       PIC 9(5).
              10 TX-MONEDA         PIC X(3).
              10 TX-IMPORTE        PIC 9(9)V99.
              10 TX-MOTIVO         PIC X(30).
       01  WK-IDX-EXCEPCION        PIC 9(3) VALUE ZEROS.

      * EXCEPCION A ANOTAR: LA CUENTA EN CURSO Y LO QUE PREPARA EL
      * LLAMADOR.
       01  WK-EXC-PRESTAMO         PIC 9(5) VALUE ZEROS.
       01  WK-EXC-MONEDA           PIC X(3) VALUE SPACES.
       01  WK-EXC-IMPORTE          PIC 9(9)V99 VALUE ZEROS.
       01  WK-EXC-MOTIVO           PIC X(30) VALUE SPACES.

      * LO QUE APORTA LA CUENTA O EL PRESTAMO EN CURSO.
       01  WK-CODIGO-CUENTA        PIC 9(5) VALUE ZEROS.
       01  WK-NOMBRE-CUENTA        PIC X(30) VALUE SPACES.
       01  WK-DOCUMENTO            PIC X(15) VALUE SPACES.
       01  WK-SALDO-DEUDOR         PIC 9(7)V99 VALUE ZEROS.
       01  WK-LIMITE-CTA           PIC 9(7)V99 VALUE ZEROS.
       01  WK-DISPUESTO-EUR        PIC 9(11)V99 VALUE ZEROS.
       01  WK-LIMITE-EUR           PIC 9(11)V99 VALUE ZEROS.
       01  WK-CAPITAL-EUR          PIC 9(11)V99 VALUE ZEROS.
       01  WK-PRESTAMO-EUR         PIC 9(11)V99 VALUE ZEROS.
       01  WK-CANT-PRESTAMOS       PIC 9(3) VALUE ZEROS.
       01  WK-SUMA-CUENTA          PIC X(1) VALUE 'N'.
           88 SUMA-CUENTA          VALUE 'S'.

      * DOCUMENTO Y NOMBRE SALEN ENMASCARADOS SALVO QUE DECIDE-MASCARA
      * AUTORICE CADA SALIDA EN CLARO. LA DECLARACION SOLO SIRVE EN
      * CLARO: DEBE FIGURAR COMO REGULATORIA EN
      * PRIVACIDAD-PARAMETROS.DAT. RIESGOS-DECLARADOS.DAT ES DE USO
      * INTERNO Y GUARDA EL DOCUMENTO TAL CUAL, PARA CRUZARLO.
       01  WK-PROGRAMA             PIC X(18)
                                   VALUE "DECLARA-RIESGOS".
       01  WK-SALIDA-REPORTE       PIC X(24)
                                   VALUE "DECLARACION-RIESGOS.TXT".
       01  WK-SALIDA-DECLARACION   PIC X(24)
                                   VALUE "DECLARACION-RIESGOS.DAT".
       01  WK-TRATAMIENTO-REPORTE  PIC X(1) VALUE 'E'.
       01  WK-TRATAMIENTO-DCL      PIC X(1) VALUE 'E'.
       01  WK-TRATAMIENTO          PIC X(1) VALUE 'E'.
           88 SALIDA-EN-CLARO      VALUE 'C'.
       01  WK-CLASE-DATO           PIC X(1) VALUE SPACE.
       01  WK-DATO-PERSONAL        PIC X(30) VALUE SPACES.
       01  WK-DOCUMENTO-SALIDA     PIC X(15) VALUE SPACES.
       01  WK-NOMBRE-SALIDA        PIC X(30) VALUE SPACES.

       01  TOTALES.
           05 TOT-DISPUESTO        PIC 9(13)V99 VALUE ZEROS.
           05 TOT-LIMITE           PIC 9(13)V99 VALUE ZEROS.
           05 TOT-CAPITAL          PIC 9(13)V99 VALUE ZEROS.
           05 TOT-RIESGO           PIC 9(13)V99 VALUE ZEROS.
           05 TOT-EXCLUIDO         PIC 9(13)V99 VALUE ZEROS.

       01  LINEA-TITULO.
           05 FILLER               PIC X(46)
              VALUE 'DECLARACION A LA CENTRAL DE RIESGOS - PERIODO '.
           05 LTI-PERIODO          PIC 9(6).
           05 FILLER               PIC X(10) VALUE '  UMBRAL: '.
           05 LTI-UMBRAL           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(04) VALUE ' EUR'.

       01  LINEA-ENCABEZADO.
           05 FILLER               PIC X(50) VALUE
              'DOCUMENTO       NOMBRE                    CTA PRE '.
           05 FILLER               PIC X(28) VALUE
              '    DISPUESTO        LIMITE'.
           05 FILLER               PIC X(28) VALUE
              '    PRESTAMOS        RIESGO'.

       01  LINEA-TITULAR.
           05 LTT-DOCUMENTO        PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LTT-NOMBRE           PIC X(25).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LTT-CUENTAS          PIC ZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LTT-PRESTAMOS        PIC ZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LTT-DISPUESTO        PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LTT-LIMITE           PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LTT-CAPITAL          PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LTT-RIESGO           PIC ZZ,ZZZ,ZZ9.99.

       01  LINEA-BAJA.
           05 LBA-DOCUMENTO        PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LBA-NOMBRE           PIC X(25).
           05 FILLER               PIC X(10) VALUE '  PERIODO '.
           05 LBA-PERIODO-ANT      PIC 9(6).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LBA-RIESGO-ANT       PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(08) VALUE '  AHORA '.
           05 LBA-RIESGO           PIC ZZ,ZZZ,ZZ9.99.

       01  LINEA-EXCEPCION.
           05 FILLER               PIC X(07) VALUE 'CUENTA '.
           05 LEX-CODIGO           PIC 9(5).
           05 FILLER               PIC X(11) VALUE '  PRESTAMO '.
           05 LEX-PRESTAMO         PIC X(5).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LEX-MONEDA           PIC X(3).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LEX-IMPORTE          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LEX-MOTIVO           PIC X(30).

       01  LINEA-TOTAL.
           05 LTO-ETIQUETA         PIC X(34).
           05 LTO-IMPORTE          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  LINEA-CONTEO.
           05 LCO-ETIQUETA         PIC X(34).
           05 LCO-NUMERO           PIC ZZZZZZ9.

       01  WK-IMPORTE-EDITADO      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 200-RECORRER-MAESTRO
           PERFORM 220-PRESTAMOS-SIN-CUENTA
           PERFORM 230-APLICAR-UMBRAL
           PERFORM 250-ESCRIBIR-SALIDAS
           PERFORM 290-REGRABAR-DECLARADOS
           PERFORM 300-FINALIZAR
           STOP RUN.

       100-INICIALIZAR.
           DISPLAY "========================================"
           DISPLAY "  DECLARACION A LA CENTRAL DE RIESGOS"
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

      * LA DECLARACION ES UNA FOTO DE LOS SALDOS AL CIERRE DEL MES:
      * SI SE CORRE YA ENTRADO EL MES SIGUIENTE, EL OPERADOR INDICA
      * EL MES QUE SE CERRO.
           DISPLAY "PERIODO A DECLARAR (AAAAMM, 000000 = MES DE LA"
                   " FECHA DE NEGOCIO " WK-FECHA-NEGOCIO "): "
           ACCEPT WK-PERIODO

           IF WK-PERIODO = ZEROS
               MOVE WK-FECHA-NEGOCIO(1:6) TO WK-PERIODO
           END-IF

           IF WK-PERIODO-MES < 01 OR WK-PERIODO-MES > 12
               DISPLAY "PERIODO INVALIDO: " WK-PERIODO
               STOP RUN
           END-IF

           OPEN INPUT ARCHIVO-PARAMETROS
           IF FS-PARAMETROS = '00'
               READ ARCHIVO-PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RPA-UMBRAL IS NUMERIC
                          AND RPA-UMBRAL > ZEROS
                           MOVE RPA-UMBRAL TO WK-UMBRAL
                       END-IF
                       MOVE RPA-ENTIDAD TO WK-ENTIDAD
               END-READ
               CLOSE ARCHIVO-PARAMETROS
           END-IF

      * LA CENTRAL RECHAZA LA DECLARACION DE UNA ENTIDAD QUE NO ES
      * LA QUE INFORMA: SIN CODIGO NO SE DECLARA.
           IF WK-ENTIDAD = SPACES
               DISPLAY "ERROR: RIESGOS-PARAMETROS.DAT NO TRAE EL"
                       " CODIGO DE ENTIDAD; NO SE DECLARA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "ENTIDAD:             " WK-ENTIDAD
           MOVE WK-UMBRAL TO WK-IMPORTE-EDITADO
           DISPLAY "PERIODO:             " WK-PERIODO
           DISPLAY "UMBRAL POR TITULAR: " WK-IMPORTE-EDITADO " EUR"

           PERFORM 110-CARGAR-TASAS
           PERFORM 120-CARGAR-DESCUBIERTOS
           PERFORM 130-CARGAR-PRESTAMOS
           PERFORM 140-CARGAR-DECLARADOS

           OPEN INPUT ARCHIVO-MAESTRO-NUEVO

           IF FS-MAESTRO-NUEVO NOT = '00'
               DISPLAY "ERROR ABRIENDO MAESTRO-NUEVO: "
                       FS-MAESTRO-NUEVO
               STOP RUN
           END-IF

      * SIN CONTACTOS NO HAY DOCUMENTOS Y NO HAY A QUIEN DECLARAR.
           OPEN INPUT ARCHIVO-CONTACTOS

           IF FS-CONTACTOS NOT = '00'
               DISPLAY "ERROR ABRIENDO CONTACTOS: " FS-CONTACTOS
               STOP RUN
           END-IF
           MOVE 'S' TO SW-HAY-CONTACTOS

           CALL "DECIDE-MASCARA" USING WK-SALIDA-REPORTE
                                       WK-PROGRAMA
                                       WK-TRATAMIENTO-REPORTE
           CALL "DECIDE-MASCARA" USING WK-SALIDA-DECLARACION
                                       WK-PROGRAMA
                                       WK-TRATAMIENTO-DCL.

      * SIN TASAS SOLO SE PUEDE VALUAR LO QUE ESTA EN EUR; EL RESTO
      * QUEDA COMO EXCEPCION EN EL LISTADO.
       110-CARGAR-TASAS.
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

       120-CARGAR-DESCUBIERTOS.
           OPEN INPUT ARCHIVO-DESCUBIERTOS

           IF FS-DESCUBIERTOS = '35'
               EXIT PARAGRAPH
           END-IF

           IF FS-DESCUBIERTOS NOT = '00'
               DISPLAY "ERROR ABRIENDO DESCUBIERTOS: " FS-DESCUBIERTOS
               STOP RUN
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-DESCUBIERTOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF CONT-DESCUBIERTOS >= WK-MAX-DESCUBIERTOS
                           DISPLAY "*** MAS DE " WK-MAX-DESCUBIERTOS
                                   " DESCUBIERTOS: LA DECLARACION"
                                   " SALDRIA INCOMPLETA ***"
                           STOP RUN
                       END-IF
                       ADD 1 TO CONT-DESCUBIERTOS
                       MOVE DES-CODIGO TO TDE-CODIGO(CONT-DESCUBIERTOS)
                       MOVE DES-LIMITE TO TDE-LIMITE(CONT-DESCUBIERTOS)
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-DESCUBIERTOS.

      * SOLO CUENTA EL PRESTAMO VIGENTE; EL LIQUIDADO O CANCELADO YA
      * NO ES DEUDA.
       130-CARGAR-PRESTAMOS.
           OPEN INPUT ARCHIVO-PRESTAMOS

           IF FS-PRESTAMOS = '35'
               EXIT PARAGRAPH
           END-IF

           IF FS-PRESTAMOS NOT = '00'
               DISPLAY "ERROR ABRIENDO PRESTAMOS: " FS-PRESTAMOS
               STOP RUN
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-PRESTAMOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF PRE-ESTADO = 'V'
                          AND PRE-CAPITAL-PENDIENTE > ZEROS
                           PERFORM 135-ANOTAR-PRESTAMO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PRESTAMOS.

       135-ANOTAR-PRESTAMO.
           IF CONT-PRESTAMOS >= WK-MAX-PRESTAMOS
               DISPLAY "*** MAS DE " WK-MAX-PRESTAMOS
                       " PRESTAMOS VIGENTES: LA DECLARACION SALDRIA"
                       " INCOMPLETA ***"
               STOP RUN
           END-IF

           ADD 1 TO CONT-PRESTAMOS
           MOVE PRE-NUMERO        TO TP-NUMERO(CONT-PRESTAMOS)
           MOVE PRE-CODIGO-CUENTA TO TP-CODIGO-CUENTA(CONT-PRESTAMOS)
           MOVE PRE-CAPITAL-PENDIENTE TO TP-CAPITAL(CONT-PRESTAMOS)
           MOVE PRE-MONEDA        TO TP-MONEDA(CONT-PRESTAMOS)
           MOVE 'N'               TO TP-USADO(CONT-PRESTAMOS).

      * DE RIESGOS-DECLARADOS.DAT SOLO INTERESA EL ULTIMO PERIODO
      * ANTERIOR AL QUE SE DECLARA (EL ARCHIVO VIENE AGRUPADO POR
      * PERIODO). UN PERIODO POSTERIOR EN EL ARCHIVO QUIERE DECIR QUE
      * SE ESTA DECLARANDO UN MES YA SUPERADO: NO SE PERMITE, PORQUE
      * LAS BAJAS YA SE CALCULARON CONTRA EL.
       140-CARGAR-DECLARADOS.
           OPEN INPUT ARCHIVO-DECLARADOS

           IF FS-DECLARADOS = '35'
               DISPLAY "SIN RIESGOS-DECLARADOS.DAT: PRIMERA"
                       " DECLARACION, SIN BAJAS"
               EXIT PARAGRAPH
           END-IF

           IF FS-DECLARADOS NOT = '00'
               DISPLAY "ERROR ABRIENDO RIESGOS-DECLARADOS: "
                       FS-DECLARADOS
               STOP RUN
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-DECLARADOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       PERFORM 145-ANOTAR-DECLARADO
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-DECLARADOS

           DISPLAY "PERIODO ANTERIOR DECLARADO: " WK-PERIODO-ANTERIOR
                   " (" CONT-ANTERIORES " TITULARES)".

       145-ANOTAR-DECLARADO.
           IF RDE-PERIODO > WK-PERIODO
               DISPLAY "RIESGOS-DECLARADOS.DAT YA TIENE EL PERIODO "
                       RDE-PERIODO ", POSTERIOR AL PEDIDO"
               DISPLAY "DECLARACION NO GENERADA"
               CLOSE ARCHIVO-DECLARADOS
               STOP RUN
           END-IF

           IF RDE-PERIODO = WK-PERIODO
               EXIT PARAGRAPH
           END-IF

           IF RDE-PERIODO > WK-PERIODO-ANTERIOR
               MOVE RDE-PERIODO TO WK-PERIODO-ANTERIOR
               MOVE ZEROS TO CONT-ANTERIORES
           END-IF

           IF RDE-PERIODO < WK-PERIODO-ANTERIOR
               EXIT PARAGRAPH
           END-IF

           IF CONT-ANTERIORES >= WK-MAX-ANTERIORES
               DISPLAY "*** MAS DE " WK-MAX-ANTERIORES
                       " TITULARES DECLARADOS EN " RDE-PERIODO
                       ": LAS BAJAS SALDRIAN INCOMPLETAS ***"
               STOP RUN
           END-IF

           ADD 1 TO CONT-ANTERIORES
           MOVE RDE-DOCUMENTO TO TN-DOCUMENTO(CONT-ANTERIORES)
           MOVE RDE-NOMBRE    TO TN-NOMBRE(CONT-ANTERIORES)
           MOVE RDE-RIESGO    TO TN-RIESGO(CONT-ANTERIORES).

      * UNA DECLARACION AL REGULADOR NO PUEDE SALIR CON TITULARES DE
      * MENOS: SI NO CABEN EN MEMORIA NO SE ESCRIBE NADA.
       200-RECORRER-MAESTRO.
           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM 205-LEER-MAESTRO
           PERFORM UNTIL FIN-ARCHIVO
               ADD 1 TO CONT-CUENTAS-LEIDAS
               PERFORM 210-VALUAR-CUENTA
               PERFORM 205-LEER-MAESTRO
           END-PERFORM

           CLOSE ARCHIVO-MAESTRO-NUEVO.

       205-LEER-MAESTRO.
           READ ARCHIVO-MAESTRO-NUEVO NEXT
               AT END
                   MOVE 'S' TO SW-FIN-ARCHIVO
           END-READ.

      * LA CUENTA APORTA SU SALDO DEUDOR (DESCUBIERTO DISPUESTO), SU
      * LIMITE CONCEDIDO Y EL CAPITAL PENDIENTE DE SUS PRESTAMOS. LA
      * CUENTA QUE NO APORTA NADA NO SE MIRA EN CONTACTOS.
       210-VALUAR-CUENTA.
           MOVE CODIGO-MAESTRO-NUEVO TO WK-CODIGO-CUENTA
           MOVE NOMBRE-MAESTRO-NUEVO TO WK-NOMBRE-CUENTA
           MOVE ZEROS TO WK-SALDO-DEUDOR
                         WK-LIMITE-CTA
                         WK-DISPUESTO-EUR
                         WK-LIMITE-EUR
                         WK-CAPITAL-EUR
                         WK-CANT-PRESTAMOS
           MOVE 'N' TO WK-SUMA-CUENTA

           IF SALDO-MAESTRO-NUEVO < ZEROS
               COMPUTE WK-SALDO-DEUDOR = 0 - SALDO-MAESTRO-NUEVO
           END-IF

           PERFORM VARYING WK-IDX-DESCUBIERTO FROM 1 BY 1
                   UNTIL WK-IDX-DESCUBIERTO > CONT-DESCUBIERTOS
               IF TDE-CODIGO(WK-IDX-DESCUBIERTO) = WK-CODIGO-CUENTA
                   MOVE TDE-LIMITE(WK-IDX-DESCUBIERTO) TO WK-LIMITE-CTA
               END-IF
           END-PERFORM

           IF WK-SALDO-DEUDOR > ZEROS OR WK-LIMITE-CTA > ZEROS
               MOVE MONEDA-MAESTRO-NUEVO TO WK-MONEDA-BUSCADA
               PERFORM 240-BUSCAR-TASA
               IF HAY-TASA
                   COMPUTE WK-DISPUESTO-EUR ROUNDED =
                       WK-SALDO-DEUDOR * WK-TASA
                   COMPUTE WK-LIMITE-EUR ROUNDED =
                       WK-LIMITE-CTA * WK-TASA
               ELSE
                   IF WK-SALDO-DEUDOR > ZEROS
                       ADD 1 TO CONT-SIN-TASA
                       MOVE ZEROS                TO WK-EXC-PRESTAMO
                       MOVE MONEDA-MAESTRO-NUEVO TO WK-EXC-MONEDA
                       MOVE WK-SALDO-DEUDOR      TO WK-EXC-IMPORTE
                       MOVE "SIN TASA DE CAMBIO" TO WK-EXC-MOTIVO
                       PERFORM 245-ANOTAR-EXCEPCION
                   END-IF
               END-IF
           END-IF

           PERFORM VARYING WK-IDX-PRESTAMO FROM 1 BY 1
                   UNTIL WK-IDX-PRESTAMO > CONT-PRESTAMOS
               IF TP-CODIGO-CUENTA(WK-IDX-PRESTAMO) = WK-CODIGO-CUENTA
                   MOVE 'S' TO TP-USADO(WK-IDX-PRESTAMO)
                   PERFORM 215-VALUAR-PRESTAMO
               END-IF
           END-PERFORM

           IF WK-DISPUESTO-EUR = ZEROS
              AND WK-LIMITE-EUR = ZEROS
              AND WK-CAPITAL-EUR = ZEROS
               EXIT PARAGRAPH
           END-IF

           PERFORM 225-BUSCAR-DOCUMENTO

           IF WK-DOCUMENTO = SPACES
               IF WK-DISPUESTO-EUR > ZEROS OR WK-CAPITAL-EUR > ZEROS
                   ADD 1 TO CONT-SIN-DOCUMENTO
                   COMPUTE TOT-EXCLUIDO = TOT-EXCLUIDO
                       + WK-DISPUESTO-EUR + WK-CAPITAL-EUR
                   MOVE ZEROS       TO WK-EXC-PRESTAMO
                   MOVE MONEDA-BASE TO WK-EXC-MONEDA
                   COMPUTE WK-EXC-IMPORTE =
                       WK-DISPUESTO-EUR + WK-CAPITAL-EUR
                   MOVE "SIN DOCUMENTO EN CONTACTOS" TO WK-EXC-MOTIVO
                   PERFORM 245-ANOTAR-EXCEPCION
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WK-DISPUESTO-EUR > ZEROS OR WK-LIMITE-EUR > ZEROS
               MOVE 'S' TO WK-SUMA-CUENTA
           ELSE
               MOVE 'N' TO WK-SUMA-CUENTA
           END-IF

           PERFORM 228-ACUMULAR-TITULAR.

      * UN PRESTAMO EN MONEDA SIN TASA NO SE PUEDE VALUAR: QUEDA COMO
      * EXCEPCION Y NO SUMA.
       215-VALUAR-PRESTAMO.
           MOVE TP-MONEDA(WK-IDX-PRESTAMO) TO WK-MONEDA-BUSCADA
           PERFORM 240-BUSCAR-TASA

           IF NOT HAY-TASA
               ADD 1 TO CONT-SIN-TASA
               MOVE TP-NUMERO(WK-IDX-PRESTAMO)  TO WK-EXC-PRESTAMO
               MOVE TP-MONEDA(WK-IDX-PRESTAMO)  TO WK-EXC-MONEDA
               MOVE TP-CAPITAL(WK-IDX-PRESTAMO) TO WK-EXC-IMPORTE
               MOVE "PRESTAMO SIN TASA DE CAMBIO" TO WK-EXC-MOTIVO
               PERFORM 245-ANOTAR-EXCEPCION
               EXIT PARAGRAPH
           END-IF

           COMPUTE WK-PRESTAMO-EUR ROUNDED =
               TP-CAPITAL(WK-IDX-PRESTAMO) * WK-TASA
           ADD WK-PRESTAMO-EUR TO WK-CAPITAL-EUR
           ADD 1 TO WK-CANT-PRESTAMOS.

      * EL PRESTAMO CUYA CUENTA YA NO ESTA EN EL MAESTRO SIGUE SIENDO
      * DEUDA DEL TITULAR: SE LO UBICA POR CONTACTOS, SIN NOMBRE.
       220-PRESTAMOS-SIN-CUENTA.
           PERFORM VARYING WK-IDX-PRESTAMO FROM 1 BY 1
                   UNTIL WK-IDX-PRESTAMO > CONT-PRESTAMOS
               IF TP-USADO(WK-IDX-PRESTAMO) = 'N'
                   MOVE TP-CODIGO-CUENTA(WK-IDX-PRESTAMO)
                       TO WK-CODIGO-CUENTA
                   MOVE SPACES TO WK-NOMBRE-CUENTA
                   MOVE ZEROS TO WK-DISPUESTO-EUR
                                 WK-LIMITE-EUR
                                 WK-CAPITAL-EUR
                                 WK-CANT-PRESTAMOS
                   MOVE 'N' TO WK-SUMA-CUENTA
                   PERFORM 215-VALUAR-PRESTAMO
                   IF WK-CAPITAL-EUR > ZEROS
                       PERFORM 225-BUSCAR-DOCUMENTO
                       IF WK-DOCUMENTO = SPACES
                           ADD 1 TO CONT-SIN-DOCUMENTO
                           ADD WK-CAPITAL-EUR TO TOT-EXCLUIDO
                           MOVE TP-NUMERO(WK-IDX-PRESTAMO)
                               TO WK-EXC-PRESTAMO
                           MOVE MONEDA-BASE    TO WK-EXC-MONEDA
                           MOVE WK-CAPITAL-EUR TO WK-EXC-IMPORTE
                           MOVE "PRESTAMO SIN DOCUMENTO"
                               TO WK-EXC-MOTIVO
                           PERFORM 245-ANOTAR-EXCEPCION
                       ELSE
                           PERFORM 228-ACUMULAR-TITULAR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE ARCHIVO-CONTACTOS
           MOVE 'N' TO SW-HAY-CONTACTOS.

       225-BUSCAR-DOCUMENTO.
           MOVE SPACES TO WK-DOCUMENTO
           MOVE WK-CODIGO-CUENTA TO CON-CODIGO
           READ ARCHIVO-CONTACTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CON-DOCUMENTO TO WK-DOCUMENTO
           END-READ.

       228-ACUMULAR-TITULAR.
           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-IDX-TITULAR FROM 1 BY 1
                   UNTIL WK-IDX-TITULAR > CONT-TITULARES
                   OR HALLADO
               IF TI-DOCUMENTO(WK-IDX-TITULAR) = WK-DOCUMENTO
                   MOVE 'S' TO SW-HALLADO
               END-IF
           END-PERFORM

           IF HALLADO
               SUBTRACT 1 FROM WK-IDX-TITULAR
           ELSE
               IF CONT-TITULARES >= WK-MAX-TITULARES
                   DISPLAY "*** MAS DE " WK-MAX-TITULARES
                           " TITULARES CON DEUDA: LA DECLARACION"
                           " SALDRIA INCOMPLETA ***"
                   STOP RUN
               END-IF
               ADD 1 TO CONT-TITULARES
               MOVE CONT-TITULARES TO WK-IDX-TITULAR
               MOVE WK-DOCUMENTO TO TI-DOCUMENTO(WK-IDX-TITULAR)
               MOVE SPACES TO TI-NOMBRE(WK-IDX-TITULAR)
               MOVE ZEROS TO TI-CUENTAS(WK-IDX-TITULAR)
                             TI-PRESTAMOS(WK-IDX-TITULAR)
                             TI-DISPUESTO(WK-IDX-TITULAR)
                             TI-LIMITE(WK-IDX-TITULAR)
                             TI-CAPITAL(WK-IDX-TITULAR)
                             TI-RIESGO(WK-IDX-TITULAR)
               MOVE 'N' TO TI-DECLARA(WK-IDX-TITULAR)
           END-IF

           IF TI-NOMBRE(WK-IDX-TITULAR) = SPACES
               MOVE WK-NOMBRE-CUENTA TO TI-NOMBRE(WK-IDX-TITULAR)
           END-IF

           IF SUMA-CUENTA
               ADD 1 TO TI-CUENTAS(WK-IDX-TITULAR)
           END-IF
           ADD WK-CANT-PRESTAMOS TO TI-PRESTAMOS(WK-IDX-TITULAR)
           ADD WK-DISPUESTO-EUR  TO TI-DISPUESTO(WK-IDX-TITULAR)
           ADD WK-LIMITE-EUR     TO TI-LIMITE(WK-IDX-TITULAR)
           ADD WK-CAPITAL-EUR    TO TI-CAPITAL(WK-IDX-TITULAR).

      * RIESGO = DESCUBIERTO DISPUESTO + CAPITAL DE PRESTAMOS. SE
      * DECLARA EL TITULAR QUE LLEGA AL UMBRAL.
       230-APLICAR-UMBRAL.
           PERFORM VARYING WK-IDX-TITULAR FROM 1 BY 1
                   UNTIL WK-IDX-TITULAR > CONT-TITULARES
               COMPUTE TI-RIESGO(WK-IDX-TITULAR) =
                   TI-DISPUESTO(WK-IDX-TITULAR)
                   + TI-CAPITAL(WK-IDX-TITULAR)
               IF TI-RIESGO(WK-IDX-TITULAR) > ZEROS
                  AND TI-RIESGO(WK-IDX-TITULAR) >= WK-UMBRAL
                   MOVE 'S' TO TI-DECLARA(WK-IDX-TITULAR)
                   ADD 1 TO CONT-DECLARADOS
                   ADD TI-DISPUESTO(WK-IDX-TITULAR) TO TOT-DISPUESTO
                   ADD TI-LIMITE(WK-IDX-TITULAR)    TO TOT-LIMITE
                   ADD TI-CAPITAL(WK-IDX-TITULAR)   TO TOT-CAPITAL
                   ADD TI-RIESGO(WK-IDX-TITULAR)    TO TOT-RIESGO
               ELSE
                   IF TI-RIESGO(WK-IDX-TITULAR) > ZEROS
                       ADD 1 TO CONT-BAJO-UMBRAL
                   END-IF
               END-IF
           END-PERFORM.

      * EUR (O MONEDA EN BLANCO) VALE 1; LAS DEMAS, SU TASA A BASE.
       240-BUSCAR-TASA.
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

      * PASADO EL TOPE DE LA TABLA LA EXCEPCION YA ESTA CONTADA
      * POR EL LLAMADOR, PERO NO SE LISTA.
       245-ANOTAR-EXCEPCION.
           IF CONT-EXCEPCIONES >= WK-MAX-EXCEPCIONES
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-EXCEPCIONES
           MOVE WK-CODIGO-CUENTA TO TX-CODIGO(CONT-EXCEPCIONES)
           MOVE WK-EXC-PRESTAMO  TO TX-PRESTAMO(CONT-EXCEPCIONES)
           MOVE WK-EXC-MONEDA    TO TX-MONEDA(CONT-EXCEPCIONES)
           MOVE WK-EXC-IMPORTE   TO TX-IMPORTE(CONT-EXCEPCIONES)
           MOVE WK-EXC-MOTIVO    TO TX-MOTIVO(CONT-EXCEPCIONES).

       250-ESCRIBIR-SALIDAS.
           OPEN OUTPUT ARCHIVO-DECLARACION

           IF FS-DECLARACION NOT = '00'
               DISPLAY "ERROR ABRIENDO DECLARACION-RIESGOS.DAT: "
                       FS-DECLARACION
               STOP RUN
           END-IF

           OPEN OUTPUT ARCHIVO-REPORTE

           IF FS-REPORTE NOT = '00'
               DISPLAY "ERROR ABRIENDO DECLARACION-RIESGOS.TXT: "
                       FS-REPORTE
               STOP RUN
           END-IF

           MOVE SPACES TO REG-DECLARACION
           MOVE 'H' TO DCL-TIPO
           MOVE WK-ENTIDAD       TO DCL-CAB-ENTIDAD
           MOVE WK-PERIODO       TO DCL-CAB-PERIODO
           MOVE WK-FECHA-NEGOCIO TO DCL-CAB-FECHA
           MOVE MONEDA-BASE      TO DCL-CAB-MONEDA
           MOVE WK-UMBRAL        TO DCL-CAB-UMBRAL
           PERFORM 285-GRABAR-DECLARACION

           MOVE WK-PERIODO TO LTI-PERIODO
           MOVE WK-UMBRAL  TO LTI-UMBRAL
           WRITE REG-REPORTE FROM LINEA-TITULO
           MOVE SPACES TO REG-REPORTE
           STRING "ENTIDAD: " WK-ENTIDAD
                  "  FECHA DE NEGOCIO: " WK-FECHA-NEGOCIO
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "TITULARES DECLARADOS" TO REG-REPORTE
           WRITE REG-REPORTE
           WRITE REG-REPORTE FROM LINEA-ENCABEZADO

           PERFORM VARYING WK-IDX-TITULAR FROM 1 BY 1
                   UNTIL WK-IDX-TITULAR > CONT-TITULARES
               IF TI-DECLARA(WK-IDX-TITULAR) = 'S'
                   PERFORM 260-DECLARAR-TITULAR
               END-IF
           END-PERFORM

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "BAJAS (DECLARADOS EN " WK-PERIODO-ANTERIOR
                  " QUE QUEDAN POR DEBAJO DEL UMBRAL)"
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE

           PERFORM VARYING WK-IDX-ANTERIOR FROM 1 BY 1
                   UNTIL WK-IDX-ANTERIOR > CONT-ANTERIORES
               PERFORM 270-REVISAR-BAJA
           END-PERFORM

           MOVE SPACES TO REG-DECLARACION
           MOVE 'T' TO DCL-TIPO
           MOVE CONT-DECLARADOS TO DCL-TOT-DECLARADOS
           MOVE CONT-BAJAS      TO DCL-TOT-BAJAS
           MOVE TOT-RIESGO      TO DCL-TOT-RIESGO
           COMPUTE DCL-TOT-REGISTROS = CONT-REGISTROS-DCL + 1
           PERFORM 285-GRABAR-DECLARACION

           PERFORM 280-ESCRIBIR-CONTROL.

       260-DECLARAR-TITULAR.
           MOVE TI-DOCUMENTO(WK-IDX-TITULAR) TO WK-DOCUMENTO-SALIDA
           MOVE TI-NOMBRE(WK-IDX-TITULAR)    TO WK-NOMBRE-SALIDA
           MOVE WK-TRATAMIENTO-DCL TO WK-TRATAMIENTO
           PERFORM 265-PREPARAR-DATOS

           MOVE SPACES TO REG-DECLARACION
           MOVE 'D' TO DCL-TIPO
           MOVE WK-DOCUMENTO-SALIDA            TO DCL-TIT-DOCUMENTO
           MOVE WK-NOMBRE-SALIDA               TO DCL-TIT-NOMBRE
           MOVE TI-CUENTAS(WK-IDX-TITULAR)     TO DCL-TIT-CUENTAS
           MOVE TI-PRESTAMOS(WK-IDX-TITULAR)   TO DCL-TIT-PRESTAMOS
           MOVE TI-DISPUESTO(WK-IDX-TITULAR)   TO DCL-TIT-DISPUESTO
           MOVE TI-LIMITE(WK-IDX-TITULAR)      TO DCL-TIT-LIMITE
           MOVE TI-CAPITAL(WK-IDX-TITULAR)     TO DCL-TIT-CAPITAL
           MOVE TI-RIESGO(WK-IDX-TITULAR)      TO DCL-TIT-RIESGO
           PERFORM 285-GRABAR-DECLARACION

           MOVE TI-DOCUMENTO(WK-IDX-TITULAR) TO WK-DOCUMENTO-SALIDA
           MOVE TI-NOMBRE(WK-IDX-TITULAR)    TO WK-NOMBRE-SALIDA
           MOVE WK-TRATAMIENTO-REPORTE TO WK-TRATAMIENTO
           PERFORM 265-PREPARAR-DATOS
           IF TI-NOMBRE(WK-IDX-TITULAR) = SPACES
               MOVE "(SIN NOMBRE)" TO WK-NOMBRE-SALIDA
           END-IF

           MOVE WK-DOCUMENTO-SALIDA            TO LTT-DOCUMENTO
           MOVE WK-NOMBRE-SALIDA               TO LTT-NOMBRE
           MOVE TI-CUENTAS(WK-IDX-TITULAR)     TO LTT-CUENTAS
           MOVE TI-PRESTAMOS(WK-IDX-TITULAR)   TO LTT-PRESTAMOS
           MOVE TI-DISPUESTO(WK-IDX-TITULAR)   TO LTT-DISPUESTO
           MOVE TI-LIMITE(WK-IDX-TITULAR)      TO LTT-LIMITE
           MOVE TI-CAPITAL(WK-IDX-TITULAR)     TO LTT-CAPITAL
           MOVE TI-RIESGO(WK-IDX-TITULAR)      TO LTT-RIESGO
           WRITE REG-REPORTE FROM LINEA-TITULAR.

      * DOCUMENTO Y NOMBRE TAL COMO DEBEN SALIR EN LA SALIDA QUE SE
      * ESTA ESCRIBIENDO. EL TITULAR DE UN PRESTAMO SIN CUENTA EN EL
      * MAESTRO NO TIENE NOMBRE: VA EN BLANCO.
       265-PREPARAR-DATOS.
           IF SALIDA-EN-CLARO
               EXIT PARAGRAPH
           END-IF

           MOVE WK-DOCUMENTO-SALIDA TO WK-DATO-PERSONAL
           MOVE 'D' TO WK-CLASE-DATO
           CALL "ENMASCARA-DATO" USING WK-CLASE-DATO
                                       WK-DATO-PERSONAL
           MOVE WK-DATO-PERSONAL TO WK-DOCUMENTO-SALIDA

           IF WK-NOMBRE-SALIDA = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WK-NOMBRE-SALIDA TO WK-DATO-PERSONAL
           MOVE 'N' TO WK-CLASE-DATO
           CALL "ENMASCARA-DATO" USING WK-CLASE-DATO
                                       WK-DATO-PERSONAL
           MOVE WK-DATO-PERSONAL TO WK-NOMBRE-SALIDA.

      * EL DECLARADO EL PERIODO ANTERIOR QUE ESTE PERIODO NO SE
      * DECLARA LLEVA BAJA, CON LO QUE DEBE HOY (CERO SI YA NO DEBE).
       270-REVISAR-BAJA.
           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-IDX-TITULAR FROM 1 BY 1
                   UNTIL WK-IDX-TITULAR > CONT-TITULARES
                   OR HALLADO
               IF TI-DOCUMENTO(WK-IDX-TITULAR)
                  = TN-DOCUMENTO(WK-IDX-ANTERIOR)
                   MOVE 'S' TO SW-HALLADO
               END-IF
           END-PERFORM

           IF HALLADO
               SUBTRACT 1 FROM WK-IDX-TITULAR
               IF TI-DECLARA(WK-IDX-TITULAR) = 'S'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO CONT-BAJAS

           MOVE TN-DOCUMENTO(WK-IDX-ANTERIOR) TO WK-DOCUMENTO-SALIDA
           MOVE TN-NOMBRE(WK-IDX-ANTERIOR)    TO WK-NOMBRE-SALIDA
           MOVE WK-TRATAMIENTO-DCL TO WK-TRATAMIENTO
           PERFORM 265-PREPARAR-DATOS

           MOVE SPACES TO REG-DECLARACION
           MOVE 'B' TO DCL-TIPO
           MOVE WK-DOCUMENTO-SALIDA           TO DCL-BAJ-DOCUMENTO
           MOVE WK-NOMBRE-SALIDA              TO DCL-BAJ-NOMBRE
           MOVE WK-PERIODO-ANTERIOR           TO DCL-BAJ-PERIODO-ANT
           MOVE TN-RIESGO(WK-IDX-ANTERIOR)    TO DCL-BAJ-RIESGO-ANT
           MOVE ZEROS                         TO DCL-BAJ-RIESGO
           IF HALLADO
               MOVE TI-RIESGO(WK-IDX-TITULAR) TO DCL-BAJ-RIESGO
           END-IF
           PERFORM 285-GRABAR-DECLARACION

           MOVE TN-DOCUMENTO(WK-IDX-ANTERIOR) TO WK-DOCUMENTO-SALIDA
           MOVE TN-NOMBRE(WK-IDX-ANTERIOR)    TO WK-NOMBRE-SALIDA
           MOVE WK-TRATAMIENTO-REPORTE TO WK-TRATAMIENTO
           PERFORM 265-PREPARAR-DATOS

           MOVE WK-DOCUMENTO-SALIDA           TO LBA-DOCUMENTO
           MOVE WK-NOMBRE-SALIDA              TO LBA-NOMBRE
           MOVE WK-PERIODO-ANTERIOR           TO LBA-PERIODO-ANT
           MOVE TN-RIESGO(WK-IDX-ANTERIOR)    TO LBA-RIESGO-ANT
           MOVE DCL-BAJ-RIESGO                TO LBA-RIESGO
           WRITE REG-REPORTE FROM LINEA-BAJA.

       280-ESCRIBIR-CONTROL.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "NO DECLARABLES (SIN DOCUMENTO O SIN TASA)"
               TO REG-REPORTE
           WRITE REG-REPORTE

           PERFORM VARYING WK-IDX-EXCEPCION FROM 1 BY 1
                   UNTIL WK-IDX-EXCEPCION > CONT-EXCEPCIONES
               MOVE TX-CODIGO(WK-IDX-EXCEPCION) TO LEX-CODIGO
               MOVE SPACES TO LEX-PRESTAMO
               IF TX-PRESTAMO(WK-IDX-EXCEPCION) > ZEROS
                   MOVE TX-PRESTAMO(WK-IDX-EXCEPCION) TO LEX-PRESTAMO
               END-IF
               MOVE TX-MONEDA(WK-IDX-EXCEPCION)  TO LEX-MONEDA
               MOVE TX-IMPORTE(WK-IDX-EXCEPCION) TO LEX-IMPORTE
               MOVE TX-MOTIVO(WK-IDX-EXCEPCION)  TO LEX-MOTIVO
               WRITE REG-REPORTE FROM LINEA-EXCEPCION
           END-PERFORM

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "DESCUBIERTO DISPUESTO DECLARADO:" TO LTO-ETIQUETA
           MOVE TOT-DISPUESTO TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "LIMITE CONCEDIDO DECLARADO:" TO LTO-ETIQUETA
           MOVE TOT-LIMITE TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "CAPITAL DE PRESTAMOS DECLARADO:" TO LTO-ETIQUETA
           MOVE TOT-CAPITAL TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "RIESGO TOTAL DECLARADO:" TO LTO-ETIQUETA
           MOVE TOT-RIESGO TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "DEUDA SIN DOCUMENTO NO DECLARADA:" TO LTO-ETIQUETA
           MOVE TOT-EXCLUIDO TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL

           MOVE "CUENTAS DEL MAESTRO LEIDAS:" TO LCO-ETIQUETA
           MOVE CONT-CUENTAS-LEIDAS TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "TITULARES CON DEUDA O LIMITE:" TO LCO-ETIQUETA
           MOVE CONT-TITULARES TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "TITULARES DECLARADOS:" TO LCO-ETIQUETA
           MOVE CONT-DECLARADOS TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "CON DEUDA BAJO EL UMBRAL:" TO LCO-ETIQUETA
           MOVE CONT-BAJO-UMBRAL TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "BAJAS:" TO LCO-ETIQUETA
           MOVE CONT-BAJAS TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "SIN DOCUMENTO:" TO LCO-ETIQUETA
           MOVE CONT-SIN-DOCUMENTO TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "SIN TASA DE CAMBIO:" TO LCO-ETIQUETA
           MOVE CONT-SIN-TASA TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "REGISTROS EN LA DECLARACION:" TO LCO-ETIQUETA
           MOVE CONT-REGISTROS-DCL TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO.

      * EL CIERRE CUENTA TODOS LOS REGISTROS, EL INCLUIDO, PARA QUE
      * LA CENTRAL VERIFIQUE QUE RECIBIO EL ARCHIVO ENTERO.
       285-GRABAR-DECLARACION.
           WRITE REG-DECLARACION
           ADD 1 TO CONT-REGISTROS-DCL.

      * RIESGOS-DECLARADOS.DAT QUEDA CON EL PERIODO ANTERIOR (PARA
      * QUE UNA REPETICION DE ESTE MES CALCULE LAS MISMAS BAJAS) Y
      * CON LOS TITULARES DECLARADOS AHORA.
       290-REGRABAR-DECLARADOS.
           OPEN OUTPUT ARCHIVO-DECLARADOS

           IF FS-DECLARADOS NOT = '00'
               DISPLAY "ERROR REGRABANDO RIESGOS-DECLARADOS.DAT: "
                       FS-DECLARADOS
               DISPLAY "LAS BAJAS DEL MES PROXIMO SALDRIAN MAL"
               MOVE 0016 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WK-IDX-ANTERIOR FROM 1 BY 1
                   UNTIL WK-IDX-ANTERIOR > CONT-ANTERIORES
               MOVE WK-PERIODO-ANTERIOR          TO RDE-PERIODO
               MOVE TN-DOCUMENTO(WK-IDX-ANTERIOR) TO RDE-DOCUMENTO
               MOVE TN-NOMBRE(WK-IDX-ANTERIOR)    TO RDE-NOMBRE
               MOVE TN-RIESGO(WK-IDX-ANTERIOR)    TO RDE-RIESGO
               WRITE REG-DECLARADO
           END-PERFORM

           PERFORM VARYING WK-IDX-TITULAR FROM 1 BY 1
                   UNTIL WK-IDX-TITULAR > CONT-TITULARES
               IF TI-DECLARA(WK-IDX-TITULAR) = 'S'
                   MOVE WK-PERIODO                   TO RDE-PERIODO
                   MOVE TI-DOCUMENTO(WK-IDX-TITULAR) TO RDE-DOCUMENTO
                   MOVE TI-NOMBRE(WK-IDX-TITULAR)    TO RDE-NOMBRE
                   MOVE TI-RIESGO(WK-IDX-TITULAR)    TO RDE-RIESGO
                   WRITE REG-DECLARADO
               END-IF
           END-PERFORM

           CLOSE ARCHIVO-DECLARADOS.

       300-FINALIZAR.
           CLOSE ARCHIVO-DECLARACION
                 ARCHIVO-REPORTE

           DISPLAY "CUENTAS LEIDAS:        " CONT-CUENTAS-LEIDAS
           DISPLAY "TITULARES DECLARADOS:  " CONT-DECLARADOS
           DISPLAY "BAJAS:                 " CONT-BAJAS
           DISPLAY "SIN DOCUMENTO:         " CONT-SIN-DOCUMENTO
           DISPLAY "SIN TASA DE CAMBIO:    " CONT-SIN-TASA
           MOVE TOT-RIESGO TO WK-IMPORTE-EDITADO
           DISPLAY "RIESGO DECLARADO:      " WK-IMPORTE-EDITADO " EUR"
      * LA DEUDA QUE NO SE PUDO DECLARAR DEJA EL PROGRAMA EN AVISO.
           IF RETURN-CODE NOT = 0016
               MOVE ZEROS TO RETURN-CODE
           END-IF
           IF CONT-SIN-DOCUMENTO > ZEROS OR CONT-SIN-TASA > ZEROS
               DISPLAY "*** HAY DEUDA SIN DECLARAR: VER EL LISTADO ***"
               IF RETURN-CODE NOT = 0016
                   MOVE 0004 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "DECLARACION EN: DECLARACION-RIESGOS.DAT"
           DISPLAY "LISTADO EN:     DECLARACION-RIESGOS.TXT".
