       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBERTURA-GARANTIA.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: COBERTURA DEL FONDO DE GARANTIA DE DEPOSITOS
      * PROPOSITO: EL REGULADOR PREGUNTA QUE PARTE DEL LIBRO CUBRE
      *            EL FONDO DE GARANTIA, Y LA COBERTURA ES POR
      *            DEPOSITANTE, NO POR CUENTA. SE AGRUPAN LAS
      *            CUENTAS DE MAESTRO-NUEVO.DAT POR DOCUMENTO DEL
      *            TITULAR (CONTACTOS.DAT); LA CUENTA SIN DOCUMENTO
      *            CUENTA COMO UN DEPOSITANTE POR SI SOLA. CADA
      *            CUENTA APORTA SU SALDO MAS EL INTERES DEVENGADO Y
      *            NO CAPITALIZADO (DEVENGOS.DAT), PASADOS A EUR CON
      *            TASAS-CAMBIO.DAT. UN SALDO DEUDOR NO SE COMPENSA
      *            CONTRA LOS DEPOSITOS DEL MISMO TITULAR: APORTA
      *            CERO. CONTRA EL TOPE DE COBERTURA (DE
      *            GARANTIA-PARAMETROS.DAT, O EL DE COMPILACION) SE
      *            SEPARA LO CUBIERTO DE LO NO CUBIERTO. EL CODIGO DE
      *            ENTIDAD DE LA CABECERA VIENE DEL MISMO ARCHIVO:
      *            SIN EL NO SE CALCULA NADA.
      *            SALIDAS:
      *            -- GARANTIA-DEPOSITOS.TXT: LISTADO POR
      *               DEPOSITANTE Y TOTALES.
      *            -- GARANTIA-VUC.DAT: LA "VISTA UNICA DE CLIENTE"
      *               QUE PIDE EL FONDO, DE FORMATO FIJO: CABECERA,
      *               UN REGISTRO POR DEPOSITANTE SEGUIDO DE SUS
      *               CUENTAS, TOTALES POR SUCURSAL Y PRODUCTO Y UN
      *               REGISTRO DE CIERRE CON LOS TOTALES GENERALES.
      *               LO CUBIERTO DEL DEPOSITANTE SE REPARTE ENTRE
      *               SUS CUENTAS A PRORRATA PARA LOS TOTALES POR
      *               SUCURSAL Y PRODUCTO.
      *            LA CUENTA CON VARIOS DUEÑOS (TITULAR PRINCIPAL Y
      *            COTITULARES DE TITULARES.DAT) SE REPARTE A PARTES
      *            IGUALES ENTRE ELLOS, Y CADA PARTE SUMA AL
      *            DEPOSITANTE DE SU DUEÑO. FIRMANTES Y BENEFICIARIOS
      *            NO SON DUEÑOS Y NO CUENTAN. SIN LINEAS EN
      *            TITULARES.DAT LA CUENTA TIENE UN SOLO DUEÑO, EL DE
      *            SIEMPRE.
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

           SELECT ARCHIVO-TITULARES
               ASSIGN TO "TITULARES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CLAVE
               FILE STATUS IS FS-TITULARES.

           SELECT ARCHIVO-TASAS
               ASSIGN TO "TASAS-CAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TASAS.

           SELECT ARCHIVO-DEVENGOS
               ASSIGN TO "DEVENGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEVENGOS.

           SELECT ARCHIVO-PARAMETROS
               ASSIGN TO "GARANTIA-PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT ARCHIVO-REPORTE
               ASSIGN TO "GARANTIA-DEPOSITOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

           SELECT ARCHIVO-VUC
               ASSIGN TO "GARANTIA-VUC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-VUC.

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

      * MISMO LAYOUT QUE MANTEN-CONTACTOS.CBL.
       FD  ARCHIVO-TITULARES.
       01  REG-TITULAR.
           05 TIT-CLAVE.
              10 TIT-CODIGO        PIC 9(5).
              10 TIT-ORDEN         PIC 9(2).
           05 TIT-NOMBRE           PIC X(30).
           05 TIT-DOCUMENTO        PIC X(15).
           05 TIT-ROL              PIC X(1).
              88 TIT-ES-DUENO      VALUES 'P', 'C'.
           05 TIT-REGLA            PIC X(1).
           05 TIT-FECHA-ALTA       PIC 9(8).

       FD  ARCHIVO-TASAS.
       01  REG-TASA.
           05 TAS-MONEDA           PIC X(3).
           05 TAS-TASA-A-BASE      PIC 9(3)V9(6).
           05 TAS-FECHA            PIC 9(8).

       FD  ARCHIVO-DEVENGOS.
       01  REG-DEVENGO.
           05 DEV-CODIGO           PIC 9(5).
           05 DEV-IMPORTE          PIC S9(7)V99.
           05 DEV-FECHA-ULTIMO     PIC 9(8).
           05 DEV-MONEDA           PIC X(3).
           05 DEV-SUCURSAL         PIC 9(3).
           05 DEV-PRODUCTO         PIC X(2).

      * TOPE DE COBERTURA POR DEPOSITANTE, EN EUR, Y CODIGO CON QUE
      * EL FONDO CONOCE A LA ENTIDAD (OBLIGATORIO).
       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETROS.
           05 PGA-TOPE             PIC 9(9)V99.
           05 PGA-ENTIDAD          PIC X(20).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE             PIC X(100).

      * VISTA UNICA DE CLIENTE. TODOS LOS REGISTROS MIDEN LO MISMO;
      * EL PRIMER BYTE DICE CUAL DE LAS VISTAS APLICA:
      *  'H' CABECERA, 'D' DEPOSITANTE, 'C' CUENTA DEL DEPOSITANTE
      *  ANTERIOR, 'S' TOTAL DE UNA SUCURSAL Y PRODUCTO, 'T' CIERRE.
      * IMPORTES EN EUR SALVO VUC-CTA-SALDO-ORIGEN (EN LA MONEDA DE
      * LA CUENTA). EN UNA CUENTA COMPARTIDA EL REGISTRO 'C' LLEVA LA
      * PARTE DEL DEPOSITANTE Y VUC-CTA-TITULARES ENTRE CUANTOS SE
      * REPARTE; EL SALDO DE ORIGEN ES EL DE LA CUENTA ENTERA.
       FD  ARCHIVO-VUC.
       01  REG-VUC.
           05 VUC-TIPO             PIC X(1).
           05 VUC-DATOS            PIC X(120).
       01  REG-VUC-CABECERA REDEFINES REG-VUC.
           05 FILLER               PIC X(1).
           05 VUC-CAB-ENTIDAD      PIC X(20).
           05 VUC-CAB-FECHA        PIC 9(8).
           05 VUC-CAB-MONEDA       PIC X(3).
           05 VUC-CAB-TOPE         PIC 9(9)V99.
           05 FILLER               PIC X(78).
       01  REG-VUC-DEPOSITANTE REDEFINES REG-VUC.
           05 FILLER               PIC X(1).
           05 VUC-DEP-DOCUMENTO    PIC X(15).
           05 VUC-DEP-NOMBRE       PIC X(30).
           05 VUC-DEP-CUENTAS      PIC 9(3).
           05 VUC-DEP-SALDO        PIC 9(11)V99.
           05 VUC-DEP-INTERES      PIC 9(11)V99.
           05 VUC-DEP-TOTAL        PIC 9(11)V99.
           05 VUC-DEP-CUBIERTO     PIC 9(11)V99.
           05 VUC-DEP-NO-CUBIERTO  PIC 9(11)V99.
           05 FILLER               PIC X(7).
       01  REG-VUC-CUENTA REDEFINES REG-VUC.
           05 FILLER               PIC X(1).
           05 VUC-CTA-DOCUMENTO    PIC X(15).
           05 VUC-CTA-CODIGO       PIC 9(5).
           05 VUC-CTA-SUCURSAL     PIC 9(3).
           05 VUC-CTA-PRODUCTO     PIC X(2).
           05 VUC-CTA-ESTADO       PIC X(1).
           05 VUC-CTA-MONEDA       PIC X(3).
           05 VUC-CTA-SALDO-ORIGEN PIC S9(7)V99
                                   SIGN LEADING SEPARATE.
           05 VUC-CTA-TASA         PIC 9(3)V9(6).
           05 VUC-CTA-SALDO        PIC 9(11)V99.
           05 VUC-CTA-INTERES      PIC 9(11)V99.
           05 VUC-CTA-CUBIERTO     PIC 9(11)V99.
           05 VUC-CTA-TITULARES    PIC 9(2).
           05 FILLER               PIC X(32).
       01  REG-VUC-SUCURSAL REDEFINES REG-VUC.
           05 FILLER               PIC X(1).
           05 VUC-SUC-SUCURSAL     PIC 9(3).
           05 VUC-SUC-PRODUCTO     PIC X(2).
           05 VUC-SUC-CUENTAS      PIC 9(7).
           05 VUC-SUC-TOTAL        PIC 9(11)V99.
           05 VUC-SUC-CUBIERTO     PIC 9(11)V99.
           05 VUC-SUC-NO-CUBIERTO  PIC 9(11)V99.
           05 FILLER               PIC X(69).
       01  REG-VUC-CIERRE REDEFINES REG-VUC.
           05 FILLER               PIC X(1).
           05 VUC-TOT-DEPOSITANTES PIC 9(7).
           05 VUC-TOT-CUENTAS      PIC 9(7).
           05 VUC-TOT-TOTAL        PIC 9(13)V99.
           05 VUC-TOT-CUBIERTO     PIC 9(13)V99.
           05 VUC-TOT-NO-CUBIERTO  PIC 9(13)V99.
           05 VUC-TOT-REGISTROS    PIC 9(7).
           05 FILLER               PIC X(54).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-MAESTRO-NUEVO     PIC XX.
           05 FS-CONTACTOS         PIC XX.
           05 FS-TITULARES         PIC XX.
           05 FS-TASAS             PIC XX.
           05 FS-DEVENGOS          PIC XX.
           05 FS-PARAMETROS        PIC XX.
           05 FS-REPORTE           PIC XX.
           05 FS-VUC               PIC XX.

       01  SWITCHES.
           05 SW-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 SW-HAY-CONTACTOS     PIC X VALUE 'N'.
              88 HAY-CONTACTOS     VALUE 'S'.
           05 SW-HAY-TITULARES     PIC X VALUE 'N'.
              88 HAY-TITULARES     VALUE 'S'.
           05 SW-FIN-TITULARES     PIC X VALUE 'N'.
              88 FIN-TITULARES     VALUE 'S'.
           05 SW-HALLADO           PIC X VALUE 'N'.
              88 HALLADO           VALUE 'S'.

       01  CONTADORES.
           05 CONT-SIN-TASA        PIC 9(5) VALUE ZEROS.
           05 CONT-SIN-DOCUMENTO   PIC 9(5) VALUE ZEROS.
           05 CONT-DEUDORAS        PIC 9(5) VALUE ZEROS.
           05 CONT-COMPARTIDAS     PIC 9(5) VALUE ZEROS.
           05 CONT-SOBRE-TOPE      PIC 9(5) VALUE ZEROS.
           05 CONT-REGISTROS-VUC   PIC 9(7) VALUE ZEROS.

       01  MONEDA-BASE             PIC X(3) VALUE 'EUR'.
      * VALOR DE COMPILACION, PISADO POR GARANTIA-PARAMETROS.DAT.
       01  WK-TOPE                 PIC 9(9)V99 VALUE 100000.00.
      * SIN VALOR DE COMPILACION: SOLO GARANTIA-PARAMETROS.DAT.
       01  WK-ENTIDAD              PIC X(20) VALUE SPACES.
       01  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.

       01  WK-MAX-TASAS            PIC 9(2) VALUE 20.
       01  CONT-TASAS              PIC 9(2) VALUE ZEROS.
       01  TABLA-TASAS.
           05 ENTRADA-TASA         OCCURS 1 TO 20 TIMES
                                   DEPENDING ON CONT-TASAS.
              10 TT-MONEDA         PIC X(3).
              10 TT-TASA           PIC 9(3)V9(6).
       01  WK-IDX-TASA             PIC 9(2) VALUE ZEROS.
       01  WK-TASA-CTA             PIC 9(3)V9(6) VALUE ZEROS.

       01  WK-MAX-DEVENGOS         PIC 9(5) VALUE 5000.
       01  CONT-DEVENGOS           PIC 9(5) VALUE ZEROS.
       01  TABLA-DEVENGOS.
           05 ENTRADA-DEVENGO      OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-DEVENGOS.
              10 TV-CODIGO         PIC 9(5).
              10 TV-IMPORTE        PIC S9(7)V99.
       01  WK-IDX-DEVENGO          PIC 9(5) VALUE ZEROS.

      * CUENTAS DEL LIBRO YA VALUADAS EN EUR. TA-CUBIERTO SUMA LO
      * CUBIERTO DE TODAS LAS PARTES DE LA CUENTA.
       01  WK-MAX-CUENTAS          PIC 9(5) VALUE 5000.
       01  CONT-CUENTAS            PIC 9(5) VALUE ZEROS.
       01  TABLA-CUENTAS.
           05 ENTRADA-CUENTA       OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-CUENTAS.
              10 TA-CODIGO         PIC 9(5).
              10 TA-ESTADO         PIC X(1).
              10 TA-MONEDA         PIC X(3).
              10 TA-SUCURSAL       PIC 9(3).
              10 TA-PRODUCTO       PIC X(2).
              10 TA-SALDO-ORIGEN   PIC S9(7)V99.
              10 TA-TASA           PIC 9(3)V9(6).
              10 TA-SALDO          PIC 9(11)V99.
              10 TA-INTERES        PIC 9(11)V99.
              10 TA-CUBIERTO       PIC 9(11)V99.
       01  WK-IDX-CUENTA           PIC 9(5) VALUE ZEROS.

      * PARTE DE CADA CUENTA QUE TOCA A CADA DUEÑO (UNA SOLA, LA
      * CUENTA ENTERA, SI NO ES COMPARTIDA), ENCADENADAS POR
      * DEPOSITANTE (TP-SIGUIENTE, CERO AL FINAL DE LA CADENA).
      * TP-CUENTA APUNTA A LA CUENTA EN TABLA-CUENTAS.
       01  WK-MAX-PARTICIPACIONES  PIC 9(5) VALUE 10000.
       01  CONT-PARTICIPACIONES    PIC 9(5) VALUE ZEROS.
       01  TABLA-PARTICIPACIONES.
           05 ENTRADA-PARTICIPACION OCCURS 1 TO 10000 TIMES
                                   DEPENDING ON CONT-PARTICIPACIONES.
              10 TP-CUENTA         PIC 9(5).
              10 TP-TITULARES      PIC 9(2).
              10 TP-SALDO          PIC 9(11)V99.
              10 TP-INTERES        PIC 9(11)V99.
              10 TP-CUBIERTO       PIC 9(11)V99.
              10 TP-SIGUIENTE      PIC 9(5).
       01  WK-IDX-PARTICIPACION    PIC 9(5) VALUE ZEROS.

      * DUEÑOS DE LA CUENTA EN CURSO.
       01  WK-MAX-DUENOS           PIC 9(2) VALUE 20.
       01  CONT-DUENOS             PIC 9(2) VALUE ZEROS.
       01  TABLA-DUENOS.
           05 ENTRADA-DUENO        OCCURS 20 TIMES.
              10 TDU-DOCUMENTO     PIC X(15).
              10 TDU-NOMBRE        PIC X(30).
       01  WK-IDX-DUENO            PIC 9(2) VALUE ZEROS.
       01  WK-SALDO-PARTE          PIC S9(11)V99 VALUE ZEROS.
       01  WK-INTERES-PARTE        PIC S9(11)V99 VALUE ZEROS.
       01  WK-SALDO-REPARTIDO      PIC S9(11)V99 VALUE ZEROS.
       01  WK-INTERES-REPARTIDO    PIC S9(11)V99 VALUE ZEROS.

       01  WK-MAX-DEPOSITANTES     PIC 9(5) VALUE 5000.
       01  CONT-DEPOSITANTES       PIC 9(5) VALUE ZEROS.
       01  TABLA-DEPOSITANTES.
           05 ENTRADA-DEPOSITANTE  OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-DEPOSITANTES.
              10 TD-DOCUMENTO      PIC X(15).
              10 TD-NOMBRE         PIC X(30).
              10 TD-CUENTAS        PIC 9(3).
              10 TD-SALDO          PIC 9(11)V99.
              10 TD-INTERES        PIC 9(11)V99.
              10 TD-TOTAL          PIC 9(11)V99.
              10 TD-CUBIERTO       PIC 9(11)V99.
              10 TD-NO-CUBIERTO    PIC 9(11)V99.
              10 TD-PRIMERA        PIC 9(5).
              10 TD-ULTIMA         PIC 9(5).
       01  WK-IDX-DEPOSITANTE      PIC 9(5) VALUE ZEROS.

       01  WK-MAX-SUCURSALES       PIC 9(3) VALUE 500.
       01  CONT-SUCURSALES         PIC 9(3) VALUE ZEROS.
       01  TABLA-SUCURSALES.
           05 ENTRADA-SUCURSAL     OCCURS 1 TO 500 TIMES
                                   DEPENDING ON CONT-SUCURSALES.
              10 TS-SUCURSAL       PIC 9(3).
              10 TS-PRODUCTO       PIC X(2).
              10 TS-CUENTAS        PIC 9(7).
              10 TS-TOTAL          PIC 9(11)V99.
              10 TS-CUBIERTO       PIC 9(11)V99.
       01  WK-IDX-SUCURSAL         PIC 9(3) VALUE ZEROS.

       01  WK-DOCUMENTO            PIC X(15) VALUE SPACES.

      * DOCUMENTO Y NOMBRE DEL DEPOSITANTE SALEN ENMASCARADOS SALVO
      * QUE DECIDE-MASCARA AUTORICE CADA SALIDA EN CLARO. EL ARCHIVO
      * PARA EL FONDO SOLO SIRVE EN CLARO: DEBE FIGURAR COMO
      * REGULATORIO EN PRIVACIDAD-PARAMETROS.DAT. LA CLAVE "*CTA"
      * DE LA CUENTA SIN DOCUMENTO NO ES UN DATO PERSONAL.
       01  WK-PROGRAMA             PIC X(18)
                                   VALUE "COBERTURA-GARANTIA".
       01  WK-SALIDA-REPORTE       PIC X(24)
                                   VALUE "GARANTIA-DEPOSITOS.TXT".
       01  WK-SALIDA-VUC           PIC X(24)
                                   VALUE "GARANTIA-VUC.DAT".
       01  WK-TRATAMIENTO-REPORTE  PIC X(1) VALUE 'E'.
       01  WK-TRATAMIENTO-VUC      PIC X(1) VALUE 'E'.
       01  WK-TRATAMIENTO          PIC X(1) VALUE 'E'.
           88 SALIDA-EN-CLARO      VALUE 'C'.
       01  WK-CLASE-DATO           PIC X(1) VALUE SPACE.
       01  WK-DATO-PERSONAL        PIC X(30) VALUE SPACES.
       01  WK-DOCUMENTO-SALIDA     PIC X(15) VALUE SPACES.
       01  WK-NOMBRE-SALIDA        PIC X(30) VALUE SPACES.
       01  WK-SALDO-CTA            PIC S9(11)V99 VALUE ZEROS.
       01  WK-INTERES-CTA          PIC S9(11)V99 VALUE ZEROS.
       01  WK-INTERES-ORIGEN       PIC S9(7)V99 VALUE ZEROS.

       01  TOTALES.
           05 TOT-TOTAL            PIC 9(13)V99 VALUE ZEROS.
           05 TOT-CUBIERTO         PIC 9(13)V99 VALUE ZEROS.
           05 TOT-NO-CUBIERTO      PIC 9(13)V99 VALUE ZEROS.
           05 WK-PCT-CUBIERTO      PIC 9(3)V99 VALUE ZEROS.

       01  LINEA-TITULO.
           05 FILLER               PIC X(46)
              VALUE 'COBERTURA DEL FONDO DE GARANTIA AL CORTE DEL '.
           05 LTI-FECHA            PIC 9(8).
           05 FILLER               PIC X(08) VALUE '  TOPE: '.
           05 LTI-TOPE             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(04) VALUE ' EUR'.

       01  LINEA-ENCABEZADO.
           05 FILLER               PIC X(50) VALUE
              'DOCUMENTO       NOMBRE                         CTA'.
           05 FILLER               PIC X(48) VALUE
              '       TOTAL EUR       CUBIERTO    NO CUBIERTO'.

       01  LINEA-DEPOSITANTE.
           05 LDE-DOCUMENTO        PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LDE-NOMBRE           PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LDE-CUENTAS          PIC ZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LDE-TOTAL            PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LDE-CUBIERTO         PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LDE-NO-CUBIERTO      PIC ZZ,ZZZ,ZZ9.99.

       01  LINEA-TOTAL.
           05 LTO-ETIQUETA         PIC X(30).
           05 LTO-IMPORTE          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WK-IMPORTE-EDITADO      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 200-CARGAR-CUENTAS
           PERFORM 230-CALCULAR-COBERTURA
           PERFORM 250-ESCRIBIR-REPORTE
           PERFORM 270-ESCRIBIR-VUC
           PERFORM 300-FINALIZAR
           STOP RUN.

       100-INICIALIZAR.
           DISPLAY "CALCULANDO COBERTURA DEL FONDO DE GARANTIA..."
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD

           OPEN INPUT ARCHIVO-PARAMETROS
           IF FS-PARAMETROS = '00'
               READ ARCHIVO-PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PGA-TOPE > ZEROS
                           MOVE PGA-TOPE TO WK-TOPE
                       END-IF
                       MOVE PGA-ENTIDAD TO WK-ENTIDAD
               END-READ
               CLOSE ARCHIVO-PARAMETROS
           END-IF

      * UNA VISTA UNICA SIN LA ENTIDAD CORRECTA EL FONDO NO LA
      * ACEPTA: MEJOR NO EMITIRLA QUE EMITIRLA A NOMBRE DE OTRO.
           IF WK-ENTIDAD = SPACES
               DISPLAY "ERROR: GARANTIA-PARAMETROS.DAT NO TRAE EL"
                       " CODIGO DE ENTIDAD; NO SE CALCULA LA COBERTURA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "ENTIDAD:              " WK-ENTIDAD
           MOVE WK-TOPE TO WK-IMPORTE-EDITADO
           DISPLAY "TOPE POR DEPOSITANTE: " WK-IMPORTE-EDITADO " EUR"

           PERFORM 110-CARGAR-TASAS
           PERFORM 120-CARGAR-DEVENGOS

           OPEN INPUT ARCHIVO-MAESTRO-NUEVO

           IF FS-MAESTRO-NUEVO NOT = '00'
               DISPLAY "ERROR ABRIENDO MAESTRO-NUEVO: "
                       FS-MAESTRO-NUEVO
               STOP RUN
           END-IF

      * SIN CONTACTOS CADA CUENTA ES SU PROPIO DEPOSITANTE: EL
      * LISTADO SALE, PERO SOBREESTIMA LA COBERTURA.
           OPEN INPUT ARCHIVO-CONTACTOS

           EVALUATE FS-CONTACTOS
               WHEN '00'
                   MOVE 'S' TO SW-HAY-CONTACTOS
               WHEN '35'
                   DISPLAY "AVISO: SIN CONTACTOS.DAT, CADA CUENTA SE"
                           " TOMA COMO UN DEPOSITANTE"
               WHEN OTHER
                   DISPLAY "ERROR ABRIENDO CONTACTOS: " FS-CONTACTOS
                   STOP RUN
           END-EVALUATE

      * SIN TITULARES.DAT TODAS LAS CUENTAS TIENEN UN SOLO DUEÑO.
           OPEN INPUT ARCHIVO-TITULARES

           EVALUATE FS-TITULARES
               WHEN '00'
                   MOVE 'S' TO SW-HAY-TITULARES
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR ABRIENDO TITULARES: " FS-TITULARES
                   STOP RUN
           END-EVALUATE

           CALL "DECIDE-MASCARA" USING WK-SALIDA-REPORTE
                                       WK-PROGRAMA
                                       WK-TRATAMIENTO-REPORTE
           CALL "DECIDE-MASCARA" USING WK-SALIDA-VUC
                                       WK-PROGRAMA
                                       WK-TRATAMIENTO-VUC

           OPEN OUTPUT ARCHIVO-REPORTE

           IF FS-REPORTE NOT = '00'
               DISPLAY "ERROR ABRIENDO GARANTIA-DEPOSITOS.TXT: "
                       FS-REPORTE
               STOP RUN
           END-IF

           OPEN OUTPUT ARCHIVO-VUC

           IF FS-VUC NOT = '00'
               DISPLAY "ERROR ABRIENDO GARANTIA-VUC.DAT: " FS-VUC
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

       120-CARGAR-DEVENGOS.
           OPEN INPUT ARCHIVO-DEVENGOS

           IF FS-DEVENGOS = '35'
               EXIT PARAGRAPH
           END-IF

           IF FS-DEVENGOS NOT = '00'
               DISPLAY "ERROR ABRIENDO DEVENGOS: " FS-DEVENGOS
               STOP RUN
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-DEVENGOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF CONT-DEVENGOS >= WK-MAX-DEVENGOS
                           DISPLAY "*** MAS DE " WK-MAX-DEVENGOS
                                   " DEVENGOS: EL REPORTE SALDRIA"
                                   " INCOMPLETO ***"
                           STOP RUN
                       END-IF
                       ADD 1 TO CONT-DEVENGOS
                       MOVE DEV-CODIGO  TO TV-CODIGO(CONT-DEVENGOS)
                       MOVE DEV-IMPORTE TO TV-IMPORTE(CONT-DEVENGOS)
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-DEVENGOS.

      * UN REPORTE AL REGULADOR NO PUEDE SALIR CON CUENTAS DE MENOS:
      * SI EL LIBRO NO CABE EN MEMORIA NO SE ESCRIBE NADA.
       200-CARGAR-CUENTAS.
           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM 205-LEER-MAESTRO
           PERFORM UNTIL FIN-ARCHIVO
               IF CONT-CUENTAS >= WK-MAX-CUENTAS
                   DISPLAY "*** MAS DE " WK-MAX-CUENTAS " CUENTAS:"
                           " EL REPORTE SALDRIA INCOMPLETO ***"
                   STOP RUN
               END-IF
               PERFORM 210-VALUAR-CUENTA
               PERFORM 205-LEER-MAESTRO
           END-PERFORM

           CLOSE ARCHIVO-MAESTRO-NUEVO
           IF HAY-CONTACTOS
               CLOSE ARCHIVO-CONTACTOS
           END-IF
           IF HAY-TITULARES
               CLOSE ARCHIVO-TITULARES
           END-IF.

       205-LEER-MAESTRO.
           READ ARCHIVO-MAESTRO-NUEVO NEXT
               AT END
                   MOVE 'S' TO SW-FIN-ARCHIVO
           END-READ.

       210-VALUAR-CUENTA.
           IF MONEDA-MAESTRO-NUEVO = MONEDA-BASE
              OR MONEDA-MAESTRO-NUEVO = SPACES
               MOVE 1 TO WK-TASA-CTA
           ELSE
               MOVE 'N' TO SW-HALLADO
               PERFORM VARYING WK-IDX-TASA FROM 1 BY 1
                       UNTIL WK-IDX-TASA > CONT-TASAS
                       OR HALLADO
                   IF TT-MONEDA(WK-IDX-TASA) = MONEDA-MAESTRO-NUEVO
                       MOVE 'S' TO SW-HALLADO
                       MOVE TT-TASA(WK-IDX-TASA) TO WK-TASA-CTA
                   END-IF
               END-PERFORM
               IF NOT HALLADO
                   ADD 1 TO CONT-SIN-TASA
                   DISPLAY "AVISO: CUENTA " CODIGO-MAESTRO-NUEVO
                           " EN " MONEDA-MAESTRO-NUEVO
                           " SIN TASA: QUEDA FUERA DEL REPORTE"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE ZEROS TO WK-INTERES-ORIGEN
           PERFORM VARYING WK-IDX-DEVENGO FROM 1 BY 1
                   UNTIL WK-IDX-DEVENGO > CONT-DEVENGOS
               IF TV-CODIGO(WK-IDX-DEVENGO) = CODIGO-MAESTRO-NUEVO
                   ADD TV-IMPORTE(WK-IDX-DEVENGO) TO WK-INTERES-ORIGEN
               END-IF
           END-PERFORM

           COMPUTE WK-SALDO-CTA ROUNDED =
               SALDO-MAESTRO-NUEVO * WK-TASA-CTA
           COMPUTE WK-INTERES-CTA ROUNDED =
               WK-INTERES-ORIGEN * WK-TASA-CTA

      * SALDO DEUDOR O INTERES A FAVOR DEL BANCO NO RESTAN.
           IF WK-SALDO-CTA < ZEROS
               ADD 1 TO CONT-DEUDORAS
               MOVE ZEROS TO WK-SALDO-CTA
           END-IF
           IF WK-INTERES-CTA < ZEROS
               MOVE ZEROS TO WK-INTERES-CTA
           END-IF

           ADD 1 TO CONT-CUENTAS
           MOVE CODIGO-MAESTRO-NUEVO   TO TA-CODIGO(CONT-CUENTAS)
           MOVE ESTADO-MAESTRO-NUEVO   TO TA-ESTADO(CONT-CUENTAS)
           MOVE MONEDA-MAESTRO-NUEVO   TO TA-MONEDA(CONT-CUENTAS)
           MOVE SUCURSAL-MAESTRO-NUEVO TO TA-SUCURSAL(CONT-CUENTAS)
           MOVE PRODUCTO-MAESTRO-NUEVO TO TA-PRODUCTO(CONT-CUENTAS)
           MOVE SALDO-MAESTRO-NUEVO    TO TA-SALDO-ORIGEN(CONT-CUENTAS)
           MOVE WK-TASA-CTA            TO TA-TASA(CONT-CUENTAS)
           MOVE WK-SALDO-CTA           TO TA-SALDO(CONT-CUENTAS)
           MOVE WK-INTERES-CTA         TO TA-INTERES(CONT-CUENTAS)
           MOVE ZEROS                  TO TA-CUBIERTO(CONT-CUENTAS)

           PERFORM 215-REPARTIR-ENTRE-DUENOS.

      * PARTES IGUALES; LA ULTIMA SE LLEVA LOS CENTIMOS QUE SOBRAN DE
      * LA DIVISION PARA QUE LAS PARTES SUMEN LA CUENTA EXACTA.
       215-REPARTIR-ENTRE-DUENOS.
           MOVE ZEROS TO CONT-DUENOS
           IF HAY-TITULARES
               PERFORM 216-CARGAR-DUENOS
           END-IF

           IF CONT-DUENOS = ZEROS
               PERFORM 218-DUENO-UNICO
           END-IF

           IF CONT-DUENOS > 1
               ADD 1 TO CONT-COMPARTIDAS
           END-IF

           MOVE ZEROS TO WK-SALDO-REPARTIDO WK-INTERES-REPARTIDO
           PERFORM VARYING WK-IDX-DUENO FROM 1 BY 1
                   UNTIL WK-IDX-DUENO > CONT-DUENOS
               IF WK-IDX-DUENO = CONT-DUENOS
                   COMPUTE WK-SALDO-PARTE =
                       WK-SALDO-CTA - WK-SALDO-REPARTIDO
                   COMPUTE WK-INTERES-PARTE =
                       WK-INTERES-CTA - WK-INTERES-REPARTIDO
               ELSE
                   COMPUTE WK-SALDO-PARTE =
                       WK-SALDO-CTA / CONT-DUENOS
                   COMPUTE WK-INTERES-PARTE =
                       WK-INTERES-CTA / CONT-DUENOS
               END-IF
               ADD WK-SALDO-PARTE   TO WK-SALDO-REPARTIDO
               ADD WK-INTERES-PARTE TO WK-INTERES-REPARTIDO
               PERFORM 220-ASIGNAR-DEPOSITANTE
           END-PERFORM.

      * TITULAR PRINCIPAL Y COTITULARES DE LA CUENTA. EL DUEÑO SIN
      * DOCUMENTO SE IDENTIFICA POR CUENTA Y ORDEN, PARA QUE DOS
      * DUEÑOS SIN DOCUMENTO NO SE FUNDAN EN UN DEPOSITANTE.
       216-CARGAR-DUENOS.
           MOVE 'N' TO SW-FIN-TITULARES
           MOVE CODIGO-MAESTRO-NUEVO TO TIT-CODIGO
           MOVE ZEROS TO TIT-ORDEN
           START ARCHIVO-TITULARES
               KEY IS NOT LESS THAN TIT-CLAVE
               INVALID KEY
                   MOVE 'S' TO SW-FIN-TITULARES
           END-START

           PERFORM UNTIL FIN-TITULARES
               READ ARCHIVO-TITULARES NEXT RECORD
                   AT END
                       MOVE 'S' TO SW-FIN-TITULARES
                   NOT AT END
                       IF TIT-CODIGO NOT = CODIGO-MAESTRO-NUEVO
                           MOVE 'S' TO SW-FIN-TITULARES
                       ELSE
                           IF TIT-ES-DUENO
                               PERFORM 217-AGREGAR-DUENO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       217-AGREGAR-DUENO.
           IF CONT-DUENOS >= WK-MAX-DUENOS
               DISPLAY "*** CUENTA " CODIGO-MAESTRO-NUEVO " CON MAS"
                       " DE " WK-MAX-DUENOS " DUEÑOS: EL REPORTE"
                       " SALDRIA INCOMPLETO ***"
               STOP RUN
           END-IF
           ADD 1 TO CONT-DUENOS
           MOVE TIT-NOMBRE TO TDU-NOMBRE(CONT-DUENOS)
           MOVE TIT-DOCUMENTO TO TDU-DOCUMENTO(CONT-DUENOS)
           IF TIT-DOCUMENTO = SPACES
               ADD 1 TO CONT-SIN-DOCUMENTO
               STRING "*CTA " CODIGO-MAESTRO-NUEVO "-" TIT-ORDEN
                      DELIMITED BY SIZE
                      INTO TDU-DOCUMENTO(CONT-DUENOS)
           END-IF.

      * LA CUENTA SIN DOCUMENTO SE IDENTIFICA POR SU CODIGO, CON UN
      * PREFIJO QUE NO PUEDE CHOCAR CON UN DOCUMENTO REAL.
       218-DUENO-UNICO.
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

           MOVE 1 TO CONT-DUENOS
           MOVE WK-DOCUMENTO TO TDU-DOCUMENTO(1)
           MOVE NOMBRE-MAESTRO-NUEVO TO TDU-NOMBRE(1).

      * LA PARTE DEL DUEÑO EN CURSO SE ENCADENA A SU DEPOSITANTE,
      * QUE SE CREA LA PRIMERA VEZ QUE APARECE SU DOCUMENTO.
       220-ASIGNAR-DEPOSITANTE.
           IF CONT-PARTICIPACIONES >= WK-MAX-PARTICIPACIONES
               DISPLAY "*** MAS DE " WK-MAX-PARTICIPACIONES
                       " PARTES DE CUENTA: EL REPORTE SALDRIA"
                       " INCOMPLETO ***"
               STOP RUN
           END-IF
           ADD 1 TO CONT-PARTICIPACIONES
           MOVE CONT-CUENTAS   TO TP-CUENTA(CONT-PARTICIPACIONES)
           MOVE CONT-DUENOS    TO TP-TITULARES(CONT-PARTICIPACIONES)
           MOVE WK-SALDO-PARTE TO TP-SALDO(CONT-PARTICIPACIONES)
           MOVE WK-INTERES-PARTE
               TO TP-INTERES(CONT-PARTICIPACIONES)
           MOVE ZEROS TO TP-CUBIERTO(CONT-PARTICIPACIONES)
                         TP-SIGUIENTE(CONT-PARTICIPACIONES)

           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-IDX-DEPOSITANTE FROM 1 BY 1
                   UNTIL WK-IDX-DEPOSITANTE > CONT-DEPOSITANTES
                   OR HALLADO
               IF TD-DOCUMENTO(WK-IDX-DEPOSITANTE) =
                  TDU-DOCUMENTO(WK-IDX-DUENO)
                   MOVE 'S' TO SW-HALLADO
               END-IF
           END-PERFORM

           IF HALLADO
               SUBTRACT 1 FROM WK-IDX-DEPOSITANTE
               MOVE CONT-PARTICIPACIONES
                   TO TP-SIGUIENTE(TD-ULTIMA(WK-IDX-DEPOSITANTE))
               MOVE CONT-PARTICIPACIONES
                   TO TD-ULTIMA(WK-IDX-DEPOSITANTE)
           ELSE
               IF CONT-DEPOSITANTES >= WK-MAX-DEPOSITANTES
                   DISPLAY "*** MAS DE " WK-MAX-DEPOSITANTES
                           " DEPOSITANTES: EL REPORTE SALDRIA"
                           " INCOMPLETO ***"
                   STOP RUN
               END-IF
               ADD 1 TO CONT-DEPOSITANTES
               MOVE CONT-DEPOSITANTES TO WK-IDX-DEPOSITANTE
               MOVE TDU-DOCUMENTO(WK-IDX-DUENO)
                   TO TD-DOCUMENTO(WK-IDX-DEPOSITANTE)
               MOVE TDU-NOMBRE(WK-IDX-DUENO)
                   TO TD-NOMBRE(WK-IDX-DEPOSITANTE)
               MOVE ZEROS TO TD-CUENTAS(WK-IDX-DEPOSITANTE)
                             TD-SALDO(WK-IDX-DEPOSITANTE)
                             TD-INTERES(WK-IDX-DEPOSITANTE)
               MOVE CONT-PARTICIPACIONES
                   TO TD-PRIMERA(WK-IDX-DEPOSITANTE)
               MOVE CONT-PARTICIPACIONES
                   TO TD-ULTIMA(WK-IDX-DEPOSITANTE)
           END-IF

           ADD 1 TO TD-CUENTAS(WK-IDX-DEPOSITANTE)
           ADD WK-SALDO-PARTE   TO TD-SALDO(WK-IDX-DEPOSITANTE)
           ADD WK-INTERES-PARTE TO TD-INTERES(WK-IDX-DEPOSITANTE).

      * CUBIERTO = EL MENOR ENTRE EL TOTAL Y EL TOPE. LO CUBIERTO SE
      * REPARTE ENTRE LAS PARTES DEL DEPOSITANTE EN PROPORCION A LO
      * QUE APORTA CADA UNA; LO DE TODAS LAS PARTES DE UNA CUENTA SE
      * JUNTA EN LA CUENTA, Y ASI SE ACUMULA POR SUCURSAL/PRODUCTO.
       230-CALCULAR-COBERTURA.
           PERFORM VARYING WK-IDX-DEPOSITANTE FROM 1 BY 1
                   UNTIL WK-IDX-DEPOSITANTE > CONT-DEPOSITANTES
               COMPUTE TD-TOTAL(WK-IDX-DEPOSITANTE) =
                   TD-SALDO(WK-IDX-DEPOSITANTE)
                   + TD-INTERES(WK-IDX-DEPOSITANTE)
               IF TD-TOTAL(WK-IDX-DEPOSITANTE) > WK-TOPE
                   ADD 1 TO CONT-SOBRE-TOPE
                   MOVE WK-TOPE TO TD-CUBIERTO(WK-IDX-DEPOSITANTE)
               ELSE
                   MOVE TD-TOTAL(WK-IDX-DEPOSITANTE)
                       TO TD-CUBIERTO(WK-IDX-DEPOSITANTE)
               END-IF
               COMPUTE TD-NO-CUBIERTO(WK-IDX-DEPOSITANTE) =
                   TD-TOTAL(WK-IDX-DEPOSITANTE)
                   - TD-CUBIERTO(WK-IDX-DEPOSITANTE)

               ADD TD-TOTAL(WK-IDX-DEPOSITANTE)    TO TOT-TOTAL
               ADD TD-CUBIERTO(WK-IDX-DEPOSITANTE) TO TOT-CUBIERTO
               ADD TD-NO-CUBIERTO(WK-IDX-DEPOSITANTE)
                   TO TOT-NO-CUBIERTO

               MOVE TD-PRIMERA(WK-IDX-DEPOSITANTE)
                   TO WK-IDX-PARTICIPACION
               PERFORM UNTIL WK-IDX-PARTICIPACION = ZEROS
                   PERFORM 240-REPARTIR-CUBIERTO
                   MOVE TP-SIGUIENTE(WK-IDX-PARTICIPACION)
                       TO WK-IDX-PARTICIPACION
               END-PERFORM
           END-PERFORM

           PERFORM VARYING WK-IDX-CUENTA FROM 1 BY 1
                   UNTIL WK-IDX-CUENTA > CONT-CUENTAS
               PERFORM 245-ACUMULAR-SUCURSAL
           END-PERFORM.

       240-REPARTIR-CUBIERTO.
           IF TD-TOTAL(WK-IDX-DEPOSITANTE) > ZEROS
               COMPUTE TP-CUBIERTO(WK-IDX-PARTICIPACION) ROUNDED =
                   (TP-SALDO(WK-IDX-PARTICIPACION)
                    + TP-INTERES(WK-IDX-PARTICIPACION))
                   * TD-CUBIERTO(WK-IDX-DEPOSITANTE)
                   / TD-TOTAL(WK-IDX-DEPOSITANTE)
           END-IF
           MOVE TP-CUENTA(WK-IDX-PARTICIPACION) TO WK-IDX-CUENTA
           ADD TP-CUBIERTO(WK-IDX-PARTICIPACION)
               TO TA-CUBIERTO(WK-IDX-CUENTA).

       245-ACUMULAR-SUCURSAL.
           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-IDX-SUCURSAL FROM 1 BY 1
                   UNTIL WK-IDX-SUCURSAL > CONT-SUCURSALES
                   OR HALLADO
               IF TS-SUCURSAL(WK-IDX-SUCURSAL) =
                  TA-SUCURSAL(WK-IDX-CUENTA)
                  AND TS-PRODUCTO(WK-IDX-SUCURSAL) =
                  TA-PRODUCTO(WK-IDX-CUENTA)
                   MOVE 'S' TO SW-HALLADO
               END-IF
           END-PERFORM

           IF HALLADO
               SUBTRACT 1 FROM WK-IDX-SUCURSAL
           ELSE
               IF CONT-SUCURSALES >= WK-MAX-SUCURSALES
                   DISPLAY "*** MAS DE " WK-MAX-SUCURSALES
                           " SUCURSALES Y PRODUCTOS: EL REPORTE"
                           " SALDRIA INCOMPLETO ***"
                   STOP RUN
               END-IF
               ADD 1 TO CONT-SUCURSALES
               MOVE CONT-SUCURSALES TO WK-IDX-SUCURSAL
               MOVE TA-SUCURSAL(WK-IDX-CUENTA)
                   TO TS-SUCURSAL(WK-IDX-SUCURSAL)
               MOVE TA-PRODUCTO(WK-IDX-CUENTA)
                   TO TS-PRODUCTO(WK-IDX-SUCURSAL)
               MOVE ZEROS TO TS-CUENTAS(WK-IDX-SUCURSAL)
                             TS-TOTAL(WK-IDX-SUCURSAL)
                             TS-CUBIERTO(WK-IDX-SUCURSAL)
           END-IF

           ADD 1 TO TS-CUENTAS(WK-IDX-SUCURSAL)
           ADD TA-SALDO(WK-IDX-CUENTA)   TO TS-TOTAL(WK-IDX-SUCURSAL)
           ADD TA-INTERES(WK-IDX-CUENTA) TO TS-TOTAL(WK-IDX-SUCURSAL)
           ADD TA-CUBIERTO(WK-IDX-CUENTA)
               TO TS-CUBIERTO(WK-IDX-SUCURSAL).

       250-ESCRIBIR-REPORTE.
           MOVE WK-FECHA-HOY TO LTI-FECHA
           MOVE WK-TOPE      TO LTI-TOPE
           WRITE REG-REPORTE FROM LINEA-TITULO
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           WRITE REG-REPORTE FROM LINEA-ENCABEZADO

           MOVE WK-TRATAMIENTO-REPORTE TO WK-TRATAMIENTO
           PERFORM VARYING WK-IDX-DEPOSITANTE FROM 1 BY 1
                   UNTIL WK-IDX-DEPOSITANTE > CONT-DEPOSITANTES
               PERFORM 280-PREPARAR-DEPOSITANTE
               MOVE WK-DOCUMENTO-SALIDA TO LDE-DOCUMENTO
               MOVE WK-NOMBRE-SALIDA    TO LDE-NOMBRE
               MOVE TD-CUENTAS(WK-IDX-DEPOSITANTE)   TO LDE-CUENTAS
               MOVE TD-TOTAL(WK-IDX-DEPOSITANTE)     TO LDE-TOTAL
               MOVE TD-CUBIERTO(WK-IDX-DEPOSITANTE)  TO LDE-CUBIERTO
               MOVE TD-NO-CUBIERTO(WK-IDX-DEPOSITANTE)
                   TO LDE-NO-CUBIERTO
               WRITE REG-REPORTE FROM LINEA-DEPOSITANTE
           END-PERFORM

           IF TOT-TOTAL > ZEROS
               COMPUTE WK-PCT-CUBIERTO ROUNDED =
                   TOT-CUBIERTO * 100 / TOT-TOTAL
           END-IF

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "DEPOSITOS ALCANZADOS (EUR):" TO LTO-ETIQUETA
           MOVE TOT-TOTAL TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "CUBIERTOS POR EL FONDO:" TO LTO-ETIQUETA
           MOVE TOT-CUBIERTO TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "NO CUBIERTOS:" TO LTO-ETIQUETA
           MOVE TOT-NO-CUBIERTO TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL

           MOVE SPACES TO REG-REPORTE
           STRING "DEPOSITANTES: " CONT-DEPOSITANTES
                  "  CUENTAS: " CONT-CUENTAS
                  "  SOBRE EL TOPE: " CONT-SOBRE-TOPE
                  "  CUBIERTO: " WK-PCT-CUBIERTO "%"
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "CUENTAS SIN DOCUMENTO: " CONT-SIN-DOCUMENTO
                  "  DEUDORAS (APORTAN CERO): " CONT-DEUDORAS
                  "  FUERA POR FALTA DE TASA: " CONT-SIN-TASA
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "CUENTAS COMPARTIDAS ENTRE VARIOS DUEÑOS: "
                  CONT-COMPARTIDAS
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE.

       270-ESCRIBIR-VUC.
           MOVE SPACES TO REG-VUC
           MOVE 'H' TO VUC-TIPO
           MOVE WK-ENTIDAD   TO VUC-CAB-ENTIDAD
           MOVE WK-FECHA-HOY TO VUC-CAB-FECHA
           MOVE MONEDA-BASE  TO VUC-CAB-MONEDA
           MOVE WK-TOPE      TO VUC-CAB-TOPE
           PERFORM 290-GRABAR-VUC

           MOVE WK-TRATAMIENTO-VUC TO WK-TRATAMIENTO
           PERFORM VARYING WK-IDX-DEPOSITANTE FROM 1 BY 1
                   UNTIL WK-IDX-DEPOSITANTE > CONT-DEPOSITANTES
               PERFORM 280-PREPARAR-DEPOSITANTE
               MOVE SPACES TO REG-VUC
               MOVE 'D' TO VUC-TIPO
               MOVE WK-DOCUMENTO-SALIDA TO VUC-DEP-DOCUMENTO
               MOVE WK-NOMBRE-SALIDA    TO VUC-DEP-NOMBRE
               MOVE TD-CUENTAS(WK-IDX-DEPOSITANTE) TO VUC-DEP-CUENTAS
               MOVE TD-SALDO(WK-IDX-DEPOSITANTE)   TO VUC-DEP-SALDO
               MOVE TD-INTERES(WK-IDX-DEPOSITANTE) TO VUC-DEP-INTERES
               MOVE TD-TOTAL(WK-IDX-DEPOSITANTE)   TO VUC-DEP-TOTAL
               MOVE TD-CUBIERTO(WK-IDX-DEPOSITANTE)
                   TO VUC-DEP-CUBIERTO
               MOVE TD-NO-CUBIERTO(WK-IDX-DEPOSITANTE)
                   TO VUC-DEP-NO-CUBIERTO
               PERFORM 290-GRABAR-VUC

               MOVE TD-PRIMERA(WK-IDX-DEPOSITANTE)
                   TO WK-IDX-PARTICIPACION
               PERFORM UNTIL WK-IDX-PARTICIPACION = ZEROS
                   PERFORM 275-GRABAR-CUENTA-VUC
                   MOVE TP-SIGUIENTE(WK-IDX-PARTICIPACION)
                       TO WK-IDX-PARTICIPACION
               END-PERFORM
           END-PERFORM

           PERFORM VARYING WK-IDX-SUCURSAL FROM 1 BY 1
                   UNTIL WK-IDX-SUCURSAL > CONT-SUCURSALES
               MOVE SPACES TO REG-VUC
               MOVE 'S' TO VUC-TIPO
               MOVE TS-SUCURSAL(WK-IDX-SUCURSAL) TO VUC-SUC-SUCURSAL
               MOVE TS-PRODUCTO(WK-IDX-SUCURSAL) TO VUC-SUC-PRODUCTO
               MOVE TS-CUENTAS(WK-IDX-SUCURSAL)  TO VUC-SUC-CUENTAS
               MOVE TS-TOTAL(WK-IDX-SUCURSAL)    TO VUC-SUC-TOTAL
               MOVE TS-CUBIERTO(WK-IDX-SUCURSAL) TO VUC-SUC-CUBIERTO
               COMPUTE VUC-SUC-NO-CUBIERTO =
                   TS-TOTAL(WK-IDX-SUCURSAL)
                   - TS-CUBIERTO(WK-IDX-SUCURSAL)
               PERFORM 290-GRABAR-VUC
           END-PERFORM

      * EL CIERRE CUENTA TODOS LOS REGISTROS, ELLA INCLUIDA, PARA
      * QUE EL FONDO VERIFIQUE QUE RECIBIO EL ARCHIVO ENTERO.
           MOVE SPACES TO REG-VUC
           MOVE 'T' TO VUC-TIPO
           MOVE CONT-DEPOSITANTES TO VUC-TOT-DEPOSITANTES
           MOVE CONT-CUENTAS      TO VUC-TOT-CUENTAS
           MOVE TOT-TOTAL         TO VUC-TOT-TOTAL
           MOVE TOT-CUBIERTO      TO VUC-TOT-CUBIERTO
           MOVE TOT-NO-CUBIERTO   TO VUC-TOT-NO-CUBIERTO
           COMPUTE VUC-TOT-REGISTROS = CONT-REGISTROS-VUC + 1
           PERFORM 290-GRABAR-VUC.

       275-GRABAR-CUENTA-VUC.
           MOVE TP-CUENTA(WK-IDX-PARTICIPACION) TO WK-IDX-CUENTA
           MOVE SPACES TO REG-VUC
           MOVE 'C' TO VUC-TIPO
           MOVE WK-DOCUMENTO-SALIDA            TO VUC-CTA-DOCUMENTO
           MOVE TA-CODIGO(WK-IDX-CUENTA)       TO VUC-CTA-CODIGO
           MOVE TA-SUCURSAL(WK-IDX-CUENTA)     TO VUC-CTA-SUCURSAL
           MOVE TA-PRODUCTO(WK-IDX-CUENTA)     TO VUC-CTA-PRODUCTO
           MOVE TA-ESTADO(WK-IDX-CUENTA)       TO VUC-CTA-ESTADO
           MOVE TA-MONEDA(WK-IDX-CUENTA)       TO VUC-CTA-MONEDA
           MOVE TA-SALDO-ORIGEN(WK-IDX-CUENTA) TO VUC-CTA-SALDO-ORIGEN
           MOVE TA-TASA(WK-IDX-CUENTA)         TO VUC-CTA-TASA
           MOVE TP-SALDO(WK-IDX-PARTICIPACION) TO VUC-CTA-SALDO
           MOVE TP-INTERES(WK-IDX-PARTICIPACION)
               TO VUC-CTA-INTERES
           MOVE TP-CUBIERTO(WK-IDX-PARTICIPACION)
               TO VUC-CTA-CUBIERTO
           MOVE TP-TITULARES(WK-IDX-PARTICIPACION)
               TO VUC-CTA-TITULARES
           PERFORM 290-GRABAR-VUC.

      * DOCUMENTO Y NOMBRE DEL DEPOSITANTE EN CURSO, TAL COMO DEBEN
      * SALIR EN LA SALIDA QUE SE ESTA ESCRIBIENDO.
       280-PREPARAR-DEPOSITANTE.
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

       290-GRABAR-VUC.
           WRITE REG-VUC
           ADD 1 TO CONT-REGISTROS-VUC.

       300-FINALIZAR.
           CLOSE ARCHIVO-REPORTE
                 ARCHIVO-VUC

           DISPLAY "CUENTAS VALUADAS:      " CONT-CUENTAS
           DISPLAY "DEPOSITANTES:          " CONT-DEPOSITANTES
           DISPLAY "SOBRE EL TOPE:         " CONT-SOBRE-TOPE
           DISPLAY "CUENTAS COMPARTIDAS:   " CONT-COMPARTIDAS
           DISPLAY "SIN TASA (FUERA):      " CONT-SIN-TASA
           MOVE TOT-CUBIERTO TO WK-IMPORTE-EDITADO
           DISPLAY "CUBIERTO POR EL FONDO: " WK-IMPORTE-EDITADO
           MOVE TOT-NO-CUBIERTO TO WK-IMPORTE-EDITADO
           DISPLAY "NO CUBIERTO:           " WK-IMPORTE-EDITADO
           DISPLAY "REPORTE EN: GARANTIA-DEPOSITOS.TXT"
           DISPLAY "VISTA UNICA DE CLIENTE EN: GARANTIA-VUC.DAT".
