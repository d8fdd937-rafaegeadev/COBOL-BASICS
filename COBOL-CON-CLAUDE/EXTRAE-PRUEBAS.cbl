       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRAE-PRUEBAS.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: EXTRACCION ANONIMIZADA DE DATOS DE PRUEBA
      * PROPOSITO: ARMA UN JUEGO DE PRUEBA A PARTIR DE LOS ARCHIVOS
      *            DE PRODUCCION SIN LLEVAR NOMBRES NI DOCUMENTOS
      *            REALES AL AREA DE PRUEBAS:
      *            -- LA MUESTRA SON LAS CUENTAS DE MAESTRO.DAT DE LA
      *               SUCURSAL Y/O EL PRODUCTO QUE INDICA EL OPERADOR
      *               (EN BLANCO, TODAS).
      *            -- CADA CUENTA RECIBE UN CODIGO NUEVO CON SU DIGITO
      *               DE CONTROL (DIGITO-CONTROL.CBL). LOS CODIGOS
      *               NUEVOS SE NUMERAN EN EL MISMO ORDEN QUE LOS
      *               VIEJOS, ASI CADA ARCHIVO CONSERVA SU ORDEN POR
      *               CUENTA Y LOS INDEXADOS SE GRABAN EN SECUENCIA.
      *            -- EL MISMO CAMBIO DE CODIGO SE APLICA EN EL
      *               MAESTRO, CONTACTOS, RETENCIONES, DESCUBIERTOS,
      *               PLAZOS FIJOS, ORDENES PERMANENTES, HISTORICO DE
      *               APLICADOS E INTERVINIENTES (TITULARES.DAT). LO DE
      *               CUENTAS FUERA DE LA MUESTRA NO SE COPIA.
      *            -- NOMBRE, DOCUMENTO, TELEFONO Y DOMICILIO SE
      *               REEMPLAZAN POR DATOS FICTICIOS VEROSIMILES. LA
      *               PERSONA FICTICIA SALE DEL DOCUMENTO REAL: LAS
      *               CUENTAS DE UN MISMO TITULAR SIGUEN SIENDO DE UN
      *               MISMO TITULAR (FICTICIO), CON UN NIF VALIDO. UN
      *               DATO EN BLANCO QUEDA EN BLANCO.
      *            -- LOS COTITULARES Y AUTORIZADOS DE TITULARES.DAT
      *               PASAN POR LA MISMA PERSONA FICTICIA: QUIEN ES
      *               TITULAR DE UNA CUENTA Y AUTORIZADO EN OTRA SALE
      *               CON EL MISMO NOMBRE Y NIF FICTICIOS EN LAS DOS.
      *            -- SALDOS, IMPORTES, FECHAS, ESTADOS, MONEDAS Y
      *               SUCURSALES NO SE TOCAN: EL BATCH CUADRA IGUAL.
      *               LOS TEXTOS LIBRES (MOTIVOS, DESCRIPCIONES) SE
      *               COPIAN COMO ESTAN.
      *            NO SE GRABA NINGUNA TABLA DE CODIGO VIEJO A NUEVO:
      *            EL JUEGO DE PRUEBA NO SE PUEDE VOLVER A ENLAZAR CON
      *            PRODUCCION. LOS ARCHIVOS SALEN CON EL PREFIJO QUE
      *            INDICA EL OPERADOR (PRUEBA- SI NO INDICA NINGUNO),
      *            NUNCA CON EL NOMBRE DE PRODUCCION.
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

           SELECT ARCHIVO-DESCUBIERTOS
               ASSIGN TO "DESCUBIERTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DESCUBIERTOS.

           SELECT ARCHIVO-PLAZOS
               ASSIGN TO "PLAZOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PLAZOS.

           SELECT ARCHIVO-ORDENES
               ASSIGN TO "ORDENES-PERMANENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORDENES.

           SELECT ARCHIVO-HISTORICO
               ASSIGN TO "HISTORICO-APLICADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIS-CLAVE
               ALTERNATE RECORD KEY IS HIS-LOTE
                   WITH DUPLICATES
               FILE STATUS IS FS-HISTORICO.

           SELECT ARCHIVO-TITULARES
               ASSIGN TO "TITULARES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TIT-CLAVE
               FILE STATUS IS FS-TITULARES.

      * LAS COPIAS DE PRUEBA SE ABREN POR EL NOMBRE ARMADO EN
      * EJECUCION CON EL PREFIJO DEL OPERADOR.
           SELECT SALIDA-MAESTRO
               ASSIGN TO WK-NOMBRE-MAESTRO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SMA-CODIGO
               FILE STATUS IS FS-SAL-MAESTRO.

           SELECT SALIDA-CONTACTOS
               ASSIGN TO WK-NOMBRE-CONTACTOS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SCO-CODIGO
               FILE STATUS IS FS-SAL-CONTACTOS.

           SELECT SALIDA-RETENCIONES
               ASSIGN TO WK-NOMBRE-RETENCIONES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SAL-RETENCIONES.

           SELECT SALIDA-DESCUBIERTOS
               ASSIGN TO WK-NOMBRE-DESCUBIERTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SAL-DESCUBIERTOS.

           SELECT SALIDA-PLAZOS
               ASSIGN TO WK-NOMBRE-PLAZOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SAL-PLAZOS.

           SELECT SALIDA-ORDENES
               ASSIGN TO WK-NOMBRE-ORDENES
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SAL-ORDENES.

           SELECT SALIDA-HISTORICO
               ASSIGN TO WK-NOMBRE-HISTORICO
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SHI-CLAVE
               ALTERNATE RECORD KEY IS SHI-LOTE
                   WITH DUPLICATES
               FILE STATUS IS FS-SAL-HISTORICO.

           SELECT SALIDA-TITULARES
               ASSIGN TO WK-NOMBRE-TITULARES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STI-CLAVE
               FILE STATUS IS FS-SAL-TITULARES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-MAESTRO.
       01  REG-MAESTRO.
           05 CODIGO-MAESTRO       PIC 9(5).
           05 NOMBRE-MAESTRO       PIC X(30).
           05 SALDO-MAESTRO        PIC S9(7)V99.
           05 ESTADO-MAESTRO       PIC X(01).
           05 FECHA-ESTADO-MAESTRO PIC 9(8).
           05 MONEDA-MAESTRO       PIC X(3).
           05 SUCURSAL-MAESTRO     PIC 9(3).
           05 PRODUCTO-MAESTRO     PIC X(2).

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

       FD  ARCHIVO-RETENCIONES.
       01  REG-RETENCION.
           05 RET-CODIGO           PIC 9(5).
           05 RET-IMPORTE          PIC 9(7)V99.
           05 RET-MOTIVO           PIC X(30).
           05 RET-OPERADOR         PIC X(8).
           05 RET-FECHA-ALTA       PIC 9(8).
           05 RET-FECHA-LIBERACION PIC 9(8).

       FD  ARCHIVO-DESCUBIERTOS.
       01  REG-DESCUBIERTO.
           05 DES-CODIGO           PIC 9(5).
           05 DES-LIMITE           PIC 9(7)V99.

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
           05 PLA-MONEDA           PIC X(3).
           05 PLA-SUCURSAL         PIC 9(3).

       FD  ARCHIVO-ORDENES.
       01  REG-ORDEN.
           05 ORD-CODIGO           PIC 9(5).
           05 ORD-TIPO             PIC X(01).
           05 ORD-IMPORTE          PIC 9(7)V99.
           05 ORD-DESCRIPCION      PIC X(20).
           05 ORD-FRECUENCIA       PIC X(01).
           05 ORD-PROXIMA-FECHA    PIC 9(8).
           05 ORD-FECHA-FIN        PIC 9(8).
           05 ORD-MONEDA           PIC X(3).
           05 ORD-SUCURSAL         PIC 9(3).

       FD  ARCHIVO-HISTORICO.
       01  REG-HISTORICO.
           05 HIS-CLAVE.
              10 HIS-CODIGO           PIC 9(5).
              10 HIS-ID-EJECUCION     PIC X(19).
              10 HIS-LOTE             PIC X(8).
              10 HIS-SECUENCIA        PIC 9(5).
           05 HIS-TIPO                PIC X(01).
           05 HIS-IMPORTE             PIC 9(7)V99.
           05 HIS-DESCRIPCION         PIC X(20).
           05 HIS-MONEDA              PIC X(3).
           05 HIS-REFERENCIA          PIC X(8).
           05 HIS-SUCURSAL            PIC 9(3).
           05 HIS-SENTIDO             PIC X(1).
           05 HIS-SUCURSAL-ORIGEN     PIC 9(3).

       FD  ARCHIVO-TITULARES.
       01  REG-TITULAR.
           05 TIT-CLAVE.
              10 TIT-CODIGO        PIC 9(5).
              10 TIT-ORDEN         PIC 9(2).
           05 TIT-NOMBRE           PIC X(30).
           05 TIT-DOCUMENTO        PIC X(15).
           05 TIT-ROL              PIC X(1).
           05 TIT-REGLA            PIC X(1).
           05 TIT-FECHA-ALTA       PIC 9(8).

       FD  SALIDA-MAESTRO.
       01  REG-SAL-MAESTRO.
           05 SMA-CODIGO           PIC 9(5).
           05 FILLER               PIC X(56).

       FD  SALIDA-CONTACTOS.
       01  REG-SAL-CONTACTO.
           05 SCO-CODIGO           PIC 9(5).
           05 FILLER               PIC X(104).

       FD  SALIDA-RETENCIONES.
       01  REG-SAL-RETENCION       PIC X(68).

       FD  SALIDA-DESCUBIERTOS.
       01  REG-SAL-DESCUBIERTO     PIC X(14).

       FD  SALIDA-PLAZOS.
       01  REG-SAL-PLAZO           PIC X(48).

       FD  SALIDA-ORDENES.
       01  REG-SAL-ORDEN           PIC X(58).

       FD  SALIDA-HISTORICO.
       01  REG-SAL-HISTORICO.
           05 SHI-CLAVE.
              10 SHI-CODIGO           PIC 9(5).
              10 SHI-ID-EJECUCION     PIC X(19).
              10 SHI-LOTE             PIC X(8).
              10 SHI-SECUENCIA        PIC 9(5).
           05 FILLER                  PIC X(48).

       FD  SALIDA-TITULARES.
       01  REG-SAL-TITULAR.
           05 STI-CLAVE            PIC X(7).
           05 FILLER               PIC X(55).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-MAESTRO           PIC XX.
           05 FS-CONTACTOS         PIC XX.
           05 FS-RETENCIONES       PIC XX.
           05 FS-DESCUBIERTOS      PIC XX.
           05 FS-PLAZOS            PIC XX.
           05 FS-ORDENES           PIC XX.
           05 FS-HISTORICO         PIC XX.
           05 FS-TITULARES         PIC XX.
           05 FS-SAL-MAESTRO       PIC XX.
           05 FS-SAL-CONTACTOS     PIC XX.
           05 FS-SAL-RETENCIONES   PIC XX.
           05 FS-SAL-DESCUBIERTOS  PIC XX.
           05 FS-SAL-PLAZOS        PIC XX.
           05 FS-SAL-ORDENES       PIC XX.
           05 FS-SAL-HISTORICO     PIC XX.
           05 FS-SAL-TITULARES     PIC XX.

       01  SWITCHES.
           05 SW-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 SW-HAY-CONTACTOS     PIC X VALUE 'N'.
              88 HAY-CONTACTOS     VALUE 'S'.
           05 SW-CONTACTO-HALLADO  PIC X VALUE 'N'.
              88 CONTACTO-HALLADO  VALUE 'S'.

       01  CONTADORES.
           05 CONT-MAE-LEIDAS      PIC 9(7) VALUE ZEROS.
           05 CONT-MAE-COPIADAS    PIC 9(7) VALUE ZEROS.
           05 CONT-CON-COPIADOS    PIC 9(7) VALUE ZEROS.
           05 CONT-RET-LEIDAS      PIC 9(7) VALUE ZEROS.
           05 CONT-RET-COPIADAS    PIC 9(7) VALUE ZEROS.
           05 CONT-DES-LEIDOS      PIC 9(7) VALUE ZEROS.
           05 CONT-DES-COPIADOS    PIC 9(7) VALUE ZEROS.
           05 CONT-PLA-LEIDOS      PIC 9(7) VALUE ZEROS.
           05 CONT-PLA-COPIADOS    PIC 9(7) VALUE ZEROS.
           05 CONT-ORD-LEIDAS      PIC 9(7) VALUE ZEROS.
           05 CONT-ORD-COPIADAS    PIC 9(7) VALUE ZEROS.
           05 CONT-HIS-LEIDOS      PIC 9(7) VALUE ZEROS.
           05 CONT-HIS-COPIADOS    PIC 9(7) VALUE ZEROS.
           05 CONT-TIT-LEIDOS      PIC 9(7) VALUE ZEROS.
           05 CONT-TIT-COPIADOS    PIC 9(7) VALUE ZEROS.
           05 CONT-PERSONAS        PIC 9(5) VALUE ZEROS.

      * LO QUE SE EXTRAE: SUCURSAL Y PRODUCTO (EN BLANCO, TODOS) Y
      * EL PREFIJO DE LOS ARCHIVOS DE PRUEBA.
       01  WK-SUCURSAL-SEL         PIC X(3) VALUE SPACES.
       01  WK-SUCURSAL-NUM REDEFINES WK-SUCURSAL-SEL PIC 9(3).
       01  WK-PRODUCTO-SEL         PIC X(2) VALUE SPACES.
       01  WK-PRODUCTO-CTA         PIC X(2) VALUE SPACES.
       01  WK-PREFIJO              PIC X(30) VALUE SPACES.
       01  WK-NOMBRE-MAESTRO       PIC X(60) VALUE SPACES.
       01  WK-NOMBRE-CONTACTOS     PIC X(60) VALUE SPACES.
       01  WK-NOMBRE-RETENCIONES   PIC X(60) VALUE SPACES.
       01  WK-NOMBRE-DESCUBIERTOS  PIC X(60) VALUE SPACES.
       01  WK-NOMBRE-PLAZOS        PIC X(60) VALUE SPACES.
       01  WK-NOMBRE-ORDENES       PIC X(60) VALUE SPACES.
       01  WK-NOMBRE-HISTORICO     PIC X(60) VALUE SPACES.
       01  WK-NOMBRE-TITULARES     PIC X(60) VALUE SPACES.
       01  WK-SALDO-TOTAL          PIC S9(11)V99 VALUE ZEROS.
       01  WK-SALDO-EDITADO        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

      * CODIGO VIEJO -> CODIGO NUEVO, DIRECTO POR POSICION (CODIGO
      * + 1). EN CERO, LA CUENTA NO ESTA EN LA MUESTRA. LA BASE
      * NUEVA (CUATRO PRIMERAS POSICIONES) ARRANCA EN 0001 PARA NO
      * DAR NUNCA EL CODIGO 00000 DE LOS REGISTROS DE CONTROL.
       01  TABLA-MAPA.
           05 TMA-NUEVO            PIC 9(5) OCCURS 100000 TIMES.
       01  WK-IDX-MAPA             PIC 9(6) VALUE ZEROS.
       01  WK-CODIGO-VIEJO         PIC 9(5) VALUE ZEROS.
       01  WK-CODIGO-NUEVO         PIC 9(5) VALUE ZEROS.
       01  WK-BASE-NUEVA           PIC 9(4) VALUE ZEROS.
       01  WK-MAX-BASE             PIC 9(4) VALUE 9999.

      * DIGITO DE CONTROL (DIGITO-CONTROL.CBL), ACCION 'C'.
       01  WK-DC-ACCION            PIC X(1) VALUE 'C'.
       01  WK-DC-CODIGO            PIC 9(5) VALUE ZEROS.
       01  WK-DC-VEREDICTO         PIC X(1) VALUE SPACE.

      * DOCUMENTOS REALES YA VISTOS Y LA PERSONA FICTICIA QUE LES
      * TOCO. UNA CUENTA SIN DOCUMENTO ES SU PROPIA PERSONA.
       01  WK-MAX-DOCUMENTOS       PIC 9(5) VALUE 10000.
       01  CONT-DOCUMENTOS         PIC 9(5) VALUE ZEROS.
       01  TABLA-DOCUMENTOS.
           05 ENTRADA-DOCUMENTO    OCCURS 1 TO 10000 TIMES
                                   DEPENDING ON CONT-DOCUMENTOS.
              10 TDO-DOCUMENTO     PIC X(15).
              10 TDO-PERSONA       PIC 9(5).
       01  WK-IDX-DOCUMENTO        PIC 9(5) VALUE ZEROS.
       01  WK-PERSONA              PIC 9(5) VALUE ZEROS.
      * DOCUMENTO REAL DE QUIEN SE ENMASCARA: EL DEL CONTACTO DE LA
      * CUENTA O EL DEL INTERVINIENTE.
       01  WK-DOCUMENTO-REAL       PIC X(15) VALUE SPACES.

      * PIEZAS DE LOS DATOS FICTICIOS. LA PERSONA N TOMA NOMBRE,
      * APELLIDOS, CALLE, NUMERO Y CIUDAD POR RESTOS DE N, ASI LA
      * MISMA PERSONA SALE IGUAL EN TODAS LAS CUENTAS.
       01  TABLA-NOMBRES-VALORES.
           05 FILLER               PIC X(10) VALUE 'ANTONIO'.
           05 FILLER               PIC X(10) VALUE 'MARIA'.
           05 FILLER               PIC X(10) VALUE 'MANUEL'.
           05 FILLER               PIC X(10) VALUE 'CARMEN'.
           05 FILLER               PIC X(10) VALUE 'JOSE'.
           05 FILLER               PIC X(10) VALUE 'ANA'.
           05 FILLER               PIC X(10) VALUE 'FRANCISCO'.
           05 FILLER               PIC X(10) VALUE 'LAURA'.
           05 FILLER               PIC X(10) VALUE 'DAVID'.
           05 FILLER               PIC X(10) VALUE 'ISABEL'.
           05 FILLER               PIC X(10) VALUE 'JAVIER'.
           05 FILLER               PIC X(10) VALUE 'PILAR'.
           05 FILLER               PIC X(10) VALUE 'CARLOS'.
           05 FILLER               PIC X(10) VALUE 'LUCIA'.
           05 FILLER               PIC X(10) VALUE 'MIGUEL'.
           05 FILLER               PIC X(10) VALUE 'ELENA'.
           05 FILLER               PIC X(10) VALUE 'PEDRO'.
           05 FILLER               PIC X(10) VALUE 'ROSA'.
           05 FILLER               PIC X(10) VALUE 'ALBERTO'.
           05 FILLER               PIC X(10) VALUE 'TERESA'.
       01  TABLA-NOMBRES REDEFINES TABLA-NOMBRES-VALORES.
           05 TNO-NOMBRE           PIC X(10) OCCURS 20 TIMES.

       01  TABLA-APELLIDOS-VALORES.
           05 FILLER               PIC X(10) VALUE 'GARCIA'.
           05 FILLER               PIC X(10) VALUE 'MARTINEZ'.
           05 FILLER               PIC X(10) VALUE 'LOPEZ'.
           05 FILLER               PIC X(10) VALUE 'SANCHEZ'.
           05 FILLER               PIC X(10) VALUE 'ROMERO'.
           05 FILLER               PIC X(10) VALUE 'NAVARRO'.
           05 FILLER               PIC X(10) VALUE 'TORRES'.
           05 FILLER               PIC X(10) VALUE 'DOMINGUEZ'.
           05 FILLER               PIC X(10) VALUE 'VAZQUEZ'.
           05 FILLER               PIC X(10) VALUE 'RAMOS'.
           05 FILLER               PIC X(10) VALUE 'GIL'.
           05 FILLER               PIC X(10) VALUE 'SERRANO'.
           05 FILLER               PIC X(10) VALUE 'MOLINA'.
           05 FILLER               PIC X(10) VALUE 'BLANCO'.
           05 FILLER               PIC X(10) VALUE 'SUAREZ'.
           05 FILLER               PIC X(10) VALUE 'CASTRO'.
           05 FILLER               PIC X(10) VALUE 'ORTEGA'.
           05 FILLER               PIC X(10) VALUE 'RUBIO'.
           05 FILLER               PIC X(10) VALUE 'MARIN'.
           05 FILLER               PIC X(10) VALUE 'IGLESIAS'.
       01  TABLA-APELLIDOS REDEFINES TABLA-APELLIDOS-VALORES.
           05 TAP-APELLIDO         PIC X(10) OCCURS 20 TIMES.

       01  TABLA-CALLES-VALORES.
           05 FILLER               PIC X(20) VALUE 'CALLE MAYOR'.
           05 FILLER               PIC X(20) VALUE 'AVDA. DE LA PAZ'.
           05 FILLER               PIC X(20) VALUE 'CALLE DEL SOL'.
           05 FILLER               PIC X(20) VALUE 'PLAZA DE ESPANA'.
           05 FILLER               PIC X(20) VALUE 'CALLE REAL'.
           05 FILLER               PIC X(20) VALUE 'PASEO DEL PRADO'.
           05 FILLER               PIC X(20) VALUE 'CALLE NUEVA'.
           05 FILLER               PIC X(20) VALUE 'AVDA. CONSTITUCION'.
           05 FILLER               PIC X(20) VALUE 'CALLE SAN JUAN'.
           05 FILLER               PIC X(20) VALUE 'CALLE DEL CARMEN'.
       01  TABLA-CALLES REDEFINES TABLA-CALLES-VALORES.
           05 TCL-CALLE            PIC X(20) OCCURS 10 TIMES.

       01  TABLA-CIUDADES-VALORES.
           05 FILLER               PIC X(20) VALUE '28001 MADRID'.
           05 FILLER               PIC X(20) VALUE '08002 BARCELONA'.
           05 FILLER               PIC X(20) VALUE '46003 VALENCIA'.
           05 FILLER               PIC X(20) VALUE '41004 SEVILLA'.
           05 FILLER               PIC X(20) VALUE '50005 ZARAGOZA'.
           05 FILLER               PIC X(20) VALUE '29006 MALAGA'.
           05 FILLER               PIC X(20) VALUE '30007 MURCIA'.
           05 FILLER               PIC X(20) VALUE '48008 BILBAO'.
       01  TABLA-CIUDADES REDEFINES TABLA-CIUDADES-VALORES.
           05 TCI-CIUDAD           PIC X(20) OCCURS 8 TIMES.

       01  WK-LETRAS-NIF           PIC X(23)
           VALUE "TRWAGMYFPDXBNJZSQVHLCKE".
       01  WK-NIF-NUMERO           PIC 9(8) VALUE ZEROS.
       01  WK-COCIENTE             PIC 9(8) VALUE ZEROS.
       01  WK-SEMILLA              PIC 9(8) VALUE ZEROS.
       01  WK-RESTO                PIC 9(2) VALUE ZEROS.
       01  WK-IDX-NOMBRE           PIC 9(2) VALUE ZEROS.
       01  WK-IDX-APELLIDO-1       PIC 9(2) VALUE ZEROS.
       01  WK-IDX-APELLIDO-2       PIC 9(2) VALUE ZEROS.
       01  WK-IDX-CALLE            PIC 9(2) VALUE ZEROS.
       01  WK-IDX-CIUDAD           PIC 9(2) VALUE ZEROS.
       01  WK-NUMERO-PORTAL        PIC ZZ9.
       01  WK-TELEFONO-NUMERO      PIC 9(8) VALUE ZEROS.

       01  WK-FICTICIO.
           05 FIC-NOMBRE           PIC X(30).
           05 FIC-DOCUMENTO        PIC X(15).
           05 FIC-TELEFONO         PIC X(12).
           05 FIC-DOMICILIO-1      PIC X(30).
           05 FIC-DOMICILIO-2      PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 200-EXTRAER-MAESTRO
           PERFORM 250-EXTRAER-RETENCIONES
           PERFORM 255-EXTRAER-DESCUBIERTOS
           PERFORM 260-EXTRAER-PLAZOS
           PERFORM 265-EXTRAER-ORDENES
           PERFORM 270-EXTRAER-HISTORICO
           PERFORM 275-EXTRAER-TITULARES
           PERFORM 300-FINALIZAR
           STOP RUN.

       100-INICIALIZAR.
           DISPLAY "========================================"
           DISPLAY "  EXTRACCION ANONIMIZADA DE PRUEBAS"
           DISPLAY "========================================"
           DISPLAY " "

           DISPLAY "SUCURSAL A EXTRAER (EN BLANCO = TODAS): "
           ACCEPT WK-SUCURSAL-SEL
           IF WK-SUCURSAL-SEL NOT = SPACES
              AND WK-SUCURSAL-SEL IS NOT NUMERIC
               DISPLAY "SUCURSAL INVALIDA: " WK-SUCURSAL-SEL
               STOP RUN
           END-IF

           DISPLAY "PRODUCTO A EXTRAER (EN BLANCO = TODOS): "
           ACCEPT WK-PRODUCTO-SEL

           DISPLAY "PREFIJO DE LOS ARCHIVOS DE PRUEBA (EN BLANCO ="
                   " PRUEBA-): "
           ACCEPT WK-PREFIJO
           IF WK-PREFIJO = SPACES
               MOVE "PRUEBA-" TO WK-PREFIJO
           END-IF

           STRING WK-PREFIJO DELIMITED BY SPACE
                  "MAESTRO.DAT" DELIMITED BY SIZE
               INTO WK-NOMBRE-MAESTRO
           STRING WK-PREFIJO DELIMITED BY SPACE
                  "CONTACTOS.DAT" DELIMITED BY SIZE
               INTO WK-NOMBRE-CONTACTOS
           STRING WK-PREFIJO DELIMITED BY SPACE
                  "RETENCIONES.DAT" DELIMITED BY SIZE
               INTO WK-NOMBRE-RETENCIONES
           STRING WK-PREFIJO DELIMITED BY SPACE
                  "DESCUBIERTOS.DAT" DELIMITED BY SIZE
               INTO WK-NOMBRE-DESCUBIERTOS
           STRING WK-PREFIJO DELIMITED BY SPACE
                  "PLAZOS.DAT" DELIMITED BY SIZE
               INTO WK-NOMBRE-PLAZOS
           STRING WK-PREFIJO DELIMITED BY SPACE
                  "ORDENES-PERMANENTES.DAT" DELIMITED BY SIZE
               INTO WK-NOMBRE-ORDENES
           STRING WK-PREFIJO DELIMITED BY SPACE
                  "HISTORICO-APLICADOS.DAT" DELIMITED BY SIZE
               INTO WK-NOMBRE-HISTORICO
           STRING WK-PREFIJO DELIMITED BY SPACE
                  "TITULARES.DAT" DELIMITED BY SIZE
               INTO WK-NOMBRE-TITULARES

           INITIALIZE TABLA-MAPA

           OPEN INPUT ARCHIVO-MAESTRO
           IF FS-MAESTRO NOT = '00'
               DISPLAY "ERROR ABRIENDO MAESTRO.DAT: " FS-MAESTRO
               STOP RUN
           END-IF

      * SIN CONTACTOS.DAT LAS CUENTAS SALEN SIN CONTACTO, COMO UNA
      * CUENTA A LA QUE NUNCA SE LE CARGO.
           OPEN INPUT ARCHIVO-CONTACTOS
           IF FS-CONTACTOS = '00'
               MOVE 'S' TO SW-HAY-CONTACTOS
           ELSE
               DISPLAY "AVISO: SIN CONTACTOS.DAT (" FS-CONTACTOS
                       "), NO SE EXTRAEN CONTACTOS"
           END-IF

           OPEN OUTPUT SALIDA-MAESTRO
           IF FS-SAL-MAESTRO NOT = '00'
               DISPLAY "ERROR ABRIENDO " WK-NOMBRE-MAESTRO ": "
                       FS-SAL-MAESTRO
               STOP RUN
           END-IF

           IF HAY-CONTACTOS
               OPEN OUTPUT SALIDA-CONTACTOS
               IF FS-SAL-CONTACTOS NOT = '00'
                   DISPLAY "ERROR ABRIENDO " WK-NOMBRE-CONTACTOS ": "
                           FS-SAL-CONTACTOS
                   STOP RUN
               END-IF
           END-IF.

      * EL MAESTRO SE LEE EN ORDEN DE CODIGO: LA BASE NUEVA CRECE
      * CON EL, ASI EL ORDEN SE CONSERVA EN TODOS LOS ARCHIVOS.
       200-EXTRAER-MAESTRO.
           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-MAESTRO NEXT
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-MAE-LEIDAS
                       PERFORM 205-ELEGIR-CUENTA
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MAESTRO
                 SALIDA-MAESTRO
           IF HAY-CONTACTOS
               CLOSE ARCHIVO-CONTACTOS
                     SALIDA-CONTACTOS
           END-IF.

       205-ELEGIR-CUENTA.
           IF WK-SUCURSAL-SEL NOT = SPACES
              AND SUCURSAL-MAESTRO NOT = WK-SUCURSAL-NUM
               EXIT PARAGRAPH
           END-IF

           MOVE PRODUCTO-MAESTRO TO WK-PRODUCTO-CTA
           IF WK-PRODUCTO-CTA = SPACES
               MOVE "CC" TO WK-PRODUCTO-CTA
           END-IF
           IF WK-PRODUCTO-SEL NOT = SPACES
              AND WK-PRODUCTO-CTA NOT = WK-PRODUCTO-SEL
               EXIT PARAGRAPH
           END-IF

           IF WK-BASE-NUEVA >= WK-MAX-BASE
               DISPLAY "*** LA MUESTRA PASA DE " WK-MAX-BASE
                       " CUENTAS: ACOTAR POR SUCURSAL O PRODUCTO ***"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           ADD 1 TO WK-BASE-NUEVA
           COMPUTE WK-DC-CODIGO = WK-BASE-NUEVA * 10
           CALL "DIGITO-CONTROL" USING WK-DC-ACCION
                                       WK-DC-CODIGO
                                       WK-DC-VEREDICTO
           MOVE WK-DC-CODIGO TO WK-CODIGO-NUEVO
           COMPUTE WK-IDX-MAPA = CODIGO-MAESTRO + 1
           MOVE WK-CODIGO-NUEVO TO TMA-NUEVO(WK-IDX-MAPA)

           PERFORM 210-LEER-CONTACTO
           MOVE SPACES TO WK-DOCUMENTO-REAL
           IF CONTACTO-HALLADO
               MOVE CON-DOCUMENTO TO WK-DOCUMENTO-REAL
           END-IF
           PERFORM 220-ASIGNAR-PERSONA
           PERFORM 230-ARMAR-FICTICIO

           MOVE WK-CODIGO-NUEVO TO CODIGO-MAESTRO
           IF NOMBRE-MAESTRO NOT = SPACES
               MOVE FIC-NOMBRE TO NOMBRE-MAESTRO
           END-IF
           WRITE REG-SAL-MAESTRO FROM REG-MAESTRO
           IF FS-SAL-MAESTRO NOT = '00'
               DISPLAY "ERROR ESCRIBIENDO " WK-NOMBRE-MAESTRO ": "
                       FS-SAL-MAESTRO
               STOP RUN
           END-IF
           ADD 1 TO CONT-MAE-COPIADAS
           ADD SALDO-MAESTRO TO WK-SALDO-TOTAL

           IF CONTACTO-HALLADO
               PERFORM 240-GRABAR-CONTACTO
           END-IF.

       210-LEER-CONTACTO.
           MOVE 'N' TO SW-CONTACTO-HALLADO
           IF NOT HAY-CONTACTOS
               EXIT PARAGRAPH
           END-IF

           MOVE CODIGO-MAESTRO TO CON-CODIGO
           READ ARCHIVO-CONTACTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO SW-CONTACTO-HALLADO
           END-READ.

      * EL MISMO DOCUMENTO REAL (WK-DOCUMENTO-REAL) SIEMPRE DA LA
      * MISMA PERSONA FICTICIA; SIN DOCUMENTO (O SIN CONTACTO) ES
      * UNA PERSONA NUEVA.
       220-ASIGNAR-PERSONA.
           IF WK-DOCUMENTO-REAL = SPACES
               ADD 1 TO CONT-PERSONAS
               MOVE CONT-PERSONAS TO WK-PERSONA
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WK-IDX-DOCUMENTO FROM 1 BY 1
                   UNTIL WK-IDX-DOCUMENTO > CONT-DOCUMENTOS
                   OR TDO-DOCUMENTO(WK-IDX-DOCUMENTO)
                      = WK-DOCUMENTO-REAL
               CONTINUE
           END-PERFORM

           IF WK-IDX-DOCUMENTO <= CONT-DOCUMENTOS
               MOVE TDO-PERSONA(WK-IDX-DOCUMENTO) TO WK-PERSONA
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-PERSONAS
           MOVE CONT-PERSONAS TO WK-PERSONA
           IF CONT-DOCUMENTOS < WK-MAX-DOCUMENTOS
               ADD 1 TO CONT-DOCUMENTOS
               MOVE WK-DOCUMENTO-REAL
                   TO TDO-DOCUMENTO(CONT-DOCUMENTOS)
               MOVE WK-PERSONA TO TDO-PERSONA(CONT-DOCUMENTOS)
           END-IF.

      * NOMBRE Y APELLIDOS POR RESTOS DE LA PERSONA; NIF CON SU
      * LETRA DE MODULO 23, UNICO POR PERSONA; MOVIL 6XXXXXXXX;
      * CALLE, PORTAL Y CIUDAD DE LAS TABLAS.
       230-ARMAR-FICTICIO.
           DIVIDE WK-PERSONA BY 20 GIVING WK-COCIENTE
               REMAINDER WK-RESTO
           COMPUTE WK-IDX-NOMBRE = WK-RESTO + 1
           COMPUTE WK-SEMILLA = WK-PERSONA * 7 + WK-COCIENTE
           DIVIDE WK-SEMILLA BY 20 GIVING WK-SEMILLA
               REMAINDER WK-RESTO
           COMPUTE WK-IDX-APELLIDO-1 = WK-RESTO + 1
           COMPUTE WK-SEMILLA = WK-PERSONA * 13 + WK-COCIENTE / 20
           DIVIDE WK-SEMILLA BY 20 GIVING WK-SEMILLA
               REMAINDER WK-RESTO
           COMPUTE WK-IDX-APELLIDO-2 = WK-RESTO + 1
           DIVIDE WK-PERSONA BY 10 GIVING WK-COCIENTE
               REMAINDER WK-RESTO
           COMPUTE WK-IDX-CALLE = WK-RESTO + 1
           DIVIDE WK-PERSONA BY 8 GIVING WK-COCIENTE
               REMAINDER WK-RESTO
           COMPUTE WK-IDX-CIUDAD = WK-RESTO + 1
           DIVIDE WK-PERSONA BY 97 GIVING WK-COCIENTE
               REMAINDER WK-RESTO
           COMPUTE WK-NUMERO-PORTAL = WK-RESTO + 1

           MOVE SPACES TO WK-FICTICIO
           STRING TNO-NOMBRE(WK-IDX-NOMBRE) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  TAP-APELLIDO(WK-IDX-APELLIDO-1) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  TAP-APELLIDO(WK-IDX-APELLIDO-2) DELIMITED BY SPACE
               INTO FIC-NOMBRE

           COMPUTE WK-NIF-NUMERO = 30000000 + WK-PERSONA * 37
           DIVIDE WK-NIF-NUMERO BY 23 GIVING WK-COCIENTE
               REMAINDER WK-RESTO
           STRING WK-NIF-NUMERO DELIMITED BY SIZE
                  WK-LETRAS-NIF(WK-RESTO + 1:1) DELIMITED BY SIZE
               INTO FIC-DOCUMENTO

           COMPUTE WK-TELEFONO-NUMERO = 10000000 + WK-PERSONA * 53
           STRING "6" WK-TELEFONO-NUMERO DELIMITED BY SIZE
               INTO FIC-TELEFONO

           STRING TCL-CALLE(WK-IDX-CALLE) DELIMITED BY "  "
                  " " WK-NUMERO-PORTAL DELIMITED BY SIZE
               INTO FIC-DOMICILIO-1
           MOVE TCI-CIUDAD(WK-IDX-CIUDAD) TO FIC-DOMICILIO-2.

      * RIESGO Y FECHAS DE REVISION SE CONSERVAN; LO PERSONAL SE
      * REEMPLAZA SOLO SI HABIA ALGO.
       240-GRABAR-CONTACTO.
           MOVE WK-CODIGO-NUEVO TO CON-CODIGO
           IF CON-DOCUMENTO NOT = SPACES
               MOVE FIC-DOCUMENTO TO CON-DOCUMENTO
           END-IF
           IF CON-TELEFONO NOT = SPACES
               MOVE FIC-TELEFONO TO CON-TELEFONO
           END-IF
           IF CON-DOMICILIO-1 NOT = SPACES
               MOVE FIC-DOMICILIO-1 TO CON-DOMICILIO-1
           END-IF
           IF CON-DOMICILIO-2 NOT = SPACES
               MOVE FIC-DOMICILIO-2 TO CON-DOMICILIO-2
           END-IF

           WRITE REG-SAL-CONTACTO FROM REG-CONTACTO
           IF FS-SAL-CONTACTOS NOT = '00'
               DISPLAY "ERROR ESCRIBIENDO " WK-NOMBRE-CONTACTOS ": "
                       FS-SAL-CONTACTOS
               STOP RUN
           END-IF
           ADD 1 TO CONT-CON-COPIADOS.

      * DEVUELVE EN WK-CODIGO-NUEVO EL CODIGO NUEVO DE
      * WK-CODIGO-VIEJO (CERO SI LA CUENTA NO ESTA EN LA MUESTRA).
       245-TRADUCIR-CODIGO.
           COMPUTE WK-IDX-MAPA = WK-CODIGO-VIEJO + 1
           MOVE TMA-NUEVO(WK-IDX-MAPA) TO WK-CODIGO-NUEVO.

      * LOS ARCHIVOS SATELITE QUE FALTAN EN PRODUCCION TAMPOCO
      * SALEN EN LA PRUEBA.
       250-EXTRAER-RETENCIONES.
           OPEN INPUT ARCHIVO-RETENCIONES
           IF FS-RETENCIONES NOT = '00'
               DISPLAY "AVISO: SIN RETENCIONES.DAT (" FS-RETENCIONES
                       ")"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT SALIDA-RETENCIONES
           IF FS-SAL-RETENCIONES NOT = '00'
               DISPLAY "ERROR ABRIENDO " WK-NOMBRE-RETENCIONES ": "
                       FS-SAL-RETENCIONES
               STOP RUN
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-RETENCIONES
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-RET-LEIDAS
                       MOVE RET-CODIGO TO WK-CODIGO-VIEJO
                       PERFORM 245-TRADUCIR-CODIGO
                       IF WK-CODIGO-NUEVO > ZEROS
                           MOVE WK-CODIGO-NUEVO TO RET-CODIGO
                           WRITE REG-SAL-RETENCION FROM REG-RETENCION
                           ADD 1 TO CONT-RET-COPIADAS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-RETENCIONES
                 SALIDA-RETENCIONES.

       255-EXTRAER-DESCUBIERTOS.
           OPEN INPUT ARCHIVO-DESCUBIERTOS
           IF FS-DESCUBIERTOS NOT = '00'
               DISPLAY "AVISO: SIN DESCUBIERTOS.DAT ("
                       FS-DESCUBIERTOS ")"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT SALIDA-DESCUBIERTOS
           IF FS-SAL-DESCUBIERTOS NOT = '00'
               DISPLAY "ERROR ABRIENDO " WK-NOMBRE-DESCUBIERTOS ": "
                       FS-SAL-DESCUBIERTOS
               STOP RUN
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-DESCUBIERTOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-DES-LEIDOS
                       MOVE DES-CODIGO TO WK-CODIGO-VIEJO
                       PERFORM 245-TRADUCIR-CODIGO
                       IF WK-CODIGO-NUEVO > ZEROS
                           MOVE WK-CODIGO-NUEVO TO DES-CODIGO
                           WRITE REG-SAL-DESCUBIERTO
                               FROM REG-DESCUBIERTO
                           ADD 1 TO CONT-DES-COPIADOS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-DESCUBIERTOS
                 SALIDA-DESCUBIERTOS.

      * EL NUMERO DEL PLAZO FIJO NO ES UNA CUENTA: SE CONSERVA.
       260-EXTRAER-PLAZOS.
           OPEN INPUT ARCHIVO-PLAZOS
           IF FS-PLAZOS NOT = '00'
               DISPLAY "AVISO: SIN PLAZOS.DAT (" FS-PLAZOS ")"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT SALIDA-PLAZOS
           IF FS-SAL-PLAZOS NOT = '00'
               DISPLAY "ERROR ABRIENDO " WK-NOMBRE-PLAZOS ": "
                       FS-SAL-PLAZOS
               STOP RUN
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-PLAZOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-PLA-LEIDOS
                       MOVE PLA-CODIGO-CUENTA TO WK-CODIGO-VIEJO
                       PERFORM 245-TRADUCIR-CODIGO
                       IF WK-CODIGO-NUEVO > ZEROS
                           MOVE WK-CODIGO-NUEVO TO PLA-CODIGO-CUENTA
                           WRITE REG-SAL-PLAZO FROM REG-PLAZO
                           ADD 1 TO CONT-PLA-COPIADOS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PLAZOS
                 SALIDA-PLAZOS.

       265-EXTRAER-ORDENES.
           OPEN INPUT ARCHIVO-ORDENES
           IF FS-ORDENES NOT = '00'
               DISPLAY "AVISO: SIN ORDENES-PERMANENTES.DAT ("
                       FS-ORDENES ")"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT SALIDA-ORDENES
           IF FS-SAL-ORDENES NOT = '00'
               DISPLAY "ERROR ABRIENDO " WK-NOMBRE-ORDENES ": "
                       FS-SAL-ORDENES
               STOP RUN
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-ORDENES
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-ORD-LEIDAS
                       MOVE ORD-CODIGO TO WK-CODIGO-VIEJO
                       PERFORM 245-TRADUCIR-CODIGO
                       IF WK-CODIGO-NUEVO > ZEROS
                           MOVE WK-CODIGO-NUEVO TO ORD-CODIGO
                           WRITE REG-SAL-ORDEN FROM REG-ORDEN
                           ADD 1 TO CONT-ORD-COPIADAS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-ORDENES
                 SALIDA-ORDENES.

      * EL HISTORICO SE RECORRE POR SU CLAVE (CUENTA PRIMERO): CON
      * LOS CODIGOS NUEVOS EN EL MISMO ORDEN, LA COPIA SE GRABA EN
      * SECUENCIA.
       270-EXTRAER-HISTORICO.
           OPEN INPUT ARCHIVO-HISTORICO
           IF FS-HISTORICO NOT = '00'
               DISPLAY "AVISO: SIN HISTORICO-APLICADOS.DAT ("
                       FS-HISTORICO ")"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT SALIDA-HISTORICO
           IF FS-SAL-HISTORICO NOT = '00'
               DISPLAY "ERROR ABRIENDO " WK-NOMBRE-HISTORICO ": "
                       FS-SAL-HISTORICO
               STOP RUN
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-HISTORICO NEXT
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-HIS-LEIDOS
                       MOVE HIS-CODIGO TO WK-CODIGO-VIEJO
                       PERFORM 245-TRADUCIR-CODIGO
                       IF WK-CODIGO-NUEVO > ZEROS
                           MOVE WK-CODIGO-NUEVO TO HIS-CODIGO
                           WRITE REG-SAL-HISTORICO FROM REG-HISTORICO
                           IF FS-SAL-HISTORICO NOT = '00'
                               DISPLAY "ERROR ESCRIBIENDO "
                                       WK-NOMBRE-HISTORICO ": "
                                       FS-SAL-HISTORICO
                               STOP RUN
                           END-IF
                           ADD 1 TO CONT-HIS-COPIADOS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-HISTORICO
                 SALIDA-HISTORICO.

      * TITULARES.DAT VA POR CUENTA Y ORDEN: CON LOS CODIGOS NUEVOS
      * EN EL MISMO ORDEN, LA COPIA TAMBIEN SE GRABA EN SECUENCIA.
      * NOMBRE Y DOCUMENTO DEL INTERVINIENTE SALEN DE SU PERSONA
      * FICTICIA, LA MISMA QUE TENDRIA COMO TITULAR PRINCIPAL; ROL,
      * REGLA DE FIRMA Y FECHA DE ALTA SE CONSERVAN.
       275-EXTRAER-TITULARES.
           OPEN INPUT ARCHIVO-TITULARES
           IF FS-TITULARES NOT = '00'
               DISPLAY "AVISO: SIN TITULARES.DAT (" FS-TITULARES ")"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT SALIDA-TITULARES
           IF FS-SAL-TITULARES NOT = '00'
               DISPLAY "ERROR ABRIENDO " WK-NOMBRE-TITULARES ": "
                       FS-SAL-TITULARES
               STOP RUN
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-TITULARES NEXT
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-TIT-LEIDOS
                       MOVE TIT-CODIGO TO WK-CODIGO-VIEJO
                       PERFORM 245-TRADUCIR-CODIGO
                       IF WK-CODIGO-NUEVO > ZEROS
                           PERFORM 280-GRABAR-TITULAR
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-TITULARES
                 SALIDA-TITULARES.

       280-GRABAR-TITULAR.
           MOVE TIT-DOCUMENTO TO WK-DOCUMENTO-REAL
           PERFORM 220-ASIGNAR-PERSONA
           PERFORM 230-ARMAR-FICTICIO

           MOVE WK-CODIGO-NUEVO TO TIT-CODIGO
           IF TIT-NOMBRE NOT = SPACES
               MOVE FIC-NOMBRE TO TIT-NOMBRE
           END-IF
           IF TIT-DOCUMENTO NOT = SPACES
               MOVE FIC-DOCUMENTO TO TIT-DOCUMENTO
           END-IF

           WRITE REG-SAL-TITULAR FROM REG-TITULAR
           IF FS-SAL-TITULARES NOT = '00'
               DISPLAY "ERROR ESCRIBIENDO " WK-NOMBRE-TITULARES ": "
                       FS-SAL-TITULARES
               STOP RUN
           END-IF
           ADD 1 TO CONT-TIT-COPIADOS.

       300-FINALIZAR.
           MOVE WK-SALDO-TOTAL TO WK-SALDO-EDITADO
           DISPLAY " "
           DISPLAY "ARCHIVO                 LEIDOS  COPIADOS"
           DISPLAY "MAESTRO               " CONT-MAE-LEIDAS "   "
                   CONT-MAE-COPIADAS
           DISPLAY "CONTACTOS                        "
                   CONT-CON-COPIADOS
           DISPLAY "RETENCIONES           " CONT-RET-LEIDAS "   "
                   CONT-RET-COPIADAS
           DISPLAY "DESCUBIERTOS          " CONT-DES-LEIDOS "   "
                   CONT-DES-COPIADOS
           DISPLAY "PLAZOS FIJOS          " CONT-PLA-LEIDOS "   "
                   CONT-PLA-COPIADOS
           DISPLAY "ORDENES PERMANENTES   " CONT-ORD-LEIDAS "   "
                   CONT-ORD-COPIADAS
           DISPLAY "HISTORICO APLICADOS   " CONT-HIS-LEIDOS "   "
                   CONT-HIS-COPIADOS
           DISPLAY "INTERVINIENTES        " CONT-TIT-LEIDOS "   "
                   CONT-TIT-COPIADOS
           DISPLAY " "
           DISPLAY "TITULARES FICTICIOS:   " CONT-PERSONAS
           DISPLAY "SALDO TOTAL EXTRAIDO:  " WK-SALDO-EDITADO
           DISPLAY "PREFIJO DE LA PRUEBA:  " WK-PREFIJO.
