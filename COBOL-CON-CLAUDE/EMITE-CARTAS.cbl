       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITE-CARTAS.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: CARTAS A LOS TITULARES POR EVENTOS DE LA CUENTA
      * PROPOSITO: CORRE EN LA CADENA DESPUES DE SIGUE-MORA Y ARMA
      *            EN CARTAS-AAAAMMDD.TXT, UNA PAGINA POR CARTA, LAS
      *            CARTAS QUE LAS SUCURSALES ESCRIBIAN A MANO:
      *            -- 'C' CIERRE: CADA CIERRE PROGRAMADO EN
      *               CIERRES-PENDIENTES.DAT (LIQUIDACION DEL SALDO A
      *               LA CUENTA DESTINO);
      *            -- 'I' INACTIVIDAD: CADA CUENTA QUE
      *               REPORTE-INACTIVAS DEJO EN INACTIVAS.DAT, UNA VEZ
      *               POR TRAMO (3, 6 Y 12 MESES);
      *            -- 'E' EMBARGO: CADA ORDEN DE EMBARGOS.DAT CON
      *               IMPORTE TODAVIA POR CAPTURAR;
      *            -- 'V' VENCIMIENTO: CADA DEPOSITO A PLAZO QUE
      *               VENCE EN SIETE DIAS (VENCIMIENTOS-PROXIMOS.DAT
      *               DE VENCE-PLAZOS);
      *            -- 'D' DESCUBIERTO: CADA CUENTA QUE SIGUE-MORA DEJO
      *               EN MORA.DAT POR ENCIMA DE SU LIMITE, UNA VEZ
      *               POR RACHA BAJO CERO;
      *            -- 'U' ULTIMO AVISO DE ABANDONO: CADA EXPEDIENTE
      *               QUE TRASPASA-ABANDONOS ABRIO EN ABANDONOS.DAT
      *               Y SIGUE AVISADO, ANTES DE ENTREGAR EL SALDO AL
      *               ESTADO.
      *            EL TEXTO DE CADA TIPO SALE DE CARTAS-PLANTILLAS.DAT
      *            CON SUS MARCAS (@NOMBRE, @IMPORTE...) REEMPLAZADAS
      *            POR LOS DATOS DEL EVENTO; EL NOMBRE VIENE DEL
      *            MAESTRO Y EL DOMICILIO DE CONTACTOS.DAT. EL TITULAR
      *            SIN DOMICILIO UTILIZABLE NO RECIBE CARTA: QUEDA EN
      *            CARTAS-OMITIDAS.TXT Y LA CARTA SALE LA NOCHE EN QUE
      *            LA OFICINA LO CARGUE. CADA CARTA EMITIDA QUEDA EN
      *            CARTAS-LOG.DAT CONTRA LA CUENTA, Y UN EVENTO YA
      *            ANOTADO ALLI NO SE VUELVE A ESCRIBIR.
      *            RC 04 SI ALGUNA CARTA QUEDO OMITIDA.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * FECHA DE PROCESO IMPUESTA (RECUPERACION MULTI-DIA): SI
      * EXISTE Y TRAE FECHA, MANDA SOBRE EL RELOJ.
           SELECT ARCHIVO-FECHA-PROCESO
               ASSIGN TO "FECHA-PROCESO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHA-PROCESO.

      * UNA LINEA DE TEXTO POR REGISTRO, PRECEDIDA DEL TIPO DE
      * CARTA; LAS LINEAS DE UN TIPO SE IMPRIMEN EN EL ORDEN DEL
      * ARCHIVO. UNA LINEA CON TIPO '*' ES COMENTARIO.
           SELECT ARCHIVO-PLANTILLAS
               ASSIGN TO "CARTAS-PLANTILLAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PLANTILLAS.

           SELECT ARCHIVO-LOG
               ASSIGN TO "CARTAS-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

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

           SELECT ARCHIVO-PENDIENTES
               ASSIGN TO "CIERRES-PENDIENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PENDIENTES.

           SELECT ARCHIVO-INACTIVAS
               ASSIGN TO "INACTIVAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INACTIVAS.

           SELECT ARCHIVO-EMBARGOS
               ASSIGN TO "EMBARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EMBARGOS.

           SELECT ARCHIVO-AVISOS
               ASSIGN TO "VENCIMIENTOS-PROXIMOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AVISOS.

           SELECT ARCHIVO-MORA
               ASSIGN TO "MORA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MORA.

           SELECT ARCHIVO-ABANDONOS
               ASSIGN TO "ABANDONOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ABANDONOS.

      * LAS CARTAS DE CADA NOCHE EN SU PROPIO ARCHIVO, CON LA FECHA
      * EN EL NOMBRE ARMADO EN EJECUCION.
           SELECT ARCHIVO-CARTAS
               ASSIGN TO WK-NOMBRE-CARTAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARTAS.

           SELECT ARCHIVO-OMITIDAS
               ASSIGN TO "CARTAS-OMITIDAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OMITIDAS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-FECHA-PROCESO.
       01  REG-FECHA-PROCESO.
           05 FPR-FECHA            PIC 9(8).

       FD  ARCHIVO-PLANTILLAS.
       01  REG-PLANTILLA.
           05 PLT-TIPO             PIC X(1).
           05 PLT-TEXTO            PIC X(70).

      * CAL-REFERENCIA IDENTIFICA EL EVENTO DENTRO DE LA CUENTA Y
      * EL TIPO (VER CADA 2XX); CAL-PAGINA ES LA PAGINA DE LA CARTA
      * EN CAL-ARCHIVO.
       FD  ARCHIVO-LOG.
       01  REG-LOG.
           05 CAL-FECHA            PIC 9(8).
           05 CAL-CODIGO           PIC 9(5).
           05 CAL-TIPO             PIC X(1).
           05 CAL-REFERENCIA       PIC X(20).
           05 CAL-SUCURSAL         PIC 9(3).
           05 CAL-ARCHIVO          PIC X(24).
           05 CAL-PAGINA           PIC 9(5).
           05 CAL-SECUENCIA        PIC 9(9).
           05 CAL-SELLO            PIC 9(18).

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

       FD  ARCHIVO-PENDIENTES.
       01  REG-CIERRE-PEND.
           05 CIP-CODIGO           PIC 9(5).
           05 CIP-DESTINO          PIC 9(5).
           05 CIP-MOTIVO           PIC X(30).
           05 CIP-OPERADOR         PIC X(8).
           05 CIP-FECHA-ALTA       PIC 9(8).

       FD  ARCHIVO-INACTIVAS.
       01  REG-INACTIVA.
           05 INA-CODIGO           PIC 9(5).
           05 INA-TRAMO            PIC X(2).
           05 INA-MESES            PIC 9(5).
           05 INA-ULTIMA-FECHA     PIC 9(8).
           05 INA-SALDO            PIC S9(7)V99.
           05 INA-FECHA-ANALISIS   PIC 9(8).

       FD  ARCHIVO-EMBARGOS.
       01  REG-EMBARGO.
           05 EMB-CODIGO           PIC 9(5).
           05 EMB-TOTAL            PIC 9(7)V99.
           05 EMB-RESTANTE         PIC 9(7)V99.
           05 EMB-REFERENCIA       PIC X(12).
           05 EMB-OPERADOR         PIC X(8).
           05 EMB-FECHA-ALTA       PIC 9(8).

       FD  ARCHIVO-AVISOS.
       01  REG-AVISO.
           05 PRX-NUMERO           PIC 9(5).
           05 PRX-CUENTA           PIC 9(5).
           05 PRX-PRINCIPAL        PIC 9(7)V99.
           05 PRX-VENCIMIENTO      PIC 9(8).
           05 PRX-RENOVACION       PIC X(1).
           05 PRX-MONEDA           PIC X(3).
           05 PRX-SUCURSAL         PIC 9(3).
           05 PRX-FECHA-AVISO      PIC 9(8).

       FD  ARCHIVO-MORA.
       01  REG-MORA.
           05 MOR-CODIGO           PIC 9(5).
           05 MOR-ORIGEN           PIC X(1).
           05 MOR-PRESTAMO         PIC 9(5).
           05 MOR-SUCURSAL         PIC 9(3).
           05 MOR-FECHA-INICIO     PIC 9(8).
           05 MOR-DIAS             PIC 9(5).
           05 MOR-DEUDA            PIC 9(7)V99.
           05 MOR-DEUDA-PICO       PIC 9(7)V99.
           05 MOR-LIMITE           PIC 9(7)V99.
           05 MOR-EXCESO           PIC 9(7)V99.
           05 MOR-TRAMO            PIC X(5).
           05 MOR-FECHA-CALCULO    PIC 9(8).
           05 MOR-CASO             PIC 9(5).

      * MISMO LAYOUT QUE TRASPASA-ABANDONOS.CBL.
       FD  ARCHIVO-ABANDONOS.
       01  REG-ABANDONO.
           05 ABN-EXPEDIENTE       PIC 9(5).
           05 ABN-CODIGO           PIC 9(5).
           05 ABN-NOMBRE           PIC X(30).
           05 ABN-DOCUMENTO        PIC X(15).
           05 ABN-SUCURSAL         PIC 9(3).
           05 ABN-MONEDA           PIC X(3).
           05 ABN-ULTIMA-ACTIVIDAD PIC 9(8).
           05 ABN-SALDO-AVISO      PIC 9(7)V99.
           05 ABN-FECHA-AVISO      PIC 9(8).
           05 ABN-FECHA-LIMITE     PIC 9(8).
           05 ABN-ESTADO           PIC X(1).
              88 ABANDONO-AVISADO  VALUE 'N'.
           05 ABN-FECHA-ESTADO     PIC 9(8).
           05 ABN-IMPORTE-TRASPASO PIC 9(7)V99.
           05 ABN-LOTE             PIC X(8).
           05 ABN-REFERENCIA       PIC X(8).
           05 ABN-CUENTA-ABANDONOS PIC 9(5).
           05 ABN-CUENTA-DEVOLUCION PIC 9(5).
           05 ABN-OPERADOR-RECLAMO PIC X(8).
           05 ABN-OBSERVACION      PIC X(30).

       FD  ARCHIVO-CARTAS.
       01  REG-CARTA               PIC X(80).

       FD  ARCHIVO-OMITIDAS.
       01  REG-OMITIDA             PIC X(80).

       WORKING-STORAGE SECTION.
       01  FS-FECHA-PROCESO        PIC XX.
       01  FILE-STATUS.
           05 FS-PLANTILLAS        PIC XX.
           05 FS-LOG               PIC XX.
           05 FS-MAESTRO-NUEVO     PIC XX.
           05 FS-CONTACTOS         PIC XX.
           05 FS-PENDIENTES        PIC XX.
           05 FS-INACTIVAS         PIC XX.
           05 FS-EMBARGOS          PIC XX.
           05 FS-AVISOS            PIC XX.
           05 FS-MORA              PIC XX.
           05 FS-ABANDONOS         PIC XX.
           05 FS-CARTAS            PIC XX.
           05 FS-OMITIDAS          PIC XX.

       01  SWITCHES.
           05 SW-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 SW-HALLADO           PIC X VALUE 'N'.
              88 HALLADO           VALUE 'S'.
           05 SW-HAY-CONTACTOS     PIC X VALUE 'N'.
              88 HAY-CONTACTOS     VALUE 'S'.
           05 SW-FIN-MARCA         PIC X VALUE 'N'.
              88 FIN-MARCA         VALUE 'S'.

       01  CONTADORES.
           05 CONT-EVENTOS         PIC 9(5) VALUE ZEROS.
           05 CONT-CARTAS          PIC 9(5) VALUE ZEROS.
           05 CONT-YA-ENVIADAS     PIC 9(5) VALUE ZEROS.
           05 CONT-OMITIDAS        PIC 9(5) VALUE ZEROS.
           05 CONT-MARCAS-DESCONOCIDAS PIC 9(5) VALUE ZEROS.
           05 CONT-LINEAS-CORTADAS PIC 9(5) VALUE ZEROS.

       01  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
       01  WK-NOMBRE-CARTAS        PIC X(24) VALUE SPACES.

      * TEXTO DE LAS CARTAS, EN EL ORDEN DE CARTAS-PLANTILLAS.DAT.
       01  WK-MAX-PLANTILLAS       PIC 9(3) VALUE 300.
       01  CONT-PLANTILLAS         PIC 9(3) VALUE ZEROS.
       01  TABLA-PLANTILLAS.
           05 ENTRADA-PLANTILLA    OCCURS 1 TO 300 TIMES
                                   DEPENDING ON CONT-PLANTILLAS.
              10 TPL-TIPO          PIC X(1).
              10 TPL-TEXTO         PIC X(70).
       01  WK-INDICE-PLANTILLA     PIC 9(3) VALUE ZEROS.

      * EVENTOS YA NOTIFICADOS (CARTAS-LOG.DAT Y LAS CARTAS DE ESTA
      * NOCHE). CON LA TABLA LLENA NO SE EMITE NADA (RC 12): SE
      * REPETIRIAN CARTAS YA ENVIADAS.
       01  WK-MAX-ENVIADAS         PIC 9(5) VALUE 20000.
       01  CONT-ENVIADAS           PIC 9(5) VALUE ZEROS.
       01  TABLA-ENVIADAS.
           05 ENTRADA-ENVIADA      OCCURS 1 TO 20000 TIMES
                                   DEPENDING ON CONT-ENVIADAS.
              10 TEN-CODIGO        PIC 9(5).
              10 TEN-TIPO          PIC X(1).
              10 TEN-REFERENCIA    PIC X(20).
       01  WK-INDICE               PIC 9(5) VALUE ZEROS.

      * EL EVENTO EN CURSO: TIPO DE CARTA, CUENTA Y REFERENCIA.
       01  WK-EVT-TIPO             PIC X(1) VALUE SPACE.
       01  WK-EVT-CODIGO           PIC 9(5) VALUE ZEROS.
       01  WK-EVT-REFERENCIA       PIC X(20) VALUE SPACES.
       01  WK-MOTIVO-OMISION       PIC X(30) VALUE SPACES.

      * MARCAS DEL EVENTO EN CURSO Y SU VALOR YA EDITADO.
       01  WK-MAX-VALORES          PIC 9(2) VALUE 16.
       01  CONT-VALORES            PIC 9(2) VALUE ZEROS.
       01  TABLA-VALORES.
           05 ENTRADA-VALOR        OCCURS 1 TO 16 TIMES
                                   DEPENDING ON CONT-VALORES.
              10 TV-MARCA          PIC X(14).
              10 TV-VALOR          PIC X(40).
              10 TV-LARGO          PIC 9(2).
       01  WK-INDICE-VALOR         PIC 9(2) VALUE ZEROS.
       01  WK-MARCA-NUEVA          PIC X(14) VALUE SPACES.
       01  WK-VALOR-NUEVO          PIC X(40) VALUE SPACES.
       01  WK-BLANCOS-INICIALES    PIC 9(2) VALUE ZEROS.
       01  WK-LARGO-VALOR          PIC 9(2) VALUE ZEROS.
       01  WK-IMPORTE-VALOR        PIC S9(7)V99 VALUE ZEROS.
       01  WK-IMPORTE-EDITADO      PIC -Z,ZZZ,ZZ9.99.
       01  WK-FECHA-VALOR          PIC 9(8) VALUE ZEROS.
       01  WK-NUMERO-EDITADO       PIC ZZZZ9.

      * COMBINACION DE UNA LINEA DE PLANTILLA: LA MARCA EMPIEZA EN
      * '@' Y SIGUE MIENTRAS HAYA LETRAS, DIGITOS O GUIONES.
       01  WK-LINEA-CARTA          PIC X(80) VALUE SPACES.
       01  WK-POS-ORIGEN           PIC 9(3) VALUE ZEROS.
       01  WK-POS-DESTINO          PIC 9(3) VALUE ZEROS.
       01  WK-MARCA                PIC X(14) VALUE SPACES.
       01  WK-LARGO-MARCA          PIC 9(2) VALUE ZEROS.
       01  WK-CARACTER             PIC X(1) VALUE SPACE.
           88 CARACTER-DE-MARCA    VALUES 'A' THRU 'Z'
                                          '0' THRU '9' '-'.
       01  WK-LARGO-COPIA          PIC 9(3) VALUE ZEROS.

       01  WK-PAGINA               PIC 9(5) VALUE ZEROS.
       01  WK-FECHA-EDITADA        PIC X(10) VALUE SPACES.

      * BITACORA SELLADA (VER SELLA-BITACORA): NOMBRE DEL ARCHIVO
      * Y POSICIONES DE DATOS ANTES DE LA SECUENCIA Y EL SELLO.
       01  WK-SELLO-BITACORA       PIC X(30) VALUE
           "CARTAS-LOG.DAT".
       01  WK-SELLO-LARGO          PIC 9(3) VALUE 066.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 200-CARTAS-CIERRE
           PERFORM 210-CARTAS-INACTIVIDAD
           PERFORM 220-CARTAS-EMBARGO
           PERFORM 230-CARTAS-VENCIMIENTO
           PERFORM 240-CARTAS-DESCUBIERTO
           PERFORM 250-CARTAS-ABANDONO
           PERFORM 300-FINALIZAR
           GOBACK.

       100-INICIALIZAR.
           DISPLAY "EMISION DE CARTAS A LOS TITULARES..."
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

           STRING "CARTAS-" WK-FECHA-HOY ".TXT"
               DELIMITED BY SIZE INTO WK-NOMBRE-CARTAS

           PERFORM 110-CARGAR-PLANTILLAS
           PERFORM 120-CARGAR-ENVIADAS

           OPEN INPUT ARCHIVO-MAESTRO-NUEVO

           IF FS-MAESTRO-NUEVO NOT = '00'
               DISPLAY "ERROR ABRIENDO MAESTRO-NUEVO: "
                       FS-MAESTRO-NUEVO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * SIN CONTACTOS.DAT NINGUN TITULAR TIENE DOMICILIO: TODAS
      * LAS CARTAS QUEDAN OMITIDAS Y LISTADAS.
           OPEN INPUT ARCHIVO-CONTACTOS
           IF FS-CONTACTOS = '00'
               MOVE 'S' TO SW-HAY-CONTACTOS
           ELSE
               DISPLAY "AVISO: SIN CONTACTOS.DAT (" FS-CONTACTOS
                       "), NINGUN TITULAR TIENE DOMICILIO"
           END-IF

      * UNA SEGUNDA CORRIDA EN LA MISMA FECHA AGREGA SUS CARTAS A
      * LAS DE LA PRIMERA.
           OPEN EXTEND ARCHIVO-CARTAS
           IF FS-CARTAS = '35'
               OPEN OUTPUT ARCHIVO-CARTAS
               CLOSE ARCHIVO-CARTAS
               OPEN EXTEND ARCHIVO-CARTAS
           END-IF

           IF FS-CARTAS NOT = '00'
               DISPLAY "ERROR ABRIENDO " WK-NOMBRE-CARTAS ": "
                       FS-CARTAS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN EXTEND ARCHIVO-LOG
           IF FS-LOG = '35'
               OPEN OUTPUT ARCHIVO-LOG
               CLOSE ARCHIVO-LOG
               OPEN EXTEND ARCHIVO-LOG
           END-IF

           IF FS-LOG NOT = '00'
               DISPLAY "ERROR ABRIENDO CARTAS-LOG.DAT: " FS-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARCHIVO-OMITIDAS

           IF FS-OMITIDAS NOT = '00'
               DISPLAY "ERROR ABRIENDO CARTAS-OMITIDAS.TXT: "
                       FS-OMITIDAS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO REG-OMITIDA
           STRING "CARTAS OMITIDAS DEL " WK-FECHA-HOY
                  " (SE REINTENTAN LA PROXIMA NOCHE)"
               DELIMITED BY SIZE INTO REG-OMITIDA
           WRITE REG-OMITIDA
           MOVE ALL '-' TO REG-OMITIDA
           WRITE REG-OMITIDA.

      * SIN PLANTILLAS NO SE ARMA NINGUNA CARTA, PERO LOS EVENTOS
      * IGUAL SE RECORREN Y QUEDAN LISTADOS COMO OMITIDOS.
       110-CARGAR-PLANTILLAS.
           OPEN INPUT ARCHIVO-PLANTILLAS

           IF FS-PLANTILLAS NOT = '00'
               DISPLAY "AVISO: SIN CARTAS-PLANTILLAS.DAT ("
                       FS-PLANTILLAS "), NO SE ARMA NINGUNA CARTA"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-PLANTILLAS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF PLT-TIPO NOT = '*'
                           IF CONT-PLANTILLAS >= WK-MAX-PLANTILLAS
                               DISPLAY "*** CARTAS-PLANTILLAS.DAT"
                                       " EXCEDE " WK-MAX-PLANTILLAS
                                       " LINEAS ***"
                               MOVE 12 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO CONT-PLANTILLAS
                           MOVE PLT-TIPO
                               TO TPL-TIPO(CONT-PLANTILLAS)
                           MOVE PLT-TEXTO
                               TO TPL-TEXTO(CONT-PLANTILLAS)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PLANTILLAS

           DISPLAY "LINEAS DE PLANTILLA: " CONT-PLANTILLAS.

      * DE PASO TOMA LA ULTIMA PAGINA YA ESCRITA EN EL ARCHIVO DE
      * CARTAS DE HOY, PARA SEGUIR LA NUMERACION SI SE REPITE.
       120-CARGAR-ENVIADAS.
           OPEN INPUT ARCHIVO-LOG

           IF FS-LOG NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-LOG
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       MOVE CAL-CODIGO     TO WK-EVT-CODIGO
                       MOVE CAL-TIPO       TO WK-EVT-TIPO
                       MOVE CAL-REFERENCIA TO WK-EVT-REFERENCIA
                       PERFORM 415-ANOTAR-ENVIADA
                       IF CAL-ARCHIVO = WK-NOMBRE-CARTAS
                           AND CAL-PAGINA > WK-PAGINA
                           MOVE CAL-PAGINA TO WK-PAGINA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-LOG.

      *****************************************************************
      * UN PARRAFO POR FUENTE DE EVENTOS. CADA UNO ARMA LA
      * REFERENCIA DEL EVENTO (LO QUE LO HACE UNICO DENTRO DE LA
      * CUENTA) Y LAS MARCAS PROPIAS DE SU CARTA, Y PASA A
      * 400-EMITIR-CARTA. UNA FUENTE QUE NO EXISTE NO TIENE EVENTOS.
      *****************************************************************

      * REFERENCIA: FECHA DEL PEDIDO Y CUENTA DESTINO.
       200-CARTAS-CIERRE.
           OPEN INPUT ARCHIVO-PENDIENTES
           IF FS-PENDIENTES NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-PENDIENTES
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       MOVE 'C'        TO WK-EVT-TIPO
                       MOVE CIP-CODIGO TO WK-EVT-CODIGO
                       MOVE SPACES     TO WK-EVT-REFERENCIA
                       STRING CIP-FECHA-ALTA CIP-DESTINO
                           DELIMITED BY SIZE INTO WK-EVT-REFERENCIA
                       MOVE ZEROS TO CONT-VALORES
                       MOVE "DESTINO"  TO WK-MARCA-NUEVA
                       MOVE CIP-DESTINO TO WK-VALOR-NUEVO
                       PERFORM 460-AGREGAR-VALOR
                       MOVE "MOTIVO"   TO WK-MARCA-NUEVA
                       MOVE CIP-MOTIVO TO WK-VALOR-NUEVO
                       PERFORM 460-AGREGAR-VALOR
                       MOVE "FECHA-EVENTO" TO WK-MARCA-NUEVA
                       MOVE CIP-FECHA-ALTA TO WK-FECHA-VALOR
                       PERFORM 466-AGREGAR-FECHA
                       PERFORM 400-EMITIR-CARTA
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PENDIENTES.

      * REFERENCIA: TRAMO Y FECHA DEL ULTIMO MOVIMIENTO; SI LA
      * CUENTA VUELVE A MOVERSE Y A DORMIRSE, LA CARTA SE REPITE.
       210-CARTAS-INACTIVIDAD.
           OPEN INPUT ARCHIVO-INACTIVAS
           IF FS-INACTIVAS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-INACTIVAS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       MOVE 'I'        TO WK-EVT-TIPO
                       MOVE INA-CODIGO TO WK-EVT-CODIGO
                       MOVE SPACES     TO WK-EVT-REFERENCIA
                       STRING INA-TRAMO INA-ULTIMA-FECHA
                           DELIMITED BY SIZE INTO WK-EVT-REFERENCIA
                       MOVE ZEROS TO CONT-VALORES
                       MOVE "MESES"    TO WK-MARCA-NUEVA
                       MOVE INA-MESES  TO WK-NUMERO-EDITADO
                       MOVE WK-NUMERO-EDITADO TO WK-VALOR-NUEVO
                       PERFORM 460-AGREGAR-VALOR
                       MOVE "FECHA-EVENTO" TO WK-MARCA-NUEVA
                       MOVE INA-ULTIMA-FECHA TO WK-FECHA-VALOR
                       PERFORM 466-AGREGAR-FECHA
                       PERFORM 400-EMITIR-CARTA
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-INACTIVAS.

      * SOLO LAS ORDENES CON IMPORTE POR CAPTURAR. REFERENCIA: FECHA
      * DE ALTA Y REFERENCIA DE LA ORDEN.
       220-CARTAS-EMBARGO.
           OPEN INPUT ARCHIVO-EMBARGOS
           IF FS-EMBARGOS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-EMBARGOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF EMB-RESTANTE > ZEROS
                           PERFORM 225-EVENTO-EMBARGO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-EMBARGOS.

       225-EVENTO-EMBARGO.
           MOVE 'E'        TO WK-EVT-TIPO
           MOVE EMB-CODIGO TO WK-EVT-CODIGO
           MOVE SPACES     TO WK-EVT-REFERENCIA
           STRING EMB-FECHA-ALTA EMB-REFERENCIA
               DELIMITED BY SIZE INTO WK-EVT-REFERENCIA
           MOVE ZEROS TO CONT-VALORES
           MOVE "IMPORTE"  TO WK-MARCA-NUEVA
           MOVE EMB-TOTAL  TO WK-IMPORTE-VALOR
           PERFORM 465-AGREGAR-IMPORTE
           MOVE "REFERENCIA" TO WK-MARCA-NUEVA
           MOVE EMB-REFERENCIA TO WK-VALOR-NUEVO
           PERFORM 460-AGREGAR-VALOR
           MOVE "FECHA-EVENTO" TO WK-MARCA-NUEVA
           MOVE EMB-FECHA-ALTA TO WK-FECHA-VALOR
           PERFORM 466-AGREGAR-FECHA
           PERFORM 400-EMITIR-CARTA.

      * REFERENCIA: NUMERO DE PLAZO Y FECHA DE VENCIMIENTO (EL
      * DEPOSITO RENOVADO VUELVE A AVISARSE EN SU PROXIMO
      * VENCIMIENTO).
       230-CARTAS-VENCIMIENTO.
           OPEN INPUT ARCHIVO-AVISOS
           IF FS-AVISOS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-AVISOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       PERFORM 235-EVENTO-VENCIMIENTO
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-AVISOS.

       235-EVENTO-VENCIMIENTO.
           MOVE 'V'        TO WK-EVT-TIPO
           MOVE PRX-CUENTA TO WK-EVT-CODIGO
           MOVE SPACES     TO WK-EVT-REFERENCIA
           STRING PRX-NUMERO PRX-VENCIMIENTO
               DELIMITED BY SIZE INTO WK-EVT-REFERENCIA
           MOVE ZEROS TO CONT-VALORES
           MOVE "PLAZO"    TO WK-MARCA-NUEVA
           MOVE PRX-NUMERO TO WK-NUMERO-EDITADO
           MOVE WK-NUMERO-EDITADO TO WK-VALOR-NUEVO
           PERFORM 460-AGREGAR-VALOR
           MOVE "IMPORTE"  TO WK-MARCA-NUEVA
           MOVE PRX-PRINCIPAL TO WK-IMPORTE-VALOR
           PERFORM 465-AGREGAR-IMPORTE
           MOVE "MONEDA"   TO WK-MARCA-NUEVA
           MOVE PRX-MONEDA TO WK-VALOR-NUEVO
           PERFORM 460-AGREGAR-VALOR
           MOVE "FECHA-EVENTO" TO WK-MARCA-NUEVA
           MOVE PRX-VENCIMIENTO TO WK-FECHA-VALOR
           PERFORM 466-AGREGAR-FECHA
           MOVE "DETALLE"  TO WK-MARCA-NUEVA
           IF PRX-RENOVACION = 'R'
               MOVE "SE RENOVARA POR EL MISMO PLAZO"
                   TO WK-VALOR-NUEVO
           ELSE
               MOVE "SE ABONARA EN SU CUENTA" TO WK-VALOR-NUEVO
           END-IF
           PERFORM 460-AGREGAR-VALOR
           PERFORM 400-EMITIR-CARTA.

      * SOLO LOS DESCUBIERTOS ('D') QUE PASAN SU LIMITE. REFERENCIA:
      * INICIO DE LA RACHA BAJO CERO.
       240-CARTAS-DESCUBIERTO.
           OPEN INPUT ARCHIVO-MORA
           IF FS-MORA NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-MORA
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF MOR-ORIGEN = 'D' AND MOR-EXCESO > ZEROS
                           PERFORM 245-EVENTO-DESCUBIERTO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MORA.

       245-EVENTO-DESCUBIERTO.
           MOVE 'D'        TO WK-EVT-TIPO
           MOVE MOR-CODIGO TO WK-EVT-CODIGO
           MOVE SPACES     TO WK-EVT-REFERENCIA
           MOVE MOR-FECHA-INICIO TO WK-EVT-REFERENCIA
           MOVE ZEROS TO CONT-VALORES
           MOVE "DEUDA"    TO WK-MARCA-NUEVA
           MOVE MOR-DEUDA  TO WK-IMPORTE-VALOR
           PERFORM 465-AGREGAR-IMPORTE
           MOVE "LIMITE"   TO WK-MARCA-NUEVA
           MOVE MOR-LIMITE TO WK-IMPORTE-VALOR
           PERFORM 465-AGREGAR-IMPORTE
           MOVE "EXCESO"   TO WK-MARCA-NUEVA
           MOVE MOR-EXCESO TO WK-IMPORTE-VALOR
           PERFORM 465-AGREGAR-IMPORTE
           MOVE "FECHA-EVENTO" TO WK-MARCA-NUEVA
           MOVE MOR-FECHA-INICIO TO WK-FECHA-VALOR
           PERFORM 466-AGREGAR-FECHA
           PERFORM 400-EMITIR-CARTA.

      * SOLO LOS EXPEDIENTES TODAVIA AVISADOS ('N'). REFERENCIA:
      * EXPEDIENTE Y FECHA DEL AVISO.
       250-CARTAS-ABANDONO.
           OPEN INPUT ARCHIVO-ABANDONOS
           IF FS-ABANDONOS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-ABANDONOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF ABANDONO-AVISADO
                           PERFORM 255-EVENTO-ABANDONO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-ABANDONOS.

       255-EVENTO-ABANDONO.
           MOVE 'U'        TO WK-EVT-TIPO
           MOVE ABN-CODIGO TO WK-EVT-CODIGO
           MOVE SPACES     TO WK-EVT-REFERENCIA
           STRING ABN-EXPEDIENTE ABN-FECHA-AVISO
               DELIMITED BY SIZE INTO WK-EVT-REFERENCIA
           MOVE ZEROS TO CONT-VALORES
           MOVE "EXPEDIENTE" TO WK-MARCA-NUEVA
           MOVE ABN-EXPEDIENTE TO WK-NUMERO-EDITADO
           MOVE WK-NUMERO-EDITADO TO WK-VALOR-NUEVO
           PERFORM 460-AGREGAR-VALOR
           MOVE "IMPORTE"  TO WK-MARCA-NUEVA
           MOVE ABN-SALDO-AVISO TO WK-IMPORTE-VALOR
           PERFORM 465-AGREGAR-IMPORTE
           MOVE "MONEDA"   TO WK-MARCA-NUEVA
           MOVE ABN-MONEDA TO WK-VALOR-NUEVO
           PERFORM 460-AGREGAR-VALOR
           MOVE "FECHA-EVENTO" TO WK-MARCA-NUEVA
           MOVE ABN-ULTIMA-ACTIVIDAD TO WK-FECHA-VALOR
           PERFORM 466-AGREGAR-FECHA
           MOVE "FECHA-LIMITE" TO WK-MARCA-NUEVA
           MOVE ABN-FECHA-LIMITE TO WK-FECHA-VALOR
           PERFORM 466-AGREGAR-FECHA
           PERFORM 400-EMITIR-CARTA.

       300-FINALIZAR.
           IF CONT-OMITIDAS = ZEROS
               MOVE "SIN CARTAS OMITIDAS" TO REG-OMITIDA
               WRITE REG-OMITIDA
           END-IF

           CLOSE ARCHIVO-MAESTRO-NUEVO
                 ARCHIVO-CARTAS
                 ARCHIVO-LOG
                 ARCHIVO-OMITIDAS
           IF HAY-CONTACTOS
               CLOSE ARCHIVO-CONTACTOS
           END-IF

           DISPLAY "EVENTOS LEIDOS:          " CONT-EVENTOS
           DISPLAY "YA NOTIFICADOS ANTES:    " CONT-YA-ENVIADAS
           DISPLAY "CARTAS EMITIDAS:         " CONT-CARTAS
           DISPLAY "CARTAS OMITIDAS:         " CONT-OMITIDAS
           IF CONT-MARCAS-DESCONOCIDAS > ZEROS
               DISPLAY "AVISO: " CONT-MARCAS-DESCONOCIDAS
                       " MARCAS DE PLANTILLA SIN DATO QUEDARON"
                       " TAL CUAL"
           END-IF
           IF CONT-LINEAS-CORTADAS > ZEROS
               DISPLAY "AVISO: " CONT-LINEAS-CORTADAS
                       " LINEAS DE CARTA CORTADAS EN 80 COLUMNAS"
           END-IF
           DISPLAY "CARTAS EN:   " WK-NOMBRE-CARTAS
           DISPLAY "OMITIDAS EN: CARTAS-OMITIDAS.TXT"

           IF CONT-OMITIDAS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * UN EVENTO YA NOTIFICADO SE SALTEA. SI NO, LA CARTA NECESITA
      * LA CUENTA EN EL MAESTRO, UN DOMICILIO EN CONTACTOS.DAT Y
      * TEXTO PARA SU TIPO; LO QUE FALTE LA DEJA EN LA LISTA DE
      * OMITIDAS SIN ANOTARLA, PARA QUE SE REINTENTE.
      *****************************************************************
       400-EMITIR-CARTA.
           ADD 1 TO CONT-EVENTOS
           PERFORM 410-BUSCAR-ENVIADA
           IF HALLADO
               ADD 1 TO CONT-YA-ENVIADAS
               EXIT PARAGRAPH
           END-IF

           MOVE WK-EVT-CODIGO TO CODIGO-MAESTRO-NUEVO
           READ ARCHIVO-MAESTRO-NUEVO
               INVALID KEY
                   MOVE "CUENTA NO ESTA EN EL MAESTRO"
                       TO WK-MOTIVO-OMISION
                   PERFORM 450-ANOTAR-OMITIDA
                   EXIT PARAGRAPH
           END-READ

      * A UNA CUENTA YA CERRADA NO SE LE AVISA LA INACTIVIDAD NI
      * EL ABANDONO.
           IF (WK-EVT-TIPO = 'I' OR WK-EVT-TIPO = 'U')
               AND MAESTRO-CERRADO
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REG-CONTACTO
           IF HAY-CONTACTOS
               MOVE WK-EVT-CODIGO TO CON-CODIGO
               READ ARCHIVO-CONTACTOS
                   INVALID KEY
                       MOVE SPACES TO REG-CONTACTO
               END-READ
           END-IF

           IF CON-DOMICILIO-1 = SPACES
               MOVE "SIN DOMICILIO EN CONTACTOS" TO WK-MOTIVO-OMISION
               PERFORM 450-ANOTAR-OMITIDA
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-INDICE-PLANTILLA FROM 1 BY 1
                   UNTIL WK-INDICE-PLANTILLA > CONT-PLANTILLAS
                   OR HALLADO
               IF TPL-TIPO(WK-INDICE-PLANTILLA) = WK-EVT-TIPO
                   MOVE 'S' TO SW-HALLADO
               END-IF
           END-PERFORM

           IF NOT HALLADO
               MOVE "SIN PLANTILLA PARA EL TIPO" TO WK-MOTIVO-OMISION
               PERFORM 450-ANOTAR-OMITIDA
               EXIT PARAGRAPH
           END-IF

           MOVE "NOMBRE"   TO WK-MARCA-NUEVA
           MOVE NOMBRE-MAESTRO-NUEVO TO WK-VALOR-NUEVO
           PERFORM 460-AGREGAR-VALOR
           MOVE "CUENTA"   TO WK-MARCA-NUEVA
           MOVE WK-EVT-CODIGO TO WK-VALOR-NUEVO
           PERFORM 460-AGREGAR-VALOR
           MOVE "SUCURSAL" TO WK-MARCA-NUEVA
           MOVE SUCURSAL-MAESTRO-NUEVO TO WK-VALOR-NUEVO
           PERFORM 460-AGREGAR-VALOR
           MOVE "SALDO"    TO WK-MARCA-NUEVA
           MOVE SALDO-MAESTRO-NUEVO TO WK-IMPORTE-VALOR
           PERFORM 465-AGREGAR-IMPORTE
           IF WK-EVT-TIPO NOT = 'V'
               MOVE "MONEDA" TO WK-MARCA-NUEVA
               MOVE MONEDA-MAESTRO-NUEVO TO WK-VALOR-NUEVO
               PERFORM 460-AGREGAR-VALOR
           END-IF
           MOVE "FECHA"    TO WK-MARCA-NUEVA
           MOVE WK-FECHA-HOY TO WK-FECHA-VALOR
           PERFORM 466-AGREGAR-FECHA

           PERFORM 430-ESCRIBIR-CARTA
           PERFORM 440-ANOTAR-ENVIO.

       410-BUSCAR-ENVIADA.
           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-ENVIADAS
                   OR HALLADO
               IF TEN-CODIGO(WK-INDICE) = WK-EVT-CODIGO
                   AND TEN-TIPO(WK-INDICE) = WK-EVT-TIPO
                   AND TEN-REFERENCIA(WK-INDICE) = WK-EVT-REFERENCIA
                   MOVE 'S' TO SW-HALLADO
               END-IF
           END-PERFORM.

       415-ANOTAR-ENVIADA.
           IF CONT-ENVIADAS >= WK-MAX-ENVIADAS
               DISPLAY "*** CARTAS-LOG.DAT EXCEDE " WK-MAX-ENVIADAS
                       " CARTAS: NO SE EMITE NADA ***"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO CONT-ENVIADAS
           MOVE WK-EVT-CODIGO     TO TEN-CODIGO(CONT-ENVIADAS)
           MOVE WK-EVT-TIPO       TO TEN-TIPO(CONT-ENVIADAS)
           MOVE WK-EVT-REFERENCIA TO TEN-REFERENCIA(CONT-ENVIADAS).

      * UNA PAGINA POR CARTA: FECHA, DESTINATARIO A LA DERECHA
      * (VENTANA DEL SOBRE), LA REFERENCIA Y EL CUERPO DE LA
      * PLANTILLA CON SUS MARCAS REEMPLAZADAS.
       430-ESCRIBIR-CARTA.
           ADD 1 TO WK-PAGINA
           MOVE SPACES TO WK-FECHA-EDITADA
           STRING WK-FECHA-HOY(7:2) "/" WK-FECHA-HOY(5:2) "/"
                  WK-FECHA-HOY(1:4)
               DELIMITED BY SIZE INTO WK-FECHA-EDITADA

           MOVE SPACES TO REG-CARTA
           STRING "SUCURSAL " SUCURSAL-MAESTRO-NUEVO
               DELIMITED BY SIZE INTO REG-CARTA
           MOVE WK-FECHA-EDITADA TO REG-CARTA(71:10)
           WRITE REG-CARTA AFTER ADVANCING PAGE
           MOVE SPACES TO REG-CARTA
           WRITE REG-CARTA
           WRITE REG-CARTA
           MOVE NOMBRE-MAESTRO-NUEVO TO REG-CARTA(41:30)
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
           STRING "REF.: CUENTA " WK-EVT-CODIGO
                  "   CARTA " WK-EVT-TIPO "-" WK-EVT-REFERENCIA
               DELIMITED BY SIZE INTO REG-CARTA
           WRITE REG-CARTA
           MOVE SPACES TO REG-CARTA
           WRITE REG-CARTA

           PERFORM VARYING WK-INDICE-PLANTILLA FROM 1 BY 1
                   UNTIL WK-INDICE-PLANTILLA > CONT-PLANTILLAS
               IF TPL-TIPO(WK-INDICE-PLANTILLA) = WK-EVT-TIPO
                   PERFORM 480-COMBINAR-LINEA
                   WRITE REG-CARTA FROM WK-LINEA-CARTA
               END-IF
           END-PERFORM

           ADD 1 TO CONT-CARTAS.

       440-ANOTAR-ENVIO.
           MOVE WK-FECHA-HOY      TO CAL-FECHA
           MOVE WK-EVT-CODIGO     TO CAL-CODIGO
           MOVE WK-EVT-TIPO       TO CAL-TIPO
           MOVE WK-EVT-REFERENCIA TO CAL-REFERENCIA
           MOVE SUCURSAL-MAESTRO-NUEVO TO CAL-SUCURSAL
           MOVE WK-NOMBRE-CARTAS  TO CAL-ARCHIVO
           MOVE WK-PAGINA         TO CAL-PAGINA
           CALL "SELLA-BITACORA" USING WK-SELLO-BITACORA
                                       REG-LOG
                                       WK-SELLO-LARGO
                                       CAL-SECUENCIA
                                       CAL-SELLO
           IF CAL-SECUENCIA = ZEROS
               DISPLAY "ERROR: SIN SELLO PARA "
                       WK-SELLO-BITACORA
               DISPLAY "NO SE GRABA; PROCESO DETENIDO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           WRITE REG-LOG

           PERFORM 415-ANOTAR-ENVIADA.

       450-ANOTAR-OMITIDA.
           ADD 1 TO CONT-OMITIDAS
           MOVE SPACES TO REG-OMITIDA
           STRING "CUENTA " WK-EVT-CODIGO
                  " CARTA " WK-EVT-TIPO "-" WK-EVT-REFERENCIA
                  " " WK-MOTIVO-OMISION
               DELIMITED BY SIZE INTO REG-OMITIDA
           WRITE REG-OMITIDA.

      * GUARDA WK-VALOR-NUEVO BAJO WK-MARCA-NUEVA, SIN LOS BLANCOS
      * DE LA IZQUIERDA Y CON SU LARGO SIN LOS DE LA DERECHA.
       460-AGREGAR-VALOR.
           IF CONT-VALORES >= WK-MAX-VALORES
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WK-BLANCOS-INICIALES
           INSPECT WK-VALOR-NUEVO
               TALLYING WK-BLANCOS-INICIALES FOR LEADING SPACES
           IF WK-BLANCOS-INICIALES >= 40
               MOVE SPACES TO WK-VALOR-NUEVO
           ELSE
               IF WK-BLANCOS-INICIALES > ZEROS
                   MOVE WK-VALOR-NUEVO(WK-BLANCOS-INICIALES + 1:)
                       TO WK-VALOR-NUEVO
               END-IF
           END-IF

           PERFORM VARYING WK-LARGO-VALOR FROM 40 BY -1
                   UNTIL WK-LARGO-VALOR = ZEROS
                   OR WK-VALOR-NUEVO(WK-LARGO-VALOR:1) NOT = SPACE
               CONTINUE
           END-PERFORM

           ADD 1 TO CONT-VALORES
           MOVE WK-MARCA-NUEVA TO TV-MARCA(CONT-VALORES)
           MOVE WK-VALOR-NUEVO TO TV-VALOR(CONT-VALORES)
           MOVE WK-LARGO-VALOR TO TV-LARGO(CONT-VALORES)
           MOVE SPACES TO WK-VALOR-NUEVO.

       465-AGREGAR-IMPORTE.
           MOVE WK-IMPORTE-VALOR   TO WK-IMPORTE-EDITADO
           MOVE WK-IMPORTE-EDITADO TO WK-VALOR-NUEVO
           PERFORM 460-AGREGAR-VALOR.

      * LAS FECHAS DE LAS CARTAS VAN DD/MM/AAAA; UNA FECHA EN CERO
      * QUEDA EN BLANCO.
       466-AGREGAR-FECHA.
           MOVE SPACES TO WK-VALOR-NUEVO
           IF WK-FECHA-VALOR > ZEROS
               STRING WK-FECHA-VALOR(7:2) "/" WK-FECHA-VALOR(5:2) "/"
                      WK-FECHA-VALOR(1:4)
                   DELIMITED BY SIZE INTO WK-VALOR-NUEVO
           END-IF
           PERFORM 460-AGREGAR-VALOR.

      * COPIA TPL-TEXTO(WK-INDICE-PLANTILLA) A WK-LINEA-CARTA
      * REEMPLAZANDO CADA MARCA CONOCIDA POR SU VALOR.
       480-COMBINAR-LINEA.
           MOVE SPACES TO WK-LINEA-CARTA
           MOVE 1 TO WK-POS-ORIGEN
           MOVE 1 TO WK-POS-DESTINO
           PERFORM UNTIL WK-POS-ORIGEN > 70 OR WK-POS-DESTINO > 80
               MOVE TPL-TEXTO(WK-INDICE-PLANTILLA)(WK-POS-ORIGEN:1)
                   TO WK-CARACTER
               IF WK-CARACTER = '@'
                   PERFORM 485-SUSTITUIR-MARCA
               ELSE
                   MOVE WK-CARACTER
                       TO WK-LINEA-CARTA(WK-POS-DESTINO:1)
                   ADD 1 TO WK-POS-ORIGEN
                   ADD 1 TO WK-POS-DESTINO
               END-IF
           END-PERFORM

      * UNA LINEA QUE CON LOS VALORES PASA DE 80 COLUMNAS SE CORTA.
           IF WK-POS-ORIGEN <= 70
               IF TPL-TEXTO(WK-INDICE-PLANTILLA)(WK-POS-ORIGEN:)
                   NOT = SPACES
                   ADD 1 TO CONT-LINEAS-CORTADAS
               END-IF
           END-IF.

       485-SUSTITUIR-MARCA.
           MOVE SPACES TO WK-MARCA
           MOVE ZEROS TO WK-LARGO-MARCA
           ADD 1 TO WK-POS-ORIGEN
           MOVE 'N' TO SW-FIN-MARCA
           PERFORM UNTIL WK-POS-ORIGEN > 70 OR WK-LARGO-MARCA >= 14
                   OR FIN-MARCA
               MOVE TPL-TEXTO(WK-INDICE-PLANTILLA)(WK-POS-ORIGEN:1)
                   TO WK-CARACTER
               IF CARACTER-DE-MARCA
                   ADD 1 TO WK-LARGO-MARCA
                   MOVE WK-CARACTER TO WK-MARCA(WK-LARGO-MARCA:1)
                   ADD 1 TO WK-POS-ORIGEN
               ELSE
                   MOVE 'S' TO SW-FIN-MARCA
               END-IF
           END-PERFORM

           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-INDICE-VALOR FROM 1 BY 1
                   UNTIL WK-INDICE-VALOR > CONT-VALORES
                   OR HALLADO
               IF TV-MARCA(WK-INDICE-VALOR) = WK-MARCA
                   AND WK-LARGO-MARCA > ZEROS
                   MOVE 'S' TO SW-HALLADO
                   MOVE WK-INDICE-VALOR TO WK-INDICE
               END-IF
           END-PERFORM

      * LA MARCA DESCONOCIDA SE IMPRIME TAL CUAL, CON SU '@', PARA
      * QUE SE VEA EN LA CARTA Y SE CORRIJA LA PLANTILLA.
           IF NOT HALLADO
               ADD 1 TO CONT-MARCAS-DESCONOCIDAS
               MOVE '@' TO WK-LINEA-CARTA(WK-POS-DESTINO:1)
               ADD 1 TO WK-POS-DESTINO
               IF WK-LARGO-MARCA = ZEROS OR WK-POS-DESTINO > 80
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WK-LARGO-COPIA = 81 - WK-POS-DESTINO
               IF WK-LARGO-COPIA > WK-LARGO-MARCA
                   MOVE WK-LARGO-MARCA TO WK-LARGO-COPIA
               END-IF
               MOVE WK-MARCA(1:WK-LARGO-COPIA)
                   TO WK-LINEA-CARTA(WK-POS-DESTINO:WK-LARGO-COPIA)
               ADD WK-LARGO-COPIA TO WK-POS-DESTINO
               EXIT PARAGRAPH
           END-IF

           IF TV-LARGO(WK-INDICE) = ZEROS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WK-LARGO-COPIA = 81 - WK-POS-DESTINO
           IF WK-LARGO-COPIA > TV-LARGO(WK-INDICE)
               MOVE TV-LARGO(WK-INDICE) TO WK-LARGO-COPIA
           END-IF
           MOVE TV-VALOR(WK-INDICE)(1:WK-LARGO-COPIA)
               TO WK-LINEA-CARTA(WK-POS-DESTINO:WK-LARGO-COPIA)
           ADD WK-LARGO-COPIA TO WK-POS-DESTINO.
