       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECIBE-FUENTES.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: RECEPCION DE LAS FUENTES DE LA NOCHE CON HORA DE
      *           CORTE
      * PROPOSITO: LAS SUCURSALES DEJAN SU ARCHIVO DE MOVIMIENTOS EN
      *            LA RUTA QUE DICE MANIFIESTO-FUENTES.DAT. UN ARCHIVO
      *            QUE CAIA CON LA MEZCLA YA EN MARCHA SE PERDIA O
      *            OBLIGABA A REPETIR LA NOCHE. AHORA CADA FUENTE DEL
      *            MANIFIESTO PUEDE TRAER SU HORA DE CORTE (HHMM; EN
      *            BLANCO, SIN CORTE: LAS FUENTES INTERNAS QUE ARMA
      *            LA PROPIA CADENA) Y ESTE PROGRAMA LAS RECIBE:
      *            -- CORRE CADA TANTO DURANTE LA TARDE (OPERACIONES
      *               LO AGENDA) Y UNA VEZ MAS EN LA CADENA JUSTO
      *               ANTES DE LA MEZCLA. LA HORA DE LLEGADA ES LA DE
      *               LA PRIMERA PASADA QUE VE EL ARCHIVO COMPLETO
      *               (CON SU RESUMEN 'T'); UNO SIN RESUMEN TODAVIA SE
      *               ESTA TRANSMITIENDO Y SE ESPERA A LA PROXIMA;
      *            -- CADA ARCHIVO RECIBIDO QUEDA EN
      *               LLEGADAS-FUENTES.DAT CON SU HORA DE LLEGADA Y SU
      *               HUELLA (LOTE Y FECHA DEL ENCABEZADO, CUENTA Y
      *               HASH DEL RESUMEN). UN ARCHIVO CON UNA HUELLA YA
      *               ANOTADA ES EL DE UNA NOCHE ANTERIOR QUE SIGUE EN
      *               SU LUGAR, Y LA MEZCLA NO LO VUELVE A TOMAR;
      *            -- EL QUE LLEGA A TIEMPO QUEDA DONDE ESTA, ANOTADO
      *               'A', Y LA MEZCLA DE ESTA NOCHE LO TOMA;
      *            -- EL QUE LLEGA DESPUES DEL CORTE SE MUDA AL AREA
      *               DE DIFERIDAS (DIFERIDA-AAAAMMDD-NN.DAT, LA RUTA
      *               ORIGINAL QUEDA VACIA), SE ANOTA 'D' Y LA MEZCLA
      *               DE LA NOCHE SIGUIENTE LO TOMA SOLA, ANOTANDOLO
      *               EN EL LIBRO DE LINAJE COMO DIFERIDO. LA
      *               SUCURSAL RECIBE SU AVISO EN
      *               TARDIAS-SUC-SSS-AAAAMMDD.TXT. UN SUPERVISOR
      *               PUEDE ADMITIRLO IGUAL A LA CORRIDA DE ESTA NOCHE
      *               CON ADMITE-DIFERIDA.
      *            RECEPCION-FUENTES.TXT MUESTRA COMO ESTA CADA FUENTE
      *            CON CORTE ESTA NOCHE Y LAS DIFERIDAS PENDIENTES.
      *            CON FECHA DE PROCESO IMPUESTA (RECUPERACION
      *            MULTI-DIA) LOS ARCHIVOS SE ESTAN REPASANDO Y EL
      *            CORTE NO SE APLICA. RC 0 AUN CON LLEGADAS TARDIAS
      *            (SON PARTE DEL NEGOCIO, NO UN FALLO DE LA CADENA),
      *            16 ERROR DE ARCHIVO, 12 TABLA LLENA.
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

           SELECT ARCHIVO-MANIFIESTO
               ASSIGN TO "MANIFIESTO-FUENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MANIFIESTO.

      * LA FUENTE EN REVISION Y, SI LLEGO TARDE, SU COPIA EN EL
      * AREA DE DIFERIDAS, POR NOMBRE ARMADO EN EJECUCION.
           SELECT ARCHIVO-FUENTE
               ASSIGN TO WK-NOMBRE-FUENTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FUENTE.

           SELECT ARCHIVO-DIFERIDA
               ASSIGN TO WK-NOMBRE-DIFERIDA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIFERIDA.

           SELECT ARCHIVO-LLEGADAS
               ASSIGN TO "LLEGADAS-FUENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LLEGADAS.

           SELECT ARCHIVO-AVISO
               ASSIGN TO WK-NOMBRE-AVISO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AVISO.

           SELECT ARCHIVO-REPORTE
               ASSIGN TO "RECEPCION-FUENTES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-FECHA-PROCESO.
       01  REG-FECHA-PROCESO.
           05 FPR-FECHA            PIC 9(8).

      * MISMO LAYOUT QUE MEZCLA-MOVIMIENTOS.CBL.
       FD  ARCHIVO-MANIFIESTO.
       01  REG-MANIFIESTO.
           05 MAN-NOMBRE           PIC X(30).
           05 FILLER               PIC X(1).
           05 MAN-ORIGEN           PIC X(18).
           05 FILLER               PIC X(1).
           05 MAN-OBLIGATORIO      PIC X(1).
           05 FILLER               PIC X(1).
           05 MAN-LOTE-ESPERADO    PIC X(8).
           05 FILLER               PIC X(1).
           05 MAN-HORA-CORTE       PIC X(4).
           05 FILLER               PIC X(1).
           05 MAN-SUCURSAL         PIC X(3).

       FD  ARCHIVO-FUENTE.
       01  REG-FUENTE.
           05 FUE-CODIGO           PIC 9(5).
           05 FUE-TIPO             PIC X(01).
           05 FUE-IMPORTE          PIC 9(7)V99.
           05 FUE-DESCRIPCION      PIC X(20).
           05 FUE-LOTE             PIC X(08).
           05 FUE-FECHA            PIC 9(8).
           05 FUE-MONEDA           PIC X(3).
           05 FUE-SECUENCIA        PIC 9(5).
           05 FUE-REFERENCIA       PIC X(8).
           05 FUE-SUCURSAL         PIC 9(3).
       01  REG-FUENTE-ENCABEZADO REDEFINES REG-FUENTE.
           05 FUE-HDR-CODIGO       PIC 9(5).
           05 FUE-HDR-TIPO         PIC X(01).
           05 FUE-HDR-LOTE         PIC X(08).
           05 FUE-HDR-FECHA        PIC 9(8).
           05 FILLER               PIC X(48).
       01  REG-FUENTE-RESUMEN REDEFINES REG-FUENTE.
           05 FUE-TRL-CODIGO       PIC 9(5).
           05 FUE-TRL-TIPO         PIC X(01).
           05 FUE-TRL-CUENTA       PIC 9(7).
           05 FUE-TRL-HASH         PIC 9(11)V99.
           05 FILLER               PIC X(44).

       FD  ARCHIVO-DIFERIDA.
       01  REG-DIFERIDA            PIC X(70).

      * UN REGISTRO POR ARCHIVO RECIBIDO. LLE-FECHA-PROCESO ES LA
      * NOCHE PARA LA QUE LLEGO. ESTADO 'A' A TIEMPO (LO TOMA LA
      * MEZCLA DE ESA NOCHE), 'D' DIFERIDA (LA TOMA LA MEZCLA DE LA
      * NOCHE SIGUIENTE DESDE LLE-DIFERIDA), 'M' DIFERIDA ADMITIDA
      * POR UN SUPERVISOR A LA CORRIDA DE LLE-NOCHE-MEZCLA, 'F'
      * DIFERIDA YA MEZCLADA LA NOCHE LLE-NOCHE-MEZCLA.
      * MISMO LAYOUT EN MEZCLA-MOVIMIENTOS.CBL, ADMITE-DIFERIDA.CBL Y
      * PREVUELO.CBL.
       FD  ARCHIVO-LLEGADAS.
       01  REG-LLEGADA.
           05 LLE-FECHA-PROCESO    PIC 9(8).
           05 LLE-NOMBRE           PIC X(30).
           05 LLE-ORIGEN           PIC X(18).
           05 LLE-SUCURSAL         PIC 9(3).
           05 LLE-FECHA-LLEGADA    PIC 9(8).
           05 LLE-HORA-LLEGADA     PIC 9(6).
           05 LLE-HORA-CORTE       PIC X(4).
           05 LLE-LOTE             PIC X(8).
           05 LLE-FECHA-ARCHIVO    PIC 9(8).
           05 LLE-CUENTA           PIC 9(7).
           05 LLE-HASH             PIC 9(11)V99.
           05 LLE-ESTADO           PIC X(1).
           05 LLE-DIFERIDA         PIC X(30).
           05 LLE-NOCHE-MEZCLA     PIC 9(8).
           05 LLE-SUPERVISOR       PIC X(8).
           05 LLE-FECHA-ADMISION   PIC 9(8).
           05 LLE-HORA-ADMISION    PIC 9(6).

       FD  ARCHIVO-AVISO.
       01  REG-AVISO               PIC X(100).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE             PIC X(110).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-FECHA-PROCESO     PIC XX.
           05 FS-MANIFIESTO        PIC XX.
           05 FS-FUENTE            PIC XX.
           05 FS-DIFERIDA          PIC XX.
           05 FS-LLEGADAS          PIC XX.
           05 FS-AVISO             PIC XX.
           05 FS-REPORTE           PIC XX.

       01  SWITCHES.
           05 SW-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 SW-FECHA-IMPUESTA    PIC X VALUE 'N'.
              88 FECHA-IMPUESTA    VALUE 'S'.
           05 SW-CON-ENCABEZADO    PIC X VALUE 'N'.
              88 CON-ENCABEZADO    VALUE 'S'.
           05 SW-CON-RESUMEN       PIC X VALUE 'N'.
              88 CON-RESUMEN       VALUE 'S'.
           05 SW-LLEGO-TARDE       PIC X VALUE 'N'.
              88 LLEGO-TARDE       VALUE 'S'.
           05 SW-COPIA-FALLIDA     PIC X VALUE 'N'.
              88 COPIA-FALLIDA     VALUE 'S'.

       01  CONTADORES.
           05 CONT-FUENTES-CORTE   PIC 9(3) VALUE ZEROS.
           05 CONT-A-TIEMPO        PIC 9(3) VALUE ZEROS.
           05 CONT-REEMPLAZOS      PIC 9(3) VALUE ZEROS.
           05 CONT-TARDIAS         PIC 9(3) VALUE ZEROS.
           05 CONT-EN-TRANSITO     PIC 9(3) VALUE ZEROS.
           05 CONT-COPIADOS        PIC 9(7) VALUE ZEROS.
           05 CONT-PURGADAS        PIC 9(5) VALUE ZEROS.

       01  WK-FECHA-PROCESO        PIC 9(8) VALUE ZEROS.
       01  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
       01  WK-HORA-ACTUAL          PIC 9(8) VALUE ZEROS.
       01  WK-NOMBRE-FUENTE        PIC X(30) VALUE SPACES.
       01  WK-NOMBRE-DIFERIDA      PIC X(30) VALUE SPACES.
       01  WK-NOMBRE-AVISO         PIC X(40) VALUE SPACES.
       01  WK-SUCURSAL-AVISO       PIC 9(3) VALUE ZEROS.
       01  WK-NUMERO-DIFERIDA      PIC 9(2) VALUE ZEROS.

      * LAS LLEGADAS SE GUARDAN 40 DIAS; LA ULTIMA DE CADA RUTA Y
      * LAS DIFERIDAS SIN MEZCLAR SE GUARDAN SIEMPRE (LA HUELLA DE
      * LA ULTIMA ES LA QUE RECONOCE AL ARCHIVO VIEJO QUE SIGUE EN
      * SU LUGAR).
       01  WK-DIAS-RETENCION       PIC 9(3) VALUE 40.
       01  WK-FECHA-LIMITE         PIC 9(8) VALUE ZEROS.
       01  WK-DIA-ENTERO           PIC 9(7) VALUE ZEROS.

      * LA FUENTE EN REVISION, TAL COMO LA DESCRIBE EL MANIFIESTO, Y
      * LA HUELLA DEL ARCHIVO QUE HAY EN SU RUTA.
       01  FUENTE-EN-CURSO.
           05 WK-FUE-ORIGEN        PIC X(18) VALUE SPACES.
           05 WK-FUE-CORTE         PIC X(4)  VALUE SPACES.
           05 WK-FUE-SUCURSAL      PIC 9(3)  VALUE ZEROS.
           05 WK-FUE-LOTE          PIC X(8)  VALUE SPACES.
           05 WK-FUE-FECHA         PIC 9(8)  VALUE ZEROS.
           05 WK-FUE-CUENTA        PIC 9(7)  VALUE ZEROS.
           05 WK-FUE-HASH          PIC 9(11)V99 VALUE ZEROS.
           05 WK-FUE-REGISTROS     PIC 9(7)  VALUE ZEROS.

      * LAS FUENTES CON CORTE DEL MANIFIESTO, PARA EL REPORTE.
       01  WK-MAX-FUENTES          PIC 9(2) VALUE 20.
       01  CONT-FUENTES            PIC 9(2) VALUE ZEROS.
       01  TABLA-FUENTES.
           05 ENTRADA-FUENTE       OCCURS 1 TO 20 TIMES
                                   DEPENDING ON CONT-FUENTES.
              10 TF-NOMBRE         PIC X(30).
              10 TF-ORIGEN         PIC X(18).
              10 TF-HORA-CORTE     PIC X(4).
              10 TF-SUCURSAL       PIC 9(3).
              10 TF-SITUACION      PIC X(30).
       01  WK-IDX-FUENTE           PIC 9(2) VALUE ZEROS.

       01  WK-MAX-LLEGADAS         PIC 9(4) VALUE 2000.
       01  CONT-LLEGADAS           PIC 9(4) VALUE ZEROS.
       01  TABLA-LLEGADAS.
           05 ENTRADA-LLEGADA      OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON CONT-LLEGADAS.
              10 TL-REGISTRO       PIC X(174).
       01  WK-IDX-LLEGADA          PIC 9(4) VALUE ZEROS.
       01  WK-IDX-OTRA             PIC 9(4) VALUE ZEROS.
       01  WK-LLEGADA-HALLADA      PIC 9(4) VALUE ZEROS.
       01  WK-LLEGADA-TIEMPO       PIC 9(4) VALUE ZEROS.
       01  SW-CONSERVAR            PIC X VALUE 'N'.
           88 CONSERVAR            VALUE 'S'.

       01  LINEA-FUENTE.
           05 LFU-NOMBRE           PIC X(30).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LFU-ORIGEN           PIC X(18).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LFU-SUCURSAL         PIC 9(3).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LFU-CORTE            PIC X(5).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LFU-SITUACION        PIC X(30).

       01  LINEA-DIFERIDA.
           05 LDI-NOMBRE           PIC X(30).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LDI-PROCESO          PIC 9(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LDI-LLEGADA          PIC 9(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LDI-HORA             PIC 9(6).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LDI-DIFERIDA         PIC X(30).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LDI-ESTADO           PIC X(16).

       01  LINEA-CONTEO.
           05 LCO-ETIQUETA         PIC X(40).
           05 LCO-NUMERO           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 110-CARGAR-LLEGADAS
           PERFORM 120-RECORRER-MANIFIESTO
           PERFORM 250-ESCRIBIR-REPORTE
           PERFORM 280-REGRABAR-LLEGADAS
           PERFORM 300-FINALIZAR
           GOBACK.

       100-INICIALIZAR.
           DISPLAY "RECEPCION DE FUENTES CON HORA DE CORTE..."
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WK-HORA-ACTUAL FROM TIME
           MOVE WK-FECHA-HOY TO WK-FECHA-PROCESO

           OPEN INPUT ARCHIVO-FECHA-PROCESO
           IF FS-FECHA-PROCESO = '00'
               READ ARCHIVO-FECHA-PROCESO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FPR-FECHA > ZEROS
                           MOVE FPR-FECHA TO WK-FECHA-PROCESO
                           MOVE 'S' TO SW-FECHA-IMPUESTA
                           DISPLAY "FECHA DE PROCESO IMPUESTA: "
                                   WK-FECHA-PROCESO
                                   " (SIN HORA DE CORTE)"
                       END-IF
               END-READ
               CLOSE ARCHIVO-FECHA-PROCESO
           END-IF

           COMPUTE WK-DIA-ENTERO =
               FUNCTION INTEGER-OF-DATE(WK-FECHA-PROCESO)
               - WK-DIAS-RETENCION
           COMPUTE WK-FECHA-LIMITE =
               FUNCTION DATE-OF-INTEGER(WK-DIA-ENTERO)

           OPEN OUTPUT ARCHIVO-REPORTE

           IF FS-REPORTE NOT = '00'
               DISPLAY "ERROR ABRIENDO RECEPCION-FUENTES.TXT: "
                       FS-REPORTE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       110-CARGAR-LLEGADAS.
           OPEN INPUT ARCHIVO-LLEGADAS

           IF FS-LLEGADAS = '35'
               EXIT PARAGRAPH
           END-IF

           IF FS-LLEGADAS NOT = '00'
               DISPLAY "ERROR ABRIENDO LLEGADAS-FUENTES.DAT: "
                       FS-LLEGADAS
               CLOSE ARCHIVO-REPORTE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-LLEGADAS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF CONT-LLEGADAS >= WK-MAX-LLEGADAS
                           DISPLAY "*** MAS DE " WK-MAX-LLEGADAS
                                   " LLEGADAS EN LLEGADAS-FUENTES.DAT"
                                   " ***"
                           CLOSE ARCHIVO-LLEGADAS
                           CLOSE ARCHIVO-REPORTE
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO CONT-LLEGADAS
                       MOVE REG-LLEGADA TO TL-REGISTRO(CONT-LLEGADAS)
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-LLEGADAS.

       120-RECORRER-MANIFIESTO.
           OPEN INPUT ARCHIVO-MANIFIESTO

           IF FS-MANIFIESTO NOT = '00'
               DISPLAY "ERROR ABRIENDO MANIFIESTO-FUENTES.DAT: "
                       FS-MANIFIESTO
               CLOSE ARCHIVO-REPORTE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-MANIFIESTO
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF MAN-NOMBRE NOT = SPACES
                          AND MAN-HORA-CORTE NOT = SPACES
                           PERFORM 125-ANOTAR-FUENTE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MANIFIESTO

           PERFORM VARYING WK-IDX-FUENTE FROM 1 BY 1
                   UNTIL WK-IDX-FUENTE > CONT-FUENTES
               PERFORM 200-REVISAR-FUENTE
           END-PERFORM

           DISPLAY "FUENTES CON HORA DE CORTE: " CONT-FUENTES.

       125-ANOTAR-FUENTE.
           IF MAN-HORA-CORTE IS NOT NUMERIC
               DISPLAY "AVISO: HORA DE CORTE INVALIDA PARA "
                       MAN-NOMBRE ", SE RECIBE SIN CORTE"
           END-IF

           IF CONT-FUENTES >= WK-MAX-FUENTES
               DISPLAY "*** MAS DE " WK-MAX-FUENTES
                       " FUENTES CON CORTE EN EL MANIFIESTO ***"
               CLOSE ARCHIVO-MANIFIESTO
               CLOSE ARCHIVO-REPORTE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO CONT-FUENTES
           MOVE MAN-NOMBRE     TO TF-NOMBRE(CONT-FUENTES)
           MOVE MAN-ORIGEN     TO TF-ORIGEN(CONT-FUENTES)
           MOVE MAN-HORA-CORTE TO TF-HORA-CORTE(CONT-FUENTES)
           MOVE ZEROS          TO TF-SUCURSAL(CONT-FUENTES)
           IF MAN-SUCURSAL IS NUMERIC
               MOVE MAN-SUCURSAL TO TF-SUCURSAL(CONT-FUENTES)
           END-IF
           MOVE SPACES         TO TF-SITUACION(CONT-FUENTES).

      *****************************************************************
      * UNA FUENTE CON CORTE: SI EN SU RUTA HAY UN ARCHIVO COMPLETO
      * Y DE HUELLA NUEVA, ES UNA LLEGADA, A TIEMPO O TARDE.
      *****************************************************************
       200-REVISAR-FUENTE.
           MOVE TF-NOMBRE(WK-IDX-FUENTE)   TO WK-NOMBRE-FUENTE
           MOVE TF-ORIGEN(WK-IDX-FUENTE)   TO WK-FUE-ORIGEN
           MOVE TF-HORA-CORTE(WK-IDX-FUENTE) TO WK-FUE-CORTE
           MOVE TF-SUCURSAL(WK-IDX-FUENTE) TO WK-FUE-SUCURSAL

           PERFORM 205-SITUACION-ANTERIOR

           PERFORM 210-TOMAR-HUELLA
           IF WK-FUE-REGISTROS = ZEROS
               EXIT PARAGRAPH
           END-IF

           IF NOT CON-RESUMEN
               ADD 1 TO CONT-EN-TRANSITO
               MOVE "EN TRANSMISION (SIN RESUMEN)"
                 TO TF-SITUACION(WK-IDX-FUENTE)
               EXIT PARAGRAPH
           END-IF

      * LA HUELLA YA ANOTADA ES EL ARCHIVO DE UNA LLEGADA ANTERIOR.
           MOVE ZEROS TO WK-LLEGADA-HALLADA
           PERFORM VARYING WK-IDX-LLEGADA FROM 1 BY 1
                   UNTIL WK-IDX-LLEGADA > CONT-LLEGADAS
               MOVE TL-REGISTRO(WK-IDX-LLEGADA) TO REG-LLEGADA
               IF LLE-NOMBRE = WK-NOMBRE-FUENTE
                  AND LLE-LOTE = WK-FUE-LOTE
                  AND LLE-FECHA-ARCHIVO = WK-FUE-FECHA
                  AND LLE-CUENTA = WK-FUE-CUENTA
                  AND LLE-HASH = WK-FUE-HASH
                   MOVE WK-IDX-LLEGADA TO WK-LLEGADA-HALLADA
               END-IF
           END-PERFORM
           IF WK-LLEGADA-HALLADA > ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-LLEGO-TARDE
           IF NOT FECHA-IMPUESTA AND WK-FUE-CORTE IS NUMERIC
               IF WK-FECHA-HOY > WK-FECHA-PROCESO
                  OR (WK-FECHA-HOY = WK-FECHA-PROCESO
                      AND WK-HORA-ACTUAL(1:4) > WK-FUE-CORTE)
                   MOVE 'S' TO SW-LLEGO-TARDE
               END-IF
           END-IF

           IF LLEGO-TARDE
               PERFORM 230-DIFERIR-LLEGADA
           ELSE
               PERFORM 220-ADMITIR-LLEGADA
           END-IF.

      * LO QUE YA SE SABE DE ESTA FUENTE ESTA NOCHE, PARA EL
      * REPORTE, POR SI ESTA PASADA NO TRAE NOVEDAD.
       205-SITUACION-ANTERIOR.
           MOVE "SIN LLEGAR" TO TF-SITUACION(WK-IDX-FUENTE)
           PERFORM VARYING WK-IDX-LLEGADA FROM 1 BY 1
                   UNTIL WK-IDX-LLEGADA > CONT-LLEGADAS
               MOVE TL-REGISTRO(WK-IDX-LLEGADA) TO REG-LLEGADA
               IF LLE-NOMBRE = WK-NOMBRE-FUENTE
                  AND LLE-FECHA-PROCESO = WK-FECHA-PROCESO
                   PERFORM 415-DESCRIBIR-LLEGADA
               END-IF
           END-PERFORM.

      * LEE EL ARCHIVO ENTERO: ENCABEZADO, RESUMEN Y CUANTOS
      * REGISTROS TRAE. SIN ARCHIVO O VACIO, NO LLEGO NADA.
       210-TOMAR-HUELLA.
           MOVE 'N' TO SW-CON-ENCABEZADO SW-CON-RESUMEN
           MOVE SPACES TO WK-FUE-LOTE
           MOVE ZEROS TO WK-FUE-FECHA WK-FUE-CUENTA WK-FUE-HASH
                         WK-FUE-REGISTROS

           OPEN INPUT ARCHIVO-FUENTE

           IF FS-FUENTE = '35'
               EXIT PARAGRAPH
           END-IF

           IF FS-FUENTE NOT = '00'
               DISPLAY "ERROR ABRIENDO " WK-NOMBRE-FUENTE ": "
                       FS-FUENTE
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-FUENTE
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO WK-FUE-REGISTROS
                       EVALUATE FUE-TIPO
                           WHEN 'H'
                               MOVE 'S' TO SW-CON-ENCABEZADO
                               MOVE FUE-HDR-LOTE  TO WK-FUE-LOTE
                               MOVE FUE-HDR-FECHA TO WK-FUE-FECHA
                           WHEN 'T'
                               MOVE 'S' TO SW-CON-RESUMEN
                               MOVE FUE-TRL-CUENTA TO WK-FUE-CUENTA
                               MOVE FUE-TRL-HASH   TO WK-FUE-HASH
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-FUENTE.

      * A TIEMPO: EL ARCHIVO QUEDA EN SU RUTA. SI LA SUCURSAL YA
      * HABIA MANDADO OTRO ESTA NOCHE, EL NUEVO LO REEMPLAZA (ES EL
      * QUE ESTA EN LA RUTA) Y LA ANOTACION SE ACTUALIZA.
       220-ADMITIR-LLEGADA.
           MOVE ZEROS TO WK-LLEGADA-TIEMPO
           PERFORM VARYING WK-IDX-LLEGADA FROM 1 BY 1
                   UNTIL WK-IDX-LLEGADA > CONT-LLEGADAS
               MOVE TL-REGISTRO(WK-IDX-LLEGADA) TO REG-LLEGADA
               IF LLE-NOMBRE = WK-NOMBRE-FUENTE
                  AND LLE-FECHA-PROCESO = WK-FECHA-PROCESO
                  AND LLE-ESTADO = 'A'
                   MOVE WK-IDX-LLEGADA TO WK-LLEGADA-TIEMPO
               END-IF
           END-PERFORM

           IF WK-LLEGADA-TIEMPO > ZEROS
               ADD 1 TO CONT-REEMPLAZOS
               MOVE WK-LLEGADA-TIEMPO TO WK-IDX-LLEGADA
               DISPLAY "REEMPLAZO A TIEMPO DE " WK-NOMBRE-FUENTE
           ELSE
               PERFORM 400-NUEVA-LLEGADA
           END-IF

           PERFORM 410-ARMAR-LLEGADA
           MOVE 'A' TO LLE-ESTADO
           MOVE REG-LLEGADA TO TL-REGISTRO(WK-IDX-LLEGADA)
           ADD 1 TO CONT-A-TIEMPO
           PERFORM 415-DESCRIBIR-LLEGADA
           DISPLAY "RECIBIDA A TIEMPO: " WK-NOMBRE-FUENTE " A LAS "
                   WK-HORA-ACTUAL(1:6).

      *****************************************************************
      * TARDE: EL ARCHIVO SE COPIA AL AREA DE DIFERIDAS Y SU RUTA
      * QUEDA VACIA, PARA QUE NI LA MEZCLA DE ESTA NOCHE NI EL
      * ARCHIVO DE MAÑANA LO PISEN. SOLO CON LA COPIA HECHA SE
      * VACIA LA RUTA Y SE ANOTA; EL PREVUELO RECONOCE LA RUTA VACIA
      * POR LA ANOTACION DE ESTA NOCHE.
      *****************************************************************
       230-DIFERIR-LLEGADA.
           MOVE ZEROS TO WK-NUMERO-DIFERIDA
           PERFORM VARYING WK-IDX-LLEGADA FROM 1 BY 1
                   UNTIL WK-IDX-LLEGADA > CONT-LLEGADAS
               MOVE TL-REGISTRO(WK-IDX-LLEGADA) TO REG-LLEGADA
               IF LLE-FECHA-PROCESO = WK-FECHA-PROCESO
                  AND LLE-DIFERIDA NOT = SPACES
                   ADD 1 TO WK-NUMERO-DIFERIDA
               END-IF
           END-PERFORM
           ADD 1 TO WK-NUMERO-DIFERIDA

           MOVE SPACES TO WK-NOMBRE-DIFERIDA
           STRING "DIFERIDA-" WK-FECHA-PROCESO "-"
                  WK-NUMERO-DIFERIDA ".DAT"
               DELIMITED BY SIZE INTO WK-NOMBRE-DIFERIDA

           PERFORM 235-COPIAR-A-DIFERIDAS
           IF COPIA-FALLIDA
               MOVE 16 TO RETURN-CODE
               MOVE "TARDE, NO SE PUDO DIFERIR"
                 TO TF-SITUACION(WK-IDX-FUENTE)
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ARCHIVO-FUENTE
           IF FS-FUENTE = '00'
               CLOSE ARCHIVO-FUENTE
           ELSE
               DISPLAY "AVISO: NO SE PUDO VACIAR " WK-NOMBRE-FUENTE
                       " (" FS-FUENTE "); LA HUELLA YA LO RECONOCE"
           END-IF

           PERFORM 400-NUEVA-LLEGADA
           PERFORM 410-ARMAR-LLEGADA
           MOVE 'D' TO LLE-ESTADO
           MOVE WK-NOMBRE-DIFERIDA TO LLE-DIFERIDA
           MOVE REG-LLEGADA TO TL-REGISTRO(WK-IDX-LLEGADA)
           ADD 1 TO CONT-TARDIAS
           PERFORM 415-DESCRIBIR-LLEGADA

           DISPLAY "*** " WK-NOMBRE-FUENTE " LLEGO A LAS "
                   WK-HORA-ACTUAL(1:6) ", DESPUES DEL CORTE "
                   WK-FUE-CORTE ": DIFERIDA EN " WK-NOMBRE-DIFERIDA
                   " ***"
           PERFORM 240-AVISAR-SUCURSAL.

       235-COPIAR-A-DIFERIDAS.
           MOVE 'N' TO SW-COPIA-FALLIDA

           OPEN INPUT ARCHIVO-FUENTE
           IF FS-FUENTE NOT = '00'
               DISPLAY "ERROR ABRIENDO " WK-NOMBRE-FUENTE ": "
                       FS-FUENTE
               MOVE 'S' TO SW-COPIA-FALLIDA
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ARCHIVO-DIFERIDA
           IF FS-DIFERIDA NOT = '00'
               DISPLAY "ERROR CREANDO " WK-NOMBRE-DIFERIDA ": "
                       FS-DIFERIDA
               CLOSE ARCHIVO-FUENTE
               MOVE 'S' TO SW-COPIA-FALLIDA
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-FUENTE
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       WRITE REG-DIFERIDA FROM REG-FUENTE
                       IF FS-DIFERIDA NOT = '00'
                           MOVE 'S' TO SW-COPIA-FALLIDA
                           MOVE 'S' TO SW-FIN-ARCHIVO
                       ELSE
                           ADD 1 TO CONT-COPIADOS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-FUENTE
           CLOSE ARCHIVO-DIFERIDA

           IF COPIA-FALLIDA
               DISPLAY "ERROR ESCRIBIENDO " WK-NOMBRE-DIFERIDA ": "
                       FS-DIFERIDA
           END-IF.

      * EL AVISO DE LA SUCURSAL ACUMULA LAS LLEGADAS TARDIAS DE LA
      * NOCHE; ADMITE-DIFERIDA LE AGREGA LAS ADMISIONES.
       240-AVISAR-SUCURSAL.
           MOVE WK-FUE-SUCURSAL TO WK-SUCURSAL-AVISO
           MOVE SPACES TO WK-NOMBRE-AVISO
           STRING "TARDIAS-SUC-" WK-SUCURSAL-AVISO "-"
                  WK-FECHA-PROCESO ".TXT"
               DELIMITED BY SIZE INTO WK-NOMBRE-AVISO

           OPEN EXTEND ARCHIVO-AVISO
           IF FS-AVISO = '35'
               OPEN OUTPUT ARCHIVO-AVISO
               CLOSE ARCHIVO-AVISO
               OPEN EXTEND ARCHIVO-AVISO
           END-IF

           IF FS-AVISO NOT = '00'
               DISPLAY "AVISO: NO SE PUDO ESCRIBIR " WK-NOMBRE-AVISO
                       " (" FS-AVISO ")"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REG-AVISO
           STRING "ARCHIVO " WK-NOMBRE-FUENTE " (" WK-FUE-ORIGEN ")"
               DELIMITED BY "  " INTO REG-AVISO
           WRITE REG-AVISO
           MOVE SPACES TO REG-AVISO
           STRING "  LLEGO EL " WK-FECHA-HOY " A LAS "
                  WK-HORA-ACTUAL(1:2) ":" WK-HORA-ACTUAL(3:2) ":"
                  WK-HORA-ACTUAL(5:2) ", DESPUES DEL CORTE DE LAS "
                  WK-FUE-CORTE(1:2) ":" WK-FUE-CORTE(3:2)
               DELIMITED BY SIZE INTO REG-AVISO
           WRITE REG-AVISO
           MOVE SPACES TO REG-AVISO
           STRING "  NO ENTRA EN LA CORRIDA DEL " WK-FECHA-PROCESO
                  ": QUEDA DIFERIDO Y SE PROCESA LA NOCHE SIGUIENTE"
               DELIMITED BY SIZE INTO REG-AVISO
           WRITE REG-AVISO
           MOVE SPACES TO REG-AVISO
           STRING "  (LOTE " WK-FUE-LOTE ", " WK-FUE-CUENTA
                  " REGISTROS; NO LO REENVIE)"
               DELIMITED BY SIZE INTO REG-AVISO
           WRITE REG-AVISO

           CLOSE ARCHIVO-AVISO.

       250-ESCRIBIR-REPORTE.
           MOVE SPACES TO REG-REPORTE
           STRING "RECEPCION DE FUENTES - CORRIDA DEL "
                  WK-FECHA-PROCESO " - PASADA DEL " WK-FECHA-HOY
                  " A LAS " WK-HORA-ACTUAL(1:2) ":"
                  WK-HORA-ACTUAL(3:2)
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "RUTA                           ORIGEN             SUC"
             TO REG-REPORTE
           MOVE "  CORTE  SITUACION ESTA NOCHE" TO REG-REPORTE(54:)
           WRITE REG-REPORTE

           PERFORM VARYING WK-IDX-FUENTE FROM 1 BY 1
                   UNTIL WK-IDX-FUENTE > CONT-FUENTES
               MOVE TF-NOMBRE(WK-IDX-FUENTE)    TO LFU-NOMBRE
               MOVE TF-ORIGEN(WK-IDX-FUENTE)    TO LFU-ORIGEN
               MOVE TF-SUCURSAL(WK-IDX-FUENTE)  TO LFU-SUCURSAL
               MOVE SPACES TO LFU-CORTE
               STRING TF-HORA-CORTE(WK-IDX-FUENTE)(1:2) ":"
                      TF-HORA-CORTE(WK-IDX-FUENTE)(3:2)
                   DELIMITED BY SIZE INTO LFU-CORTE
               MOVE TF-SITUACION(WK-IDX-FUENTE) TO LFU-SITUACION
               WRITE REG-REPORTE FROM LINEA-FUENTE
           END-PERFORM

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "DIFERIDAS PENDIENTES DE MEZCLA" TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "RUTA                           NOCHE    LLEGADA"
             TO REG-REPORTE
           MOVE "HORA   ARCHIVO DIFERIDO" TO REG-REPORTE(50:)
           WRITE REG-REPORTE
           MOVE ZEROS TO WK-LLEGADA-HALLADA
           PERFORM VARYING WK-IDX-LLEGADA FROM 1 BY 1
                   UNTIL WK-IDX-LLEGADA > CONT-LLEGADAS
               MOVE TL-REGISTRO(WK-IDX-LLEGADA) TO REG-LLEGADA
               IF LLE-ESTADO = 'D' OR LLE-ESTADO = 'M'
                   ADD 1 TO WK-LLEGADA-HALLADA
                   MOVE LLE-NOMBRE        TO LDI-NOMBRE
                   MOVE LLE-FECHA-PROCESO TO LDI-PROCESO
                   MOVE LLE-FECHA-LLEGADA TO LDI-LLEGADA
                   MOVE LLE-HORA-LLEGADA  TO LDI-HORA
                   MOVE LLE-DIFERIDA      TO LDI-DIFERIDA
                   IF LLE-ESTADO = 'M'
                       MOVE "ADMITIDA" TO LDI-ESTADO
                   ELSE
                       MOVE "NOCHE SIGUIENTE" TO LDI-ESTADO
                   END-IF
                   WRITE REG-REPORTE FROM LINEA-DIFERIDA
               END-IF
           END-PERFORM
           IF WK-LLEGADA-HALLADA = ZEROS
               MOVE "  NINGUNA" TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "RECIBIDAS A TIEMPO EN ESTA PASADA" TO LCO-ETIQUETA
           MOVE CONT-A-TIEMPO TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "  DE ELLAS, REEMPLAZOS"            TO LCO-ETIQUETA
           MOVE CONT-REEMPLAZOS TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "DIFERIDAS EN ESTA PASADA"          TO LCO-ETIQUETA
           MOVE CONT-TARDIAS TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "TODAVIA EN TRANSMISION"            TO LCO-ETIQUETA
           MOVE CONT-EN-TRANSITO TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO.

      * SE CONSERVA TODO LO RECIENTE, TODA DIFERIDA SIN MEZCLAR Y
      * LA ULTIMA LLEGADA DE CADA RUTA.
       280-REGRABAR-LLEGADAS.
           OPEN OUTPUT ARCHIVO-LLEGADAS

           IF FS-LLEGADAS NOT = '00'
               DISPLAY "ERROR REESCRIBIENDO LLEGADAS-FUENTES.DAT: "
                       FS-LLEGADAS
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WK-IDX-LLEGADA FROM 1 BY 1
                   UNTIL WK-IDX-LLEGADA > CONT-LLEGADAS
               MOVE TL-REGISTRO(WK-IDX-LLEGADA) TO REG-LLEGADA
               PERFORM 285-DECIDIR-CONSERVAR
               IF CONSERVAR
                   WRITE REG-LLEGADA
               ELSE
                   ADD 1 TO CONT-PURGADAS
               END-IF
           END-PERFORM

           CLOSE ARCHIVO-LLEGADAS.

       285-DECIDIR-CONSERVAR.
           MOVE 'S' TO SW-CONSERVAR
           IF LLE-FECHA-PROCESO >= WK-FECHA-LIMITE
              OR LLE-ESTADO = 'D' OR LLE-ESTADO = 'M'
               EXIT PARAGRAPH
           END-IF

           COMPUTE WK-IDX-OTRA = WK-IDX-LLEGADA + 1
           PERFORM UNTIL WK-IDX-OTRA > CONT-LLEGADAS
                   OR NOT CONSERVAR
               IF TL-REGISTRO(WK-IDX-OTRA)(9:30) = LLE-NOMBRE
                   MOVE 'N' TO SW-CONSERVAR
               END-IF
               ADD 1 TO WK-IDX-OTRA
           END-PERFORM.

       300-FINALIZAR.
           CLOSE ARCHIVO-REPORTE

           DISPLAY "RECIBIDAS A TIEMPO:     " CONT-A-TIEMPO
           DISPLAY "DIFERIDAS:              " CONT-TARDIAS
           DISPLAY "EN TRANSMISION:         " CONT-EN-TRANSITO
           DISPLAY "LLEGADAS PURGADAS:      " CONT-PURGADAS
           DISPLAY "DETALLE EN: RECEPCION-FUENTES.TXT".

      *****************************************************************
      * RUTINAS DE APOYO.
      *****************************************************************
       400-NUEVA-LLEGADA.
           IF CONT-LLEGADAS >= WK-MAX-LLEGADAS
               DISPLAY "*** MAS DE " WK-MAX-LLEGADAS
                       " LLEGADAS: NO SE PUEDE ANOTAR "
                       WK-NOMBRE-FUENTE " ***"
               CLOSE ARCHIVO-REPORTE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO CONT-LLEGADAS
           MOVE CONT-LLEGADAS TO WK-IDX-LLEGADA.

       410-ARMAR-LLEGADA.
           MOVE SPACES TO REG-LLEGADA
           MOVE WK-FECHA-PROCESO   TO LLE-FECHA-PROCESO
           MOVE WK-NOMBRE-FUENTE   TO LLE-NOMBRE
           MOVE WK-FUE-ORIGEN      TO LLE-ORIGEN
           MOVE WK-FUE-SUCURSAL    TO LLE-SUCURSAL
           MOVE WK-FECHA-HOY       TO LLE-FECHA-LLEGADA
           MOVE WK-HORA-ACTUAL(1:6) TO LLE-HORA-LLEGADA
           MOVE WK-FUE-CORTE       TO LLE-HORA-CORTE
           MOVE WK-FUE-LOTE        TO LLE-LOTE
           MOVE WK-FUE-FECHA       TO LLE-FECHA-ARCHIVO
           MOVE WK-FUE-CUENTA      TO LLE-CUENTA
           MOVE WK-FUE-HASH        TO LLE-HASH
           MOVE ZEROS              TO LLE-NOCHE-MEZCLA
                                      LLE-FECHA-ADMISION
                                      LLE-HORA-ADMISION.

       415-DESCRIBIR-LLEGADA.
           MOVE SPACES TO TF-SITUACION(WK-IDX-FUENTE)
           EVALUATE LLE-ESTADO
               WHEN 'A'
                   STRING "A TIEMPO " LLE-HORA-LLEGADA(1:2) ":"
                          LLE-HORA-LLEGADA(3:2)
                       DELIMITED BY SIZE
                       INTO TF-SITUACION(WK-IDX-FUENTE)
               WHEN 'D'
                   STRING "TARDE " LLE-HORA-LLEGADA(1:2) ":"
                          LLE-HORA-LLEGADA(3:2) ", DIFERIDA"
                       DELIMITED BY SIZE
                       INTO TF-SITUACION(WK-IDX-FUENTE)
               WHEN OTHER
                   STRING "TARDE " LLE-HORA-LLEGADA(1:2) ":"
                          LLE-HORA-LLEGADA(3:2) ", ADMITIDA"
                       DELIMITED BY SIZE
                       INTO TF-SITUACION(WK-IDX-FUENTE)
           END-EVALUATE.
