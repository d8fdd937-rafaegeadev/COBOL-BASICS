      *            TRANSMISION SE RETIENE COMPLETO EN
      *            LOTES-RETENIDOS.DAT EN VEZ DE MEZCLARSE
      *            SILENCIOSAMENTE INCOMPLETO.
      *            LAS FUENTES CON HORA DE CORTE EN EL MANIFIESTO (LAS
      *            DE SUCURSAL) SOLO SE TOMAN SI RECIBE-FUENTES LAS
      *            ANOTO A TIEMPO ESTA NOCHE EN LLEGADAS-FUENTES.DAT Y
      *            EL ARCHIVO ES EL QUE ANOTO (MISMA HUELLA); UNA QUE
      *            LLEGO TARDE NO DETIENE LA NOCHE AUNQUE SEA
      *            OBLIGATORIA. LAS DIFERIDAS DE NOCHES ANTERIORES, Y
      *            LAS QUE UN SUPERVISOR ADMITIO CON ADMITE-DIFERIDA,
      *            ENTRAN COMO FUENTES EXTRA DESPUES DE LAS DEL
      *            MANIFIESTO; EN EL LIBRO DE LINAJE SU CANAL ES EL
      *            ORIGEN CON "DIF-" (O "ADM-" SI FUE ADMITIDA) DELANTE
      *            Y AL TERMINAR QUEDAN MARCADAS COMO MEZCLADAS.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * FECHA DE PROCESO IMPUESTA (RECUPERACION MULTI-DIA): SI
      * EXISTE Y TRAE FECHA, MANDA SOBRE EL RELOJ PARA SABER QUE
      * LLEGADAS SON DE ESTA NOCHE.
           SELECT ARCHIVO-FECHA-PROCESO
               ASSIGN TO "FECHA-PROCESO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHA-PROCESO.

           SELECT ARCHIVO-MANIFIESTO
               ASSIGN TO "MANIFIESTO-FUENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETENIDOS.

      * LO QUE RECIBE-FUENTES ANOTO AL RECIBIR CADA ARCHIVO CON
      * HORA DE CORTE, A TIEMPO O DIFERIDO.
           SELECT ARCHIVO-LLEGADAS
               ASSIGN TO "LLEGADAS-FUENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LLEGADAS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-FECHA-PROCESO.
       01  REG-FECHA-PROCESO.
           05 FPR-FECHA            PIC 9(8).

      * UNA FUENTE POR LINEA: RUTA, ORIGEN (NOMBRE DE CANAL PARA EL
      * LIBRO DE LINAJE), 'S' SI ESTA NOCHE ES OBLIGATORIA, EL LOTE
      * QUE DEBE TRAER SU ENCABEZADO (EN BLANCO, CUALQUIERA), LA
      * HORA DE CORTE HHMM (EN BLANCO, SIN CORTE) Y LA SUCURSAL A
      * LA QUE RECIBE-FUENTES AVISA UNA LLEGADA TARDIA.
       FD  ARCHIVO-MANIFIESTO.
       01  REG-MANIFIESTO.
           05 MAN-NOMBRE           PIC X(30).
           05 MAN-OBLIGATORIO      PIC X(1).
           05 FILLER               PIC X(1).
           05 MAN-LOTE-ESPERADO    PIC X(8).
           05 FILLER               PIC X(1).
           05 MAN-HORA-CORTE       PIC X(4).
           05 FILLER               PIC X(1).
           05 MAN-SUCURSAL         PIC X(3).

       FD  ARCHIVO-FUENTE.
       01  REG-FUENTE.
           05 SUD-NOMBRE           PIC X(30).
           05 SUD-REGION           PIC X(15).
           05 SUD-ABIERTA          PIC X(1).
      * RANGO DE CODIGOS DE CUENTA DE LA SUCURSAL (CUATRO PRIMERAS
      * POSICIONES, SIN DIGITO DE CONTROL) PARA ASIGNA-CODIGO.
           05 SUD-RANGO-DESDE      PIC 9(4).
           05 SUD-RANGO-HASTA      PIC 9(4).

       FD  ARCHIVO-RETENIDOS.
       01  REG-RETENIDO.
           05 RET-MOTIVO           PIC X(30).
           05 RET-REGISTRO         PIC X(70).

      * MISMO LAYOUT QUE RECIBE-FUENTES.CBL.
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

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-MANIFIESTO        PIC XX.
           05 FS-MOVIMIENTOS       PIC XX.
           05 FS-RETENIDOS         PIC XX.
           05 FS-SUCURSALES        PIC XX.
           05 FS-FECHA-PROCESO     PIC XX.
           05 FS-LLEGADAS          PIC XX.

       01  SWITCHES.
           05 SW-FIN-MANIFIESTO    PIC X VALUE 'N'.
           05 SW-RES-FUENTE        PIC X VALUE 'N'.
           05 SW-LOTE-HALLADO      PIC X VALUE 'N'.
              88 LOTE-HALLADO      VALUE 'S'.
           05 SW-FUENTE-RECIBIDA   PIC X VALUE 'S'.
              88 FUENTE-RECIBIDA   VALUE 'S'.
           05 SW-FIN-LLEGADAS      PIC X VALUE 'N'.
              88 FIN-LLEGADAS      VALUE 'S'.

       01  WK-NOMBRE-FUENTE        PIC X(30) VALUE SPACES.

      * OCUPA EN LA TABLA COMUN DE MOVIMIENTOS Y SU CURSOR DE
      * MEZCLA. LA MEZCLA ES LA CLASICA DE K CANALES ORDENADOS: EN
      * CADA VUELTA AVANZA LA FUENTE CON EL CODIGO MAS BAJO (A
      * IGUALDAD, LA PRIMERA DEL MANIFIESTO). TF-CLASE 'N' ES UNA
      * FUENTE DEL MANIFIESTO; 'D' UNA DIFERIDA Y 'M' UNA DIFERIDA
      * ADMITIDA, CON TF-LLEGADA APUNTANDO A SU ANOTACION.
       01  WK-MAX-FUENTES          PIC 9(2) VALUE 20.
       01  CONT-FUENTES            PIC 9(2) VALUE ZEROS.
       01  TABLA-FUENTES.
              10 TF-CURSOR         PIC 9(5).
              10 TF-CUENTA         PIC 9(7).
              10 TF-HASH           PIC 9(11)V99.
              10 TF-HORA-CORTE     PIC X(4).
              10 TF-CLASE          PIC X(1).
              10 TF-LLEGADA        PIC 9(4).

      * LAS ANOTACIONES DE LLEGADAS-FUENTES.DAT, QUE SE REESCRIBE AL
      * FINAL CON LAS DIFERIDAS YA MEZCLADAS MARCADAS.
       01  WK-FECHA-PROCESO        PIC 9(8) VALUE ZEROS.
       01  WK-MAX-LLEGADAS         PIC 9(4) VALUE 2000.
       01  CONT-LLEGADAS           PIC 9(4) VALUE ZEROS.
       01  TABLA-LLEGADAS.
           05 ENTRADA-LLEGADA      OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON CONT-LLEGADAS.
              10 TLL-REGISTRO      PIC X(174).
       01  WK-IDX-LLEGADA          PIC 9(4) VALUE ZEROS.
       01  WK-LLEGADA-A-TIEMPO     PIC 9(4) VALUE ZEROS.
       01  WK-LLEGADA-TARDIA       PIC 9(4) VALUE ZEROS.
       01  CONT-DIFERIDAS          PIC 9(3) VALUE ZEROS.
       01  CONT-NO-RECIBIDAS       PIC 9(3) VALUE ZEROS.

      * HUELLA DEL ARCHIVO QUE HAY EN LA RUTA DE UNA FUENTE CON
      * CORTE, PARA COTEJARLA CON LA QUE ANOTO LA RECEPCION.
       01  HUELLA-FUENTE.
           05 WK-HUE-LOTE          PIC X(8)  VALUE SPACES.
           05 WK-HUE-FECHA         PIC 9(8)  VALUE ZEROS.
           05 WK-HUE-CUENTA        PIC 9(7)  VALUE ZEROS.
           05 WK-HUE-HASH          PIC 9(11)V99 VALUE ZEROS.

       01  WK-MAX-MOVS             PIC 9(5) VALUE 20000.
       01  CONT-MOVS               PIC 9(5) VALUE ZEROS.
           05 FILLER               PIC X(8) VALUE "LIBERADO".
           05 FILLER               PIC X(8) VALUE "PERIODIC".
           05 FILLER               PIC X(8) VALUE "VENCPLAZ".
           05 FILLER               PIC X(8) VALUE "CUOTAPRE".
       01  FILLER REDEFINES TABLA-REPRESENTACION.
           05 WK-LOTE-REPRES       PIC X(8) OCCURS 6 TIMES.
       01  WK-IDX-REPRES           PIC 9(1) VALUE ZEROS.
       01  SW-LOTE-REPRESENTACION  PIC X VALUE 'N'.
           88 ES-LOTE-REPRESENTACION VALUE 'S'.
       100-INICIALIZAR.
           DISPLAY "MEZCLANDO ARCHIVOS DE MOVIMIENTOS..."
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           MOVE WK-FECHA-HOY TO WK-FECHA-PROCESO

           OPEN INPUT ARCHIVO-FECHA-PROCESO
           IF FS-FECHA-PROCESO = '00'
               READ ARCHIVO-FECHA-PROCESO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FPR-FECHA > ZEROS
                           MOVE FPR-FECHA TO WK-FECHA-PROCESO
                       END-IF
               END-READ
               CLOSE ARCHIVO-FECHA-PROCESO
           END-IF

           PERFORM 105-CARGAR-SUCURSALES
           PERFORM 107-CARGAR-LLEGADAS.

      * EL DIRECTORIO DE SUCURSALES ES OPCIONAL (INSTALACION QUE
      * TODAVIA NO LO CARGO): SIN EL, LA SUCURSAL DE CADA

           CLOSE ARCHIVO-SUCURSALES.

      * SIN LLEGADAS-FUENTES.DAT NINGUNA FUENTE CON CORTE FUE
      * RECIBIDA (O NO HAY FUENTES CON CORTE).
       107-CARGAR-LLEGADAS.
           OPEN INPUT ARCHIVO-LLEGADAS

           IF FS-LLEGADAS = '35'
               EXIT PARAGRAPH
           END-IF

           IF FS-LLEGADAS NOT = '00'
               DISPLAY "ERROR ABRIENDO LLEGADAS-FUENTES.DAT: "
                       FS-LLEGADAS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FIN-LLEGADAS
               READ ARCHIVO-LLEGADAS
                   AT END
                       MOVE 'S' TO SW-FIN-LLEGADAS
                   NOT AT END
                       IF CONT-LLEGADAS >= WK-MAX-LLEGADAS
                           DISPLAY "*** MAS DE " WK-MAX-LLEGADAS
                                   " LLEGADAS EN LLEGADAS-FUENTES.DAT"
                                   " ***"
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO CONT-LLEGADAS
                       MOVE REG-LLEGADA TO TLL-REGISTRO(CONT-LLEGADAS)
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-LLEGADAS.

       110-CARGAR-MANIFIESTO.
           OPEN INPUT ARCHIVO-MANIFIESTO

                               TO TF-OBLIGATORIO(CONT-FUENTES)
                           MOVE MAN-LOTE-ESPERADO
                               TO TF-LOTE-ESPERADO(CONT-FUENTES)
                           MOVE MAN-HORA-CORTE
                               TO TF-HORA-CORTE(CONT-FUENTES)
                           MOVE 'N' TO TF-CLASE(CONT-FUENTES)
                           MOVE ZEROS TO TF-LLEGADA(CONT-FUENTES)
                           MOVE ZEROS TO TF-CUENTA(CONT-FUENTES)
                                         TF-HASH(CONT-FUENTES)
                       END-IF
               GOBACK
           END-IF

           DISPLAY "FUENTES EN EL MANIFIESTO: " CONT-FUENTES

           PERFORM 115-AGREGAR-DIFERIDAS.

      * ENTRAN ESTA NOCHE LAS DIFERIDAS DE NOCHES ANTERIORES, LAS
      * ADMITIDAS PARA ESTA NOCHE (O PARA UNA ANTERIOR CUYA MEZCLA
      * YA HABIA CORRIDO) Y, SI LA MEZCLA SE REPITE, LAS QUE YA
      * ENTRARON ESTA MISMA NOCHE.
       115-AGREGAR-DIFERIDAS.
           PERFORM VARYING WK-IDX-LLEGADA FROM 1 BY 1
                   UNTIL WK-IDX-LLEGADA > CONT-LLEGADAS
               MOVE TLL-REGISTRO(WK-IDX-LLEGADA) TO REG-LLEGADA
               IF (LLE-ESTADO = 'D'
                   AND LLE-FECHA-PROCESO < WK-FECHA-PROCESO)
                  OR (LLE-ESTADO = 'M'
                   AND LLE-NOCHE-MEZCLA <= WK-FECHA-PROCESO)
                  OR (LLE-ESTADO = 'F'
                   AND LLE-NOCHE-MEZCLA = WK-FECHA-PROCESO)
                   PERFORM 117-AGREGAR-UNA-DIFERIDA
               END-IF
           END-PERFORM

           IF CONT-DIFERIDAS > ZEROS
               DISPLAY "DIFERIDAS QUE ENTRAN ESTA NOCHE: "
                       CONT-DIFERIDAS
           END-IF.

       117-AGREGAR-UNA-DIFERIDA.
           IF CONT-FUENTES >= WK-MAX-FUENTES
               DISPLAY "*** MAS DE " WK-MAX-FUENTES " FUENTES CON"
                       " LAS DIFERIDAS: LA MEZCLA NO CABE ***"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO CONT-FUENTES
           ADD 1 TO CONT-DIFERIDAS
           MOVE LLE-DIFERIDA TO TF-NOMBRE(CONT-FUENTES)
           MOVE LLE-ORIGEN   TO TF-ORIGEN(CONT-FUENTES)
           MOVE 'S'          TO TF-OBLIGATORIO(CONT-FUENTES)
           MOVE SPACES       TO TF-LOTE-ESPERADO(CONT-FUENTES)
                                TF-HORA-CORTE(CONT-FUENTES)
           MOVE ZEROS        TO TF-CUENTA(CONT-FUENTES)
                                TF-HASH(CONT-FUENTES)
           MOVE WK-IDX-LLEGADA TO TF-LLEGADA(CONT-FUENTES)
           IF LLE-SUPERVISOR NOT = SPACES
               MOVE 'M' TO TF-CLASE(CONT-FUENTES)
           ELSE
               MOVE 'D' TO TF-CLASE(CONT-FUENTES)
           END-IF
           DISPLAY "DIFERIDA " LLE-DIFERIDA " (" LLE-NOMBRE
                   ", LLEGO EL " LLE-FECHA-LLEGADA ")".

       120-CARGAR-FUENTES.
           PERFORM VARYING WK-IDX-FUENTE FROM 1 BY 1
           MOVE 'N' TO SW-FIN-FUENTE SW-ENC-FUENTE SW-RES-FUENTE
           COMPUTE TF-INICIO(WK-IDX-FUENTE) = CONT-MOVS + 1

           IF TF-HORA-CORTE(WK-IDX-FUENTE) NOT = SPACES
               PERFORM 132-COTEJAR-LLEGADA
               IF NOT FUENTE-RECIBIDA
                   MOVE CONT-MOVS TO TF-FIN(WK-IDX-FUENTE)
                   MOVE TF-INICIO(WK-IDX-FUENTE)
                       TO TF-CURSOR(WK-IDX-FUENTE)
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN INPUT ARCHIVO-FUENTE

           IF FS-FUENTE = '35'
           MOVE TF-INICIO(WK-IDX-FUENTE)
               TO TF-CURSOR(WK-IDX-FUENTE).

      * UNA FUENTE CON CORTE ENTRA SI TIENE LLEGADA A TIEMPO ESTA
      * NOCHE Y EL ARCHIVO EN SU RUTA ES EL QUE SE ANOTO. SIN ESA
      * LLEGADA: SI LLEGO TARDE ESTA DIFERIDA Y NO DETIENE NADA; SI
      * NO LLEGO, LA OBLIGATORIA DETIENE LA MEZCLA COMO SIEMPRE. UN
      * ARCHIVO VIEJO QUE SIGUE EN LA RUTA NO SE VUELVE A TOMAR.
       132-COTEJAR-LLEGADA.
           MOVE 'N' TO SW-FUENTE-RECIBIDA
           MOVE ZEROS TO WK-LLEGADA-A-TIEMPO WK-LLEGADA-TARDIA
           PERFORM VARYING WK-IDX-LLEGADA FROM 1 BY 1
                   UNTIL WK-IDX-LLEGADA > CONT-LLEGADAS
               MOVE TLL-REGISTRO(WK-IDX-LLEGADA) TO REG-LLEGADA
               IF LLE-NOMBRE = WK-NOMBRE-FUENTE
                  AND LLE-FECHA-PROCESO = WK-FECHA-PROCESO
                   IF LLE-ESTADO = 'A'
                       MOVE WK-IDX-LLEGADA TO WK-LLEGADA-A-TIEMPO
                   ELSE
                       MOVE WK-IDX-LLEGADA TO WK-LLEGADA-TARDIA
                   END-IF
               END-IF
           END-PERFORM

           IF WK-LLEGADA-A-TIEMPO = ZEROS
               IF WK-LLEGADA-TARDIA > ZEROS
                   ADD 1 TO CONT-NO-RECIBIDAS
                   DISPLAY "AVISO: " WK-NOMBRE-FUENTE " LLEGO"
                           " DESPUES DEL CORTE, VA DIFERIDA"
                   EXIT PARAGRAPH
               END-IF
               IF TF-OBLIGATORIO(WK-IDX-FUENTE) = 'S'
                   DISPLAY "*** LA FUENTE OBLIGATORIA "
                           WK-NOMBRE-FUENTE " NO FUE RECIBIDA"
                           " ESTA NOCHE ***"
                   MOVE 08 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO CONT-NO-RECIBIDAS
               DISPLAY "AVISO: " WK-NOMBRE-FUENTE
                       " NO FUE RECIBIDA ESTA NOCHE"
               EXIT PARAGRAPH
           END-IF

           PERFORM 134-TOMAR-HUELLA
           MOVE TLL-REGISTRO(WK-LLEGADA-A-TIEMPO) TO REG-LLEGADA
           IF WK-HUE-LOTE = LLE-LOTE
              AND WK-HUE-FECHA = LLE-FECHA-ARCHIVO
              AND WK-HUE-CUENTA = LLE-CUENTA
              AND WK-HUE-HASH = LLE-HASH
               MOVE 'S' TO SW-FUENTE-RECIBIDA
               EXIT PARAGRAPH
           END-IF

      * LA RUTA YA NO TIENE EL ARCHIVO RECIBIDO: LO PISO UNO QUE
      * LLEGO DESPUES DEL CORTE (Y QUE LA RECEPCION DIFIERE).
           ADD 1 TO CONT-NO-RECIBIDAS
           DISPLAY "*** " WK-NOMBRE-FUENTE " NO ES EL ARCHIVO"
                   " RECIBIDO A TIEMPO (LO REEMPLAZARON DESPUES):"
                   " NO SE TOMA ***".

       134-TOMAR-HUELLA.
           MOVE SPACES TO WK-HUE-LOTE
           MOVE ZEROS TO WK-HUE-FECHA WK-HUE-CUENTA WK-HUE-HASH

           OPEN INPUT ARCHIVO-FUENTE
           IF FS-FUENTE NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FIN-FUENTE
               READ ARCHIVO-FUENTE
                   AT END
                       MOVE 'S' TO SW-FIN-FUENTE
                   NOT AT END
                       EVALUATE FUE-TIPO
                           WHEN 'H'
                               MOVE FUE-HDR-LOTE  TO WK-HUE-LOTE
                               MOVE FUE-HDR-FECHA TO WK-HUE-FECHA
                           WHEN 'T'
                               MOVE FUE-TRL-CUENTA TO WK-HUE-CUENTA
                               MOVE FUE-TRL-HASH   TO WK-HUE-HASH
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-FUENTE
           MOVE 'N' TO SW-FIN-FUENTE.

       140-CLASIFICAR-REG-FUENTE.
           EVALUATE FUE-TIPO
               WHEN 'H'
       143-ES-REPRESENTACION.
           MOVE 'N' TO SW-LOTE-REPRESENTACION
           PERFORM VARYING WK-IDX-REPRES FROM 1 BY 1
                   UNTIL WK-IDX-REPRES > 6
               IF WK-LOTE-REPRES(WK-IDX-REPRES) = FUE-LOTE
                   MOVE 'S' TO SW-LOTE-REPRESENTACION
               END-IF
      * QUEDAN EN EL LIBRO DE LINAJE, CON EL ORIGEN DEL MANIFIESTO
      * COMO NOMBRE DE CANAL (EL VERIFICADOR DE LA CADENA ESPERA
      * LOS ORIGENES DE SIEMPRE: MOVS-RECICLADOS, MOVS-LIBERADOS,
      * ETCETERA). UNA DIFERIDA ANOTA SU ORIGEN CON "DIF-" DELANTE,
      * O "ADM-" SI LA ADMITIO UN SUPERVISOR.
           MOVE "MEZCLA-MOVIMIENTOS" TO WK-LIN-PASO
           MOVE 'E' TO WK-LIN-SENTIDO
           PERFORM VARYING WK-IDX-FUENTE FROM 1 BY 1
                   UNTIL WK-IDX-FUENTE > CONT-FUENTES
               EVALUATE TF-CLASE(WK-IDX-FUENTE)
                   WHEN 'D'
                       MOVE SPACES TO WK-LIN-CANAL
                       STRING "DIF-" TF-ORIGEN(WK-IDX-FUENTE)(1:14)
                           DELIMITED BY SIZE INTO WK-LIN-CANAL
                   WHEN 'M'
                       MOVE SPACES TO WK-LIN-CANAL
                       STRING "ADM-" TF-ORIGEN(WK-IDX-FUENTE)(1:14)
                           DELIMITED BY SIZE INTO WK-LIN-CANAL
                   WHEN OTHER
                       MOVE TF-ORIGEN(WK-IDX-FUENTE) TO WK-LIN-CANAL
               END-EVALUATE
               MOVE TF-CUENTA(WK-IDX-FUENTE) TO WK-LIN-CUENTA
               MOVE TF-HASH(WK-IDX-FUENTE)   TO WK-LIN-IMPORTE
               PERFORM 9300-ANOTAR-LINAJE
           MOVE WK-HASH-SALIDA TO WK-LIN-IMPORTE
           PERFORM 9300-ANOTAR-LINAJE

           IF CONT-DIFERIDAS > ZEROS
               PERFORM 310-MARCAR-DIFERIDAS
           END-IF

           DISPLAY "MEZCLA FINALIZADA"
           PERFORM VARYING WK-IDX-FUENTE FROM 1 BY 1
                   UNTIL WK-IDX-FUENTE > CONT-FUENTES
           DISPLAY "RECHAZADOS POR SUCURSAL: " CONT-RECH-SUCURSAL
           DISPLAY "RECHAZADOS POR EL VALIDADOR: "
                   CONT-RECH-VALIDADOR
           DISPLAY "DIFERIDAS MEZCLADAS: " CONT-DIFERIDAS
           DISPLAY "FUENTES CON CORTE NO TOMADAS: " CONT-NO-RECIBIDAS
           DISPLAY "TOTAL EN MOVIMIENTOS.DAT: " CONT-SALIDA.

      * LAS DIFERIDAS QUE ENTRARON QUEDAN 'F' CON ESTA NOCHE COMO
      * LA DE SU MEZCLA; UNA REPETICION DE LA MEZCLA LAS VUELVE A
      * TOMAR POR ESA FECHA.
       310-MARCAR-DIFERIDAS.
           PERFORM VARYING WK-IDX-FUENTE FROM 1 BY 1
                   UNTIL WK-IDX-FUENTE > CONT-FUENTES
               IF TF-LLEGADA(WK-IDX-FUENTE) > ZEROS
                   MOVE TLL-REGISTRO(TF-LLEGADA(WK-IDX-FUENTE))
                       TO REG-LLEGADA
                   MOVE 'F' TO LLE-ESTADO
                   MOVE WK-FECHA-PROCESO TO LLE-NOCHE-MEZCLA
                   MOVE REG-LLEGADA
                       TO TLL-REGISTRO(TF-LLEGADA(WK-IDX-FUENTE))
               END-IF
           END-PERFORM

           OPEN OUTPUT ARCHIVO-LLEGADAS
           IF FS-LLEGADAS NOT = '00'
               DISPLAY "ERROR REESCRIBIENDO LLEGADAS-FUENTES.DAT: "
                       FS-LLEGADAS
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WK-IDX-LLEGADA FROM 1 BY 1
                   UNTIL WK-IDX-LLEGADA > CONT-LLEGADAS
               MOVE TLL-REGISTRO(WK-IDX-LLEGADA) TO REG-LLEGADA
               WRITE REG-LLEGADA
           END-PERFORM

           CLOSE ARCHIVO-LLEGADAS.

       9300-ANOTAR-LINAJE.
           CALL "ANOTA-LINAJE" USING WK-LIN-PASO
                                     WK-LIN-SENTIDO
