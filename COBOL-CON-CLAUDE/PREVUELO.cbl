      *            TODO ESO ANTES DE QUE LA CADENA TOQUE NADA:
      *            -- LAS FUENTES DEL MANIFIESTO EXISTEN (LAS
      *               OBLIGATORIAS) Y TRAEN SUS REGISTROS DE
      *               CONTROL 'H'/'T' CON CUENTA Y HASH CUADRADOS.
      *               LA RUTA QUE RECIBE-FUENTES DEJO VACIA AL
      *               DIFERIR UNA LLEGADA TARDIA DE ESTA NOCHE
      *               (LLEGADAS-FUENTES.DAT) ES AVISO, NO NO-GO;
      *            -- TASAS-CAMBIO.DAT EXISTE, SUS TASAS SON
      *               NUMERICAS Y POSITIVAS Y SU FECHA MAS RECIENTE
      *               NO SUPERA LA EDAD MAXIMA (PAR-MAX-DIAS-TASAS);
      *            -- OPERADORES.DAT SE PUEDE LEER (AVISO SI NO);
      *            -- UN CHECKPOINT.DAT HUERFANO SE SEÑALA (EL
      *               CRUZADO VA A REANUDAR DESDE EL, QUE NO
      *               SORPRENDA A NADIE);
      *            -- CADA ARCHIVO SATELITE QUE EL CRUZADO CARGA EN
      *               UNA TABLA FIJA DE MEMORIA CABE EN ELLA: SE
      *               CUENTA LO QUE EL CRUZADO CARGARIA Y SE DA EL
      *               USO EN PORCENTAJE. DESDE PAR-PCT-AVISO-CAPACIDAD
      *               ES AVISO; UN ARCHIVO QUE DESBORDARIA SU TABLA
      *               ES NO-GO. EL USO DE CADA NOCHE SE AGREGA A
      *               CAPACIDAD-HISTORIA.DAT PARA VER LAS TABLAS
      *               LLENARSE MES A MES.
      *            EL VEREDICTO ES GO/NO-GO: CUALQUIER HALLAZGO
      *            GRAVE TERMINA CON RC 08 Y LA CADENA NO ARRANCA.
      *****************************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MANIFIESTO.

      * FECHA DE PROCESO IMPUESTA Y LLEGADAS ANOTADAS, LOS MISMOS
      * QUE LEE RECIBE-FUENTES.
           SELECT ARCHIVO-FECHA-PROCESO
               ASSIGN TO "FECHA-PROCESO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHA-PROCESO.

           SELECT ARCHIVO-LLEGADAS
               ASSIGN TO "LLEGADAS-FUENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LLEGADAS.

           SELECT ARCHIVO-FUENTE
               ASSIGN TO WK-NOMBRE-FUENTE
               ORGANIZATION IS LINE SEQUENTIAL
               RECORD KEY IS CODIGO-MAESTRO
               FILE STATUS IS FS-MAESTRO.

      * LOS SATELITES DEL CRUZADO SE CUENTAN UNO TRAS OTRO POR LA
      * MISMA PUERTA, CON EL NOMBRE QUE DICTA LA TABLA DE CAPACIDAD.
           SELECT ARCHIVO-SATELITE
               ASSIGN TO WK-NOMBRE-SATELITE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SATELITE.

      * NUNCA SE TRUNCA: UNA LINEA POR TABLA Y POR NOCHE.
           SELECT ARCHIVO-CAPACIDAD-HIST
               ASSIGN TO "CAPACIDAD-HISTORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAPACIDAD-HIST.

           SELECT ARCHIVO-CHECKPOINT
               ASSIGN TO "CHECKPOINT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           05 MAN-OBLIGATORIO      PIC X(1).
           05 FILLER               PIC X(1).
           05 MAN-LOTE-ESPERADO    PIC X(8).
           05 FILLER               PIC X(1).
           05 MAN-HORA-CORTE       PIC X(4).
           05 FILLER               PIC X(1).
           05 MAN-SUCURSAL         PIC X(3).

       FD  ARCHIVO-FECHA-PROCESO.
       01  REG-FECHA-PROCESO.
           05 FPR-FECHA            PIC 9(8).

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

       FD  ARCHIVO-FUENTE.
       01  REG-FUENTE.
           05 PAR-MAX-DIAS-TASAS      PIC 9(3).
           05 PAR-SIMULACION          PIC X(1).
           05 PAR-MARGEN-CONVERSION   PIC 9(2)V99.
      * PORCENTAJE DE USO DE UNA TABLA DEL CRUZADO DESDE EL QUE EL
      * PREVUELO AVISA (EN BLANCO O CERO, 80).
           05 PAR-PCT-AVISO-CAPACIDAD PIC 9(3).

       FD  ARCHIVO-OPERADORES.
       01  REG-OPERADOR.
           05 OPE-ID               PIC X(8).
           05 OPE-NOMBRE           PIC X(30).
           05 OPE-NIVEL            PIC X(1).
           05 FILLER               PIC X(3).
           05 OPE-ESTADO           PIC X(1).
              88 OPE-DADO-DE-BAJA  VALUE 'B'.

       FD  ARCHIVO-MAESTRO.
       01  REG-MAESTRO.
           05 SUCURSAL-MAESTRO     PIC 9(3).
           05 PRODUCTO-MAESTRO     PIC X(2).

      * SOLO INTERESAN LOS CAMPOS CON QUE EL CRUZADO DECIDE QUE
      * FILAS CARGA; CADA VISTA ES EL LAYOUT DE SU ARCHIVO.
       FD  ARCHIVO-SATELITE.
       01  REG-SATELITE            PIC X(80).
       01  REG-SAT-RETENCION REDEFINES REG-SATELITE.
           05 FILLER               PIC X(60).
           05 SAT-RET-LIBERACION   PIC 9(8).
           05 FILLER               PIC X(12).
       01  REG-SAT-ACUERDO REDEFINES REG-SATELITE.
           05 FILLER               PIC X(12).
           05 SAT-ACU-DESDE        PIC 9(8).
           05 SAT-ACU-HASTA        PIC 9(8).
           05 FILLER               PIC X(52).
       01  REG-SAT-TASA REDEFINES REG-SATELITE.
           05 FILLER               PIC X(23).
           05 SAT-TAS-VIGENCIA     PIC 9(8).
           05 FILLER               PIC X(49).
       01  REG-SAT-CHEQUERA REDEFINES REG-SATELITE.
           05 FILLER               PIC X(25).
           05 SAT-CHQ-ESTADO       PIC X(1).
           05 FILLER               PIC X(54).
       01  REG-SAT-ACUMULADO REDEFINES REG-SATELITE.
           05 FILLER               PIC X(5).
           05 SAT-ACD-FECHA        PIC 9(8).
           05 FILLER               PIC X(67).

       FD  ARCHIVO-CAPACIDAD-HIST.
       01  REG-CAPACIDAD-HIST.
           05 CAP-FECHA            PIC 9(8).
           05 CAP-TABLA            PIC X(16).
           05 CAP-USADOS           PIC 9(5).
           05 CAP-CAPACIDAD        PIC 9(5).
           05 CAP-PCT              PIC 9(4).
           05 CAP-ESTADO           PIC X(5).

       FD  ARCHIVO-CHECKPOINT.
       01  REG-CHECKPOINT          PIC X(200).

           05 FS-OPERADORES        PIC XX.
           05 FS-MAESTRO           PIC XX.
           05 FS-CHECKPOINT        PIC XX.
           05 FS-SATELITE          PIC XX.
           05 FS-CAPACIDAD-HIST    PIC XX.
           05 FS-FECHA-PROCESO     PIC XX.
           05 FS-LLEGADAS          PIC XX.

       01  SWITCHES.
           05 SW-FIN-MANIFIESTO    PIC X VALUE 'N'.
              88 FIN-CAMBIOS       VALUE 'S'.
           05 SW-ENC-FUENTE        PIC X VALUE 'N'.
           05 SW-RES-FUENTE        PIC X VALUE 'N'.
           05 SW-FIN-SATELITE      PIC X VALUE 'N'.
              88 FIN-SATELITE      VALUE 'S'.
           05 SW-FIN-MAESTRO       PIC X VALUE 'N'.
              88 FIN-MAESTRO       VALUE 'S'.
           05 SW-VALOR-HALLADO     PIC X VALUE 'N'.
              88 VALOR-HALLADO     VALUE 'S'.
           05 SW-FIN-LLEGADAS      PIC X VALUE 'N'.
              88 FIN-LLEGADAS      VALUE 'S'.
           05 SW-DIFERIDA-HALLADA  PIC X VALUE 'N'.
              88 DIFERIDA-HALLADA  VALUE 'S'.

       01  CONTADORES.
           05 CONT-HALLAZGOS       PIC 9(3) VALUE ZEROS.

       01  WK-NOMBRE-FUENTE        PIC X(30) VALUE SPACES.
       01  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
       01  WK-FECHA-PROCESO        PIC 9(8) VALUE ZEROS.
       01  WK-NOMBRE-DIFERIDA      PIC X(30) VALUE SPACES.
       01  WK-CUENTA-FUENTE        PIC 9(7) VALUE ZEROS.
       01  WK-HASH-FUENTE          PIC 9(11)V99 VALUE ZEROS.

       01  WK-DIA-ENT-TASA         PIC 9(7) VALUE ZEROS.
       01  WK-DIAS-EDAD            PIC S9(7) VALUE ZEROS.

      * LAS TABLAS FIJAS DEL CRUZADO Y EL ARCHIVO QUE LAS ALIMENTA,
      * CON LA CAPACIDAD COMPILADA ALLA Y EL FILTRO CON QUE CARGA:
      * ' ' TODAS LAS FILAS, 'R' RETENCION NO LIBERADA, 'A' ACUERDO
      * VIGENTE, 'T' TRAMO YA VIGENTE, 'C' CHEQUERA ACTIVA, 'D'
      * ACUMULADO DEL DIA. SI SE AGRANDA UNA TABLA ALLA, SE
      * AGRANDA AQUI.
       01  TABLA-CAPACIDADES-FIJAS.
           05 FILLER               PIC X(22) VALUE "LIMITES.DAT".
           05 FILLER               PIC X(16) VALUE "LIMITES".
           05 FILLER               PIC 9(4)  VALUE 0500.
           05 FILLER               PIC X(1)  VALUE ' '.
           05 FILLER               PIC X(22) VALUE "DESCUBIERTOS.DAT".
           05 FILLER               PIC X(16) VALUE "DESCUBIERTOS".
           05 FILLER               PIC 9(4)  VALUE 0500.
           05 FILLER               PIC X(1)  VALUE ' '.
           05 FILLER               PIC X(22) VALUE "RETENCIONES.DAT".
           05 FILLER               PIC X(16) VALUE "RETENCIONES".
           05 FILLER               PIC 9(4)  VALUE 0500.
           05 FILLER               PIC X(1)  VALUE 'R'.
           05 FILLER               PIC X(22) VALUE "ACUERDOS-TASA.DAT".
           05 FILLER               PIC X(16) VALUE "ACUERDOS-TASA".
           05 FILLER               PIC 9(4)  VALUE 0100.
           05 FILLER               PIC X(1)  VALUE 'A'.
           05 FILLER               PIC X(22) VALUE "EMBARGOS.DAT".
           05 FILLER               PIC X(16) VALUE "EMBARGOS".
           05 FILLER               PIC 9(4)  VALUE 0100.
           05 FILLER               PIC X(1)  VALUE ' '.
           05 FILLER               PIC X(22)
              VALUE "REGLAS-PRODUCTO.DAT".
           05 FILLER               PIC X(16) VALUE "REGLAS-PRODUCTO".
           05 FILLER               PIC 9(4)  VALUE 0010.
           05 FILLER               PIC X(1)  VALUE ' '.
           05 FILLER               PIC X(22) VALUE "TASAS.DAT".
           05 FILLER               PIC X(16) VALUE "TRAMOS-TASA".
           05 FILLER               PIC 9(4)  VALUE 0020.
           05 FILLER               PIC X(1)  VALUE 'T'.
           05 FILLER               PIC X(22) VALUE "TASAS-CAMBIO.DAT".
           05 FILLER               PIC X(16) VALUE "TASAS-CAMBIO".
           05 FILLER               PIC 9(4)  VALUE 0020.
           05 FILLER               PIC X(1)  VALUE ' '.
           05 FILLER               PIC X(22) VALUE "SUCURSALES.DAT".
           05 FILLER               PIC X(16) VALUE "DIRECTORIO-SUC".
           05 FILLER               PIC 9(4)  VALUE 0100.
           05 FILLER               PIC X(1)  VALUE ' '.
           05 FILLER               PIC X(22) VALUE "SUSCRIPCIONES.DAT".
           05 FILLER               PIC X(16) VALUE "SUSCRIPCIONES".
           05 FILLER               PIC 9(4)  VALUE 0500.
           05 FILLER               PIC X(1)  VALUE ' '.
           05 FILLER               PIC X(22) VALUE "CHEQUERAS.DAT".
           05 FILLER               PIC X(16) VALUE "CHEQUERAS".
           05 FILLER               PIC 9(4)  VALUE 2000.
           05 FILLER               PIC X(1)  VALUE 'C'.
           05 FILLER               PIC X(22)
              VALUE "ACUMULADO-DIARIO.DAT".
           05 FILLER               PIC X(16) VALUE "ACUMULADO-DIA".
           05 FILLER               PIC 9(4)  VALUE 1000.
           05 FILLER               PIC X(1)  VALUE 'D'.
           05 FILLER               PIC X(22)
              VALUE "LOTES-PROCESADOS.DAT".
           05 FILLER               PIC X(16) VALUE "LOTES-REGISTRO".
           05 FILLER               PIC 9(4)  VALUE 0500.
           05 FILLER               PIC X(1)  VALUE ' '.
       01  FILLER REDEFINES TABLA-CAPACIDADES-FIJAS.
           05 ENTRADA-CAPACIDAD    OCCURS 13 TIMES.
              10 TCP-ARCHIVO       PIC X(22).
              10 TCP-TABLA         PIC X(16).
              10 TCP-CAPACIDAD     PIC 9(4).
              10 TCP-FILTRO        PIC X(1).
       01  WK-CANT-CAPACIDADES     PIC 9(2) VALUE 13.
       01  WK-IDX-CAPACIDAD        PIC 9(2) VALUE ZEROS.

      * LAS DOS TABLAS QUE EL CRUZADO LLENA CON LO QUE TRAE EL
      * MAESTRO: MONEDAS DE CUENTA (ESTADISTICA POR MONEDA, 10) Y
      * SUCURSALES DEL REPORTE POR OFICINA (50 MAS EL CAJON "OTRAS").
       01  WK-CAP-MONEDAS          PIC 9(4) VALUE 0010.
       01  WK-CAP-SUCURSALES       PIC 9(4) VALUE 0050.
       01  WK-MAX-DISTINTOS        PIC 9(3) VALUE 200.
       01  CONT-MONEDAS            PIC 9(3) VALUE ZEROS.
       01  TABLA-MONEDAS.
           05 TMO-MONEDA           PIC X(3) OCCURS 200 TIMES.
       01  CONT-SUCURSALES         PIC 9(3) VALUE ZEROS.
       01  TABLA-SUCURSALES.
           05 TSU-SUCURSAL         PIC 9(3) OCCURS 200 TIMES.
       01  WK-IDX-DISTINTO         PIC 9(3) VALUE ZEROS.
       01  WK-MONEDA-CUENTA        PIC X(3) VALUE SPACES.

       01  WK-NOMBRE-SATELITE      PIC X(22) VALUE SPACES.
       01  WK-TABLA-ACTUAL         PIC X(16) VALUE SPACES.
       01  WK-CAPACIDAD-ACTUAL     PIC 9(4) VALUE ZEROS.
       01  WK-USADOS               PIC 9(5) VALUE ZEROS.
       01  WK-PCT-USO              PIC 9(4) VALUE ZEROS.
       01  WK-PCT-AVISO            PIC 9(3) VALUE 80.
       01  WK-ESTADO-CAPACIDAD     PIC X(5) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 230-REVISAR-TASAS
           PERFORM 240-REVISAR-OPERADORES
           PERFORM 250-REVISAR-CHECKPOINT
           PERFORM 260-REVISAR-CAPACIDAD
           PERFORM 300-FINALIZAR
           GOBACK.

           DISPLAY "========================================"
           DISPLAY "  PREVUELO DE LA CADENA NOCTURNA"
           DISPLAY "========================================"
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
           END-IF.

      * SIN PARAMETROS.DAT LEGIBLE, MEDIO SISTEMA CORRE CON
      * DEFECTOS COMPILADOS SIN QUE NADIE LO HAYA DECIDIDO.
               MOVE PAR-MAX-DIAS-TASAS TO WK-MAX-DIAS-TASAS
           END-IF

           IF PAR-PCT-AVISO-CAPACIDAD NUMERIC
               AND PAR-PCT-AVISO-CAPACIDAD > ZEROS
               MOVE PAR-PCT-AVISO-CAPACIDAD TO WK-PCT-AVISO
           END-IF

           IF PAR-SIMULACION = 'S'
               ADD 1 TO CONT-AVISOS
               DISPLAY "AVISO: PAR-SIMULACION = 'S', EL CRUZADO VA"
           CLOSE ARCHIVO-PARAMETROS
           DISPLAY "PARAMETROS.DAT: LEGIBLE".

      * DE PASO SE JUNTAN LAS MONEDAS Y SUCURSALES DISTINTAS DE LAS
      * CUENTAS, QUE SON LAS QUE LLENAN DOS TABLAS DEL CRUZADO.
       210-REVISAR-MAESTRO.
           OPEN INPUT ARCHIVO-MAESTRO

               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FIN-MAESTRO
               READ ARCHIVO-MAESTRO NEXT RECORD
                   AT END
                       MOVE 'S' TO SW-FIN-MAESTRO
                   NOT AT END
                       PERFORM 215-ANOTAR-DISTINTOS
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MAESTRO
           DISPLAY "MAESTRO.DAT: LEGIBLE".

      * UNA CUENTA SIN MONEDA ES DE LA MONEDA BASE, COMO EN EL
      * CRUZADO. SI LA TABLA LOCAL SE LLENA YA SOBRA PARA EL NO-GO.
       215-ANOTAR-DISTINTOS.
           MOVE MONEDA-MAESTRO TO WK-MONEDA-CUENTA
           IF WK-MONEDA-CUENTA = SPACES
               MOVE "EUR" TO WK-MONEDA-CUENTA
           END-IF

           MOVE 'N' TO SW-VALOR-HALLADO
           PERFORM VARYING WK-IDX-DISTINTO FROM 1 BY 1
                   UNTIL WK-IDX-DISTINTO > CONT-MONEDAS
                   OR VALOR-HALLADO
               IF TMO-MONEDA(WK-IDX-DISTINTO) = WK-MONEDA-CUENTA
                   MOVE 'S' TO SW-VALOR-HALLADO
               END-IF
           END-PERFORM
           IF NOT VALOR-HALLADO
               AND CONT-MONEDAS < WK-MAX-DISTINTOS
               ADD 1 TO CONT-MONEDAS
               MOVE WK-MONEDA-CUENTA TO TMO-MONEDA(CONT-MONEDAS)
           END-IF

           MOVE 'N' TO SW-VALOR-HALLADO
           PERFORM VARYING WK-IDX-DISTINTO FROM 1 BY 1
                   UNTIL WK-IDX-DISTINTO > CONT-SUCURSALES
                   OR VALOR-HALLADO
               IF TSU-SUCURSAL(WK-IDX-DISTINTO) = SUCURSAL-MAESTRO
                   MOVE 'S' TO SW-VALOR-HALLADO
               END-IF
           END-PERFORM
           IF NOT VALOR-HALLADO
               AND CONT-SUCURSALES < WK-MAX-DISTINTOS
               ADD 1 TO CONT-SUCURSALES
               MOVE SUCURSAL-MAESTRO TO TSU-SUCURSAL(CONT-SUCURSALES)
           END-IF.

      * LAS FUENTES SE REVISAN CON EL MISMO MANIFIESTO QUE VA A
      * USAR LA MEZCLA: UNA OBLIGATORIA AUSENTE, O CUALQUIERA CON
      * SUS REGISTROS DE CONTROL ROTOS, ES NO-GO AHORA Y NO A LAS

           CLOSE ARCHIVO-FUENTE

      * VACIA DEL TODO: PUEDE SER LA RUTA DE UNA LLEGADA TARDIA QUE
      * RECIBE-FUENTES YA MUDO A DIFERIDAS. ESA FUENTE ENTRA MAÑANA
      * Y NO DETIENE LA NOCHE.
           IF SW-ENC-FUENTE = 'N' AND SW-RES-FUENTE = 'N'
               AND WK-CUENTA-FUENTE = ZEROS
               PERFORM 227-BUSCAR-DIFERIDA
               IF DIFERIDA-HALLADA
                   ADD 1 TO CONT-AVISOS
                   DISPLAY "AVISO: " WK-NOMBRE-FUENTE " LLEGO TARDE,"
                           " DIFERIDA EN " WK-NOMBRE-DIFERIDA
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF SW-ENC-FUENTE = 'N' OR SW-RES-FUENTE = 'N'
               DISPLAY "NO-GO: " WK-NOMBRE-FUENTE " SIN REGISTROS"
                       " DE CONTROL COMPLETOS (H/T)"
           DISPLAY "FUENTE " WK-NOMBRE-FUENTE ": "
                   WK-CUENTA-FUENTE " REGISTROS, CONTROL CUADRADO".

      * BUSCA EN LLEGADAS-FUENTES.DAT UNA LLEGADA DE ESTA FUENTE
      * PARA LA NOCHE EN PROCESO QUE HAYA QUEDADO DIFERIDA.
       227-BUSCAR-DIFERIDA.
           MOVE 'N' TO SW-DIFERIDA-HALLADA SW-FIN-LLEGADAS
           MOVE SPACES TO WK-NOMBRE-DIFERIDA

           OPEN INPUT ARCHIVO-LLEGADAS
           IF FS-LLEGADAS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FIN-LLEGADAS
               READ ARCHIVO-LLEGADAS
                   AT END
                       MOVE 'S' TO SW-FIN-LLEGADAS
                   NOT AT END
                       IF LLE-NOMBRE = WK-NOMBRE-FUENTE
                          AND LLE-FECHA-PROCESO = WK-FECHA-PROCESO
                          AND LLE-DIFERIDA NOT = SPACES
                           MOVE 'S' TO SW-DIFERIDA-HALLADA
                           MOVE LLE-DIFERIDA TO WK-NOMBRE-DIFERIDA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-LLEGADAS.

       226-CONTAR-REG-FUENTE.
           EVALUATE FUE-TIPO
               WHEN 'H'
           DISPLAY "AVISO: HAY UN CHECKPOINT.DAT DE UNA CORRIDA"
                   " ANTERIOR, EL CRUZADO VA A REANUDAR DESDE EL".

      * CADA SATELITE SE CUENTA CON EL MISMO FILTRO CON QUE EL
      * CRUZADO LO CARGA. LA CARGA DEL CRUZADO SE DETIENE CALLADA AL
      * LLENAR LA TABLA (Y LO QUE NO ENTRO NO EXISTE PARA ESA
      * CORRIDA): POR ESO EL DESBORDE ES NO-GO Y NO UN AVISO.
       260-REVISAR-CAPACIDAD.
           OPEN EXTEND ARCHIVO-CAPACIDAD-HIST

           IF FS-CAPACIDAD-HIST = '35'
               OPEN OUTPUT ARCHIVO-CAPACIDAD-HIST
               CLOSE ARCHIVO-CAPACIDAD-HIST
               OPEN EXTEND ARCHIVO-CAPACIDAD-HIST
           END-IF

           IF FS-CAPACIDAD-HIST NOT = '00'
               ADD 1 TO CONT-AVISOS
               DISPLAY "AVISO: CAPACIDAD-HISTORIA.DAT NO SE PUEDE"
                       " ABRIR (" FS-CAPACIDAD-HIST "), EL USO DE"
                       " ESTA NOCHE NO QUEDA EN LA HISTORIA"
           END-IF

           PERFORM VARYING WK-IDX-CAPACIDAD FROM 1 BY 1
                   UNTIL WK-IDX-CAPACIDAD > WK-CANT-CAPACIDADES
               MOVE TCP-ARCHIVO(WK-IDX-CAPACIDAD)
                   TO WK-NOMBRE-SATELITE
               MOVE TCP-TABLA(WK-IDX-CAPACIDAD) TO WK-TABLA-ACTUAL
               MOVE TCP-CAPACIDAD(WK-IDX-CAPACIDAD)
                   TO WK-CAPACIDAD-ACTUAL
               PERFORM 265-CONTAR-SATELITE
               PERFORM 270-EVALUAR-USO
           END-PERFORM

           MOVE "MONEDAS"         TO WK-TABLA-ACTUAL
           MOVE WK-CAP-MONEDAS    TO WK-CAPACIDAD-ACTUAL
           MOVE CONT-MONEDAS      TO WK-USADOS
           PERFORM 270-EVALUAR-USO

           MOVE "SUCURSALES-REP"  TO WK-TABLA-ACTUAL
           MOVE WK-CAP-SUCURSALES TO WK-CAPACIDAD-ACTUAL
           MOVE CONT-SUCURSALES   TO WK-USADOS
           PERFORM 270-EVALUAR-USO

           IF FS-CAPACIDAD-HIST = '00'
               CLOSE ARCHIVO-CAPACIDAD-HIST
           END-IF.

      * UN SATELITE AUSENTE NO USA NADA: EL CRUZADO SIGUE SIN EL.
       265-CONTAR-SATELITE.
           MOVE ZEROS TO WK-USADOS
           MOVE 'N' TO SW-FIN-SATELITE

           OPEN INPUT ARCHIVO-SATELITE

           IF FS-SATELITE NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FIN-SATELITE
               READ ARCHIVO-SATELITE
                   AT END
                       MOVE 'S' TO SW-FIN-SATELITE
                   NOT AT END
                       IF REG-SATELITE NOT = SPACES
                           PERFORM 266-CONTAR-SI-CARGA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-SATELITE.

       266-CONTAR-SI-CARGA.
           EVALUATE TCP-FILTRO(WK-IDX-CAPACIDAD)
               WHEN 'R'
                   IF SAT-RET-LIBERACION = ZEROS
                       OR SAT-RET-LIBERACION > WK-FECHA-HOY
                       ADD 1 TO WK-USADOS
                   END-IF
               WHEN 'A'
                   IF SAT-ACU-DESDE <= WK-FECHA-HOY
                       AND (SAT-ACU-HASTA = ZEROS
                           OR SAT-ACU-HASTA >= WK-FECHA-HOY)
                       ADD 1 TO WK-USADOS
                   END-IF
               WHEN 'T'
                   IF SAT-TAS-VIGENCIA <= WK-FECHA-HOY
                       ADD 1 TO WK-USADOS
                   END-IF
               WHEN 'C'
                   IF SAT-CHQ-ESTADO = 'A'
                       ADD 1 TO WK-USADOS
                   END-IF
               WHEN 'D'
                   IF SAT-ACD-FECHA = WK-FECHA-HOY
                       ADD 1 TO WK-USADOS
                   END-IF
               WHEN OTHER
                   ADD 1 TO WK-USADOS
           END-EVALUATE.

       270-EVALUAR-USO.
           COMPUTE WK-PCT-USO =
               WK-USADOS * 100 / WK-CAPACIDAD-ACTUAL

           EVALUATE TRUE
               WHEN WK-USADOS > WK-CAPACIDAD-ACTUAL
                   MOVE "NO-GO" TO WK-ESTADO-CAPACIDAD
                   ADD 1 TO CONT-HALLAZGOS
                   DISPLAY "NO-GO: LA TABLA " WK-TABLA-ACTUAL
                           " DEL CRUZADO DESBORDA: " WK-USADOS
                           " FILAS PARA " WK-CAPACIDAD-ACTUAL
                           " LUGARES"
               WHEN WK-PCT-USO >= WK-PCT-AVISO
                   MOVE "AVISO" TO WK-ESTADO-CAPACIDAD
                   ADD 1 TO CONT-AVISOS
                   DISPLAY "AVISO: LA TABLA " WK-TABLA-ACTUAL
                           " DEL CRUZADO ESTA AL " WK-PCT-USO "% ("
                           WK-USADOS " DE " WK-CAPACIDAD-ACTUAL ")"
               WHEN OTHER
                   MOVE "OK" TO WK-ESTADO-CAPACIDAD
                   DISPLAY "CAPACIDAD " WK-TABLA-ACTUAL ": "
                           WK-USADOS " DE " WK-CAPACIDAD-ACTUAL
                           " (" WK-PCT-USO "%)"
           END-EVALUATE

           IF FS-CAPACIDAD-HIST = '00'
               MOVE WK-FECHA-HOY        TO CAP-FECHA
               MOVE WK-TABLA-ACTUAL     TO CAP-TABLA
               MOVE WK-USADOS           TO CAP-USADOS
               MOVE WK-CAPACIDAD-ACTUAL TO CAP-CAPACIDAD
               MOVE WK-PCT-USO          TO CAP-PCT
               MOVE WK-ESTADO-CAPACIDAD TO CAP-ESTADO
               WRITE REG-CAPACIDAD-HIST
           END-IF.

       300-FINALIZAR.
           DISPLAY "----------------------------------------"
           DISPLAY "HALLAZGOS GRAVES: " CONT-HALLAZGOS
