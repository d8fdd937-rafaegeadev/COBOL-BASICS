       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADMITE-DIFERIDA.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: ADMISION DE ARCHIVOS DE SUCURSAL LLEGADOS TARDE
      * PROPOSITO: RECIBE-FUENTES MUDA AL AREA DE DIFERIDAS EL
      *            ARCHIVO QUE LLEGA DESPUES DE SU HORA DE CORTE Y LO
      *            DEJA ANOTADO 'D' EN LLEGADAS-FUENTES.DAT PARA LA
      *            MEZCLA DE LA NOCHE SIGUIENTE. CON ESTE PROGRAMA UN
      *            SUPERVISOR (NIVEL 3, CON SU CLAVE) PUEDE ADMITIR
      *            UNA DE LAS DIFERIDAS DE ESTA NOCHE A LA CORRIDA DE
      *            ESTA MISMA NOCHE: LA ANOTACION PASA A 'M' CON LA
      *            NOCHE, EL SUPERVISOR Y EL MOMENTO, Y MEZCLA-
      *            MOVIMIENTOS LA TOMA COMO DIFERIDA ADMITIDA. CADA
      *            ADMISION QUEDA CON SU MOTIVO EN LA BITACORA
      *            SELLADA ADMISIONES-TARDIAS.DAT Y SE AGREGA AL
      *            AVISO DE LA SUCURSAL. SI LA CADENA YA TIENE EL
      *            CERROJO PUESTO LA MEZCLA PUEDE HABER CORRIDO: LA
      *            ADMITIDA ENTRA ENTONCES EN LA NOCHE SIGUIENTE, QUE
      *            ES LO QUE IGUAL HUBIERA PASADO.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-OPERADORES
               ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

      * CERROJO DE CORRIDA: MIENTRAS LA CADENA NOCTURNA LO TENGA
      * PUESTO, LA MEZCLA DE ESTA NOCHE PUEDE HABER PASADO YA.
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

      * FECHA DE PROCESO IMPUESTA (RECUPERACION MULTI-DIA): SI
      * EXISTE Y TRAE FECHA, ES LA NOCHE A LA QUE SE ADMITE.
           SELECT ARCHIVO-FECHA-PROCESO
               ASSIGN TO "FECHA-PROCESO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHA-PROCESO.

           SELECT ARCHIVO-LLEGADAS
               ASSIGN TO "LLEGADAS-FUENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LLEGADAS.

           SELECT ARCHIVO-ADMISIONES
               ASSIGN TO "ADMISIONES-TARDIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ADMISIONES.

      * EL AVISO DE LA SUCURSAL QUE ABRIO RECIBE-FUENTES, POR
      * NOMBRE ARMADO EN EJECUCION.
           SELECT ARCHIVO-AVISO
               ASSIGN TO WK-NOMBRE-AVISO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AVISO.

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

       FD  ARCHIVO-INTENTOS.
       01  REG-INTENTO.
           05 INT-FECHA            PIC 9(8).
           05 INT-HORA             PIC 9(6).
           05 INT-OPERADOR         PIC X(8).
           05 INT-PROGRAMA         PIC X(18).
           05 INT-NIVEL            PIC X(1).
           05 INT-NIVEL-REQUERIDO  PIC 9(1).

       FD  ARCHIVO-CERROJO.
       01  REG-CERROJO.
           05 CER-FECHA            PIC 9(8).
           05 CER-HORA             PIC 9(6).
           05 CER-OPERADOR         PIC X(8).

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

      * UNA LINEA POR ADMISION: QUIEN, CUANDO, QUE ARCHIVO (CON SU
      * LLEGADA Y SU CORTE), A QUE NOCHE Y POR QUE.
       FD  ARCHIVO-ADMISIONES.
       01  REG-ADMISION.
           05 ADT-FECHA            PIC 9(8).
           05 ADT-HORA             PIC 9(6).
           05 ADT-SUPERVISOR       PIC X(8).
           05 ADT-NOMBRE           PIC X(30).
           05 ADT-ORIGEN           PIC X(18).
           05 ADT-SUCURSAL         PIC 9(3).
           05 ADT-FECHA-PROCESO    PIC 9(8).
           05 ADT-FECHA-LLEGADA    PIC 9(8).
           05 ADT-HORA-LLEGADA     PIC 9(6).
           05 ADT-HORA-CORTE       PIC X(4).
           05 ADT-DIFERIDA         PIC X(30).
           05 ADT-MOTIVO           PIC X(30).
           05 ADT-SECUENCIA        PIC 9(9).
           05 ADT-SELLO            PIC 9(18).

       FD  ARCHIVO-AVISO.
       01  REG-AVISO               PIC X(100).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-OPERADORES        PIC XX.
           05 FS-FECHA-PROCESO     PIC XX.
           05 FS-LLEGADAS          PIC XX.
           05 FS-ADMISIONES        PIC XX.
           05 FS-AVISO             PIC XX.

       01  SWITCHES.
           05 SW-OPERADOR-VALIDO   PIC X VALUE 'N'.
              88 OPERADOR-VALIDO   VALUE 'S'.
           05 SW-FIN-LLEGADAS      PIC X VALUE 'N'.
              88 FIN-LLEGADAS      VALUE 'S'.
           05 SW-FIN-SESION        PIC X VALUE 'N'.
              88 FIN-SESION        VALUE 'S'.

       01  CONTADORES.
           05 CONT-ADMITIDAS       PIC 9(3) VALUE ZEROS.

      * EL LIBRO DE LLEGADAS COMPLETO, PARA REESCRIBIRLO CON LA
      * ADMISION. SE VUELVE A LEER JUSTO ANTES DE CADA ADMISION:
      * RECIBE-FUENTES PUEDE HABER ANOTADO OTRA LLEGADA MIENTRAS EL
      * SUPERVISOR ELEGIA.
       01  WK-MAX-LLEGADAS         PIC 9(4) VALUE 2000.
       01  CONT-LLEGADAS           PIC 9(4) VALUE ZEROS.
       01  TABLA-LLEGADAS.
           05 ENTRADA-LLEGADA      OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON CONT-LLEGADAS.
              10 TLL-REGISTRO      PIC X(174).
       01  WK-IDX-LLEGADA          PIC 9(4) VALUE ZEROS.
       01  WK-IDX-ELEGIDA          PIC 9(4) VALUE ZEROS.

      * LAS DIFERIDAS DE ESTA NOCHE QUE SE OFRECEN, POR NUMERO DE
      * ORDEN EN PANTALLA.
       01  WK-MAX-LISTA            PIC 9(2) VALUE 99.
       01  CONT-LISTA              PIC 9(2) VALUE ZEROS.
       01  TABLA-LISTA.
           05 TLI-DIFERIDA         PIC X(30) OCCURS 99 TIMES.
       01  WK-IDX-LISTA            PIC 9(2) VALUE ZEROS.
       01  WK-ELECCION             PIC 9(2) VALUE ZEROS.
       01  WK-DIFERIDA-ELEGIDA     PIC X(30) VALUE SPACES.

       01  WK-OPERADOR             PIC X(8) VALUE SPACES.
       01  WK-MOTIVO               PIC X(30) VALUE SPACES.
       01  WK-FECHA-PROCESO        PIC 9(8) VALUE ZEROS.
       01  WK-NOMBRE-AVISO         PIC X(40) VALUE SPACES.
       01  WK-SUCURSAL-AVISO       PIC 9(3) VALUE ZEROS.

       01  DATOS-DE-SESION.
           05 FECHA-SESION         PIC 9(8).
           05 HORA-SESION          PIC 9(8).

      * CONTROL DE NIVEL DE AUTORIZACION: METER UN ARCHIVO TARDIO EN
      * LA CORRIDA DE ESTA NOCHE EXIGE NIVEL 3 (SUPERVISOR).
       01  FS-INTENTOS             PIC XX.
       01  WK-NIVEL-OPERADOR       PIC X(1) VALUE SPACE.
       01  WK-NIVEL-NUMERICO       PIC 9(1) VALUE ZERO.
       01  WK-NIVEL-REQUERIDO      PIC 9(1) VALUE 3.
       01  WK-FECHA-INTENTO        PIC 9(8) VALUE ZEROS.
       01  WK-HORA-INTENTO         PIC 9(8) VALUE ZEROS.

      * LA CLAVE DEL OPERADOR LA PIDE Y COTEJA VERIFICA-CLAVE.CBL
      * (BLOQUEO POR FALLOS, VENCIMIENTO Y CAMBIO OBLIGADO).
       01  WK-CLAVE-PROGRAMA       PIC X(18) VALUE
           "ADMITE-DIFERIDA".
       01  WK-CLAVE-VEREDICTO      PIC X(1) VALUE SPACE.
           88 CLAVE-ACEPTADA       VALUE 'S'.

       01  FS-CERROJO              PIC XX.
       01  WK-RESPUESTA-CERROJO    PIC X(1) VALUE SPACE.

      * BITACORA SELLADA (VER SELLA-BITACORA): NOMBRE DEL ARCHIVO
      * Y POSICIONES DE DATOS ANTES DE LA SECUENCIA Y EL SELLO.
       01  WK-SELLO-BITACORA       PIC X(30)
           VALUE "ADMISIONES-TARDIAS.DAT".
       01  WK-SELLO-LARGO          PIC 9(3) VALUE 159.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM UNTIL FIN-SESION
               PERFORM 200-ELEGIR-DIFERIDA
           END-PERFORM
           PERFORM 300-FINALIZAR
           STOP RUN.

       100-INICIALIZAR.
           DISPLAY "========================================"
           DISPLAY "  ADMISION DE ARCHIVOS LLEGADOS TARDE"
           DISPLAY "========================================"
           DISPLAY " "

           DISPLAY "IDENTIFICADOR DE OPERADOR (8 CARACTERES): "
           ACCEPT WK-OPERADOR

           IF WK-OPERADOR = SPACES
               DISPLAY "SE REQUIERE UN OPERADOR PARA DEJAR CONSTANCIA"
               STOP RUN
           END-IF
           PERFORM 9500-VALIDAR-OPERADOR

           ACCEPT FECHA-SESION FROM DATE YYYYMMDD
           MOVE FECHA-SESION TO WK-FECHA-PROCESO

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

           DISPLAY "CORRIDA DE LA NOCHE DEL " WK-FECHA-PROCESO.

      * SIN LLEGADAS-FUENTES.DAT NO HAY NADA DIFERIDO. CON LA TABLA
      * LLENA NO SE REESCRIBE NADA: LO QUE QUEDARA FUERA
      * DESAPARECERIA DEL LIBRO.
       110-CARGAR-LLEGADAS.
           MOVE ZEROS TO CONT-LLEGADAS
           MOVE 'N' TO SW-FIN-LLEGADAS
           OPEN INPUT ARCHIVO-LLEGADAS

           IF FS-LLEGADAS = '35'
               EXIT PARAGRAPH
           END-IF

           IF FS-LLEGADAS NOT = '00'
               DISPLAY "ERROR ABRIENDO LLEGADAS-FUENTES.DAT: "
                       FS-LLEGADAS
               STOP RUN
           END-IF

           PERFORM UNTIL FIN-LLEGADAS
               READ ARCHIVO-LLEGADAS
                   AT END
                       MOVE 'S' TO SW-FIN-LLEGADAS
                   NOT AT END
                       IF CONT-LLEGADAS >= WK-MAX-LLEGADAS
                           DISPLAY "*** LLEGADAS-FUENTES.DAT EXCEDE "
                                   WK-MAX-LLEGADAS " ANOTACIONES ***"
                           CLOSE ARCHIVO-LLEGADAS
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO CONT-LLEGADAS
                       MOVE REG-LLEGADA TO TLL-REGISTRO(CONT-LLEGADAS)
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-LLEGADAS.

      *****************************************************************
      * CADA VUELTA MUESTRA LAS DIFERIDAS DE ESTA NOCHE QUE SIGUEN
      * PENDIENTES (LAS YA ADMITIDAS NO SE REPITEN) Y PIDE CUAL
      * ADMITIR; 0 TERMINA.
      *****************************************************************
       200-ELEGIR-DIFERIDA.
           PERFORM 110-CARGAR-LLEGADAS
           PERFORM 210-LISTAR-DIFERIDAS

           IF CONT-LISTA = ZEROS
               DISPLAY "NO HAY ARCHIVOS DIFERIDOS PENDIENTES PARA LA"
                       " NOCHE DEL " WK-FECHA-PROCESO
               MOVE 'S' TO SW-FIN-SESION
               EXIT PARAGRAPH
           END-IF

           DISPLAY "NUMERO DE LA DIFERIDA A ADMITIR (0 = FIN): "
           ACCEPT WK-ELECCION

           IF WK-ELECCION = ZEROS
               MOVE 'S' TO SW-FIN-SESION
               EXIT PARAGRAPH
           END-IF

           IF WK-ELECCION > CONT-LISTA
               DISPLAY "NUMERO FUERA DE LA LISTA"
               EXIT PARAGRAPH
           END-IF

           MOVE TLI-DIFERIDA(WK-ELECCION) TO WK-DIFERIDA-ELEGIDA
           PERFORM 220-ADMITIR-DIFERIDA.

       210-LISTAR-DIFERIDAS.
           MOVE ZEROS TO CONT-LISTA
           DISPLAY "----------------------------------------"
           PERFORM VARYING WK-IDX-LLEGADA FROM 1 BY 1
                   UNTIL WK-IDX-LLEGADA > CONT-LLEGADAS
                   OR CONT-LISTA >= WK-MAX-LISTA
               MOVE TLL-REGISTRO(WK-IDX-LLEGADA) TO REG-LLEGADA
               IF LLE-ESTADO = 'D'
                  AND LLE-FECHA-PROCESO = WK-FECHA-PROCESO
                   ADD 1 TO CONT-LISTA
                   MOVE LLE-DIFERIDA TO TLI-DIFERIDA(CONT-LISTA)
                   DISPLAY CONT-LISTA ". " LLE-NOMBRE " SUC "
                           LLE-SUCURSAL " LLEGO "
                           LLE-HORA-LLEGADA(1:2) ":"
                           LLE-HORA-LLEGADA(3:2) " (CORTE "
                           LLE-HORA-CORTE(1:2) ":"
                           LLE-HORA-CORTE(3:2) ") "
                           LLE-CUENTA " REG."
               END-IF
           END-PERFORM
           DISPLAY "----------------------------------------".

      * EL MOTIVO ES OBLIGATORIO. LA ANOTACION SE BUSCA DE NUEVO
      * SOBRE EL LIBRO RECIEN LEIDO, POR EL NOMBRE DE LA DIFERIDA,
      * Y SE GRABA EN EL ACTO.
       220-ADMITIR-DIFERIDA.
           DISPLAY "MOTIVO DE LA ADMISION (30 CARACTERES): "
           ACCEPT WK-MOTIVO

           IF WK-MOTIVO = SPACES
               DISPLAY "SIN MOTIVO NO SE ADMITE"
               EXIT PARAGRAPH
           END-IF

           PERFORM 110-CARGAR-LLEGADAS
           MOVE ZEROS TO WK-IDX-ELEGIDA
           PERFORM VARYING WK-IDX-LLEGADA FROM 1 BY 1
                   UNTIL WK-IDX-LLEGADA > CONT-LLEGADAS
               MOVE TLL-REGISTRO(WK-IDX-LLEGADA) TO REG-LLEGADA
               IF LLE-ESTADO = 'D'
                  AND LLE-DIFERIDA = WK-DIFERIDA-ELEGIDA
                   MOVE WK-IDX-LLEGADA TO WK-IDX-ELEGIDA
               END-IF
           END-PERFORM

           IF WK-IDX-ELEGIDA = ZEROS
               DISPLAY "LA DIFERIDA " WK-DIFERIDA-ELEGIDA
                       " YA NO ESTA PENDIENTE"
               EXIT PARAGRAPH
           END-IF

           ACCEPT HORA-SESION FROM TIME
           MOVE TLL-REGISTRO(WK-IDX-ELEGIDA) TO REG-LLEGADA
           MOVE 'M'              TO LLE-ESTADO
           MOVE WK-FECHA-PROCESO TO LLE-NOCHE-MEZCLA
           MOVE WK-OPERADOR      TO LLE-SUPERVISOR
           MOVE FECHA-SESION     TO LLE-FECHA-ADMISION
           MOVE HORA-SESION(1:6) TO LLE-HORA-ADMISION
           MOVE REG-LLEGADA TO TLL-REGISTRO(WK-IDX-ELEGIDA)

           PERFORM 230-REGRABAR-LLEGADAS
           PERFORM 240-ANOTAR-ADMISION
           PERFORM 250-AVISAR-SUCURSAL

           ADD 1 TO CONT-ADMITIDAS
           DISPLAY "ADMITIDA A LA CORRIDA DEL " WK-FECHA-PROCESO ": "
                   LLE-NOMBRE.

       230-REGRABAR-LLEGADAS.
           OPEN OUTPUT ARCHIVO-LLEGADAS

           IF FS-LLEGADAS NOT = '00'
               DISPLAY "ERROR REESCRIBIENDO LLEGADAS-FUENTES.DAT: "
                       FS-LLEGADAS
               STOP RUN
           END-IF

           PERFORM VARYING WK-IDX-LLEGADA FROM 1 BY 1
                   UNTIL WK-IDX-LLEGADA > CONT-LLEGADAS
               WRITE REG-LLEGADA FROM TLL-REGISTRO(WK-IDX-LLEGADA)
           END-PERFORM

           CLOSE ARCHIVO-LLEGADAS

           MOVE TLL-REGISTRO(WK-IDX-ELEGIDA) TO REG-LLEGADA.

      * ADMISIONES-TARDIAS.DAT NUNCA SE TRUNCA Y CADA LINEA VA
      * SELLADA, COMO TODA CONSTANCIA DE UNA EXCEPCION AUTORIZADA.
       240-ANOTAR-ADMISION.
           OPEN EXTEND ARCHIVO-ADMISIONES

           IF FS-ADMISIONES = '35'
               OPEN OUTPUT ARCHIVO-ADMISIONES
               CLOSE ARCHIVO-ADMISIONES
               OPEN EXTEND ARCHIVO-ADMISIONES
           END-IF

           IF FS-ADMISIONES NOT = '00'
               DISPLAY "ERROR ABRIENDO ADMISIONES-TARDIAS.DAT: "
                       FS-ADMISIONES
               STOP RUN
           END-IF

           MOVE FECHA-SESION       TO ADT-FECHA
           MOVE HORA-SESION(1:6)   TO ADT-HORA
           MOVE WK-OPERADOR        TO ADT-SUPERVISOR
           MOVE LLE-NOMBRE         TO ADT-NOMBRE
           MOVE LLE-ORIGEN         TO ADT-ORIGEN
           MOVE LLE-SUCURSAL       TO ADT-SUCURSAL
           MOVE LLE-FECHA-PROCESO  TO ADT-FECHA-PROCESO
           MOVE LLE-FECHA-LLEGADA  TO ADT-FECHA-LLEGADA
           MOVE LLE-HORA-LLEGADA   TO ADT-HORA-LLEGADA
           MOVE LLE-HORA-CORTE     TO ADT-HORA-CORTE
           MOVE LLE-DIFERIDA       TO ADT-DIFERIDA
           MOVE WK-MOTIVO          TO ADT-MOTIVO
           CALL "SELLA-BITACORA" USING WK-SELLO-BITACORA
                                       REG-ADMISION
                                       WK-SELLO-LARGO
                                       ADT-SECUENCIA
                                       ADT-SELLO
           IF ADT-SECUENCIA = ZEROS
               DISPLAY "ERROR: SIN SELLO PARA "
                       WK-SELLO-BITACORA
               DISPLAY "NO SE GRABA; PROCESO DETENIDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE REG-ADMISION

           CLOSE ARCHIVO-ADMISIONES.

      * LA SUCURSAL YA TIENE EL AVISO DE LA LLEGADA TARDIA; SE LE
      * AGREGA QUE EL ARCHIVO ENTRA IGUAL ESTA NOCHE.
       250-AVISAR-SUCURSAL.
           MOVE LLE-SUCURSAL TO WK-SUCURSAL-AVISO
           MOVE SPACES TO WK-NOMBRE-AVISO
           STRING "TARDIAS-SUC-" WK-SUCURSAL-AVISO "-"
                  LLE-FECHA-PROCESO ".TXT"
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
           STRING "ARCHIVO " LLE-NOMBRE " (" LLE-ORIGEN ")"
               DELIMITED BY "  " INTO REG-AVISO
           WRITE REG-AVISO
           MOVE SPACES TO REG-AVISO
           STRING "  ADMITIDO A LA CORRIDA DEL " LLE-FECHA-PROCESO
                  " POR EL SUPERVISOR " WK-OPERADOR " EL "
                  FECHA-SESION " A LAS " HORA-SESION(1:2) ":"
                  HORA-SESION(3:2)
               DELIMITED BY SIZE INTO REG-AVISO
           WRITE REG-AVISO
           MOVE SPACES TO REG-AVISO
           STRING "  MOTIVO: " WK-MOTIVO
               DELIMITED BY SIZE INTO REG-AVISO
           WRITE REG-AVISO

           CLOSE ARCHIVO-AVISO.

       300-FINALIZAR.
           DISPLAY " "
           DISPLAY "DIFERIDAS ADMITIDAS: " CONT-ADMITIDAS
           IF CONT-ADMITIDAS > ZEROS
               DISPLAY "CONSTANCIA EN: ADMISIONES-TARDIAS.DAT"
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
                       WK-NIVEL-REQUERIDO " QUE EXIGE ESTE PROGRAMA"
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
               MOVE "ADMITE-DIFERIDA"    TO INT-PROGRAMA
               MOVE WK-NIVEL-OPERADOR    TO INT-NIVEL
               MOVE WK-NIVEL-REQUERIDO   TO INT-NIVEL-REQUERIDO
               WRITE REG-INTENTO
               CLOSE ARCHIVO-INTENTOS
           END-IF.

      * CON EL CERROJO PUESTO LA CADENA ESTA CORRIENDO Y LA MEZCLA
      * DE ESTA NOCHE PUEDE HABER PASADO: SE SIGUE SOLO SI EL
      * SUPERVISOR LO CONFIRMA, SABIENDO QUE LA ADMITIDA PUEDE
      * ENTRAR RECIEN LA NOCHE SIGUIENTE.
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
           DISPLAY "SI LA MEZCLA YA CORRIO, LO ADMITIDO ENTRA LA"
                   " NOCHE SIGUIENTE. SEGUIR? (S/N): "
           ACCEPT WK-RESPUESTA-CERROJO
           IF WK-RESPUESTA-CERROJO NOT = 'S'
               STOP RUN
           END-IF.
