       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINCRONIZA-OPERADORES.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: SINCRONIZACION DE OPERADORES CON EL ROSTER
      * PROPOSITO: CRUZA OPERADORES.DAT CON EL PERSONAL DE
      *            ROSTER.DAT (REGISTROS CON IDENTIFICADOR, QUE ES EL
      *            MISMO OPE-ID; EL ULTIMO DE CADA UNO ES EL QUE
      *            VALE). APLICA SOLO DOS COSAS:
      *            -- EL PERSONAL ACTIVO QUE NO TIENE OPERADOR SE DA
      *               DE ALTA CON NIVEL 1 (CONSULTA).
      *            -- EL OPERADOR CUYO EMPLEADO ESTA DE BAJA QUEDA
      *               CON OPE-ESTADO 'B' Y NINGUN PROGRAMA LO ADMITE.
      *            LO DEMAS SE LISTA EN SINCRONIZA-OPERADORES.TXT
      *            PARA QUE SEGURIDAD LO CONFIRME A MANO: OPERADORES
      *            SIN FICHA EN EL ROSTER, PUESTOS QUE PIDEN OTRO
      *            NIVEL DEL QUE TIENEN, EMPLEADOS DE LICENCIA Y
      *            OPERADORES DE BAJA QUE EL ROSTER DA POR ACTIVOS.
      *            NIVEL DE CADA PUESTO: CO 1, CA 2, OP 2, SU 3.
      *            OPERADORES.DAT SE REESCRIBE ENTERO, Y SOLO SI
      *            HUBO ALTAS O BAJAS.
      *            EXIGE NIVEL DE SUPERVISOR.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-OPERADORES
               ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

      * INTENTOS DE OPERACION RECHAZADOS POR NIVEL INSUFICIENTE:
      * CADA NEGATIVA QUEDA ANOTADA CON OPERADOR, PROGRAMA Y NIVEL.
           SELECT ARCHIVO-INTENTOS
               ASSIGN TO "INTENTOS-RECHAZADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INTENTOS.

           SELECT ARCHIVO-ROSTER
               ASSIGN TO "ROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ROSTER.

           SELECT ARCHIVO-SALIDA
               ASSIGN TO "SINCRONIZA-OPERADORES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SALIDA.

       DATA DIVISION.
       FILE SECTION.
      * EL REGISTRO COMPLETO, PORQUE SE REESCRIBE: OPE-SUCURSAL Y
      * OPE-ESTADO SE CONSERVAN TAL COMO ESTABAN (SALVO LA BAJA).
       FD  ARCHIVO-OPERADORES.
       01  REG-OPERADOR.
           05 OPE-ID               PIC X(8).
           05 OPE-NOMBRE           PIC X(30).
           05 OPE-NIVEL            PIC X(1).
           05 OPE-SUCURSAL         PIC X(3).
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

      * EL TRAZADO QUE GRABA VARIABLES-Y-EVALUATE. ALUMNOS Y
      * PROFESORES TRAEN EL IDENTIFICADOR EN BLANCO Y SE SALTAN.
      * SITUACION 'A' ACTIVO, 'L' DE LICENCIA, 'B' DE BAJA.
       FD  ARCHIVO-ROSTER.
       01  REG-ROSTER.
           05 ROS-TIPO             PIC X(1).
           05 ROS-NOMBRE           PIC X(8).
           05 ROS-APELLIDO1        PIC X(10).
           05 ROS-APELLIDO2        PIC X(10).
           05 ROS-TELEFONO1        PIC X(9).
           05 ROS-TELEFONO2        PIC X(9).
           05 ROS-EDAD             PIC 9(3).
           05 ROS-ID-PERSONAL      PIC X(8).
           05 ROS-SITUACION        PIC X(1).
           05 ROS-PUESTO           PIC X(2).

       FD  ARCHIVO-SALIDA.
       01  REG-SALIDA              PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-OPERADORES        PIC XX.
           05 FS-ROSTER            PIC XX.
           05 FS-SALIDA            PIC XX.

       01  SWITCHES.
           05 SW-OPERADOR-VALIDO   PIC X VALUE 'N'.
              88 OPERADOR-VALIDO   VALUE 'S'.
           05 SW-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 SW-HALLADO           PIC X VALUE 'N'.
              88 HALLADO           VALUE 'S'.
           05 SW-DESBORDE          PIC X VALUE 'N'.
              88 DESBORDE          VALUE 'S'.

       01  CONTADORES.
           05 CONT-LEIDOS-ROSTER   PIC 9(5) VALUE ZEROS.
           05 CONT-ALTAS           PIC 9(5) VALUE ZEROS.
           05 CONT-BAJAS           PIC 9(5) VALUE ZEROS.
           05 CONT-SIN-FICHA       PIC 9(5) VALUE ZEROS.
           05 CONT-CAMBIOS-PUESTO  PIC 9(5) VALUE ZEROS.
           05 CONT-LICENCIAS       PIC 9(5) VALUE ZEROS.
           05 CONT-REINGRESOS      PIC 9(5) VALUE ZEROS.

      * EL PERSONAL DEL ROSTER, UNA ENTRADA POR IDENTIFICADOR.
       01  WK-MAX-PERSONAL         PIC 9(4) VALUE 1000.
       01  CONT-PERSONAL           PIC 9(4) VALUE ZEROS.
       01  TABLA-PERSONAL.
           05 ENTRADA-PERSONAL     OCCURS 1 TO 1000 TIMES
                                   DEPENDING ON CONT-PERSONAL.
              10 TP-ID             PIC X(8).
              10 TP-NOMBRE         PIC X(30).
              10 TP-SITUACION      PIC X(1).
                 88 TP-ACTIVO      VALUE 'A'.
                 88 TP-DE-LICENCIA VALUE 'L'.
                 88 TP-DE-BAJA     VALUE 'B'.
              10 TP-PUESTO         PIC X(2).
              10 TP-CON-OPERADOR   PIC X(1).
                 88 TP-EMPAREJADO  VALUE 'S'.

      * LOS OPERADORES ENTEROS EN MEMORIA, PORQUE SE REESCRIBEN AL
      * FINAL. SI NO CABEN NO SE TOCA NADA.
       01  WK-MAX-OPERADORES       PIC 9(3) VALUE 500.
       01  CONT-OPERADORES         PIC 9(3) VALUE ZEROS.
       01  TABLA-OPERADORES.
           05 ENTRADA-OPERADOR     OCCURS 1 TO 500 TIMES
                                   DEPENDING ON CONT-OPERADORES.
              10 TO-ID             PIC X(8).
              10 TO-NOMBRE         PIC X(30).
              10 TO-NIVEL          PIC X(1).
              10 TO-SUCURSAL       PIC X(3).
              10 TO-ESTADO         PIC X(1).
                 88 TO-DADO-DE-BAJA VALUE 'B'.

      * NIVEL DE OPE-NIVEL QUE CORRESPONDE A CADA PUESTO.
       01  TABLA-PUESTOS-VALORES.
           05 FILLER               PIC X(3) VALUE 'CO1'.
           05 FILLER               PIC X(3) VALUE 'CA2'.
           05 FILLER               PIC X(3) VALUE 'OP2'.
           05 FILLER               PIC X(3) VALUE 'SU3'.
       01  TABLA-PUESTOS REDEFINES TABLA-PUESTOS-VALORES.
           05 ENTRADA-PUESTO       OCCURS 4 TIMES.
              10 TU-PUESTO         PIC X(2).
              10 TU-NIVEL          PIC X(1).

       01  WK-INDICE               PIC 9(4) VALUE ZEROS.
       01  WK-INDICE-PERSONAL      PIC 9(4) VALUE ZEROS.
       01  WK-INDICE-PUESTO        PIC 9(1) VALUE ZEROS.
       01  WK-NIVEL-PUESTO         PIC X(1) VALUE SPACE.
       01  WK-NOMBRE-ARMADO        PIC X(30) VALUE SPACES.
       01  WK-OPERADOR             PIC X(8) VALUE SPACES.

       01  DATOS-DE-SESION.
           05 FECHA-SESION         PIC 9(8).
           05 HORA-SESION          PIC 9(8).

      * CONTROL DE NIVEL DE AUTORIZACION: ESTE PROGRAMA EXIGE NIVEL
      * 3 EN OPERADORES.DAT; UN INTENTO CON NIVEL INSUFICIENTE SE
      * RECHAZA Y QUEDA EN INTENTOS-RECHAZADOS.DAT.
       01  FS-INTENTOS             PIC XX.
       01  WK-NIVEL-OPERADOR       PIC X(1) VALUE SPACE.
       01  WK-NIVEL-NUMERICO       PIC 9(1) VALUE ZERO.
       01  WK-NIVEL-REQUERIDO      PIC 9(1) VALUE 3.
       01  WK-FECHA-INTENTO        PIC 9(8) VALUE ZEROS.
       01  WK-HORA-INTENTO         PIC 9(8) VALUE ZEROS.

      * LA CLAVE DEL OPERADOR LA PIDE Y COTEJA VERIFICA-CLAVE.CBL
      * (BLOQUEO POR FALLOS, VENCIMIENTO Y CAMBIO OBLIGADO).
      * EL NOMBRE VA ABREVIADO A LOS 18 CARACTERES DEL CAMPO DE
      * PROGRAMA EN INTENTOS-RECHAZADOS.DAT.
       01  WK-CLAVE-PROGRAMA       PIC X(18) VALUE
           "SINCRONIZA-OPERAD".
       01  WK-CLAVE-VEREDICTO      PIC X(1) VALUE SPACE.
           88 CLAVE-ACEPTADA       VALUE 'S'.

       01  LINEA-TITULO.
           05 FILLER               PIC X(45)
              VALUE 'SINCRONIZACION DE OPERADORES CON EL ROSTER AL'.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LT-FECHA             PIC 9(8).
           05 FILLER               PIC X(4) VALUE ' POR'.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LT-OPERADOR          PIC X(8).

       01  LINEA-COLUMNAS.
           05 FILLER               PIC X(10) VALUE 'OPERADOR'.
           05 FILLER               PIC X(32) VALUE 'NOMBRE'.
           05 FILLER               PIC X(38) VALUE 'NOVEDAD'.

       01  LINEA-DETALLE.
           05 LDE-OPERADOR         PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LDE-NOMBRE           PIC X(30).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LDE-NOVEDAD          PIC X(38).

       01  LINEA-TOTAL.
           05 LTO-TEXTO            PIC X(40).
           05 LTO-CANTIDAD         PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 200-CARGAR-ROSTER
           PERFORM 210-CARGAR-OPERADORES
           PERFORM 220-COTEJAR-OPERADORES
           PERFORM 240-ALTAS-DE-PERSONAL
           PERFORM 300-FINALIZAR
           STOP RUN.

       100-INICIALIZAR.
           DISPLAY "========================================"
           DISPLAY "  SINCRONIZACION DE OPERADORES"
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
           ACCEPT HORA-SESION  FROM TIME

           OPEN OUTPUT ARCHIVO-SALIDA

           IF FS-SALIDA NOT = '00'
               DISPLAY "ERROR ABRIENDO SINCRONIZA-OPERADORES.TXT: "
                       FS-SALIDA
               STOP RUN
           END-IF

           MOVE FECHA-SESION TO LT-FECHA
           MOVE WK-OPERADOR  TO LT-OPERADOR
           WRITE REG-SALIDA FROM LINEA-TITULO
           MOVE SPACES TO REG-SALIDA
           WRITE REG-SALIDA
           WRITE REG-SALIDA FROM LINEA-COLUMNAS.

      * SIN ROSTER NO HAY CONTRA QUE CRUZAR: TODOS LOS OPERADORES
      * SALDRIAN SIN FICHA, ASI QUE NO SE SIGUE.
       200-CARGAR-ROSTER.
           OPEN INPUT ARCHIVO-ROSTER

           IF FS-ROSTER NOT = '00'
               DISPLAY "ERROR ABRIENDO ROSTER.DAT: " FS-ROSTER
               CLOSE ARCHIVO-SALIDA
               STOP RUN
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-ROSTER
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-LEIDOS-ROSTER
                       IF ROS-ID-PERSONAL NOT = SPACES
                           PERFORM 205-ANOTAR-EMPLEADO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-ROSTER

           IF DESBORDE
               DISPLAY "ROSTER.DAT EXCEDE " WK-MAX-PERSONAL
                       " EMPLEADOS, NO SE TOCA NADA"
               CLOSE ARCHIVO-SALIDA
               STOP RUN
           END-IF

           IF CONT-PERSONAL = ZEROS
               DISPLAY "ROSTER.DAT NO TIENE PERSONAL CON IDENTIFICADOR"
               CLOSE ARCHIVO-SALIDA
               STOP RUN
           END-IF.

      * CADA NOVEDAD ES UN REGISTRO MAS: LA ULTIMA DE CADA
      * IDENTIFICADOR PISA A LAS ANTERIORES.
       205-ANOTAR-EMPLEADO.
           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-INDICE-PERSONAL FROM 1 BY 1
                   UNTIL WK-INDICE-PERSONAL > CONT-PERSONAL
                   OR HALLADO
               IF TP-ID(WK-INDICE-PERSONAL) = ROS-ID-PERSONAL
                   MOVE 'S' TO SW-HALLADO
               END-IF
           END-PERFORM

           IF HALLADO
               SUBTRACT 1 FROM WK-INDICE-PERSONAL
           ELSE
               IF CONT-PERSONAL >= WK-MAX-PERSONAL
                   MOVE 'S' TO SW-DESBORDE
                   MOVE 'S' TO SW-FIN-ARCHIVO
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CONT-PERSONAL
               MOVE CONT-PERSONAL TO WK-INDICE-PERSONAL
               MOVE ROS-ID-PERSONAL TO TP-ID(WK-INDICE-PERSONAL)
               MOVE 'N' TO TP-CON-OPERADOR(WK-INDICE-PERSONAL)
           END-IF

           MOVE SPACES TO WK-NOMBRE-ARMADO
           STRING ROS-NOMBRE    DELIMITED BY SPACE
                  " "           DELIMITED BY SIZE
                  ROS-APELLIDO1 DELIMITED BY SPACE
                  " "           DELIMITED BY SIZE
                  ROS-APELLIDO2 DELIMITED BY SPACE
               INTO WK-NOMBRE-ARMADO
           END-STRING
           MOVE WK-NOMBRE-ARMADO TO TP-NOMBRE(WK-INDICE-PERSONAL)
           MOVE ROS-SITUACION    TO TP-SITUACION(WK-INDICE-PERSONAL)
           MOVE ROS-PUESTO       TO TP-PUESTO(WK-INDICE-PERSONAL).

       210-CARGAR-OPERADORES.
           OPEN INPUT ARCHIVO-OPERADORES

           IF FS-OPERADORES = '35'
               DISPLAY "AVISO: SIN OPERADORES.DAT, TODO EL PERSONAL"
                       " ACTIVO SE DA DE ALTA"
               EXIT PARAGRAPH
           END-IF

           IF FS-OPERADORES NOT = '00'
               DISPLAY "ERROR ABRIENDO OPERADORES: " FS-OPERADORES
               CLOSE ARCHIVO-SALIDA
               STOP RUN
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-OPERADORES
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF CONT-OPERADORES >= WK-MAX-OPERADORES
                           MOVE 'S' TO SW-DESBORDE
                           MOVE 'S' TO SW-FIN-ARCHIVO
                       ELSE
                           ADD 1 TO CONT-OPERADORES
                           MOVE REG-OPERADOR
                               TO ENTRADA-OPERADOR(CONT-OPERADORES)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-OPERADORES

           IF DESBORDE
               DISPLAY "OPERADORES.DAT EXCEDE " WK-MAX-OPERADORES
                       " OPERADORES, NO SE TOCA NADA"
               CLOSE ARCHIVO-SALIDA
               STOP RUN
           END-IF.

       220-COTEJAR-OPERADORES.
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-OPERADORES
               PERFORM 225-COTEJAR-UN-OPERADOR
           END-PERFORM.

      * UN OPERADOR SIN FICHA PUEDE SER UN USUARIO DE SISTEMA O
      * ALGUIEN QUE NUNCA SE CARGO EN EL ROSTER: NO SE LE TOCA, SE
      * LISTA. LA LICENCIA TAMPOCO LO INHABILITA.
       225-COTEJAR-UN-OPERADOR.
           MOVE TO-ID(WK-INDICE)     TO LDE-OPERADOR
           MOVE TO-NOMBRE(WK-INDICE) TO LDE-NOMBRE

           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-INDICE-PERSONAL FROM 1 BY 1
                   UNTIL WK-INDICE-PERSONAL > CONT-PERSONAL
                   OR HALLADO
               IF TP-ID(WK-INDICE-PERSONAL) = TO-ID(WK-INDICE)
                   MOVE 'S' TO SW-HALLADO
               END-IF
           END-PERFORM

           IF NOT HALLADO
               IF NOT TO-DADO-DE-BAJA(WK-INDICE)
                   ADD 1 TO CONT-SIN-FICHA
                   MOVE "A CONFIRMAR: SIN FICHA EN EL ROSTER"
                       TO LDE-NOVEDAD
                   WRITE REG-SALIDA FROM LINEA-DETALLE
               END-IF
               EXIT PARAGRAPH
           END-IF

           SUBTRACT 1 FROM WK-INDICE-PERSONAL
           MOVE 'S' TO TP-CON-OPERADOR(WK-INDICE-PERSONAL)

           EVALUATE TRUE
               WHEN TP-DE-BAJA(WK-INDICE-PERSONAL)
                   IF NOT TO-DADO-DE-BAJA(WK-INDICE)
                       MOVE 'B' TO TO-ESTADO(WK-INDICE)
                       ADD 1 TO CONT-BAJAS
                       MOVE "BAJA APLICADA: EMPLEADO DE BAJA"
                           TO LDE-NOVEDAD
                       WRITE REG-SALIDA FROM LINEA-DETALLE
                   END-IF
                   EXIT PARAGRAPH
               WHEN TO-DADO-DE-BAJA(WK-INDICE)
                   ADD 1 TO CONT-REINGRESOS
                   MOVE "A CONFIRMAR: DE BAJA, ACTIVO EN ROSTER"
                       TO LDE-NOVEDAD
                   WRITE REG-SALIDA FROM LINEA-DETALLE
                   EXIT PARAGRAPH
               WHEN TP-DE-LICENCIA(WK-INDICE-PERSONAL)
                   ADD 1 TO CONT-LICENCIAS
                   MOVE "AVISO: EMPLEADO DE LICENCIA"
                       TO LDE-NOVEDAD
                   WRITE REG-SALIDA FROM LINEA-DETALLE
           END-EVALUATE

           PERFORM 230-NIVEL-DEL-PUESTO

           IF WK-NIVEL-PUESTO NOT = TO-NIVEL(WK-INDICE)
               ADD 1 TO CONT-CAMBIOS-PUESTO
               MOVE SPACES TO LDE-NOVEDAD
               STRING "A CONFIRMAR: NIVEL "  DELIMITED BY SIZE
                      TO-NIVEL(WK-INDICE)    DELIMITED BY SIZE
                      ", PUESTO "            DELIMITED BY SIZE
                      TP-PUESTO(WK-INDICE-PERSONAL)
                                             DELIMITED BY SIZE
                      " PIDE "               DELIMITED BY SIZE
                      WK-NIVEL-PUESTO        DELIMITED BY SIZE
                   INTO LDE-NOVEDAD
               END-STRING
               WRITE REG-SALIDA FROM LINEA-DETALLE
           END-IF.

      * PUESTO DESCONOCIDO O EN BLANCO: NIVEL '?', QUE NUNCA
      * COINCIDE Y SALE A CONFIRMAR.
       230-NIVEL-DEL-PUESTO.
           MOVE '?' TO WK-NIVEL-PUESTO
           PERFORM VARYING WK-INDICE-PUESTO FROM 1 BY 1
                   UNTIL WK-INDICE-PUESTO > 4
               IF TU-PUESTO(WK-INDICE-PUESTO) =
                  TP-PUESTO(WK-INDICE-PERSONAL)
                   MOVE TU-NIVEL(WK-INDICE-PUESTO) TO WK-NIVEL-PUESTO
               END-IF
           END-PERFORM.

      * EL ALTA ES SIEMPRE CON NIVEL 1, SEA CUAL SEA EL PUESTO: UN
      * NIVEL MAYOR LO DA SEGURIDAD, QUE LO VE EN EL LISTADO.
       240-ALTAS-DE-PERSONAL.
           PERFORM VARYING WK-INDICE-PERSONAL FROM 1 BY 1
                   UNTIL WK-INDICE-PERSONAL > CONT-PERSONAL
               IF TP-ACTIVO(WK-INDICE-PERSONAL)
                  AND NOT TP-EMPAREJADO(WK-INDICE-PERSONAL)
                   PERFORM 245-DAR-DE-ALTA
               END-IF
           END-PERFORM.

       245-DAR-DE-ALTA.
           IF CONT-OPERADORES >= WK-MAX-OPERADORES
               DISPLAY "SIN LUGAR PARA DAR DE ALTA A "
                       TP-ID(WK-INDICE-PERSONAL)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-OPERADORES
           ADD 1 TO CONT-ALTAS
           MOVE TP-ID(WK-INDICE-PERSONAL)
               TO TO-ID(CONT-OPERADORES)
           MOVE TP-NOMBRE(WK-INDICE-PERSONAL)
               TO TO-NOMBRE(CONT-OPERADORES)
           MOVE '1'    TO TO-NIVEL(CONT-OPERADORES)
           MOVE SPACES TO TO-SUCURSAL(CONT-OPERADORES)
           MOVE 'A'    TO TO-ESTADO(CONT-OPERADORES)

           MOVE TO-ID(CONT-OPERADORES)     TO LDE-OPERADOR
           MOVE TO-NOMBRE(CONT-OPERADORES) TO LDE-NOMBRE
           PERFORM 230-NIVEL-DEL-PUESTO
           MOVE SPACES TO LDE-NOVEDAD
           IF WK-NIVEL-PUESTO = '1'
               MOVE "ALTA APLICADA CON NIVEL 1" TO LDE-NOVEDAD
           ELSE
               ADD 1 TO CONT-CAMBIOS-PUESTO
               STRING "ALTA NIVEL 1, PUESTO " DELIMITED BY SIZE
                      TP-PUESTO(WK-INDICE-PERSONAL)
                                              DELIMITED BY SIZE
                      " PIDE "                DELIMITED BY SIZE
                      WK-NIVEL-PUESTO         DELIMITED BY SIZE
                   INTO LDE-NOVEDAD
               END-STRING
           END-IF
           WRITE REG-SALIDA FROM LINEA-DETALLE.

       300-FINALIZAR.
           MOVE SPACES TO REG-SALIDA
           WRITE REG-SALIDA
           MOVE "EMPLEADOS EN EL ROSTER:"      TO LTO-TEXTO
           MOVE CONT-PERSONAL                  TO LTO-CANTIDAD
           WRITE REG-SALIDA FROM LINEA-TOTAL
           MOVE "ALTAS APLICADAS (NIVEL 1):"   TO LTO-TEXTO
           MOVE CONT-ALTAS                     TO LTO-CANTIDAD
           WRITE REG-SALIDA FROM LINEA-TOTAL
           MOVE "BAJAS APLICADAS:"             TO LTO-TEXTO
           MOVE CONT-BAJAS                     TO LTO-CANTIDAD
           WRITE REG-SALIDA FROM LINEA-TOTAL
           MOVE "A CONFIRMAR - SIN FICHA EN EL ROSTER:"
                                               TO LTO-TEXTO
           MOVE CONT-SIN-FICHA                 TO LTO-CANTIDAD
           WRITE REG-SALIDA FROM LINEA-TOTAL
           MOVE "A CONFIRMAR - NIVEL DISTINTO AL PUESTO:"
                                               TO LTO-TEXTO
           MOVE CONT-CAMBIOS-PUESTO            TO LTO-CANTIDAD
           WRITE REG-SALIDA FROM LINEA-TOTAL
           MOVE "A CONFIRMAR - DE BAJA Y ACTIVOS:" TO LTO-TEXTO
           MOVE CONT-REINGRESOS                TO LTO-CANTIDAD
           WRITE REG-SALIDA FROM LINEA-TOTAL
           MOVE "EMPLEADOS DE LICENCIA:"       TO LTO-TEXTO
           MOVE CONT-LICENCIAS                 TO LTO-CANTIDAD
           WRITE REG-SALIDA FROM LINEA-TOTAL

           CLOSE ARCHIVO-SALIDA

           DISPLAY " "
           DISPLAY "ALTAS APLICADAS:           " CONT-ALTAS
           DISPLAY "BAJAS APLICADAS:           " CONT-BAJAS
           DISPLAY "SIN FICHA EN EL ROSTER:    " CONT-SIN-FICHA
           DISPLAY "NIVEL DISTINTO AL PUESTO:  " CONT-CAMBIOS-PUESTO
           DISPLAY "DE BAJA Y ACTIVOS:         " CONT-REINGRESOS
           DISPLAY "LISTADO EN: SINCRONIZA-OPERADORES.TXT"

           IF CONT-ALTAS = ZEROS AND CONT-BAJAS = ZEROS
               DISPLAY "OPERADORES.DAT SIN CAMBIOS"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ARCHIVO-OPERADORES

           IF FS-OPERADORES NOT = '00'
               DISPLAY "ERROR REESCRIBIENDO OPERADORES: "
                       FS-OPERADORES
               STOP RUN
           END-IF

           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-OPERADORES
               MOVE ENTRADA-OPERADOR(WK-INDICE) TO REG-OPERADOR
               WRITE REG-OPERADOR
           END-PERFORM

           CLOSE ARCHIVO-OPERADORES

           DISPLAY "OPERADORES.DAT REESCRITO".

      * EL OPERADOR DEBE FIGURAR EN OPERADORES.DAT PARA PODER
      * SINCRONIZAR, Y NO PUEDE ESTAR DADO DE BAJA.
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

           PERFORM 9510-EXIGIR-NIVEL.

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
               MOVE "SINCRONIZA-OPERAD" TO INT-PROGRAMA
               MOVE WK-NIVEL-OPERADOR    TO INT-NIVEL
               MOVE WK-NIVEL-REQUERIDO   TO INT-NIVEL-REQUERIDO
               WRITE REG-INTENTO
               CLOSE ARCHIVO-INTENTOS
           END-IF.
