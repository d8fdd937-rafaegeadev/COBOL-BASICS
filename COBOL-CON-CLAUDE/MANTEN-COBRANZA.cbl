       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTEN-COBRANZA.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: MESA DE RECUPERO (COLA DE COBRANZA)
      * PROPOSITO: LA MESA DE RECUPERO TRABAJA AQUI LOS CASOS QUE
      *            SIGUE-MORA ABRE CADA NOCHE EN COBRANZA-CASOS.DAT
      *            (CUENTAS BAJO CERO Y PRESTAMOS CON CUOTAS
      *            IMPAGAS): LISTA LOS ABIERTOS POR TRAMO DE ATRASO,
      *            MUESTRA UN CASO CON SU HISTORIA, Y ANOTA CADA
      *            INTENTO DE CONTACTO (CANAL Y RESULTADO) Y CADA
      *            PROMESA DE PAGO (FECHA E IMPORTE). AQUI NO SE
      *            ABRE NI SE CIERRA NINGUN CASO: LOS CIERRA LA
      *            CADENA CUANDO LA POSICION SALE DE MORA. CADA
      *            GESTION QUEDA EN COBRANZA-GESTIONES.DAT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-OPERADORES
               ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

      * CERROJO DE CORRIDA: MIENTRAS LA CADENA NOCTURNA LO TENGA
      * PUESTO, EL MANTENIMIENTO EN LINEA NO TOCA EL MAESTRO NI LAS
      * TASAS (YA CASI CORROMPIMOS EL INDEXADO DOS VECES ASI).
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

           SELECT ARCHIVO-CASOS
               ASSIGN TO "COBRANZA-CASOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CASOS.

           SELECT ARCHIVO-GESTIONES
               ASSIGN TO "COBRANZA-GESTIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GESTIONES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-OPERADORES.
       01  REG-OPERADOR.
           05 OPE-ID               PIC X(8).
           05 OPE-NOMBRE           PIC X(30).
           05 OPE-NIVEL            PIC X(1).
      * OPE-ESTADO 'B': OPERADOR DADO DE BAJA (YA NO TRABAJA EN LA
      * CASA), NINGUN PROGRAMA LO ADMITE; EN BLANCO (TABLA ANTERIOR
      * AL CAMPO) O 'A', ACTIVO. LA OFICINA SOLO LA USA
      * REVISA-ACTIVIDAD.
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

      * CASOS DE COBRANZA: 'A' ABIERTO, 'C' CERRADO. LA PROMESA DE
      * PAGO VIGENTE ES 'V'; 'R' ROTA (VENCIO SIN QUE EL CASO SE
      * CERRARA); ESPACIO SIN PROMESA.
       FD  ARCHIVO-CASOS.
       01  REG-CASO.
           05 CAS-NUMERO           PIC 9(5).
           05 CAS-CODIGO           PIC 9(5).
           05 CAS-ORIGEN           PIC X(1).
           05 CAS-PRESTAMO         PIC 9(5).
           05 CAS-SUCURSAL         PIC 9(3).
           05 CAS-ESTADO           PIC X(1).
           05 CAS-FECHA-APERTURA   PIC 9(8).
           05 CAS-FECHA-CIERRE     PIC 9(8).
           05 CAS-FECHA-INICIO     PIC 9(8).
           05 CAS-DIAS             PIC 9(5).
           05 CAS-DEUDA            PIC 9(7)V99.
           05 CAS-DEUDA-PICO       PIC 9(7)V99.
           05 CAS-TRAMO            PIC X(5).
           05 CAS-ULTIMA-GESTION   PIC 9(8).
           05 CAS-PROMESA-FECHA    PIC 9(8).
           05 CAS-PROMESA-IMPORTE  PIC 9(7)V99.
           05 CAS-PROMESA-ESTADO   PIC X(1).

      * BITACORA DE GESTIONES DEL CASO: 'A' APERTURA, 'X' CIERRE,
      * 'R' PROMESA ROTA (LAS TRES LAS ESCRIBE LA CADENA), 'C'
      * CONTACTO Y 'P' PROMESA (LAS ANOTA LA MESA DE RECUPERO).
       FD  ARCHIVO-GESTIONES.
       01  REG-GESTION.
           05 GES-CASO             PIC 9(5).
           05 GES-FECHA            PIC 9(8).
           05 GES-HORA             PIC 9(6).
           05 GES-OPERADOR         PIC X(8).
           05 GES-TIPO             PIC X(1).
           05 GES-CANAL            PIC X(1).
           05 GES-RESULTADO        PIC X(30).
           05 GES-PROMESA-FECHA    PIC 9(8).
           05 GES-PROMESA-IMPORTE  PIC 9(7)V99.
           05 GES-SECUENCIA        PIC 9(9).
           05 GES-SELLO            PIC 9(18).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-OPERADORES        PIC XX.
           05 FS-CASOS             PIC XX.
           05 FS-GESTIONES         PIC XX.

       01  SWITCHES.
           05 SW-OPERADOR-VALIDO   PIC X VALUE 'N'.
              88 OPERADOR-VALIDO   VALUE 'S'.
           05 SW-FIN-CASOS         PIC X VALUE 'N'.
              88 FIN-CASOS         VALUE 'S'.
           05 SW-FIN-GESTIONES     PIC X VALUE 'N'.
              88 FIN-GESTIONES     VALUE 'S'.
           05 SW-HALLADO           PIC X VALUE 'N'.
              88 HALLADO           VALUE 'S'.

       01  CONTADORES.
           05 CONT-CONTACTOS       PIC 9(5) VALUE ZEROS.
           05 CONT-PROMESAS        PIC 9(5) VALUE ZEROS.

       01  WK-MAX-CASOS            PIC 9(5) VALUE 5000.
       01  CONT-CASOS              PIC 9(5) VALUE ZEROS.
       01  TABLA-CASOS.
           05 ENTRADA-CASO         OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-CASOS.
              10 TK-NUMERO         PIC 9(5).
              10 TK-CODIGO         PIC 9(5).
              10 TK-ORIGEN         PIC X(1).
              10 TK-PRESTAMO       PIC 9(5).
              10 TK-SUCURSAL       PIC 9(3).
              10 TK-ESTADO         PIC X(1).
                 88 TK-ABIERTO     VALUE 'A'.
              10 TK-FECHA-APERTURA PIC 9(8).
              10 TK-FECHA-CIERRE   PIC 9(8).
              10 TK-FECHA-INICIO   PIC 9(8).
              10 TK-DIAS           PIC 9(5).
              10 TK-DEUDA          PIC 9(7)V99.
              10 TK-DEUDA-PICO     PIC 9(7)V99.
              10 TK-TRAMO          PIC X(5).
              10 TK-ULTIMA-GESTION PIC 9(8).
              10 TK-PROMESA-FECHA  PIC 9(8).
              10 TK-PROMESA-IMPORTE PIC 9(7)V99.
              10 TK-PROMESA-ESTADO PIC X(1).

       01  WK-INDICE               PIC 9(5) VALUE ZEROS.
       01  WK-IDX-CASO             PIC 9(5) VALUE ZEROS.
       01  WK-ACCION               PIC X(1) VALUE SPACE.
           88 ACCION-LISTAR        VALUE 'L'.
           88 ACCION-VER           VALUE 'V'.
           88 ACCION-CONTACTO      VALUE 'C'.
           88 ACCION-PROMESA       VALUE 'P'.
           88 ACCION-FIN           VALUE 'F'.
       01  WK-CASO-PEDIDO          PIC 9(5) VALUE ZEROS.
       01  WK-TRAMO-PEDIDO         PIC X(5) VALUE SPACES.
       01  WK-CANAL                PIC X(1) VALUE SPACE.
           88 CANAL-VALIDO         VALUES 'T', 'V', 'C', 'E'.
       01  WK-RESULTADO            PIC X(30) VALUE SPACES.
       01  WK-PROMESA-FECHA        PIC 9(8) VALUE ZEROS.
       01  WK-PROMESA-IMPORTE      PIC 9(7)V99 VALUE ZEROS.
       01  WK-OPERADOR             PIC X(8) VALUE SPACES.
       01  WK-IMPORTE-EDITADO      PIC Z,ZZZ,ZZ9.99.
       01  WK-PICO-EDITADO         PIC Z,ZZZ,ZZ9.99.

       01  DATOS-DE-SESION.
           05 FECHA-SESION         PIC 9(8).
           05 HORA-SESION          PIC 9(8).

      * CONTROL DE NIVEL DE AUTORIZACION: ESTE PROGRAMA EXIGE NIVEL
      * 2 EN OPERADORES.DAT; UN INTENTO CON NIVEL INSUFICIENTE SE
      * RECHAZA Y QUEDA EN INTENTOS-RECHAZADOS.DAT.
       01  FS-INTENTOS             PIC XX.
       01  WK-NIVEL-OPERADOR       PIC X(1) VALUE SPACE.
       01  WK-NIVEL-NUMERICO       PIC 9(1) VALUE ZERO.
       01  WK-NIVEL-REQUERIDO      PIC 9(1) VALUE 2.
       01  WK-FECHA-INTENTO        PIC 9(8) VALUE ZEROS.
       01  WK-HORA-INTENTO         PIC 9(8) VALUE ZEROS.

      * LA CLAVE DEL OPERADOR LA PIDE Y COTEJA VERIFICA-CLAVE.CBL
      * (BLOQUEO POR FALLOS, VENCIMIENTO Y CAMBIO OBLIGADO).
       01  WK-CLAVE-PROGRAMA       PIC X(18) VALUE
           "MANTEN-COBRANZA".
       01  WK-CLAVE-VEREDICTO      PIC X(1) VALUE SPACE.
           88 CLAVE-ACEPTADA       VALUE 'S'.

       01  FS-CERROJO              PIC XX.
       01  WK-RESPUESTA-CERROJO    PIC X(1) VALUE SPACE.

      * BITACORA SELLADA (VER SELLA-BITACORA): NOMBRE DEL ARCHIVO
      * Y POSICIONES DE DATOS ANTES DE LA SECUENCIA Y EL SELLO.
       01  WK-SELLO-BITACORA       PIC X(30) VALUE
           "COBRANZA-GESTIONES.DAT".
       01  WK-SELLO-LARGO          PIC 9(3) VALUE 076.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 200-CICLO-DE-MANTENIMIENTO
           PERFORM 300-FINALIZAR
           STOP RUN.

       100-INICIALIZAR.
           DISPLAY "========================================"
           DISPLAY "  MESA DE RECUPERO - COLA DE COBRANZA"
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

           PERFORM 110-CARGAR-CASOS

           OPEN EXTEND ARCHIVO-GESTIONES

           IF FS-GESTIONES = '35'
               OPEN OUTPUT ARCHIVO-GESTIONES
               CLOSE ARCHIVO-GESTIONES
               OPEN EXTEND ARCHIVO-GESTIONES
           END-IF

           IF FS-GESTIONES NOT = '00'
               DISPLAY "ERROR ABRIENDO COBRANZA-GESTIONES: "
                       FS-GESTIONES
               STOP RUN
           END-IF.

       110-CARGAR-CASOS.
           OPEN INPUT ARCHIVO-CASOS

           IF FS-CASOS = '35'
               DISPLAY "NO HAY CASOS DE COBRANZA ABIERTOS TODAVIA"
               EXIT PARAGRAPH
           END-IF

           IF FS-CASOS NOT = '00'
               DISPLAY "ERROR ABRIENDO COBRANZA-CASOS: " FS-CASOS
               STOP RUN
           END-IF

           PERFORM UNTIL FIN-CASOS
               READ ARCHIVO-CASOS
                   AT END
                       MOVE 'S' TO SW-FIN-CASOS
                   NOT AT END
                       IF CONT-CASOS >= WK-MAX-CASOS
                           DISPLAY "COBRANZA-CASOS.DAT EXCEDE "
                                   WK-MAX-CASOS " CASOS"
                           STOP RUN
                       END-IF
                       ADD 1 TO CONT-CASOS
                       MOVE CAS-NUMERO   TO TK-NUMERO(CONT-CASOS)
                       MOVE CAS-CODIGO   TO TK-CODIGO(CONT-CASOS)
                       MOVE CAS-ORIGEN   TO TK-ORIGEN(CONT-CASOS)
                       MOVE CAS-PRESTAMO TO TK-PRESTAMO(CONT-CASOS)
                       MOVE CAS-SUCURSAL TO TK-SUCURSAL(CONT-CASOS)
                       MOVE CAS-ESTADO   TO TK-ESTADO(CONT-CASOS)
                       MOVE CAS-FECHA-APERTURA
                           TO TK-FECHA-APERTURA(CONT-CASOS)
                       MOVE CAS-FECHA-CIERRE
                           TO TK-FECHA-CIERRE(CONT-CASOS)
                       MOVE CAS-FECHA-INICIO
                           TO TK-FECHA-INICIO(CONT-CASOS)
                       MOVE CAS-DIAS     TO TK-DIAS(CONT-CASOS)
                       MOVE CAS-DEUDA    TO TK-DEUDA(CONT-CASOS)
                       MOVE CAS-DEUDA-PICO
                           TO TK-DEUDA-PICO(CONT-CASOS)
                       MOVE CAS-TRAMO    TO TK-TRAMO(CONT-CASOS)
                       MOVE CAS-ULTIMA-GESTION
                           TO TK-ULTIMA-GESTION(CONT-CASOS)
                       MOVE CAS-PROMESA-FECHA
                           TO TK-PROMESA-FECHA(CONT-CASOS)
                       MOVE CAS-PROMESA-IMPORTE
                           TO TK-PROMESA-IMPORTE(CONT-CASOS)
                       MOVE CAS-PROMESA-ESTADO
                           TO TK-PROMESA-ESTADO(CONT-CASOS)
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CASOS.

       200-CICLO-DE-MANTENIMIENTO.
           MOVE SPACE TO WK-ACCION
           PERFORM UNTIL ACCION-FIN
               DISPLAY " "
               DISPLAY "L=LISTAR V=VER C=CONTACTO P=PROMESA F=FIN: "
               ACCEPT WK-ACCION
               EVALUATE TRUE
                   WHEN ACCION-LISTAR
                       PERFORM 210-LISTAR-CASOS
                   WHEN ACCION-VER
                       PERFORM 220-VER-CASO
                   WHEN ACCION-CONTACTO
                       PERFORM 230-ANOTAR-CONTACTO
                   WHEN ACCION-PROMESA
                       PERFORM 240-ANOTAR-PROMESA
                   WHEN ACCION-FIN
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ACCION NO RECONOCIDA"
               END-EVALUATE
           END-PERFORM.

      * LA COLA: SOLO CASOS ABIERTOS, DE UN TRAMO O DE TODOS.
       210-LISTAR-CASOS.
           DISPLAY "TRAMO (01-30/31-60/61-90/90+, BLANCO = TODOS): "
           ACCEPT WK-TRAMO-PEDIDO

           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CASOS
               IF TK-ABIERTO(WK-INDICE)
                   AND (WK-TRAMO-PEDIDO = SPACES
                        OR TK-TRAMO(WK-INDICE) = WK-TRAMO-PEDIDO)
                   MOVE TK-DEUDA(WK-INDICE) TO WK-IMPORTE-EDITADO
                   DISPLAY "  " TK-NUMERO(WK-INDICE)
                           " CTA " TK-CODIGO(WK-INDICE)
                           " " TK-ORIGEN(WK-INDICE)
                           " " TK-TRAMO(WK-INDICE)
                           " " TK-DIAS(WK-INDICE) "D"
                           " " WK-IMPORTE-EDITADO
                           " ULT " TK-ULTIMA-GESTION(WK-INDICE)
                           " PROM " TK-PROMESA-ESTADO(WK-INDICE)
               END-IF
           END-PERFORM.

       215-BUSCAR-CASO.
           DISPLAY "NUMERO DE CASO: "
           ACCEPT WK-CASO-PEDIDO

           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-IDX-CASO FROM 1 BY 1
                   UNTIL WK-IDX-CASO > CONT-CASOS
                   OR HALLADO
               IF TK-NUMERO(WK-IDX-CASO) = WK-CASO-PEDIDO
                   MOVE 'S' TO SW-HALLADO
               END-IF
           END-PERFORM

           IF HALLADO
               SUBTRACT 1 FROM WK-IDX-CASO
           ELSE
               DISPLAY "EL CASO " WK-CASO-PEDIDO " NO EXISTE"
           END-IF.

       220-VER-CASO.
           PERFORM 215-BUSCAR-CASO
           IF NOT HALLADO
               EXIT PARAGRAPH
           END-IF

           MOVE TK-DEUDA(WK-IDX-CASO) TO WK-IMPORTE-EDITADO
           MOVE TK-DEUDA-PICO(WK-IDX-CASO) TO WK-PICO-EDITADO
           DISPLAY "----------------------------------------"
           DISPLAY "CASO:        " TK-NUMERO(WK-IDX-CASO)
                   "  ESTADO: " TK-ESTADO(WK-IDX-CASO)
           DISPLAY "CUENTA:      " TK-CODIGO(WK-IDX-CASO)
                   "  SUC: " TK-SUCURSAL(WK-IDX-CASO)
                   "  ORIGEN: " TK-ORIGEN(WK-IDX-CASO)
                   "  PRESTAMO: " TK-PRESTAMO(WK-IDX-CASO)
           DISPLAY "EN MORA DESDE " TK-FECHA-INICIO(WK-IDX-CASO)
                   " (" TK-DIAS(WK-IDX-CASO) " DIAS, TRAMO "
                   TK-TRAMO(WK-IDX-CASO) ")"
           DISPLAY "DEUDA:       " WK-IMPORTE-EDITADO
                   "  PICO: " WK-PICO-EDITADO
           DISPLAY "ABIERTO:     " TK-FECHA-APERTURA(WK-IDX-CASO)
                   "  CERRADO: " TK-FECHA-CIERRE(WK-IDX-CASO)
           IF TK-PROMESA-ESTADO(WK-IDX-CASO) NOT = SPACE
               MOVE TK-PROMESA-IMPORTE(WK-IDX-CASO)
                   TO WK-IMPORTE-EDITADO
               DISPLAY "PROMESA:     " WK-IMPORTE-EDITADO
                       " AL " TK-PROMESA-FECHA(WK-IDX-CASO)
                       "  (" TK-PROMESA-ESTADO(WK-IDX-CASO) ")"
           END-IF
           DISPLAY "----------------------------------------"

      * LA HISTORIA SE LEE DE LA BITACORA, QUE SE VUELVE A ABRIR EN
      * EXTEND AL TERMINAR.
           CLOSE ARCHIVO-GESTIONES
           OPEN INPUT ARCHIVO-GESTIONES
           MOVE 'N' TO SW-FIN-GESTIONES
           PERFORM UNTIL FIN-GESTIONES
               READ ARCHIVO-GESTIONES
                   AT END
                       MOVE 'S' TO SW-FIN-GESTIONES
                   NOT AT END
                       IF GES-CASO = TK-NUMERO(WK-IDX-CASO)
                           DISPLAY "  " GES-FECHA " " GES-HORA
                                   " " GES-OPERADOR " " GES-TIPO
                                   GES-CANAL " " GES-RESULTADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-GESTIONES
           OPEN EXTEND ARCHIVO-GESTIONES.

       230-ANOTAR-CONTACTO.
           PERFORM 215-BUSCAR-CASO
           IF NOT HALLADO
               EXIT PARAGRAPH
           END-IF

           IF NOT TK-ABIERTO(WK-IDX-CASO)
               DISPLAY "EL CASO ESTA CERRADO"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CANAL (T=TELEFONO V=VISITA C=CARTA E=CORREO): "
           ACCEPT WK-CANAL
           IF NOT CANAL-VALIDO
               DISPLAY "CANAL NO RECONOCIDO"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "RESULTADO DEL CONTACTO (OBLIGATORIO): "
           ACCEPT WK-RESULTADO
           IF WK-RESULTADO = SPACES
               DISPLAY "SIN RESULTADO NO SE ANOTA"
               EXIT PARAGRAPH
           END-IF

           MOVE FECHA-SESION TO TK-ULTIMA-GESTION(WK-IDX-CASO)
           ADD 1 TO CONT-CONTACTOS
           MOVE 'C'          TO GES-TIPO
           MOVE WK-CANAL     TO GES-CANAL
           MOVE WK-RESULTADO TO GES-RESULTADO
           MOVE ZEROS        TO GES-PROMESA-FECHA
           MOVE ZEROS        TO GES-PROMESA-IMPORTE
           PERFORM 260-ESCRIBIR-GESTION
           DISPLAY "CONTACTO ANOTADO EN EL CASO " WK-CASO-PEDIDO.

      * UNA PROMESA NUEVA REEMPLAZA A LA ANTERIOR (CUMPLIDA O NO):
      * LA HISTORIA DE TODAS QUEDA EN LA BITACORA.
       240-ANOTAR-PROMESA.
           PERFORM 215-BUSCAR-CASO
           IF NOT HALLADO
               EXIT PARAGRAPH
           END-IF

           IF NOT TK-ABIERTO(WK-IDX-CASO)
               DISPLAY "EL CASO ESTA CERRADO"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "FECHA PROMETIDA (AAAAMMDD): "
           ACCEPT WK-PROMESA-FECHA
           DISPLAY "IMPORTE PROMETIDO (9999999.99): "
           ACCEPT WK-PROMESA-IMPORTE

           IF WK-PROMESA-FECHA < FECHA-SESION
               OR FUNCTION INTEGER-OF-DATE(WK-PROMESA-FECHA) = ZERO
               OR WK-PROMESA-IMPORTE = ZEROS
               DISPLAY "FECHA PASADA O INVALIDA, O IMPORTE EN CERO:"
                       " PROMESA NO ANOTADA"
               EXIT PARAGRAPH
           END-IF

           MOVE WK-PROMESA-FECHA   TO TK-PROMESA-FECHA(WK-IDX-CASO)
           MOVE WK-PROMESA-IMPORTE TO TK-PROMESA-IMPORTE(WK-IDX-CASO)
           MOVE 'V'                TO TK-PROMESA-ESTADO(WK-IDX-CASO)
           MOVE FECHA-SESION       TO TK-ULTIMA-GESTION(WK-IDX-CASO)
           ADD 1 TO CONT-PROMESAS
           MOVE WK-PROMESA-IMPORTE TO WK-IMPORTE-EDITADO
           MOVE 'P'                TO GES-TIPO
           MOVE SPACE              TO GES-CANAL
           MOVE SPACES             TO GES-RESULTADO
           STRING "PROMESA " WK-IMPORTE-EDITADO
               DELIMITED BY SIZE INTO GES-RESULTADO
           MOVE WK-PROMESA-FECHA   TO GES-PROMESA-FECHA
           MOVE WK-PROMESA-IMPORTE TO GES-PROMESA-IMPORTE
           PERFORM 260-ESCRIBIR-GESTION
           DISPLAY "PROMESA ANOTADA EN EL CASO " WK-CASO-PEDIDO.

       260-ESCRIBIR-GESTION.
           MOVE TK-NUMERO(WK-IDX-CASO) TO GES-CASO
           MOVE FECHA-SESION     TO GES-FECHA
           MOVE HORA-SESION(1:6) TO GES-HORA
           MOVE WK-OPERADOR      TO GES-OPERADOR
           CALL "SELLA-BITACORA" USING WK-SELLO-BITACORA
                                       REG-GESTION
                                       WK-SELLO-LARGO
                                       GES-SECUENCIA
                                       GES-SELLO
           IF GES-SECUENCIA = ZEROS
               DISPLAY "ERROR: SIN SELLO PARA "
                       WK-SELLO-BITACORA
               DISPLAY "NO SE GRABA; PROCESO DETENIDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE REG-GESTION.

       300-FINALIZAR.
           CLOSE ARCHIVO-GESTIONES

           OPEN OUTPUT ARCHIVO-CASOS

           IF FS-CASOS NOT = '00'
               DISPLAY "ERROR REESCRIBIENDO COBRANZA-CASOS: " FS-CASOS
               STOP RUN
           END-IF

           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CASOS
               MOVE TK-NUMERO(WK-INDICE)   TO CAS-NUMERO
               MOVE TK-CODIGO(WK-INDICE)   TO CAS-CODIGO
               MOVE TK-ORIGEN(WK-INDICE)   TO CAS-ORIGEN
               MOVE TK-PRESTAMO(WK-INDICE) TO CAS-PRESTAMO
               MOVE TK-SUCURSAL(WK-INDICE) TO CAS-SUCURSAL
               MOVE TK-ESTADO(WK-INDICE)   TO CAS-ESTADO
               MOVE TK-FECHA-APERTURA(WK-INDICE)
                   TO CAS-FECHA-APERTURA
               MOVE TK-FECHA-CIERRE(WK-INDICE) TO CAS-FECHA-CIERRE
               MOVE TK-FECHA-INICIO(WK-INDICE) TO CAS-FECHA-INICIO
               MOVE TK-DIAS(WK-INDICE)     TO CAS-DIAS
               MOVE TK-DEUDA(WK-INDICE)    TO CAS-DEUDA
               MOVE TK-DEUDA-PICO(WK-INDICE) TO CAS-DEUDA-PICO
               MOVE TK-TRAMO(WK-INDICE)    TO CAS-TRAMO
               MOVE TK-ULTIMA-GESTION(WK-INDICE)
                   TO CAS-ULTIMA-GESTION
               MOVE TK-PROMESA-FECHA(WK-INDICE)
                   TO CAS-PROMESA-FECHA
               MOVE TK-PROMESA-IMPORTE(WK-INDICE)
                   TO CAS-PROMESA-IMPORTE
               MOVE TK-PROMESA-ESTADO(WK-INDICE)
                   TO CAS-PROMESA-ESTADO
               WRITE REG-CASO
           END-PERFORM

           CLOSE ARCHIVO-CASOS

           DISPLAY " "
           DISPLAY "CONTACTOS ANOTADOS:    " CONT-CONTACTOS
           DISPLAY "PROMESAS ANOTADAS:     " CONT-PROMESAS
           DISPLAY "CONSTANCIA EN: COBRANZA-GESTIONES.DAT".

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
               MOVE "MANTEN-COBRANZA" TO INT-PROGRAMA
               MOVE WK-NIVEL-OPERADOR    TO INT-NIVEL
               MOVE WK-NIVEL-REQUERIDO   TO INT-NIVEL-REQUERIDO
               WRITE REG-INTENTO
               CLOSE ARCHIVO-INTENTOS
           END-IF.

      * CON EL CERROJO PUESTO SOLO UN SUPERVISOR PUEDE SEGUIR, Y
      * SOLO SI LO CONFIRMA EXPRESAMENTE (PARA EL DIA QUE LA CADENA
      * MUERA CON EL CERROJO EN LA MANO). TODOS LOS DEMAS VUELVEN
      * CUANDO LA NOCHE TERMINE.
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

           IF WK-NIVEL-OPERADOR NOT NUMERIC
               OR WK-NIVEL-NUMERICO >= 3
               DISPLAY "SUPERVISOR: TOMAR LOS CASOS IGUAL,"
                       " BAJO SU RESPONSABILIDAD? (S/N): "
               ACCEPT WK-RESPUESTA-CERROJO
               IF WK-RESPUESTA-CERROJO = 'S'
                   DISPLAY "CERROJO IGNORADO POR ORDEN EXPRESA"
                           " DEL SUPERVISOR"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "VUELVA CUANDO LA CADENA TERMINE Y SUELTE EL"
                   " CERROJO"
           STOP RUN.
