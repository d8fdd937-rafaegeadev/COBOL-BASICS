       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRIBA-SANCIONES.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: COTEJO COMPLETO CONTRA LA LISTA DE SANCIONES
      * PROPOSITO: CORRE EN LA CADENA (Y A MANO CUANDO CUMPLIMIENTO
      *            DEJA UNA LISTA NUEVA). SI LA VERSION DE
      *            LISTA-SANCIONES.DAT (FECHA DE SU CABECERA) NO ES
      *            LA ULTIMA YA COTEJADA SEGUN CRIBA-CONTROL.DAT,
      *            PASA TODAS LAS CUENTAS NO CERRADAS DE MAESTRO.DAT
      *            -- NOMBRE DEL MAESTRO Y DOCUMENTO DE CONTACTOS.DAT,
      *            MAS NOMBRE Y DOCUMENTO DE CADA INTERVINIENTE DE LA
      *            CUENTA EN TITULARES.DAT (COTITULARES, FIRMANTES,
      *            BENEFICIARIOS) -- POR COTEJA-LISTAS, QUE ENCOLA EN
      *            CRIBA-COLA.DAT CADA COINCIDENCIA NUEVA PARA SU
      *            REVISION EN MANTEN-CRIBA. CON LA LISTA YA COTEJADA
      *            SOLO COTEJA LOS INTERVINIENTES DADOS DE ALTA DESDE
      *            EL ULTIMO COTEJO: LAS CUENTAS NUEVAS YA SE COTEJAN
      *            EN LA PUERTA (GENERA-MAESTRO, CONFIRMA-PENDIENTES),
      *            PERO LOS INTERVINIENTES SE AGREGAN DESPUES, EN
      *            MANTEN-CONTACTOS, Y NINGUNA PUERTA LOS VE.
      *            UNA LISTA SIN CABECERA SE COTEJA SIEMPRE, CON AVISO.
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

           SELECT ARCHIVO-LISTA
               ASSIGN TO "LISTA-SANCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LISTA.

           SELECT ARCHIVO-CONTROL
               ASSIGN TO "CRIBA-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL.

           SELECT ARCHIVO-MAESTRO
               ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO-MAESTRO
               FILE STATUS IS FS-MAESTRO.

           SELECT ARCHIVO-CONTACTOS
               ASSIGN TO "CONTACTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-CODIGO
               FILE STATUS IS FS-CONTACTOS.

      * INTERVINIENTES DE CADA CUENTA: UN START EN EL CODIGO Y
      * LECTURA SECUENCIAL HASTA QUE CAMBIE, COMO EN MANTEN-CONTACTOS.
           SELECT ARCHIVO-TITULARES
               ASSIGN TO "TITULARES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CLAVE
               FILE STATUS IS FS-TITULARES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-FECHA-PROCESO.
       01  REG-FECHA-PROCESO.
           05 FPR-FECHA            PIC 9(8).

      * SOLO INTERESA LA CABECERA; EL DETALLE LO LEE COTEJA-LISTAS.
       FD  ARCHIVO-LISTA.
       01  REG-LISTA.
           05 LIS-TIPO             PIC X(1).
              88 LIS-CABECERA      VALUE 'H'.
           05 LIS-VERSION          PIC 9(8).
           05 LIS-ORIGEN           PIC X(30).
           05 FILLER               PIC X(28).

      * ULTIMA VERSION COTEJADA COMPLETA, CON SU FECHA Y RESULTADO.
       FD  ARCHIVO-CONTROL.
       01  REG-CONTROL.
           05 CTL-VERSION          PIC 9(8).
           05 CTL-ORIGEN           PIC X(30).
           05 CTL-FECHA            PIC 9(8).
           05 CTL-CUENTAS          PIC 9(7).
           05 CTL-COINCIDENCIAS    PIC 9(5).

       FD  ARCHIVO-MAESTRO.
       01  REG-MAESTRO.
           05 CODIGO-MAESTRO       PIC 9(5).
           05 NOMBRE-MAESTRO       PIC X(30).
           05 SALDO-MAESTRO        PIC S9(7)V99.
           05 ESTADO-MAESTRO       PIC X(01).
              88 MAESTRO-CERRADO   VALUE 'C'.
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

      * MISMO LAYOUT QUE MANTEN-CONTACTOS.CBL.
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

       WORKING-STORAGE SECTION.
       01  FS-FECHA-PROCESO        PIC XX.
       01  FILE-STATUS.
           05 FS-LISTA             PIC XX.
           05 FS-CONTROL           PIC XX.
           05 FS-MAESTRO           PIC XX.
           05 FS-CONTACTOS         PIC XX.
           05 FS-TITULARES         PIC XX.

       01  SWITCHES.
           05 SW-FIN-MAESTRO       PIC X VALUE 'N'.
              88 FIN-MAESTRO       VALUE 'S'.
           05 SW-HAY-CONTACTOS     PIC X VALUE 'N'.
              88 HAY-CONTACTOS     VALUE 'S'.
           05 SW-HAY-TITULARES     PIC X VALUE 'N'.
              88 HAY-TITULARES     VALUE 'S'.
           05 SW-FIN-TITULARES     PIC X VALUE 'N'.
              88 FIN-TITULARES     VALUE 'S'.
      * 'S' LISTA NUEVA, SE COTEJA TODO; 'N' LISTA YA COTEJADA, SOLO
      * LOS INTERVINIENTES NUEVOS.
           05 SW-COTEJO-COMPLETO   PIC X VALUE 'S'.
              88 COTEJO-COMPLETO   VALUE 'S'.

       01  CONTADORES.
           05 CONT-LEIDAS          PIC 9(7) VALUE ZEROS.
           05 CONT-COTEJADAS       PIC 9(7) VALUE ZEROS.
           05 CONT-INTERVINIENTES  PIC 9(7) VALUE ZEROS.
           05 CONT-CERRADAS        PIC 9(7) VALUE ZEROS.
           05 CONT-NUEVAS          PIC 9(5) VALUE ZEROS.
           05 CONT-YA-PENDIENTES   PIC 9(5) VALUE ZEROS.
           05 CONT-CONFIRMADAS     PIC 9(5) VALUE ZEROS.
           05 CONT-DESCARTADAS     PIC 9(5) VALUE ZEROS.

       01  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
       01  WK-VERSION-LISTA        PIC 9(8) VALUE ZEROS.
       01  WK-ORIGEN-LISTA         PIC X(30) VALUE SPACES.
       01  WK-VERSION-COTEJADA     PIC 9(8) VALUE ZEROS.
      * DEL ULTIMO COTEJO: SU FECHA (DESDE ELLA CUENTAN LAS ALTAS DE
      * INTERVINIENTES) Y LO QUE DEJO, QUE SE CONSERVA SI ESTA VUELTA
      * SOLO COTEJA ALTAS.
       01  WK-FECHA-COTEJADA       PIC 9(8) VALUE ZEROS.
       01  WK-CUENTAS-COTEJADAS    PIC 9(7) VALUE ZEROS.
       01  WK-COINCIDENCIAS-ANT    PIC 9(5) VALUE ZEROS.

      * PARAMETROS DE COTEJA-LISTAS.
       01  WK-CL-DOCUMENTO         PIC X(15) VALUE SPACES.
       01  WK-CL-ORIGEN            PIC X(1) VALUE 'N'.
       01  WK-CL-VEREDICTO         PIC X(1) VALUE SPACE.
       01  WK-CL-REFERENCIA        PIC X(10) VALUE SPACES.
       01  WK-CL-CODIGO            PIC 9(5) VALUE ZEROS.
       01  WK-CL-NOMBRE            PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           IF COTEJO-COMPLETO
               PERFORM 200-RECORRER-MAESTRO
           ELSE
               PERFORM 250-COTEJAR-ALTAS
           END-IF
           PERFORM 280-ANOTAR-CONTROL
           PERFORM 300-FINALIZAR
           GOBACK.

       100-INICIALIZAR.
           DISPLAY "COTEJO CONTRA LISTA DE SANCIONES..."
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

      * SIN LISTA NO HAY NADA QUE COTEJAR; NO ES MOTIVO PARA
      * DETENER LA CADENA.
           OPEN INPUT ARCHIVO-LISTA

           IF FS-LISTA = '35'
               DISPLAY "AVISO: SIN LISTA-SANCIONES.DAT, NO SE COTEJA"
               GOBACK
           END-IF

           IF FS-LISTA NOT = '00'
               DISPLAY "ERROR ABRIENDO LISTA-SANCIONES: " FS-LISTA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           READ ARCHIVO-LISTA
               AT END
                   CONTINUE
               NOT AT END
                   IF LIS-CABECERA
                       MOVE LIS-VERSION TO WK-VERSION-LISTA
                       MOVE LIS-ORIGEN  TO WK-ORIGEN-LISTA
                   END-IF
           END-READ
           CLOSE ARCHIVO-LISTA

           OPEN INPUT ARCHIVO-CONTROL
           IF FS-CONTROL = '00'
               READ ARCHIVO-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-VERSION       TO WK-VERSION-COTEJADA
                       MOVE CTL-FECHA         TO WK-FECHA-COTEJADA
                       MOVE CTL-CUENTAS       TO WK-CUENTAS-COTEJADAS
                       MOVE CTL-COINCIDENCIAS TO WK-COINCIDENCIAS-ANT
               END-READ
               CLOSE ARCHIVO-CONTROL
           END-IF

           EVALUATE TRUE
               WHEN WK-VERSION-LISTA = ZEROS
                   DISPLAY "AVISO: LISTA-SANCIONES.DAT SIN CABECERA,"
                           " SE COTEJA EL MAESTRO COMPLETO"
               WHEN WK-VERSION-LISTA = WK-VERSION-COTEJADA
                   MOVE 'N' TO SW-COTEJO-COMPLETO
               WHEN OTHER
                   DISPLAY "LISTA NUEVA " WK-VERSION-LISTA " ("
                           WK-ORIGEN-LISTA
                           "), SE COTEJA EL MAESTRO COMPLETO"
           END-EVALUATE

           OPEN INPUT ARCHIVO-MAESTRO

           IF FS-MAESTRO NOT = '00'
               DISPLAY "ERROR ABRIENDO MAESTRO: " FS-MAESTRO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * SIN CONTACTOS SE COTEJA SOLO EL NOMBRE.
           OPEN INPUT ARCHIVO-CONTACTOS

           EVALUATE FS-CONTACTOS
               WHEN '00'
                   MOVE 'S' TO SW-HAY-CONTACTOS
               WHEN '35'
                   DISPLAY "AVISO: SIN CONTACTOS.DAT, SE COTEJAN SOLO"
                           " LOS NOMBRES"
               WHEN OTHER
                   DISPLAY "ERROR ABRIENDO CONTACTOS: " FS-CONTACTOS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE

      * SIN TITULARES.DAT TODAS LAS CUENTAS TIENEN UN SOLO TITULAR.
           OPEN INPUT ARCHIVO-TITULARES

           EVALUATE FS-TITULARES
               WHEN '00'
                   MOVE 'S' TO SW-HAY-TITULARES
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR ABRIENDO TITULARES: " FS-TITULARES
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE

           IF NOT COTEJO-COMPLETO
               IF HAY-TITULARES
                   DISPLAY "LISTA " WK-VERSION-LISTA
                           " YA COTEJADA, SOLO INTERVINIENTES DADOS DE"
                           " ALTA DESDE " WK-FECHA-COTEJADA
               ELSE
                   DISPLAY "LISTA " WK-VERSION-LISTA
                           " YA COTEJADA, NADA QUE HACER"
                   CLOSE ARCHIVO-MAESTRO
                   IF HAY-CONTACTOS
                       CLOSE ARCHIVO-CONTACTOS
                   END-IF
                   GOBACK
               END-IF
           END-IF.

       200-RECORRER-MAESTRO.
           PERFORM 210-LEER-MAESTRO
           PERFORM UNTIL FIN-MAESTRO
               ADD 1 TO CONT-LEIDAS
               IF MAESTRO-CERRADO
                   ADD 1 TO CONT-CERRADAS
               ELSE
                   PERFORM 220-COTEJAR-CUENTA
               END-IF
               PERFORM 210-LEER-MAESTRO
           END-PERFORM.

       210-LEER-MAESTRO.
           READ ARCHIVO-MAESTRO NEXT RECORD
               AT END
                   MOVE 'S' TO SW-FIN-MAESTRO
           END-READ.

       220-COTEJAR-CUENTA.
           MOVE CODIGO-MAESTRO TO WK-CL-CODIGO
           MOVE NOMBRE-MAESTRO TO WK-CL-NOMBRE
           MOVE SPACES TO WK-CL-DOCUMENTO
           IF HAY-CONTACTOS
               MOVE CODIGO-MAESTRO TO CON-CODIGO
               READ ARCHIVO-CONTACTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CON-DOCUMENTO TO WK-CL-DOCUMENTO
               END-READ
           END-IF

           PERFORM 230-LLAMAR-COTEJO
           ADD 1 TO CONT-COTEJADAS

           IF HAY-TITULARES
               PERFORM 222-COTEJAR-INTERVINIENTES
           END-IF.

      * TODOS LOS INTERVINIENTES DE LA CUENTA, CUALQUIERA SEA SU ROL.
       222-COTEJAR-INTERVINIENTES.
           MOVE 'N' TO SW-FIN-TITULARES
           MOVE CODIGO-MAESTRO TO TIT-CODIGO
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
                       IF TIT-CODIGO NOT = CODIGO-MAESTRO
                           MOVE 'S' TO SW-FIN-TITULARES
                       ELSE
                           PERFORM 224-COTEJAR-INTERVINIENTE
                       END-IF
               END-READ
           END-PERFORM.

       224-COTEJAR-INTERVINIENTE.
           MOVE TIT-CODIGO    TO WK-CL-CODIGO
           MOVE TIT-NOMBRE    TO WK-CL-NOMBRE
           MOVE TIT-DOCUMENTO TO WK-CL-DOCUMENTO
           PERFORM 230-LLAMAR-COTEJO
           ADD 1 TO CONT-INTERVINIENTES.

       230-LLAMAR-COTEJO.
           CALL "COTEJA-LISTAS" USING WK-CL-CODIGO
                                      WK-CL-NOMBRE
                                      WK-CL-DOCUMENTO
                                      WK-CL-ORIGEN
                                      WK-CL-VEREDICTO
                                      WK-CL-REFERENCIA

           EVALUATE WK-CL-VEREDICTO
               WHEN 'N'
                   ADD 1 TO CONT-NUEVAS
                   DISPLAY "COINCIDENCIA NUEVA: CUENTA " WK-CL-CODIGO
                           " " WK-CL-NOMBRE " LISTA "
                           WK-CL-REFERENCIA
               WHEN 'P'
                   ADD 1 TO CONT-YA-PENDIENTES
               WHEN 'C'
                   ADD 1 TO CONT-CONFIRMADAS
               WHEN 'D'
                   ADD 1 TO CONT-DESCARTADAS
           END-EVALUATE.

      * CON LA LISTA YA COTEJADA: LOS INTERVINIENTES DADOS DE ALTA
      * DESDE EL DIA DEL ULTIMO COTEJO (ESE DIA INCLUIDO; UNO YA
      * ENCOLADO NO SE REPITE) EN CUENTAS NO CERRADAS.
       250-COTEJAR-ALTAS.
           MOVE 'N' TO SW-FIN-TITULARES
           PERFORM UNTIL FIN-TITULARES
               READ ARCHIVO-TITULARES NEXT RECORD
                   AT END
                       MOVE 'S' TO SW-FIN-TITULARES
                   NOT AT END
                       IF TIT-FECHA-ALTA >= WK-FECHA-COTEJADA
                           PERFORM 255-COTEJAR-ALTA
                       END-IF
               END-READ
           END-PERFORM.

       255-COTEJAR-ALTA.
           MOVE TIT-CODIGO TO CODIGO-MAESTRO
           READ ARCHIVO-MAESTRO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF MAESTRO-CERRADO
               EXIT PARAGRAPH
           END-IF
           PERFORM 224-COTEJAR-INTERVINIENTE.

      * LA VERSION QUEDA ANOTADA AUNQUE NO HAYA COINCIDENCIAS: ASI LA
      * PROXIMA NOCHE NO SE REPITE EL COTEJO COMPLETO. UNA VUELTA DE
      * SOLO ALTAS CONSERVA LO DEL ULTIMO COTEJO COMPLETO Y SUMA SUS
      * COINCIDENCIAS; LA FECHA PASA A SER LA DE HOY.
       280-ANOTAR-CONTROL.
           OPEN OUTPUT ARCHIVO-CONTROL

           IF FS-CONTROL NOT = '00'
               DISPLAY "ERROR ABRIENDO CRIBA-CONTROL: " FS-CONTROL
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WK-VERSION-LISTA TO CTL-VERSION
           MOVE WK-ORIGEN-LISTA  TO CTL-ORIGEN
           MOVE WK-FECHA-HOY     TO CTL-FECHA
           IF COTEJO-COMPLETO
               MOVE CONT-COTEJADAS TO CTL-CUENTAS
               MOVE CONT-NUEVAS    TO CTL-COINCIDENCIAS
           ELSE
               MOVE WK-CUENTAS-COTEJADAS TO CTL-CUENTAS
               COMPUTE CTL-COINCIDENCIAS =
                   WK-COINCIDENCIAS-ANT + CONT-NUEVAS
           END-IF
           WRITE REG-CONTROL
           CLOSE ARCHIVO-CONTROL.

      * COTEJA-LISTAS GUARDA LISTA Y COLA EN MEMORIA: SE CANCELA PARA
      * QUE LA PROXIMA VUELTA DE LA CADENA LAS RELEA.
       300-FINALIZAR.
           CLOSE ARCHIVO-MAESTRO
           IF HAY-CONTACTOS
               CLOSE ARCHIVO-CONTACTOS
           END-IF
           IF HAY-TITULARES
               CLOSE ARCHIVO-TITULARES
           END-IF
           CANCEL "COTEJA-LISTAS"

           DISPLAY "COTEJO DE SANCIONES FINALIZADO"
           DISPLAY "CUENTAS LEIDAS:          " CONT-LEIDAS
           DISPLAY "CERRADAS (NO SE COTEJAN): " CONT-CERRADAS
           DISPLAY "CUENTAS COTEJADAS:       " CONT-COTEJADAS
           DISPLAY "INTERVINIENTES COTEJADOS: " CONT-INTERVINIENTES
           DISPLAY "COINCIDENCIAS NUEVAS:    " CONT-NUEVAS
           DISPLAY "YA PENDIENTES DE REVISAR: " CONT-YA-PENDIENTES
           DISPLAY "CONFIRMADAS ANTES:       " CONT-CONFIRMADAS
           DISPLAY "DESCARTADAS ANTES:       " CONT-DESCARTADAS
           DISPLAY "COLA DE REVISION EN: CRIBA-COLA.DAT".
