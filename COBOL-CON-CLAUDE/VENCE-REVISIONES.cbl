       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCE-REVISIONES.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: VENCIMIENTO DE LAS REVISIONES PERIODICAS
      * PROPOSITO: CORRE EN LA CADENA ANTES DEL CRUZADO. RECORRE
      *            CONTACTOS.DAT Y LISTA POR SUCURSAL, EN
      *            REVISIONES-PERIODICAS.TXT, LOS CLIENTES CUYA
      *            REVISION DE DOCUMENTACION VENCE EN LOS PROXIMOS
      *            DIAS (30 POR DEFECTO) Y LOS QUE YA LA TIENEN
      *            VENCIDA. UNA CUENTA CON LA REVISION VENCIDA HACE
      *            MAS DE LOS DIAS DE GRACIA (30 POR DEFECTO) PASA A
      *            'I' (SIN INGRESOS) POR EL MISMO CAMINO QUE
      *            CAMBIA-ESTADO: REWRITE DEL MAESTRO Y CONSTANCIA EN
      *            CAMBIOS-ESTADO.DAT CON EL MOTIVO "REVISION
      *            PERIODICA VENCIDA", QUE ES EL QUE REGISTRA-REVISION
      *            BUSCA PARA LEVANTARLA AL REGISTRAR LA REVISION.
      *            SOLO SE RESTRINGE UNA CUENTA ACTIVA: UNA YA
      *            BLOQUEADA, EMBARGADA, CON OTRA RESTRICCION O
      *            CERRADA SE LISTA SIN TOCAR.
      *            LOS CONTACTOS SIN NINGUNA REVISION REGISTRADA
      *            (CARGA EN BLOQUE O ANTERIORES AL CAMPO) NO TIENEN
      *            VENCIMIENTO: SOLO SE CUENTAN AL PIE PARA QUE LA
      *            OFICINA LES HAGA LA PRIMERA.
      *            DIAS DE AVISO Y DE GRACIA EN REVISION-PARAMETROS.DAT
      *            (EL MISMO QUE LEE PROXIMA-REVISION PARA LOS AÑOS).
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CONTACTOS
               ASSIGN TO "CONTACTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CON-CODIGO
               FILE STATUS IS FS-CONTACTOS.

           SELECT ARCHIVO-MAESTRO
               ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODIGO-MAESTRO
               FILE STATUS IS FS-MAESTRO.

           SELECT ARCHIVO-CAMBIOS-ESTADO
               ASSIGN TO "CAMBIOS-ESTADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMBIOS-ESTADO.

           SELECT ARCHIVO-PARAMETROS
               ASSIGN TO "REVISION-PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

      * FECHA DE PROCESO IMPUESTA (RECUPERACION MULTI-DIA): SI
      * EXISTE Y TRAE FECHA, MANDA SOBRE EL RELOJ.
           SELECT ARCHIVO-FECHA-PROCESO
               ASSIGN TO "FECHA-PROCESO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHA-PROCESO.

           SELECT ARCHIVO-SALIDA
               ASSIGN TO "REVISIONES-PERIODICAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SALIDA.

           SELECT ARCHIVO-CLASIFICACION
               ASSIGN TO "REVISIONES-TRABAJO.TMP".

       DATA DIVISION.
       FILE SECTION.
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

       FD  ARCHIVO-MAESTRO.
       01  REG-MAESTRO.
           05 CODIGO-MAESTRO       PIC 9(5).
           05 NOMBRE-MAESTRO       PIC X(30).
           05 SALDO-MAESTRO        PIC S9(7)V99.
           05 ESTADO-MAESTRO       PIC X(01).
              88 MAESTRO-ACTIVO    VALUES 'A', ' '.
              88 MAESTRO-CERRADO   VALUE 'C'.
           05 FECHA-ESTADO-MAESTRO PIC 9(8).
           05 MONEDA-MAESTRO       PIC X(3).
           05 SUCURSAL-MAESTRO     PIC 9(3).
           05 PRODUCTO-MAESTRO     PIC X(2).

       FD  ARCHIVO-CAMBIOS-ESTADO.
       01  REG-CAMBIO.
           05 CAM-CODIGO           PIC 9(5).
           05 CAM-ESTADO-ANTERIOR  PIC X(01).
           05 CAM-ESTADO-NUEVO     PIC X(01).
           05 CAM-MOTIVO           PIC X(30).
           05 CAM-OPERADOR         PIC X(08).
           05 CAM-FECHA            PIC 9(8).
           05 CAM-HORA             PIC 9(6).
           05 CAM-SECUENCIA        PIC 9(9).
           05 CAM-SELLO            PIC 9(18).

       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETROS.
           05 PRV-ANOS-ALTO        PIC 9(1).
           05 PRV-ANOS-MEDIO       PIC 9(1).
           05 PRV-ANOS-BAJO        PIC 9(1).
           05 PRV-DIAS-AVISO       PIC 9(3).
           05 PRV-DIAS-GRACIA      PIC 9(3).

       FD  ARCHIVO-FECHA-PROCESO.
       01  REG-FECHA-PROCESO.
           05 FPR-FECHA            PIC 9(8).

       FD  ARCHIVO-SALIDA.
       01  REG-SALIDA              PIC X(100).

      * UNA REVISION A LISTAR. DIAS NEGATIVOS: YA VENCIDA.
       SD  ARCHIVO-CLASIFICACION.
       01  REG-REVISION.
           05 REV-SUCURSAL         PIC 9(3).
           05 REV-PROXIMA          PIC 9(8).
           05 REV-CODIGO           PIC 9(5).
           05 REV-NOMBRE           PIC X(30).
           05 REV-RIESGO           PIC X(1).
           05 REV-ULTIMA           PIC 9(8).
           05 REV-DIAS             PIC S9(5).
           05 REV-ESTADO           PIC X(1).
           05 REV-ACCION           PIC X(1).
              88 REV-RESTRINGIDA-HOY VALUE 'R'.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-CONTACTOS         PIC XX.
           05 FS-MAESTRO           PIC XX.
           05 FS-CAMBIOS-ESTADO    PIC XX.
           05 FS-PARAMETROS        PIC XX.
           05 FS-FECHA-PROCESO     PIC XX.
           05 FS-SALIDA            PIC XX.

       01  SWITCHES.
           05 SW-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.

       01  CONTADORES.
           05 CONT-CONTACTOS       PIC 9(5) VALUE ZEROS.
           05 CONT-SIN-REVISION    PIC 9(5) VALUE ZEROS.
           05 CONT-POR-VENCER      PIC 9(5) VALUE ZEROS.
           05 CONT-VENCIDAS        PIC 9(5) VALUE ZEROS.
           05 CONT-RESTRINGIDAS    PIC 9(5) VALUE ZEROS.
           05 CONT-FUERA-MAESTRO   PIC 9(5) VALUE ZEROS.
           05 CONT-SUCURSAL        PIC 9(5) VALUE ZEROS.

      * DIAS DE AVISO ANTES DEL VENCIMIENTO Y DIAS DE GRACIA DESPUES
      * DE EL ANTES DE RESTRINGIR, REEMPLAZABLES POR PARAMETRO.
       01  WK-DIAS-AVISO           PIC 9(3) VALUE 30.
       01  WK-DIAS-GRACIA          PIC 9(3) VALUE 30.

       01  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
       01  WK-HORA-HOY             PIC 9(8) VALUE ZEROS.
       01  WK-DIA-ENT-HOY          PIC 9(7) VALUE ZEROS.
       01  WK-DIAS                 PIC S9(7) VALUE ZEROS.
       01  WK-DIAS-VENCIDA         PIC 9(7) VALUE ZEROS.
       01  WK-SUCURSAL-ANTERIOR    PIC 9(3) VALUE ZEROS.

      * LAS RESTRICCIONES DE LA CADENA QUEDAN A NOMBRE DE NOCTURNO;
      * EL MOTIVO ES EL QUE BUSCA REGISTRA-REVISION PARA LEVANTARLAS.
       01  WK-OPERADOR             PIC X(8) VALUE "NOCTURNO".
       01  WK-MOTIVO-RESTRICCION   PIC X(30) VALUE
           "REVISION PERIODICA VENCIDA".

       01  LINEA-TITULO.
           05 FILLER               PIC X(40)
              VALUE 'REVISIONES PERIODICAS DE CLIENTES AL '.
           05 LT-FECHA             PIC 9(8).

       01  LINEA-CRITERIO.
           05 FILLER               PIC X(16) VALUE 'VENCEN EN LOS   '.
           05 LCR-AVISO            PIC ZZ9.
           05 FILLER               PIC X(42)
              VALUE ' DIAS PROXIMOS O YA VENCIDAS; SE RESTRINGE'.
           05 FILLER               PIC X(08) VALUE ' A LOS  '.
           05 LCR-GRACIA           PIC ZZ9.
           05 FILLER               PIC X(16) VALUE ' DIAS DE VENCIDA'.

       01  LINEA-SUCURSAL.
           05 FILLER               PIC X(09) VALUE 'SUCURSAL '.
           05 LSU-SUCURSAL         PIC 9(3).
           05 LSU-NOTA             PIC X(30) VALUE SPACES.

       01  LINEA-COLUMNAS.
           05 FILLER               PIC X(09) VALUE '  CUENTA '.
           05 FILLER               PIC X(31) VALUE 'NOMBRE'.
           05 FILLER               PIC X(12) VALUE 'R ULTIMA'.
           05 FILLER               PIC X(10) VALUE 'PROXIMA'.
           05 FILLER               PIC X(09) VALUE 'SITUACION'.

       01  LINEA-DETALLE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LDE-CODIGO           PIC 9(5).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LDE-NOMBRE           PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LDE-RIESGO           PIC X(1).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LDE-ULTIMA           PIC 9(8).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LDE-PROXIMA          PIC 9(8).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LDE-SITUACION        PIC X(38).

       01  WK-DIAS-EDITADO         PIC ZZZZ9.

       01  LINEA-TOTAL-SUCURSAL.
           05 FILLER               PIC X(20)
              VALUE '  REVISIONES:       '.
           05 LTS-CANTIDAD         PIC ZZ,ZZ9.

      * BITACORA SELLADA (VER SELLA-BITACORA): NOMBRE DEL ARCHIVO
      * Y POSICIONES DE DATOS ANTES DE LA SECUENCIA Y EL SELLO.
       01  WK-SELLO-BITACORA       PIC X(30) VALUE "CAMBIOS-ESTADO.DAT".
       01  WK-SELLO-LARGO          PIC 9(3) VALUE 059.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           SORT ARCHIVO-CLASIFICACION
               ON ASCENDING KEY REV-SUCURSAL
                                REV-PROXIMA
                                REV-CODIGO
               INPUT PROCEDURE IS 200-REVISAR-CONTACTOS
               OUTPUT PROCEDURE IS 250-ESCRIBIR-REVISIONES
           PERFORM 300-FINALIZAR
           GOBACK.

       100-INICIALIZAR.
           DISPLAY "VENCIMIENTO DE REVISIONES PERIODICAS..."
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WK-HORA-HOY  FROM TIME

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

           COMPUTE WK-DIA-ENT-HOY =
               FUNCTION INTEGER-OF-DATE(WK-FECHA-HOY)

           OPEN INPUT ARCHIVO-PARAMETROS
           IF FS-PARAMETROS = '00'
               READ ARCHIVO-PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRV-DIAS-AVISO > ZEROS
                           MOVE PRV-DIAS-AVISO TO WK-DIAS-AVISO
                       END-IF
                       IF PRV-DIAS-GRACIA > ZEROS
                           MOVE PRV-DIAS-GRACIA TO WK-DIAS-GRACIA
                       END-IF
               END-READ
               CLOSE ARCHIVO-PARAMETROS
           END-IF

           DISPLAY "DIAS DE AVISO:  " WK-DIAS-AVISO
           DISPLAY "DIAS DE GRACIA: " WK-DIAS-GRACIA

      * SIN CONTACTOS NO HAY REVISIONES QUE VIGILAR: LA CADENA SIGUE.
           OPEN INPUT ARCHIVO-CONTACTOS

           IF FS-CONTACTOS = '35'
               DISPLAY "AVISO: SIN CONTACTOS.DAT, NO HAY REVISIONES"
                       " QUE VIGILAR"
               GOBACK
           END-IF

           IF FS-CONTACTOS NOT = '00'
               DISPLAY "ERROR ABRIENDO CONTACTOS: " FS-CONTACTOS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O ARCHIVO-MAESTRO

           IF FS-MAESTRO NOT = '00'
               DISPLAY "ERROR ABRIENDO MAESTRO: " FS-MAESTRO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * CAMBIOS-ESTADO.DAT NUNCA SE TRUNCA, IGUAL QUE EN
      * CAMBIA-ESTADO: LAS RESTRICCIONES DE ESTA NOCHE SE AGREGAN.
           OPEN EXTEND ARCHIVO-CAMBIOS-ESTADO

           IF FS-CAMBIOS-ESTADO = '35'
               OPEN OUTPUT ARCHIVO-CAMBIOS-ESTADO
               CLOSE ARCHIVO-CAMBIOS-ESTADO
               OPEN EXTEND ARCHIVO-CAMBIOS-ESTADO
           END-IF

           IF FS-CAMBIOS-ESTADO NOT = '00'
               DISPLAY "ERROR ABRIENDO CAMBIOS-ESTADO: "
                       FS-CAMBIOS-ESTADO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARCHIVO-SALIDA

           IF FS-SALIDA NOT = '00'
               DISPLAY "ERROR ABRIENDO REVISIONES-PERIODICAS.TXT: "
                       FS-SALIDA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WK-FECHA-HOY TO LT-FECHA
           WRITE REG-SALIDA FROM LINEA-TITULO
           MOVE WK-DIAS-AVISO  TO LCR-AVISO
           MOVE WK-DIAS-GRACIA TO LCR-GRACIA
           WRITE REG-SALIDA FROM LINEA-CRITERIO.

      *****************************************************************
      * PROCEDIMIENTO DE ENTRADA DEL SORT: SOLO SIGUEN LAS REVISIONES
      * QUE VENCEN DENTRO DEL AVISO O YA VENCIERON; LAS VENCIDAS MAS
      * ALLA DE LA GRACIA RESTRINGEN LA CUENTA AL PASAR.
      *****************************************************************
       200-REVISAR-CONTACTOS.
           PERFORM 205-LEER-CONTACTO
           PERFORM UNTIL FIN-ARCHIVO
               ADD 1 TO CONT-CONTACTOS
               IF CON-PROXIMA-REVISION IS NUMERIC
                   AND CON-PROXIMA-REVISION > ZEROS
                   PERFORM 210-EVALUAR-REVISION
               ELSE
                   ADD 1 TO CONT-SIN-REVISION
               END-IF
               PERFORM 205-LEER-CONTACTO
           END-PERFORM

           CLOSE ARCHIVO-CONTACTOS
                 ARCHIVO-MAESTRO
                 ARCHIVO-CAMBIOS-ESTADO.

       205-LEER-CONTACTO.
           READ ARCHIVO-CONTACTOS NEXT
               AT END
                   MOVE 'S' TO SW-FIN-ARCHIVO
           END-READ.

       210-EVALUAR-REVISION.
           COMPUTE WK-DIAS =
               FUNCTION INTEGER-OF-DATE(CON-PROXIMA-REVISION)
               - WK-DIA-ENT-HOY

           IF WK-DIAS > WK-DIAS-AVISO
               EXIT PARAGRAPH
           END-IF

           MOVE CON-CODIGO TO CODIGO-MAESTRO
           READ ARCHIVO-MAESTRO
               INVALID KEY
                   ADD 1 TO CONT-FUERA-MAESTRO
                   EXIT PARAGRAPH
           END-READ

      * UNA CUENTA CERRADA YA NO TIENE CLIENTE QUE REVISAR.
           IF MAESTRO-CERRADO
               EXIT PARAGRAPH
           END-IF

           IF WK-DIAS < ZEROS
               ADD 1 TO CONT-VENCIDAS
           ELSE
               ADD 1 TO CONT-POR-VENCER
           END-IF

           MOVE SPACE TO REV-ACCION
           IF WK-DIAS < ZEROS
               COMPUTE WK-DIAS-VENCIDA = 0 - WK-DIAS
               IF WK-DIAS-VENCIDA > WK-DIAS-GRACIA
                   AND MAESTRO-ACTIVO
                   PERFORM 220-RESTRINGIR-CUENTA
               END-IF
           END-IF

           MOVE SUCURSAL-MAESTRO     TO REV-SUCURSAL
           MOVE CON-PROXIMA-REVISION TO REV-PROXIMA
           MOVE CON-CODIGO           TO REV-CODIGO
           MOVE NOMBRE-MAESTRO       TO REV-NOMBRE
           MOVE CON-RIESGO           TO REV-RIESGO
           MOVE CON-FECHA-REVISION   TO REV-ULTIMA
           MOVE WK-DIAS              TO REV-DIAS
           MOVE ESTADO-MAESTRO       TO REV-ESTADO
           RELEASE REG-REVISION.

      * MISMO CAMINO QUE CAMBIA-ESTADO (240-APLICAR-CAMBIO): EL
      * CAMBIO QUEDA EN CAMBIOS-ESTADO.DAT CON ESTADO ANTERIOR Y
      * MOTIVO, Y EL MAESTRO PASA A 'I' CON LA FECHA DEL CAMBIO.
       220-RESTRINGIR-CUENTA.
           MOVE CODIGO-MAESTRO        TO CAM-CODIGO
           MOVE ESTADO-MAESTRO        TO CAM-ESTADO-ANTERIOR
           MOVE 'I'                   TO CAM-ESTADO-NUEVO
           MOVE WK-MOTIVO-RESTRICCION TO CAM-MOTIVO
           MOVE WK-OPERADOR           TO CAM-OPERADOR
           MOVE WK-FECHA-HOY          TO CAM-FECHA
           MOVE WK-HORA-HOY(1:6)      TO CAM-HORA

           MOVE 'I'          TO ESTADO-MAESTRO
           MOVE WK-FECHA-HOY TO FECHA-ESTADO-MAESTRO
           REWRITE REG-MAESTRO

           IF FS-MAESTRO NOT = '00'
               DISPLAY "ERROR REESCRIBIENDO MAESTRO: " FS-MAESTRO
                       " (CUENTA " CODIGO-MAESTRO ")"
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           CALL "SELLA-BITACORA" USING WK-SELLO-BITACORA
                                       REG-CAMBIO
                                       WK-SELLO-LARGO
                                       CAM-SECUENCIA
                                       CAM-SELLO
           IF CAM-SECUENCIA = ZEROS
               DISPLAY "ERROR: SIN SELLO PARA "
                       WK-SELLO-BITACORA
               DISPLAY "NO SE GRABA; PROCESO DETENIDO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           WRITE REG-CAMBIO
           ADD 1 TO CONT-RESTRINGIDAS
           MOVE 'R' TO REV-ACCION
           DISPLAY "CUENTA " CODIGO-MAESTRO " RESTRINGIDA A 'I':"
                   " REVISION VENCIDA HACE " WK-DIAS-VENCIDA " DIAS".

      *****************************************************************
      * PROCEDIMIENTO DE SALIDA DEL SORT: UN BLOQUE POR SUCURSAL, LO
      * MAS VENCIDO PRIMERO.
      *****************************************************************
       250-ESCRIBIR-REVISIONES.
           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM 255-DEVOLVER-REVISION
           IF FIN-ARCHIVO
               MOVE SPACES TO REG-SALIDA
               WRITE REG-SALIDA
               MOVE "NINGUNA REVISION VENCIDA NI POR VENCER"
                   TO REG-SALIDA
               WRITE REG-SALIDA
               EXIT PARAGRAPH
           END-IF

           MOVE REV-SUCURSAL TO WK-SUCURSAL-ANTERIOR
           PERFORM 260-ABRIR-SUCURSAL
           PERFORM UNTIL FIN-ARCHIVO
               IF REV-SUCURSAL NOT = WK-SUCURSAL-ANTERIOR
                   PERFORM 265-CERRAR-SUCURSAL
                   MOVE REV-SUCURSAL TO WK-SUCURSAL-ANTERIOR
                   PERFORM 260-ABRIR-SUCURSAL
               END-IF
               ADD 1 TO CONT-SUCURSAL
               PERFORM 270-ESCRIBIR-DETALLE
               PERFORM 255-DEVOLVER-REVISION
           END-PERFORM

           PERFORM 265-CERRAR-SUCURSAL.

       255-DEVOLVER-REVISION.
           RETURN ARCHIVO-CLASIFICACION
               AT END
                   MOVE 'S' TO SW-FIN-ARCHIVO
           END-RETURN.

       260-ABRIR-SUCURSAL.
           MOVE ZEROS TO CONT-SUCURSAL
           MOVE SPACES TO REG-SALIDA
           WRITE REG-SALIDA
           MOVE REV-SUCURSAL TO LSU-SUCURSAL
           WRITE REG-SALIDA FROM LINEA-SUCURSAL
           WRITE REG-SALIDA FROM LINEA-COLUMNAS.

       265-CERRAR-SUCURSAL.
           MOVE CONT-SUCURSAL TO LTS-CANTIDAD
           WRITE REG-SALIDA FROM LINEA-TOTAL-SUCURSAL.

       270-ESCRIBIR-DETALLE.
           MOVE REV-CODIGO  TO LDE-CODIGO
           MOVE REV-NOMBRE  TO LDE-NOMBRE
           MOVE REV-RIESGO  TO LDE-RIESGO
           MOVE REV-ULTIMA  TO LDE-ULTIMA
           MOVE REV-PROXIMA TO LDE-PROXIMA
           MOVE SPACES TO LDE-SITUACION

           EVALUATE TRUE
               WHEN REV-DIAS >= ZEROS
                   MOVE REV-DIAS TO WK-DIAS-EDITADO
                   STRING "VENCE EN " WK-DIAS-EDITADO " DIAS"
                          DELIMITED BY SIZE INTO LDE-SITUACION
               WHEN REV-RESTRINGIDA-HOY
                   MOVE REV-DIAS TO WK-DIAS-EDITADO
                   STRING "VENCIDA " WK-DIAS-EDITADO
                          " DIAS: RESTRINGIDA HOY"
                          DELIMITED BY SIZE INTO LDE-SITUACION
               WHEN REV-ESTADO = 'I'
                   MOVE REV-DIAS TO WK-DIAS-EDITADO
                   STRING "VENCIDA " WK-DIAS-EDITADO
                          " DIAS: YA EN 'I'"
                          DELIMITED BY SIZE INTO LDE-SITUACION
               WHEN REV-ESTADO = 'A' OR REV-ESTADO = SPACE
                   MOVE REV-DIAS TO WK-DIAS-EDITADO
                   STRING "VENCIDA " WK-DIAS-EDITADO
                          " DIAS (EN GRACIA)"
                          DELIMITED BY SIZE INTO LDE-SITUACION
               WHEN OTHER
                   MOVE REV-DIAS TO WK-DIAS-EDITADO
                   STRING "VENCIDA " WK-DIAS-EDITADO
                          " DIAS: CUENTA EN '" REV-ESTADO "'"
                          DELIMITED BY SIZE INTO LDE-SITUACION
           END-EVALUATE

           WRITE REG-SALIDA FROM LINEA-DETALLE.

       300-FINALIZAR.
           MOVE SPACES TO REG-SALIDA
           WRITE REG-SALIDA
           MOVE SPACES TO REG-SALIDA
           STRING "CONTACTOS LEIDOS: " CONT-CONTACTOS
                  "  POR VENCER: " CONT-POR-VENCER
                  "  VENCIDAS: " CONT-VENCIDAS
                  "  RESTRINGIDAS HOY: " CONT-RESTRINGIDAS
                  DELIMITED BY SIZE INTO REG-SALIDA
           WRITE REG-SALIDA

           IF CONT-SIN-REVISION > ZEROS
               MOVE SPACES TO REG-SALIDA
               STRING "CONTACTOS SIN NINGUNA REVISION REGISTRADA: "
                      CONT-SIN-REVISION
                      " (REGISTRE SU PRIMERA REVISION)"
                      DELIMITED BY SIZE INTO REG-SALIDA
               WRITE REG-SALIDA
           END-IF

           CLOSE ARCHIVO-SALIDA

           DISPLAY "CONTACTOS LEIDOS:        " CONT-CONTACTOS
           DISPLAY "SIN REVISION REGISTRADA: " CONT-SIN-REVISION
           DISPLAY "REVISIONES POR VENCER:   " CONT-POR-VENCER
           DISPLAY "REVISIONES VENCIDAS:     " CONT-VENCIDAS
           DISPLAY "CUENTAS RESTRINGIDAS:    " CONT-RESTRINGIDAS
           DISPLAY "FUERA DEL MAESTRO:       " CONT-FUERA-MAESTRO
           DISPLAY "LISTADO EN: REVISIONES-PERIODICAS.TXT".
