       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANTIGUEDAD-DISPUTAS.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: ANTIGUEDAD DE LAS DISPUTAS ABIERTAS
      * PROPOSITO: UNA DISPUTA QUE NADIE RESUELVE ES UN CREDITO
      *            PROVISIONAL QUE SE ETERNIZA O UN CLIENTE SIN
      *            RESPUESTA. ESTE REPORTE LISTA LOS CASOS ABIERTOS
      *            DE DISPUTAS.DAT AGRUPADOS POR SUCURSAL, LOS MAS
      *            VIEJOS PRIMERO, CON LOS DIAS QUE LLEVAN ABIERTOS,
      *            SU TRAMO DE ANTIGUEDAD (HASTA 30 DIAS, 31 A 60,
      *            61 A 90, MAS DE 90), LA SITUACION DEL CREDITO
      *            PROVISIONAL Y LA MARCA "VENCIDA" CUANDO YA PASO
      *            LA FECHA LIMITE PARA RESOLVER. AL PIE, CASOS E
      *            IMPORTES POR TRAMO.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-DISPUTAS
               ASSIGN TO "DISPUTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DISPUTAS.

           SELECT ARCHIVO-REPORTE
               ASSIGN TO "ANTIGUEDAD-DISPUTAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

           SELECT ARCHIVO-CLASIFICACION
               ASSIGN TO "DISPUTAS-TRABAJO.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-DISPUTAS.
       01  REG-DISPUTA.
           05 DIS-NUMERO           PIC 9(5).
           05 DIS-CODIGO           PIC 9(5).
           05 DIS-SUCURSAL         PIC 9(3).
           05 DIS-ID-EJECUCION     PIC X(19).
           05 DIS-LOTE             PIC X(8).
           05 DIS-SECUENCIA        PIC 9(5).
           05 DIS-IMPORTE-ORIGINAL PIC 9(7)V99.
           05 DIS-MONEDA           PIC X(3).
           05 DIS-IMPORTE          PIC 9(7)V99.
           05 DIS-MOTIVO           PIC X(30).
           05 DIS-ESTADO           PIC X(1).
              88 DIS-ABIERTA       VALUE 'A'.
           05 DIS-FECHA-APERTURA   PIC 9(8).
           05 DIS-FECHA-LIMITE     PIC 9(8).
           05 DIS-FECHA-RESOLUCION PIC 9(8).
           05 DIS-CREDITO          PIC X(1).
           05 DIS-FECHA-CREDITO    PIC 9(8).
           05 DIS-FECHA-REVERSO    PIC 9(8).
           05 DIS-OPERADOR         PIC X(8).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE             PIC X(100).

      * UNA DISPUTA ABIERTA A LISTAR.
       SD  ARCHIVO-CLASIFICACION.
       01  REG-ABIERTA.
           05 ABI-SUCURSAL         PIC 9(3).
           05 ABI-APERTURA         PIC 9(8).
           05 ABI-NUMERO           PIC 9(5).
           05 ABI-CODIGO           PIC 9(5).
           05 ABI-DIAS             PIC 9(5).
           05 ABI-TRAMO            PIC 9(1).
           05 ABI-IMPORTE          PIC 9(7)V99.
           05 ABI-MONEDA           PIC X(3).
           05 ABI-LIMITE           PIC 9(8).
           05 ABI-CREDITO          PIC X(1).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-DISPUTAS          PIC XX.
           05 FS-REPORTE           PIC XX.

       01  SWITCHES.
           05 SW-FIN-DISPUTAS      PIC X VALUE 'N'.
              88 FIN-DISPUTAS      VALUE 'S'.
           05 SW-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.

       01  CONTADORES.
           05 CONT-LEIDAS          PIC 9(5) VALUE ZEROS.
           05 CONT-ABIERTAS        PIC 9(5) VALUE ZEROS.
           05 CONT-VENCIDAS        PIC 9(5) VALUE ZEROS.
           05 CONT-SUCURSAL        PIC 9(5) VALUE ZEROS.
           05 CONT-VENCIDAS-SUC    PIC 9(5) VALUE ZEROS.

       01  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
       01  WK-DIA-ENT-HOY          PIC 9(7) VALUE ZEROS.
       01  WK-DIAS                 PIC S9(7) VALUE ZEROS.
       01  WK-TRAMO                PIC 9(1) VALUE ZEROS.
       01  WK-SUCURSAL-ANTERIOR    PIC 9(3) VALUE ZEROS.
       01  WK-IMPORTE-SUCURSAL     PIC 9(11)V99 VALUE ZEROS.

      * TRAMOS: 1 = HASTA 30 DIAS, 2 = 31 A 60, 3 = 61 A 90,
      * 4 = MAS DE 90.
       01  TOTALES-POR-TRAMO.
           05 TT-CASOS             PIC 9(5)     OCCURS 4 TIMES.
           05 TT-IMPORTES          PIC 9(11)V99 OCCURS 4 TIMES.

       01  TABLA-NOMBRES-TRAMO.
           05 FILLER               PIC X(10) VALUE 'HASTA 30  '.
           05 FILLER               PIC X(10) VALUE '31 A 60   '.
           05 FILLER               PIC X(10) VALUE '61 A 90   '.
           05 FILLER               PIC X(10) VALUE 'MAS DE 90 '.
       01  FILLER REDEFINES TABLA-NOMBRES-TRAMO.
           05 WK-NOMBRE-TRAMO      PIC X(10) OCCURS 4 TIMES.

       01  LINEA-TITULO.
           05 FILLER               PIC X(40)
              VALUE 'ANTIGUEDAD DE LAS DISPUTAS ABIERTAS AL '.
           05 LT-FECHA             PIC 9(8).

       01  LINEA-SUCURSAL.
           05 FILLER               PIC X(09) VALUE 'SUCURSAL '.
           05 LSU-SUCURSAL         PIC 9(3).

       01  LINEA-COLUMNAS.
           05 FILLER               PIC X(16) VALUE '  CASO   CUENTA '.
           05 FILLER               PIC X(17) VALUE 'ABIERTA    DIAS  '.
           05 FILLER               PIC X(10) VALUE 'TRAMO     '.
           05 FILLER               PIC X(17) VALUE '     IMPORTE     '.
           05 FILLER               PIC X(10) VALUE 'LIMITE    '.
           05 FILLER               PIC X(07) VALUE 'CREDITO'.

       01  LINEA-DETALLE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LDE-NUMERO           PIC 9(5).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LDE-CODIGO           PIC 9(5).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LDE-APERTURA         PIC 9(8).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LDE-DIAS             PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LDE-TRAMO            PIC X(10).
           05 LDE-IMPORTE          PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LDE-MONEDA           PIC X(3).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LDE-LIMITE           PIC 9(8).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LDE-CREDITO          PIC X(12).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LDE-MARCA            PIC X(07).

       01  LINEA-TOTAL-SUCURSAL.
           05 FILLER               PIC X(09) VALUE '  CASOS: '.
           05 LTS-CASOS            PIC ZZ,ZZ9.
           05 FILLER               PIC X(12) VALUE '  VENCIDAS: '.
           05 LTS-VENCIDAS         PIC ZZ,ZZ9.
           05 FILLER               PIC X(12) VALUE '  IMPORTE: '.
           05 LTS-IMPORTE          PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  LINEA-TRAMO-TOTAL.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LTT-TRAMO            PIC X(10).
           05 FILLER               PIC X(07) VALUE ' CASOS '.
           05 LTT-CASOS            PIC ZZ,ZZ9.
           05 FILLER               PIC X(10) VALUE '  IMPORTE '.
           05 LTT-IMPORTE          PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           SORT ARCHIVO-CLASIFICACION
               ON ASCENDING KEY ABI-SUCURSAL
                                ABI-APERTURA
                                ABI-NUMERO
               INPUT PROCEDURE IS 200-SELECCIONAR-ABIERTAS
               OUTPUT PROCEDURE IS 250-ESCRIBIR-ABIERTAS
           PERFORM 300-FINALIZAR
           STOP RUN.

       100-INICIALIZAR.
           DISPLAY "GENERANDO REPORTE DE ANTIGUEDAD DE DISPUTAS..."

           INITIALIZE TOTALES-POR-TRAMO
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WK-DIA-ENT-HOY =
               FUNCTION INTEGER-OF-DATE(WK-FECHA-HOY)

           OPEN INPUT ARCHIVO-DISPUTAS

           IF FS-DISPUTAS = '35'
               DISPLAY "NO EXISTE DISPUTAS.DAT: NO HAY DISPUTAS"
               STOP RUN
           END-IF

           IF FS-DISPUTAS NOT = '00'
               DISPLAY "ERROR ABRIENDO DISPUTAS: " FS-DISPUTAS
               STOP RUN
           END-IF

           OPEN OUTPUT ARCHIVO-REPORTE

           IF FS-REPORTE NOT = '00'
               DISPLAY "ERROR ABRIENDO ANTIGUEDAD-DISPUTAS.TXT: "
                       FS-REPORTE
               STOP RUN
           END-IF

           MOVE WK-FECHA-HOY TO LT-FECHA
           WRITE REG-REPORTE FROM LINEA-TITULO.

      *****************************************************************
      * PROCEDIMIENTO DE ENTRADA DEL SORT: SOLO SIGUEN LOS CASOS
      * ABIERTOS, CON SU EDAD Y SU TRAMO YA CALCULADOS.
      *****************************************************************
       200-SELECCIONAR-ABIERTAS.
           PERFORM 205-LEER-DISPUTA
           PERFORM UNTIL FIN-DISPUTAS
               ADD 1 TO CONT-LEIDAS
               IF DIS-ABIERTA
                   PERFORM 210-CLASIFICAR-DISPUTA
               END-IF
               PERFORM 205-LEER-DISPUTA
           END-PERFORM

           CLOSE ARCHIVO-DISPUTAS.

       205-LEER-DISPUTA.
           READ ARCHIVO-DISPUTAS
               AT END
                   MOVE 'S' TO SW-FIN-DISPUTAS
           END-READ.

       210-CLASIFICAR-DISPUTA.
           COMPUTE WK-DIAS = WK-DIA-ENT-HOY
               - FUNCTION INTEGER-OF-DATE(DIS-FECHA-APERTURA)
           IF WK-DIAS < ZERO
               MOVE ZERO TO WK-DIAS
           END-IF

           EVALUATE TRUE
               WHEN WK-DIAS <= 30
                   MOVE 1 TO WK-TRAMO
               WHEN WK-DIAS <= 60
                   MOVE 2 TO WK-TRAMO
               WHEN WK-DIAS <= 90
                   MOVE 3 TO WK-TRAMO
               WHEN OTHER
                   MOVE 4 TO WK-TRAMO
           END-EVALUATE

           ADD 1 TO CONT-ABIERTAS
           ADD 1 TO TT-CASOS(WK-TRAMO)
           ADD DIS-IMPORTE TO TT-IMPORTES(WK-TRAMO)

           MOVE DIS-SUCURSAL       TO ABI-SUCURSAL
           MOVE DIS-FECHA-APERTURA TO ABI-APERTURA
           MOVE DIS-NUMERO         TO ABI-NUMERO
           MOVE DIS-CODIGO         TO ABI-CODIGO
           MOVE WK-DIAS            TO ABI-DIAS
           MOVE WK-TRAMO           TO ABI-TRAMO
           MOVE DIS-IMPORTE        TO ABI-IMPORTE
           MOVE DIS-MONEDA         TO ABI-MONEDA
           MOVE DIS-FECHA-LIMITE   TO ABI-LIMITE
           MOVE DIS-CREDITO        TO ABI-CREDITO
           RELEASE REG-ABIERTA.

      *****************************************************************
      * PROCEDIMIENTO DE SALIDA DEL SORT: UN BLOQUE POR SUCURSAL, LO
      * MAS VIEJO PRIMERO.
      *****************************************************************
       250-ESCRIBIR-ABIERTAS.
           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM 255-DEVOLVER-ABIERTA
           IF FIN-ARCHIVO
               MOVE SPACES TO REG-REPORTE
               WRITE REG-REPORTE
               MOVE "NINGUNA DISPUTA ABIERTA" TO REG-REPORTE
               WRITE REG-REPORTE
               EXIT PARAGRAPH
           END-IF

           MOVE ABI-SUCURSAL TO WK-SUCURSAL-ANTERIOR
           PERFORM 260-ABRIR-SUCURSAL
           PERFORM UNTIL FIN-ARCHIVO
               IF ABI-SUCURSAL NOT = WK-SUCURSAL-ANTERIOR
                   PERFORM 265-CERRAR-SUCURSAL
                   MOVE ABI-SUCURSAL TO WK-SUCURSAL-ANTERIOR
                   PERFORM 260-ABRIR-SUCURSAL
               END-IF
               PERFORM 270-ESCRIBIR-DETALLE
               PERFORM 255-DEVOLVER-ABIERTA
           END-PERFORM

           PERFORM 265-CERRAR-SUCURSAL.

       255-DEVOLVER-ABIERTA.
           RETURN ARCHIVO-CLASIFICACION
               AT END
                   MOVE 'S' TO SW-FIN-ARCHIVO
           END-RETURN.

       260-ABRIR-SUCURSAL.
           MOVE ZEROS TO CONT-SUCURSAL
                         CONT-VENCIDAS-SUC
                         WK-IMPORTE-SUCURSAL
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE ABI-SUCURSAL TO LSU-SUCURSAL
           WRITE REG-REPORTE FROM LINEA-SUCURSAL
           WRITE REG-REPORTE FROM LINEA-COLUMNAS.

       265-CERRAR-SUCURSAL.
           MOVE CONT-SUCURSAL       TO LTS-CASOS
           MOVE CONT-VENCIDAS-SUC   TO LTS-VENCIDAS
           MOVE WK-IMPORTE-SUCURSAL TO LTS-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL-SUCURSAL.

       270-ESCRIBIR-DETALLE.
           ADD 1 TO CONT-SUCURSAL
           ADD ABI-IMPORTE TO WK-IMPORTE-SUCURSAL

           MOVE ABI-NUMERO   TO LDE-NUMERO
           MOVE ABI-CODIGO   TO LDE-CODIGO
           MOVE ABI-APERTURA TO LDE-APERTURA
           MOVE ABI-DIAS     TO LDE-DIAS
           MOVE WK-NOMBRE-TRAMO(ABI-TRAMO) TO LDE-TRAMO
           MOVE ABI-IMPORTE  TO LDE-IMPORTE
           MOVE ABI-MONEDA   TO LDE-MONEDA
           MOVE ABI-LIMITE   TO LDE-LIMITE

           EVALUATE ABI-CREDITO
               WHEN 'P'
                   MOVE "POR EMITIR" TO LDE-CREDITO
               WHEN 'E'
                   MOVE "PROVISIONAL" TO LDE-CREDITO
               WHEN OTHER
                   MOVE "SIN CREDITO" TO LDE-CREDITO
           END-EVALUATE

           IF ABI-LIMITE < WK-FECHA-HOY
               MOVE "VENCIDA" TO LDE-MARCA
               ADD 1 TO CONT-VENCIDAS
               ADD 1 TO CONT-VENCIDAS-SUC
           ELSE
               MOVE SPACES TO LDE-MARCA
           END-IF

           WRITE REG-REPORTE FROM LINEA-DETALLE.

       300-FINALIZAR.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "TOTALES POR TRAMO DE ANTIGUEDAD (DIAS):"
               TO REG-REPORTE
           WRITE REG-REPORTE

           PERFORM VARYING WK-TRAMO FROM 1 BY 1 UNTIL WK-TRAMO > 4
               MOVE WK-NOMBRE-TRAMO(WK-TRAMO) TO LTT-TRAMO
               MOVE TT-CASOS(WK-TRAMO)        TO LTT-CASOS
               MOVE TT-IMPORTES(WK-TRAMO)     TO LTT-IMPORTE
               WRITE REG-REPORTE FROM LINEA-TRAMO-TOTAL
           END-PERFORM

           MOVE SPACES TO REG-REPORTE
           STRING "CASOS LEIDOS: " CONT-LEIDAS
                  "  ABIERTOS: " CONT-ABIERTAS
                  "  VENCIDOS SIN RESOLVER: " CONT-VENCIDAS
                  DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE

           CLOSE ARCHIVO-REPORTE

           DISPLAY "DISPUTAS LEIDAS:         " CONT-LEIDAS
           DISPLAY "DISPUTAS ABIERTAS:       " CONT-ABIERTAS
           DISPLAY "VENCIDAS SIN RESOLVER:   " CONT-VENCIDAS
           DISPLAY "REPORTE EN: ANTIGUEDAD-DISPUTAS.TXT".
