      *            CONCILIA-ESTADO.DAT (RC 04 SI HAY QUIEBRES), AL
      *            ESTILO DE ESTADO-CORRIDA.DAT, PARA QUE LA CADENA
      *            PUEDA REACCIONAR.
      *            EN SENTIDO CONTRARIO, SI EMITE-INTERBANCARIO DEJO
      *            CAMARA-SALIENTE.DAT (LO QUE SE LE MANDA A LA
      *            CAMARA, EN EL MISMO LAYOUT), SE COTEJA POR
      *            SUCURSAL CONTRA LOS ABONOS "TX" QUE EL CRUZADO
      *            APLICO EN LA CORRIDA.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMARA.

           SELECT ARCHIVO-CAMARA-SALIENTE
               ASSIGN TO "CAMARA-SALIENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMARA-SALIENTE.

           SELECT ARCHIVO-MOVIMIENTOS
               ASSIGN TO "MOVIMIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           05 CAJ-CUENTA           PIC 9(7).
           05 CAJ-IMPORTE          PIC 9(11)V99.

       FD  ARCHIVO-CAMARA-SALIENTE.
       01  REG-CAMARA-SALIENTE.
           05 CJS-SUCURSAL         PIC 9(3).
           05 CJS-CUENTA           PIC 9(7).
           05 CJS-IMPORTE          PIC 9(11)V99.

       FD  ARCHIVO-MOVIMIENTOS.
       01  REG-MOVIMIENTOS.
           05 CODIGO-MOVIMIENTO    PIC 9(5).
       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-CAMARA            PIC XX.
           05 FS-CAMARA-SALIENTE   PIC XX.
           05 FS-MOVIMIENTOS       PIC XX.
           05 FS-APLICADOS         PIC XX.
           05 FS-ESTADO-CORRIDA    PIC XX.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 SW-SUC-HALLADA       PIC X VALUE 'N'.
              88 SUC-HALLADA       VALUE 'S'.
           05 SW-HAY-SALIENTE      PIC X VALUE 'N'.
              88 HAY-SALIENTE      VALUE 'S'.

       01  CONTADORES.
           05 CONT-QUIEBRES        PIC 9(5) VALUE ZEROS.
           05 FILLER               PIC X(8) VALUE "PERIODIC".
           05 FILLER               PIC X(8) VALUE "VENCPLAZ".
           05 FILLER               PIC X(8) VALUE "CIERRESP".
           05 FILLER               PIC X(8) VALUE "CUOTAPRE".
           05 FILLER               PIC X(8) VALUE "DISPUTAS".
           05 FILLER               PIC X(8) VALUE "BARRIDOS".
       01  FILLER REDEFINES TABLA-EXCLUIDOS-FIJOS.
           05 WK-LOTE-FIJO         PIC X(8) OCCURS 9 TIMES.
       01  WK-MAX-EXCLUIDOS        PIC 9(2) VALUE 20.
       01  CONT-EXCLUIDOS          PIC 9(2) VALUE ZEROS.
       01  TABLA-EXCLUIDOS.
           05 ENTRADA-EXCLUIDO     OCCURS 1 TO 20 TIMES
                                   DEPENDING ON CONT-EXCLUIDOS.
              10 TE-LOTE           PIC X(8).
       01  WK-IDX-EXCLUIDO         PIC 9(2) VALUE ZEROS.
           88 LOTE-EXCLUIDO        VALUE 'S'.

      * TRES COLUMNAS POR SUCURSAL: LO DECLARADO POR LA CAMARA, LO
      * CONSOLIDADO POR LA MEZCLA Y LO APLICADO POR EL CRUZADO. LAS
      * DOS ULTIMAS SON LO SALIENTE: LO MANDADO A LA CAMARA Y LOS
      * ABONOS "TX" APLICADOS.
       01  WK-MAX-SUCURSALES       PIC 9(3) VALUE 100.
       01  CONT-SUCURSALES         PIC 9(3) VALUE ZEROS.
       01  TABLA-SUCURSALES.
              10 TS-MEZ-IMPORTE    PIC 9(11)V99.
              10 TS-APL-CUENTA     PIC 9(7).
              10 TS-APL-IMPORTE    PIC 9(11)V99.
              10 TS-SAL-CUENTA     PIC 9(7).
              10 TS-SAL-IMPORTE    PIC 9(11)V99.
              10 TS-TX-CUENTA      PIC 9(7).
              10 TS-TX-IMPORTE     PIC 9(11)V99.
       01  WK-INDICE               PIC 9(3) VALUE ZEROS.
       01  WK-INDICE-HALLADO       PIC 9(3) VALUE ZEROS.
       01  WK-SUCURSAL-BUSCADA     PIC 9(3) VALUE ZEROS.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 200-CARGAR-CAMARA
           PERFORM 205-CARGAR-SALIENTE
           PERFORM 210-CONTAR-MEZCLA
           PERFORM 220-CONTAR-APLICADOS
           PERFORM 300-REPORTAR
      * LOTES EXCLUIDOS DEL COTEJO: LOS FIJOS DE REPRESENTACION MAS
      * LOS LOTES INTERNOS DECLARADOS EN PARAMETROS.DAT.
           PERFORM VARYING WK-IDX-EXCLUIDO FROM 1 BY 1
                   UNTIL WK-IDX-EXCLUIDO > 9
               ADD 1 TO CONT-EXCLUIDOS
               MOVE WK-LOTE-FIJO(WK-IDX-EXCLUIDO)
                   TO TE-LOTE(CONT-EXCLUIDOS)
                                 TS-MEZ-IMPORTE(CONT-SUCURSALES)
                                 TS-APL-CUENTA(CONT-SUCURSALES)
                                 TS-APL-IMPORTE(CONT-SUCURSALES)
                                 TS-SAL-CUENTA(CONT-SUCURSALES)
                                 TS-SAL-IMPORTE(CONT-SUCURSALES)
                                 TS-TX-CUENTA(CONT-SUCURSALES)
                                 TS-TX-IMPORTE(CONT-SUCURSALES)
                   MOVE CONT-SUCURSALES TO WK-INDICE-HALLADO
               END-IF
           END-IF.

           CLOSE ARCHIVO-CAMARA.

      * SIN CAMARA-SALIENTE.DAT NO HUBO EMISION QUE COTEJAR: LA
      * CONCILIACION DE LO ENTRANTE SIGUE IGUAL.
       205-CARGAR-SALIENTE.
           MOVE 'N' TO SW-FIN-ARCHIVO
           OPEN INPUT ARCHIVO-CAMARA-SALIENTE

           IF FS-CAMARA-SALIENTE NOT = '00'
               DISPLAY "AVISO: SIN CAMARA-SALIENTE.DAT, NO SE COTEJA"
                       " LO SALIENTE"
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO SW-HAY-SALIENTE
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-CAMARA-SALIENTE
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       MOVE CJS-SUCURSAL TO WK-SUCURSAL-BUSCADA
                       PERFORM 120-LOCALIZAR-SUCURSAL
                       ADD CJS-CUENTA
                           TO TS-SAL-CUENTA(WK-INDICE-HALLADO)
                       ADD CJS-IMPORTE
                           TO TS-SAL-IMPORTE(WK-INDICE-HALLADO)
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CAMARA-SALIENTE.

       210-CONTAR-MEZCLA.
           MOVE 'N' TO SW-FIN-ARCHIVO
           OPEN INPUT ARCHIVO-MOVIMIENTOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF APL-ID-EJECUCION = WK-ID-CORRIDA
                           AND APL-TIPO = 'A'
                           AND APL-REFERENCIA(1:2) = "TX"
                           MOVE APL-SUCURSAL-ORIGEN
                               TO WK-SUCURSAL-BUSCADA
                           PERFORM 120-LOCALIZAR-SUCURSAL
                           ADD 1 TO TS-TX-CUENTA(WK-INDICE-HALLADO)
                           ADD APL-IMPORTE
                               TO TS-TX-IMPORTE(WK-INDICE-HALLADO)
                       END-IF
                       IF APL-ID-EJECUCION = WK-ID-CORRIDA
                           MOVE APL-LOTE TO LOTE-MOVIMIENTO
                           PERFORM 110-ES-LOTE-EXCLUIDO
               MOVE WK-DIF-CUENTA  TO LQ-CUENTA
               MOVE WK-DIF-IMPORTE TO LQ-IMPORTE
               WRITE REG-REPORTE FROM LINEA-QUIEBRE
           END-IF

      * QUIEBRE SALIENTE CONTRA APLICADO: UNA TRANSFERENCIA A OTRO
      * BANCO CARGADA AL CLIENTE Y NO MANDADA A LA CAMARA (POSITIVO
      * = SE MANDO DE MAS; NEGATIVO = FALTA EN EL ARCHIVO).
           IF NOT HAY-SALIENTE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WK-DIF-CUENTA =
               TS-SAL-CUENTA(WK-INDICE) - TS-TX-CUENTA(WK-INDICE)
           COMPUTE WK-DIF-IMPORTE =
               TS-SAL-IMPORTE(WK-INDICE)
               - TS-TX-IMPORTE(WK-INDICE)
           IF WK-DIF-CUENTA NOT = ZERO
               OR WK-DIF-IMPORTE NOT = ZERO
               ADD 1 TO CONT-QUIEBRES
               MOVE "QUIEBRE SALIENTE VS APLICADO (SAL-TX):"
                   TO LQ-TEXTO
               MOVE WK-DIF-CUENTA  TO LQ-CUENTA
               MOVE WK-DIF-IMPORTE TO LQ-IMPORTE
               WRITE REG-REPORTE FROM LINEA-QUIEBRE
           END-IF.

       400-FINALIZAR.
