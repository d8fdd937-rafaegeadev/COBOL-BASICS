       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCILIA-EXTRACTO.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: CONCILIACION PARTIDA A PARTIDA CON EL CORRESPONSAL
      * PROPOSITO: CONCILIA-CAMARA DICE POR SUCURSAL SI LOS TOTALES
      *            CUADRAN, PERO NO QUE PARTIDAS EXPLICAN UN QUIEBRE.
      *            ESTE PASO, QUE CORRE EN LA CADENA DESPUES DE
      *            EMITE-INTERBANCARIO, CASA UNA POR UNA LAS PARTIDAS
      *            DEL EXTRACTO DIARIO DEL BANCO CORRESPONSAL
      *            (EXTRACTO-CORRESPONSAL.DAT: UNA LINEA POR PARTIDA
      *            LIQUIDADA CON FECHA VALOR, SENTIDO, IMPORTE Y
      *            REFERENCIA) CONTRA NUESTROS MOVIMIENTOS
      *            INTERBANCARIOS DE LA CORRIDA EN APLICADOS.DAT: LAS
      *            TRANSFERENCIAS SALIENTES (ABONOS "TX" QUE MANDA
      *            EMITE-INTERBANCARIO) Y LO ENTRADO POR LOS LOTES
      *            DE TRADUCE-INTERBANCARIO.
      *            PRIMERO SE CASA POR REFERENCIA; LO QUE QUEDA, POR
      *            IMPORTE Y FECHA VALOR, CON LAS TOLERANCIAS DE
      *            CORRESPONSAL-PARAMETROS.DAT. LAS PARTIDAS SIN
      *            PAREJA, DE UN LADO Y DEL OTRO, QUEDAN ABIERTAS EN
      *            CORRESPONSAL-ABIERTAS.DAT Y VUELVEN A CASARSE CADA
      *            DIA HASTA ENCONTRAR SU PAREJA. EL DETALLE SALE EN
      *            CONCILIA-EXTRACTO.TXT: PARES CASADOS, NUESTRAS
      *            PARTIDAS QUE EL CORRESPONSAL NO TIENE Y LAS SUYAS
      *            QUE NO TENEMOS NOSOTROS.
      *            RC 04 SI FALTA EL EXTRACTO O SI ALGUNA PARTIDA
      *            ABIERTA YA PASO LA TOLERANCIA DE DIAS: ESA SOLO
      *            PUEDE CASARSE POR REFERENCIA Y HAY QUE MIRARLA.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-ESTADO-CORRIDA
               ASSIGN TO "ESTADO-CORRIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTADO-CORRIDA.

           SELECT ARCHIVO-PARAMETROS
               ASSIGN TO "CORRESPONSAL-PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT ARCHIVO-APLICADOS
               ASSIGN TO "APLICADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APLICADOS.

           SELECT ARCHIVO-EXTRACTO
               ASSIGN TO "EXTRACTO-CORRESPONSAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EXTRACTO.

           SELECT ARCHIVO-ABIERTAS
               ASSIGN TO "CORRESPONSAL-ABIERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ABIERTAS.

           SELECT ARCHIVO-REPORTE
               ASSIGN TO "CONCILIA-EXTRACTO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-ESTADO-CORRIDA.
       01  REG-ESTADO-CORRIDA.
           05 EST-ID-EJECUCION     PIC X(19).
           05 EST-RESULTADO        PIC X(8).
           05 EST-PARRAFO          PIC X(30).
           05 EST-MOTIVO           PIC X(40).
           05 EST-CUADRE           PIC X(1).
           05 EST-RC               PIC 9(4).

      * TOLERANCIA DE IMPORTE Y DE DIAS PARA CASAR SIN REFERENCIA,
      * Y LOS LOTES CON QUE SE TRADUCE EL ARCHIVO DEL CORRESPONSAL
      * (LO QUE ENTRA POR ELLOS ES INTERBANCARIO).
       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETROS.
           05 PCO-TOLERANCIA-IMPORTE PIC 9(5)V99.
           05 PCO-TOLERANCIA-DIAS  PIC 9(2).
           05 PCO-LOTE             PIC X(8) OCCURS 5 TIMES.

       FD  ARCHIVO-APLICADOS.
       01  REG-APLICADO.
           05 APL-ID-EJECUCION        PIC X(19).
           05 APL-CODIGO              PIC 9(5).
           05 APL-TIPO                PIC X(01).
           05 APL-IMPORTE             PIC 9(7)V99.
           05 APL-DESCRIPCION         PIC X(20).
           05 APL-LOTE                PIC X(08).
           05 APL-MONEDA              PIC X(3).
           05 APL-SECUENCIA           PIC 9(5).
           05 APL-REFERENCIA          PIC X(8).
           05 APL-SUCURSAL            PIC 9(3).
           05 APL-SENTIDO             PIC X(1).
           05 APL-SUCURSAL-ORIGEN     PIC 9(3).

      * EL SENTIDO VA COMO EN APLICADOS: '+' ENTRA AL BANCO (EL
      * CORRESPONSAL NOS ACREDITA), '-' SALE (NOS DEBITA).
       FD  ARCHIVO-EXTRACTO.
       01  REG-EXTRACTO.
           05 EXC-FECHA-VALOR      PIC 9(8).
           05 EXC-SENTIDO          PIC X(1).
           05 EXC-IMPORTE          PIC 9(9)V99.
           05 EXC-REFERENCIA       PIC X(8).
           05 EXC-CONCEPTO         PIC X(20).

      * PRIMER REGISTRO DE CONTROL ('C'): LA ULTIMA CORRIDA
      * CONCILIADA Y LA HUELLA (CANTIDAD, TOTAL Y FECHA VALOR MAS
      * ALTA) DEL ULTIMO EXTRACTO TOMADO, PARA NO TOMARLO DOS VECES.
      * DESPUES, UNA PARTIDA ABIERTA POR REGISTRO: 'N' NUESTRA,
      * 'S' SUYA, CON LA FECHA EN QUE QUEDO ABIERTA.
       FD  ARCHIVO-ABIERTAS.
       01  REG-ABIERTA.
           05 PAB-LADO             PIC X(1).
           05 PAB-FECHA-VALOR      PIC 9(8).
           05 PAB-SENTIDO          PIC X(1).
           05 PAB-IMPORTE          PIC 9(9)V99.
           05 PAB-REFERENCIA       PIC X(8).
           05 PAB-CODIGO           PIC 9(5).
           05 PAB-CONCEPTO         PIC X(20).
           05 PAB-FECHA-ALTA       PIC 9(8).
       01  REG-ABIERTA-CONTROL REDEFINES REG-ABIERTA.
           05 PAC-LADO             PIC X(1).
           05 PAC-ID-CORRIDA       PIC X(19).
           05 PAC-EXT-CUENTA       PIC 9(5).
           05 PAC-EXT-TOTAL        PIC 9(11)V99.
           05 PAC-EXT-FECHA-MAX    PIC 9(8).
           05 FILLER               PIC X(15).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-ESTADO-CORRIDA    PIC XX.
           05 FS-PARAMETROS        PIC XX.
           05 FS-APLICADOS         PIC XX.
           05 FS-EXTRACTO          PIC XX.
           05 FS-ABIERTAS          PIC XX.
           05 FS-REPORTE           PIC XX.

       01  SWITCHES.
           05 SW-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 SW-HAY-EXTRACTO      PIC X VALUE 'N'.
              88 HAY-EXTRACTO      VALUE 'S'.
           05 SW-LOTE-INTERBANCARIO PIC X VALUE 'N'.
              88 LOTE-INTERBANCARIO VALUE 'S'.

       01  CONTADORES.
           05 CONT-ARRASTRADAS     PIC 9(5) VALUE ZEROS.
           05 CONT-NUEVAS-NUESTRAS PIC 9(5) VALUE ZEROS.
           05 CONT-NUEVAS-SUYAS    PIC 9(5) VALUE ZEROS.
           05 CONT-ILEGIBLES       PIC 9(5) VALUE ZEROS.
           05 CONT-CASADAS-REF     PIC 9(5) VALUE ZEROS.
           05 CONT-CASADAS-IMP     PIC 9(5) VALUE ZEROS.
           05 CONT-ABIERTAS-NUESTRAS PIC 9(5) VALUE ZEROS.
           05 CONT-ABIERTAS-SUYAS  PIC 9(5) VALUE ZEROS.
           05 CONT-VENCIDAS        PIC 9(5) VALUE ZEROS.

      * VALORES DE COMPILACION, PISADOS POR
      * CORRESPONSAL-PARAMETROS.DAT.
       01  WK-TOLERANCIA-IMPORTE   PIC 9(5)V99 VALUE ZEROS.
       01  WK-TOLERANCIA-DIAS      PIC 9(2) VALUE 2.
       01  CONT-LOTES              PIC 9(1) VALUE 1.
       01  TABLA-LOTES.
           05 TL-LOTE              PIC X(8) OCCURS 5 TIMES
                                   VALUE "LOTEIB01".
       01  WK-IDX-LOTE             PIC 9(1) VALUE ZEROS.

       01  WK-ID-CORRIDA           PIC X(19) VALUE SPACES.
       01  WK-FECHA-CORRIDA        PIC 9(8) VALUE ZEROS.
       01  WK-DIAS-CORRIDA         PIC 9(7) VALUE ZEROS.

      * CONTROL LEIDO DE CORRESPONSAL-ABIERTAS.DAT Y HUELLA DEL
      * EXTRACTO DE HOY.
       01  WK-ULTIMA-CORRIDA       PIC X(19) VALUE SPACES.
       01  WK-ANT-EXT-CUENTA       PIC 9(5) VALUE ZEROS.
       01  WK-ANT-EXT-TOTAL        PIC 9(11)V99 VALUE ZEROS.
       01  WK-ANT-EXT-FECHA-MAX    PIC 9(8) VALUE ZEROS.
       01  WK-EXT-CUENTA           PIC 9(5) VALUE ZEROS.
       01  WK-EXT-TOTAL            PIC 9(11)V99 VALUE ZEROS.
       01  WK-EXT-FECHA-MAX        PIC 9(8) VALUE ZEROS.
       01  WK-SUYAS-ANTES          PIC 9(5) VALUE ZEROS.

      * NUESTRAS PARTIDAS (ARRASTRADAS Y DE LA CORRIDA) Y LAS DEL
      * CORRESPONSAL. xx-PAR ES LA PAREJA DEL OTRO LADO (CERO =
      * ABIERTA); xx-METODO 'R' POR REFERENCIA, 'I' POR IMPORTE.
       01  WK-MAX-PARTIDAS         PIC 9(5) VALUE 5000.
       01  CONT-NUESTRAS           PIC 9(5) VALUE ZEROS.
       01  TABLA-NUESTRAS.
           05 ENTRADA-NUESTRA      OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-NUESTRAS.
              10 TN-FECHA          PIC 9(8).
              10 TN-SENTIDO        PIC X(1).
              10 TN-IMPORTE        PIC 9(9)V99.
              10 TN-REFERENCIA     PIC X(8).
              10 TN-CODIGO         PIC 9(5).
              10 TN-CONCEPTO       PIC X(20).
              10 TN-FECHA-ALTA     PIC 9(8).
              10 TN-PAR            PIC 9(5).
              10 TN-METODO         PIC X(1).
       01  CONT-SUYAS              PIC 9(5) VALUE ZEROS.
       01  TABLA-SUYAS.
           05 ENTRADA-SUYA         OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-SUYAS.
              10 TC-FECHA          PIC 9(8).
              10 TC-SENTIDO        PIC X(1).
              10 TC-IMPORTE        PIC 9(9)V99.
              10 TC-REFERENCIA     PIC X(8).
              10 TC-CONCEPTO       PIC X(20).
              10 TC-FECHA-ALTA     PIC 9(8).
              10 TC-PAR            PIC 9(5).
       01  WK-IDX-NUESTRA          PIC 9(5) VALUE ZEROS.
       01  WK-IDX-SUYA             PIC 9(5) VALUE ZEROS.

      * MEJOR CANDIDATA EN LA PASADA POR IMPORTE Y FECHA.
       01  WK-MEJOR                PIC 9(5) VALUE ZEROS.
       01  WK-MEJOR-DIF-IMPORTE    PIC 9(9)V99 VALUE ZEROS.
       01  WK-MEJOR-DIF-DIAS       PIC 9(7) VALUE ZEROS.
       01  WK-DIF-IMPORTE          PIC S9(9)V99 VALUE ZEROS.
       01  WK-DIF-DIAS             PIC S9(7) VALUE ZEROS.
       01  WK-ANTIGUEDAD           PIC S9(7) VALUE ZEROS.

       01  LINEA-TITULO.
           05 FILLER               PIC X(38)
              VALUE 'CONCILIACION CON EL CORRESPONSAL  RUN '.
           05 LT-ID                PIC X(19).
           05 FILLER               PIC X(14) VALUE '  TOLERANCIA: '.
           05 LT-TOLERANCIA        PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(03) VALUE ' / '.
           05 LT-DIAS              PIC Z9.
           05 FILLER               PIC X(05) VALUE ' DIAS'.

       01  LINEA-SECCION.
           05 FILLER               PIC X(04) VALUE '*** '.
           05 LSE-TEXTO            PIC X(50).

      * PAR CASADO: NUESTRA PARTIDA A LA IZQUIERDA, LA SUYA A LA
      * DERECHA Y LA DIFERENCIA DE IMPORTE (NUESTRA - SUYA).
       01  LINEA-PAR.
           05 LP-METODO            PIC X(03).
           05 LP-N-FECHA           PIC 9(8).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LP-N-REFERENCIA      PIC X(8).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LP-SENTIDO           PIC X(1).
           05 LP-N-IMPORTE         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LP-N-CODIGO          PIC 9(5).
           05 FILLER               PIC X(03) VALUE ' | '.
           05 LP-C-FECHA           PIC 9(8).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LP-C-REFERENCIA      PIC X(8).
           05 LP-C-IMPORTE         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(06) VALUE ' DIF: '.
           05 LP-DIFERENCIA        PIC -ZZ,ZZ9.99.

      * PARTIDA ABIERTA, CON SUS DIAS DESDE LA FECHA VALOR.
       01  LINEA-ABIERTA.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 LA-FECHA             PIC 9(8).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LA-REFERENCIA        PIC X(8).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LA-SENTIDO           PIC X(1).
           05 LA-IMPORTE           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LA-CODIGO            PIC X(5).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LA-CONCEPTO          PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LA-DIAS              PIC ZZZ9.
           05 FILLER               PIC X(06) VALUE ' DIAS '.
           05 LA-MARCA             PIC X(07).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 200-CARGAR-APLICADOS
           PERFORM 210-CARGAR-EXTRACTO
           PERFORM 220-CASAR-POR-REFERENCIA
           PERFORM 230-CASAR-POR-IMPORTE
           PERFORM 240-REPORTAR
           PERFORM 250-REESCRIBIR-ABIERTAS
           PERFORM 300-FINALIZAR
           GOBACK.

       100-INICIALIZAR.
           DISPLAY "CONCILIACION CON EL CORRESPONSAL..."

      * SOLO SE CONCILIA UNA CORRIDA COMPLETA: UNA ABORTADA PUEDE
      * HABER DEJADO APLICADOS A MEDIAS.
           OPEN INPUT ARCHIVO-ESTADO-CORRIDA
           IF FS-ESTADO-CORRIDA = '00'
               READ ARCHIVO-ESTADO-CORRIDA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EST-RESULTADO = "COMPLETO"
                           AND EST-ID-EJECUCION(5:8) IS NUMERIC
                           MOVE EST-ID-EJECUCION(5:8)
                               TO WK-FECHA-CORRIDA
                           MOVE EST-ID-EJECUCION TO WK-ID-CORRIDA
                       END-IF
               END-READ
               CLOSE ARCHIVO-ESTADO-CORRIDA
           END-IF

           IF WK-FECHA-CORRIDA = ZEROS
               DISPLAY "AVISO: LA ULTIMA CORRIDA NO TERMINO COMPLETA,"
                       " NO SE CONCILIA CON EL CORRESPONSAL"
               MOVE 0004 TO RETURN-CODE
               GOBACK
           END-IF

           COMPUTE WK-DIAS-CORRIDA =
               FUNCTION INTEGER-OF-DATE(WK-FECHA-CORRIDA)

           PERFORM 110-CARGAR-PARAMETROS
           PERFORM 120-CARGAR-ABIERTAS

      * LA MISMA CORRIDA NO SE CONCILIA DOS VECES: SUS PARTIDAS YA
      * ESTAN CASADAS O ABIERTAS.
           IF WK-ULTIMA-CORRIDA = WK-ID-CORRIDA
               DISPLAY "AVISO: LA CORRIDA " WK-ID-CORRIDA
                       " YA ESTA CONCILIADA CON EL CORRESPONSAL"
               MOVE 0004 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ARCHIVO-APLICADOS

           IF FS-APLICADOS NOT = '00'
               DISPLAY "ERROR ABRIENDO APLICADOS: " FS-APLICADOS
               MOVE 0016 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARCHIVO-REPORTE

           IF FS-REPORTE NOT = '00'
               DISPLAY "ERROR ABRIENDO CONCILIA-EXTRACTO.TXT: "
                       FS-REPORTE
               CLOSE ARCHIVO-APLICADOS
               MOVE 0016 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WK-ID-CORRIDA         TO LT-ID
           MOVE WK-TOLERANCIA-IMPORTE TO LT-TOLERANCIA
           MOVE WK-TOLERANCIA-DIAS    TO LT-DIAS
           WRITE REG-REPORTE FROM LINEA-TITULO.

       110-CARGAR-PARAMETROS.
           OPEN INPUT ARCHIVO-PARAMETROS

           IF FS-PARAMETROS = '00'
               READ ARCHIVO-PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PCO-TOLERANCIA-IMPORTE IS NUMERIC
                           MOVE PCO-TOLERANCIA-IMPORTE
                               TO WK-TOLERANCIA-IMPORTE
                       END-IF
                       IF PCO-TOLERANCIA-DIAS IS NUMERIC
                           MOVE PCO-TOLERANCIA-DIAS
                               TO WK-TOLERANCIA-DIAS
                       END-IF
                       IF PCO-LOTE(1) NOT = SPACES
                           MOVE ZEROS TO CONT-LOTES
                           PERFORM VARYING WK-IDX-LOTE FROM 1 BY 1
                                   UNTIL WK-IDX-LOTE > 5
                               IF PCO-LOTE(WK-IDX-LOTE) NOT = SPACES
                                   ADD 1 TO CONT-LOTES
                                   MOVE PCO-LOTE(WK-IDX-LOTE)
                                       TO TL-LOTE(CONT-LOTES)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
               CLOSE ARCHIVO-PARAMETROS
           END-IF.

      * LAS PARTIDAS ABIERTAS DE DIAS ANTERIORES ENTRAN A LAS TABLAS
      * COMO SI HUBIERAN LLEGADO HOY, CON SU FECHA DE ALTA ORIGINAL.
       120-CARGAR-ABIERTAS.
           OPEN INPUT ARCHIVO-ABIERTAS

           IF FS-ABIERTAS = '35'
               DISPLAY "AVISO: SIN CORRESPONSAL-ABIERTAS.DAT, NO HAY"
                       " PARTIDAS ABIERTAS ANTERIORES"
               EXIT PARAGRAPH
           END-IF

           IF FS-ABIERTAS NOT = '00'
               DISPLAY "ERROR ABRIENDO CORRESPONSAL-ABIERTAS.DAT: "
                       FS-ABIERTAS
               MOVE 0016 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-ABIERTAS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       EVALUATE TRUE
                           WHEN PAB-LADO = 'C'
                               MOVE PAC-ID-CORRIDA
                                   TO WK-ULTIMA-CORRIDA
                               MOVE PAC-EXT-CUENTA
                                   TO WK-ANT-EXT-CUENTA
                               MOVE PAC-EXT-TOTAL
                                   TO WK-ANT-EXT-TOTAL
                               MOVE PAC-EXT-FECHA-MAX
                                   TO WK-ANT-EXT-FECHA-MAX
                           WHEN PAB-LADO = 'N'
                               PERFORM 400-VERIFICAR-LUGAR-NUESTRA
                               ADD 1 TO CONT-NUESTRAS
                               MOVE PAB-FECHA-VALOR
                                   TO TN-FECHA(CONT-NUESTRAS)
                               MOVE PAB-SENTIDO
                                   TO TN-SENTIDO(CONT-NUESTRAS)
                               MOVE PAB-IMPORTE
                                   TO TN-IMPORTE(CONT-NUESTRAS)
                               MOVE PAB-REFERENCIA
                                   TO TN-REFERENCIA(CONT-NUESTRAS)
                               MOVE PAB-CODIGO
                                   TO TN-CODIGO(CONT-NUESTRAS)
                               MOVE PAB-CONCEPTO
                                   TO TN-CONCEPTO(CONT-NUESTRAS)
                               MOVE PAB-FECHA-ALTA
                                   TO TN-FECHA-ALTA(CONT-NUESTRAS)
                               MOVE ZEROS TO TN-PAR(CONT-NUESTRAS)
                               MOVE SPACE TO TN-METODO(CONT-NUESTRAS)
                               ADD 1 TO CONT-ARRASTRADAS
                           WHEN PAB-LADO = 'S'
                               PERFORM 405-VERIFICAR-LUGAR-SUYA
                               ADD 1 TO CONT-SUYAS
                               MOVE PAB-FECHA-VALOR
                                   TO TC-FECHA(CONT-SUYAS)
                               MOVE PAB-SENTIDO
                                   TO TC-SENTIDO(CONT-SUYAS)
                               MOVE PAB-IMPORTE
                                   TO TC-IMPORTE(CONT-SUYAS)
                               MOVE PAB-REFERENCIA
                                   TO TC-REFERENCIA(CONT-SUYAS)
                               MOVE PAB-CONCEPTO
                                   TO TC-CONCEPTO(CONT-SUYAS)
                               MOVE PAB-FECHA-ALTA
                                   TO TC-FECHA-ALTA(CONT-SUYAS)
                               MOVE ZEROS TO TC-PAR(CONT-SUYAS)
                               ADD 1 TO CONT-ARRASTRADAS
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-ABIERTAS.

      * NUESTRAS PARTIDAS INTERBANCARIAS DE LA CORRIDA, CON FECHA
      * VALOR LA DE LA CORRIDA.
       200-CARGAR-APLICADOS.
           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-APLICADOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF APL-ID-EJECUCION = WK-ID-CORRIDA
                           PERFORM 205-ES-INTERBANCARIO
                           IF LOTE-INTERBANCARIO
                               PERFORM 206-AGREGAR-NUESTRA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-APLICADOS.

       205-ES-INTERBANCARIO.
           MOVE 'N' TO SW-LOTE-INTERBANCARIO
           IF APL-TIPO = 'A' AND APL-REFERENCIA(1:2) = "TX"
               MOVE 'S' TO SW-LOTE-INTERBANCARIO
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WK-IDX-LOTE FROM 1 BY 1
                   UNTIL WK-IDX-LOTE > CONT-LOTES
                   OR LOTE-INTERBANCARIO
               IF TL-LOTE(WK-IDX-LOTE) = APL-LOTE
                   MOVE 'S' TO SW-LOTE-INTERBANCARIO
               END-IF
           END-PERFORM.

       206-AGREGAR-NUESTRA.
           PERFORM 400-VERIFICAR-LUGAR-NUESTRA
           ADD 1 TO CONT-NUESTRAS
           MOVE WK-FECHA-CORRIDA TO TN-FECHA(CONT-NUESTRAS)
           MOVE APL-SENTIDO      TO TN-SENTIDO(CONT-NUESTRAS)
           MOVE APL-IMPORTE      TO TN-IMPORTE(CONT-NUESTRAS)
           MOVE APL-REFERENCIA   TO TN-REFERENCIA(CONT-NUESTRAS)
           MOVE APL-CODIGO       TO TN-CODIGO(CONT-NUESTRAS)
           MOVE APL-DESCRIPCION  TO TN-CONCEPTO(CONT-NUESTRAS)
           MOVE WK-FECHA-CORRIDA TO TN-FECHA-ALTA(CONT-NUESTRAS)
           MOVE ZEROS            TO TN-PAR(CONT-NUESTRAS)
           MOVE SPACE            TO TN-METODO(CONT-NUESTRAS)
           ADD 1 TO CONT-NUEVAS-NUESTRAS.

      * SIN EXTRACTO NO HAY NADA DEL OTRO LADO, PERO NUESTRAS
      * PARTIDAS DE HOY IGUAL QUEDAN ABIERTAS PARA CASARSE CUANDO
      * LLEGUE. UN EXTRACTO CON LA MISMA HUELLA QUE EL ULTIMO
      * TOMADO ES EL MISMO ARCHIVO QUE QUEDO EN EL DIRECTORIO: SE
      * DESCARTA.
       210-CARGAR-EXTRACTO.
           OPEN INPUT ARCHIVO-EXTRACTO

           IF FS-EXTRACTO NOT = '00'
               DISPLAY "AVISO: SIN EXTRACTO-CORRESPONSAL.DAT ("
                       FS-EXTRACTO "), SOLO SE ARRASTRAN PARTIDAS"
               EXIT PARAGRAPH
           END-IF

           MOVE CONT-SUYAS TO WK-SUYAS-ANTES
           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-EXTRACTO
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       PERFORM 215-AGREGAR-SUYA
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-EXTRACTO

           IF WK-EXT-CUENTA = WK-ANT-EXT-CUENTA
               AND WK-EXT-TOTAL = WK-ANT-EXT-TOTAL
               AND WK-EXT-FECHA-MAX = WK-ANT-EXT-FECHA-MAX
               DISPLAY "AVISO: EXTRACTO-CORRESPONSAL.DAT YA FUE"
                       " CONCILIADO, NO SE VUELVE A TOMAR"
               MOVE WK-SUYAS-ANTES TO CONT-SUYAS
               MOVE ZEROS TO CONT-NUEVAS-SUYAS
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO SW-HAY-EXTRACTO.

      * UNA LINEA ILEGIBLE SE CUENTA Y SE LISTA, PERO NO ENTRA.
       215-AGREGAR-SUYA.
           IF EXC-FECHA-VALOR NOT NUMERIC
               OR EXC-IMPORTE NOT NUMERIC
               OR (EXC-SENTIDO NOT = '+' AND NOT = '-')
               OR EXC-FECHA-VALOR(5:2) < "01"
               OR EXC-FECHA-VALOR(5:2) > "12"
               OR EXC-FECHA-VALOR(7:2) < "01"
               OR EXC-FECHA-VALOR(7:2) > "31"
               ADD 1 TO CONT-ILEGIBLES
               MOVE SPACES TO REG-REPORTE
               STRING "LINEA ILEGIBLE EN EL EXTRACTO: "
                      REG-EXTRACTO
                   DELIMITED BY SIZE INTO REG-REPORTE
               WRITE REG-REPORTE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WK-EXT-CUENTA
           ADD EXC-IMPORTE TO WK-EXT-TOTAL
           IF EXC-FECHA-VALOR > WK-EXT-FECHA-MAX
               MOVE EXC-FECHA-VALOR TO WK-EXT-FECHA-MAX
           END-IF

           PERFORM 405-VERIFICAR-LUGAR-SUYA
           ADD 1 TO CONT-SUYAS
           MOVE EXC-FECHA-VALOR  TO TC-FECHA(CONT-SUYAS)
           MOVE EXC-SENTIDO      TO TC-SENTIDO(CONT-SUYAS)
           MOVE EXC-IMPORTE      TO TC-IMPORTE(CONT-SUYAS)
           MOVE EXC-REFERENCIA   TO TC-REFERENCIA(CONT-SUYAS)
           MOVE EXC-CONCEPTO     TO TC-CONCEPTO(CONT-SUYAS)
           MOVE WK-FECHA-CORRIDA TO TC-FECHA-ALTA(CONT-SUYAS)
           MOVE ZEROS            TO TC-PAR(CONT-SUYAS)
           ADD 1 TO CONT-NUEVAS-SUYAS.

      * PRIMERA PASADA: MISMA REFERENCIA, MISMO SENTIDO E IMPORTE
      * DENTRO DE LA TOLERANCIA, SIN IMPORTAR LA FECHA VALOR.
       220-CASAR-POR-REFERENCIA.
           PERFORM VARYING WK-IDX-SUYA FROM 1 BY 1
                   UNTIL WK-IDX-SUYA > CONT-SUYAS
               IF TC-PAR(WK-IDX-SUYA) = ZEROS
                   AND TC-REFERENCIA(WK-IDX-SUYA) NOT = SPACES
                   PERFORM 225-BUSCAR-POR-REFERENCIA
               END-IF
           END-PERFORM.

       225-BUSCAR-POR-REFERENCIA.
           PERFORM VARYING WK-IDX-NUESTRA FROM 1 BY 1
                   UNTIL WK-IDX-NUESTRA > CONT-NUESTRAS
                   OR TC-PAR(WK-IDX-SUYA) > ZEROS
               IF TN-PAR(WK-IDX-NUESTRA) = ZEROS
                   AND TN-REFERENCIA(WK-IDX-NUESTRA)
                       = TC-REFERENCIA(WK-IDX-SUYA)
                   AND TN-SENTIDO(WK-IDX-NUESTRA)
                       = TC-SENTIDO(WK-IDX-SUYA)
                   COMPUTE WK-DIF-IMPORTE =
                       TN-IMPORTE(WK-IDX-NUESTRA)
                       - TC-IMPORTE(WK-IDX-SUYA)
                   IF WK-DIF-IMPORTE < ZERO
                       COMPUTE WK-DIF-IMPORTE = 0 - WK-DIF-IMPORTE
                   END-IF
                   IF WK-DIF-IMPORTE <= WK-TOLERANCIA-IMPORTE
                       MOVE WK-IDX-SUYA TO TN-PAR(WK-IDX-NUESTRA)
                       MOVE 'R' TO TN-METODO(WK-IDX-NUESTRA)
                       MOVE WK-IDX-NUESTRA TO TC-PAR(WK-IDX-SUYA)
                       ADD 1 TO CONT-CASADAS-REF
                   END-IF
               END-IF
           END-PERFORM.

      * SEGUNDA PASADA: LO QUE QUEDO, POR SENTIDO, IMPORTE Y FECHA
      * VALOR DENTRO DE LAS TOLERANCIAS. ENTRE VARIAS CANDIDATAS
      * GANA LA DE MENOR DIFERENCIA DE IMPORTE Y, A IGUALDAD, LA
      * MAS CERCANA EN FECHA.
       230-CASAR-POR-IMPORTE.
           PERFORM VARYING WK-IDX-SUYA FROM 1 BY 1
                   UNTIL WK-IDX-SUYA > CONT-SUYAS
               IF TC-PAR(WK-IDX-SUYA) = ZEROS
                   PERFORM 235-BUSCAR-POR-IMPORTE
               END-IF
           END-PERFORM.

       235-BUSCAR-POR-IMPORTE.
           MOVE ZEROS TO WK-MEJOR
           PERFORM VARYING WK-IDX-NUESTRA FROM 1 BY 1
                   UNTIL WK-IDX-NUESTRA > CONT-NUESTRAS
               IF TN-PAR(WK-IDX-NUESTRA) = ZEROS
                   AND TN-SENTIDO(WK-IDX-NUESTRA)
                       = TC-SENTIDO(WK-IDX-SUYA)
                   PERFORM 236-EVALUAR-CANDIDATA
               END-IF
           END-PERFORM

           IF WK-MEJOR > ZEROS
               MOVE WK-IDX-SUYA TO TN-PAR(WK-MEJOR)
               MOVE 'I' TO TN-METODO(WK-MEJOR)
               MOVE WK-MEJOR TO TC-PAR(WK-IDX-SUYA)
               ADD 1 TO CONT-CASADAS-IMP
           END-IF.

       236-EVALUAR-CANDIDATA.
           COMPUTE WK-DIF-IMPORTE =
               TN-IMPORTE(WK-IDX-NUESTRA) - TC-IMPORTE(WK-IDX-SUYA)
           IF WK-DIF-IMPORTE < ZERO
               COMPUTE WK-DIF-IMPORTE = 0 - WK-DIF-IMPORTE
           END-IF
           IF WK-DIF-IMPORTE > WK-TOLERANCIA-IMPORTE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WK-DIF-DIAS =
               FUNCTION INTEGER-OF-DATE(TN-FECHA(WK-IDX-NUESTRA))
               - FUNCTION INTEGER-OF-DATE(TC-FECHA(WK-IDX-SUYA))
           IF WK-DIF-DIAS < ZERO
               COMPUTE WK-DIF-DIAS = 0 - WK-DIF-DIAS
           END-IF
           IF WK-DIF-DIAS > WK-TOLERANCIA-DIAS
               EXIT PARAGRAPH
           END-IF

           IF WK-MEJOR = ZEROS
               OR WK-DIF-IMPORTE < WK-MEJOR-DIF-IMPORTE
               OR (WK-DIF-IMPORTE = WK-MEJOR-DIF-IMPORTE
                   AND WK-DIF-DIAS < WK-MEJOR-DIF-DIAS)
               MOVE WK-IDX-NUESTRA TO WK-MEJOR
               MOVE WK-DIF-IMPORTE TO WK-MEJOR-DIF-IMPORTE
               MOVE WK-DIF-DIAS    TO WK-MEJOR-DIF-DIAS
           END-IF.

       240-REPORTAR.
           IF NOT HAY-EXTRACTO
               MOVE "SIN EXTRACTO NUEVO DEL CORRESPONSAL: SOLO SE"
                   TO REG-REPORTE
               WRITE REG-REPORTE
               MOVE "CASAN PARTIDAS ARRASTRADAS" TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE

           MOVE "PARES CASADOS (R REFERENCIA, I IMPORTE Y FECHA)"
               TO LSE-TEXTO
           WRITE REG-REPORTE FROM LINEA-SECCION
           PERFORM VARYING WK-IDX-NUESTRA FROM 1 BY 1
                   UNTIL WK-IDX-NUESTRA > CONT-NUESTRAS
               IF TN-PAR(WK-IDX-NUESTRA) > ZEROS
                   PERFORM 242-REPORTAR-PAR
               END-IF
           END-PERFORM
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE

           MOVE "NUESTRAS PARTIDAS QUE EL CORRESPONSAL NO TIENE"
               TO LSE-TEXTO
           WRITE REG-REPORTE FROM LINEA-SECCION
           PERFORM VARYING WK-IDX-NUESTRA FROM 1 BY 1
                   UNTIL WK-IDX-NUESTRA > CONT-NUESTRAS
               IF TN-PAR(WK-IDX-NUESTRA) = ZEROS
                   ADD 1 TO CONT-ABIERTAS-NUESTRAS
                   MOVE TN-FECHA(WK-IDX-NUESTRA)      TO LA-FECHA
                   MOVE TN-REFERENCIA(WK-IDX-NUESTRA) TO LA-REFERENCIA
                   MOVE TN-SENTIDO(WK-IDX-NUESTRA)    TO LA-SENTIDO
                   MOVE TN-IMPORTE(WK-IDX-NUESTRA)    TO LA-IMPORTE
                   MOVE TN-CODIGO(WK-IDX-NUESTRA)     TO LA-CODIGO
                   MOVE TN-CONCEPTO(WK-IDX-NUESTRA)   TO LA-CONCEPTO
                   PERFORM 244-REPORTAR-ABIERTA
               END-IF
           END-PERFORM
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE

           MOVE "PARTIDAS DEL CORRESPONSAL QUE NO TENEMOS"
               TO LSE-TEXTO
           WRITE REG-REPORTE FROM LINEA-SECCION
           PERFORM VARYING WK-IDX-SUYA FROM 1 BY 1
                   UNTIL WK-IDX-SUYA > CONT-SUYAS
               IF TC-PAR(WK-IDX-SUYA) = ZEROS
                   ADD 1 TO CONT-ABIERTAS-SUYAS
                   MOVE TC-FECHA(WK-IDX-SUYA)      TO LA-FECHA
                   MOVE TC-REFERENCIA(WK-IDX-SUYA) TO LA-REFERENCIA
                   MOVE TC-SENTIDO(WK-IDX-SUYA)    TO LA-SENTIDO
                   MOVE TC-IMPORTE(WK-IDX-SUYA)    TO LA-IMPORTE
                   MOVE SPACES                     TO LA-CODIGO
                   MOVE TC-CONCEPTO(WK-IDX-SUYA)   TO LA-CONCEPTO
                   PERFORM 244-REPORTAR-ABIERTA
               END-IF
           END-PERFORM

           CLOSE ARCHIVO-REPORTE.

       242-REPORTAR-PAR.
           MOVE TN-PAR(WK-IDX-NUESTRA) TO WK-IDX-SUYA
           MOVE SPACES TO LP-METODO
           MOVE TN-METODO(WK-IDX-NUESTRA)     TO LP-METODO(1:1)
           MOVE TN-FECHA(WK-IDX-NUESTRA)      TO LP-N-FECHA
           MOVE TN-REFERENCIA(WK-IDX-NUESTRA) TO LP-N-REFERENCIA
           MOVE TN-SENTIDO(WK-IDX-NUESTRA)    TO LP-SENTIDO
           MOVE TN-IMPORTE(WK-IDX-NUESTRA)    TO LP-N-IMPORTE
           MOVE TN-CODIGO(WK-IDX-NUESTRA)     TO LP-N-CODIGO
           MOVE TC-FECHA(WK-IDX-SUYA)         TO LP-C-FECHA
           MOVE TC-REFERENCIA(WK-IDX-SUYA)    TO LP-C-REFERENCIA
           MOVE TC-IMPORTE(WK-IDX-SUYA)       TO LP-C-IMPORTE
           COMPUTE WK-DIF-IMPORTE =
               TN-IMPORTE(WK-IDX-NUESTRA) - TC-IMPORTE(WK-IDX-SUYA)
           MOVE WK-DIF-IMPORTE TO LP-DIFERENCIA
           WRITE REG-REPORTE FROM LINEA-PAR.

      * PASADA LA TOLERANCIA DE DIAS LA PARTIDA YA NO CASA POR
      * IMPORTE CON NADA NUEVO: SE MARCA VENCIDA.
       244-REPORTAR-ABIERTA.
           COMPUTE WK-ANTIGUEDAD =
               WK-DIAS-CORRIDA - FUNCTION INTEGER-OF-DATE(LA-FECHA)
           IF WK-ANTIGUEDAD < ZERO
               MOVE ZEROS TO WK-ANTIGUEDAD
           END-IF
           MOVE WK-ANTIGUEDAD TO LA-DIAS
           MOVE SPACES TO LA-MARCA
           IF WK-ANTIGUEDAD > WK-TOLERANCIA-DIAS
               MOVE "VENCIDA" TO LA-MARCA
               ADD 1 TO CONT-VENCIDAS
           END-IF
           WRITE REG-REPORTE FROM LINEA-ABIERTA.

      * EL CONTROL VA PRIMERO; SI HOY NO HUBO EXTRACTO NUEVO SE
      * CONSERVA LA HUELLA DEL ULTIMO TOMADO.
       250-REESCRIBIR-ABIERTAS.
           OPEN OUTPUT ARCHIVO-ABIERTAS

           IF FS-ABIERTAS NOT = '00'
               DISPLAY "ERROR REESCRIBIENDO CORRESPONSAL-ABIERTAS.DAT"
                       ": " FS-ABIERTAS
               MOVE 0016 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO REG-ABIERTA
           MOVE 'C' TO PAC-LADO
           MOVE WK-ID-CORRIDA TO PAC-ID-CORRIDA
           IF HAY-EXTRACTO
               MOVE WK-EXT-CUENTA    TO PAC-EXT-CUENTA
               MOVE WK-EXT-TOTAL     TO PAC-EXT-TOTAL
               MOVE WK-EXT-FECHA-MAX TO PAC-EXT-FECHA-MAX
           ELSE
               MOVE WK-ANT-EXT-CUENTA    TO PAC-EXT-CUENTA
               MOVE WK-ANT-EXT-TOTAL     TO PAC-EXT-TOTAL
               MOVE WK-ANT-EXT-FECHA-MAX TO PAC-EXT-FECHA-MAX
           END-IF
           WRITE REG-ABIERTA-CONTROL

           PERFORM VARYING WK-IDX-NUESTRA FROM 1 BY 1
                   UNTIL WK-IDX-NUESTRA > CONT-NUESTRAS
               IF TN-PAR(WK-IDX-NUESTRA) = ZEROS
                   MOVE 'N' TO PAB-LADO
                   MOVE TN-FECHA(WK-IDX-NUESTRA)      TO PAB-FECHA-VALOR
                   MOVE TN-SENTIDO(WK-IDX-NUESTRA)    TO PAB-SENTIDO
                   MOVE TN-IMPORTE(WK-IDX-NUESTRA)    TO PAB-IMPORTE
                   MOVE TN-REFERENCIA(WK-IDX-NUESTRA) TO PAB-REFERENCIA
                   MOVE TN-CODIGO(WK-IDX-NUESTRA)     TO PAB-CODIGO
                   MOVE TN-CONCEPTO(WK-IDX-NUESTRA)   TO PAB-CONCEPTO
                   MOVE TN-FECHA-ALTA(WK-IDX-NUESTRA) TO PAB-FECHA-ALTA
                   WRITE REG-ABIERTA
               END-IF
           END-PERFORM

           PERFORM VARYING WK-IDX-SUYA FROM 1 BY 1
                   UNTIL WK-IDX-SUYA > CONT-SUYAS
               IF TC-PAR(WK-IDX-SUYA) = ZEROS
                   MOVE 'S' TO PAB-LADO
                   MOVE TC-FECHA(WK-IDX-SUYA)      TO PAB-FECHA-VALOR
                   MOVE TC-SENTIDO(WK-IDX-SUYA)    TO PAB-SENTIDO
                   MOVE TC-IMPORTE(WK-IDX-SUYA)    TO PAB-IMPORTE
                   MOVE TC-REFERENCIA(WK-IDX-SUYA) TO PAB-REFERENCIA
                   MOVE ZEROS                      TO PAB-CODIGO
                   MOVE TC-CONCEPTO(WK-IDX-SUYA)   TO PAB-CONCEPTO
                   MOVE TC-FECHA-ALTA(WK-IDX-SUYA) TO PAB-FECHA-ALTA
                   WRITE REG-ABIERTA
               END-IF
           END-PERFORM

           CLOSE ARCHIVO-ABIERTAS.

       300-FINALIZAR.
           DISPLAY "PARTIDAS ARRASTRADAS:        " CONT-ARRASTRADAS
           DISPLAY "NUESTRAS DE LA CORRIDA:      " CONT-NUEVAS-NUESTRAS
           DISPLAY "DEL EXTRACTO:                " CONT-NUEVAS-SUYAS
           DISPLAY "LINEAS ILEGIBLES:            " CONT-ILEGIBLES
           DISPLAY "CASADAS POR REFERENCIA:      " CONT-CASADAS-REF
           DISPLAY "CASADAS POR IMPORTE/FECHA:   " CONT-CASADAS-IMP
           DISPLAY "ABIERTAS NUESTRAS:           "
                   CONT-ABIERTAS-NUESTRAS
           DISPLAY "ABIERTAS DEL CORRESPONSAL:   " CONT-ABIERTAS-SUYAS
           DISPLAY "ABIERTAS VENCIDAS:           " CONT-VENCIDAS
           DISPLAY "REPORTE EN: CONCILIA-EXTRACTO.TXT"

           IF CONT-VENCIDAS > ZEROS
               OR CONT-ILEGIBLES > ZEROS
               OR NOT HAY-EXTRACTO
               MOVE 0004 TO RETURN-CODE
           END-IF.

       400-VERIFICAR-LUGAR-NUESTRA.
           IF CONT-NUESTRAS >= WK-MAX-PARTIDAS
               DISPLAY "*** MAS DE " WK-MAX-PARTIDAS
                       " PARTIDAS NUESTRAS: NO SE CONCILIA ***"
               MOVE 0012 TO RETURN-CODE
               GOBACK
           END-IF.

       405-VERIFICAR-LUGAR-SUYA.
           IF CONT-SUYAS >= WK-MAX-PARTIDAS
               DISPLAY "*** MAS DE " WK-MAX-PARTIDAS
                       " PARTIDAS DEL CORRESPONSAL: NO SE CONCILIA ***"
               MOVE 0012 TO RETURN-CODE
               GOBACK
           END-IF.
