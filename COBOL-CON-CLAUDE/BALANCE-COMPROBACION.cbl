       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCE-COMPROBACION.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: BALANCE DE COMPROBACION Y CONCILIACION DEL MAYOR
      * PROPOSITO: ACUMULA DIARIO-CONTABLE.DAT (LOS DIARIOS DE LAS
      *            CORRIDAS DEL EJERCICIO, UNO DETRAS DEL OTRO) EN
      *            SALDOS POR CUENTA DEL MAYOR, PARTIENDO DE LOS
      *            SALDOS DE APERTURA DE SALDOS-MAYOR.DAT, Y
      *            COMPRUEBA QUE CADA CORRIDA CUADRE DEBE CONTRA
      *            HABER. DESPUES COMPARA CADA CUENTA DE CONTROL DE
      *            DEPOSITOS DE CLIENTES (CONTROL-CONTABLE.DAT:
      *            CUENTA DEL MAYOR -> PRODUCTO Y MONEDA) CONTRA LA
      *            SUMA DE SALDO-MAESTRO-NUEVO DE LAS CUENTAS DE ESOS
      *            PRODUCTOS Y MONEDAS. TODA DIFERENCIA SE LISTA CON
      *            LAS CORRIDAS Y LOS TIPOS DE MOVIMIENTO QUE LA
      *            FORMAN, PARA QUE EL CIERRE DE MES SE FIRME SIN
      *            PLANILLAS. LOS SALDOS FINALES QUEDAN EN
      *            SALDOS-MAYOR-CIERRE.DAT COMO FOTO DEL MES FIRMADO;
      *            ESE ARCHIVO NO SE COPIA SOBRE SALDOS-MAYOR.DAT.
      *            EL DIARIO LLEVA EL EJERCICIO ENTERO Y
      *            SALDOS-MAYOR.DAT ES LA APERTURA DEL EJERCICIO: SOLO
      *            CIERRA-EJERCICIO LO REEMPLAZA, ASI CADA MES SE SUMA
      *            UNA SOLA VEZ Y LOS SALDOS SON LOS DEL AÑO A LA
      *            FECHA.
      *            LOS SALDOS SE LLEVAN DEUDORES (DEBE - HABER). LAS
      *            CUENTAS DE CONTROL SON PASIVO: SU SALDO SE COMPARA
      *            ACREEDOR (HABER - DEBE) CONTRA EL MAESTRO.
      *            CERRADO UN AÑO (CIERRA-EJERCICIO), LA APERTURA DEL
      *            AÑO NUEVO VIENE COMO ASIENTO DEL DIARIO (LOTE
      *            "APERTURA", UNA LINEA POR CUENTA) Y SE ABRE CON
      *            TIPO 'K' EN LAS DIFERENCIAS.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-DIARIO
               ASSIGN TO "DIARIO-CONTABLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIARIO.

           SELECT ARCHIVO-MAPA
               ASSIGN TO "MAPA-CONTABLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAPA.

      * CUENTAS DE CONTROL DE DEPOSITOS: UNA FILA POR CUENTA DEL
      * MAYOR, PRODUCTO Y MONEDA. PRODUCTO EN BLANCO = TODOS LOS
      * PRODUCTOS DE ESA MONEDA.
           SELECT ARCHIVO-CONTROL
               ASSIGN TO "CONTROL-CONTABLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL.

           SELECT ARCHIVO-APERTURA
               ASSIGN TO "SALDOS-MAYOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APERTURA.

           SELECT ARCHIVO-CIERRE
               ASSIGN TO "SALDOS-MAYOR-CIERRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CIERRE.

           SELECT ARCHIVO-MAESTRO-NUEVO
               ASSIGN TO "MAESTRO-NUEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CODIGO-MAESTRO-NUEVO
               FILE STATUS IS FS-MAESTRO-NUEVO.

           SELECT ARCHIVO-REPORTE
               ASSIGN TO "BALANCE-COMPROBACION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-DIARIO.
       01  REG-DIARIO.
           05 DIA-FECHA            PIC 9(8).
           05 DIA-ID-EJECUCION     PIC X(19).
           05 DIA-CUENTA-MAYOR     PIC 9(8).
           05 DIA-IMPORTE-DEBE     PIC 9(9)V99.
           05 DIA-IMPORTE-HABER    PIC 9(9)V99.
           05 DIA-CONCEPTO         PIC X(20).
           05 DIA-CODIGO-ORIGEN    PIC 9(5).
           05 DIA-LOTE-ORIGEN      PIC X(8).
           05 DIA-SECUENCIA-ORIGEN PIC 9(5).
           05 DIA-SUCURSAL         PIC 9(3).
           05 DIA-MONEDA           PIC X(3).
           05 DIA-PRODUCTO         PIC X(2).

       FD  ARCHIVO-MAPA.
       01  REG-MAPA.
           05 MAP-TIPO             PIC X(1).
           05 MAP-SENTIDO          PIC X(1).
           05 MAP-CUENTA-DEBE      PIC 9(8).
           05 MAP-CUENTA-HABER     PIC 9(8).

       FD  ARCHIVO-CONTROL.
       01  REG-CONTROL.
           05 CTL-CUENTA-MAYOR     PIC 9(8).
           05 CTL-PRODUCTO         PIC X(2).
           05 CTL-MONEDA           PIC X(3).

       FD  ARCHIVO-APERTURA.
       01  REG-APERTURA.
           05 SMA-CUENTA-MAYOR     PIC 9(8).
           05 SMA-SALDO            PIC S9(11)V99.

       FD  ARCHIVO-CIERRE.
       01  REG-CIERRE.
           05 SMC-CUENTA-MAYOR     PIC 9(8).
           05 SMC-SALDO            PIC S9(11)V99.

       FD  ARCHIVO-MAESTRO-NUEVO.
       01  REG-MAESTRO-NUEVO.
           05 CODIGO-MAESTRO-NUEVO PIC 9(5).
           05 NOMBRE-MAESTRO-NUEVO PIC X(30).
           05 SALDO-MAESTRO-NUEVO  PIC S9(7)V99.
           05 ESTADO-MAESTRO-NUEVO PIC X(01).
           05 FECHA-ESTADO-MAESTRO-NUEVO PIC 9(8).
           05 MONEDA-MAESTRO-NUEVO PIC X(3).
           05 SUCURSAL-MAESTRO-NUEVO PIC 9(3).
           05 PRODUCTO-MAESTRO-NUEVO PIC X(2).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-DIARIO            PIC XX.
           05 FS-MAPA              PIC XX.
           05 FS-CONTROL           PIC XX.
           05 FS-APERTURA          PIC XX.
           05 FS-CIERRE            PIC XX.
           05 FS-MAESTRO-NUEVO     PIC XX.
           05 FS-REPORTE           PIC XX.

       01  SWITCHES.
           05 SW-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 SW-HALLADO           PIC X VALUE 'N'.
              88 HALLADO           VALUE 'S'.
           05 SW-HAY-PENDIENTE     PIC X VALUE 'N'.
              88 HAY-PENDIENTE     VALUE 'S'.
           05 SW-HAY-MAESTRO       PIC X VALUE 'N'.
              88 HAY-MAESTRO       VALUE 'S'.

       01  CONTADORES.
           05 CONT-LINEAS-DIARIO   PIC 9(7) VALUE ZEROS.
           05 CONT-CUENTAS-MAESTRO PIC 9(7) VALUE ZEROS.
           05 CONT-SIN-CONTROL     PIC 9(7) VALUE ZEROS.
           05 CONT-CORRIDAS-MAL    PIC 9(5) VALUE ZEROS.
           05 CONT-CONTROLES-MAL   PIC 9(5) VALUE ZEROS.
           05 CONT-SIN-TIPO        PIC 9(7) VALUE ZEROS.

       01  TOTALES.
           05 TOTAL-APERTURA       PIC S9(11)V99 VALUE ZEROS.
           05 TOTAL-DEBE           PIC 9(11)V99 VALUE ZEROS.
           05 TOTAL-HABER          PIC 9(11)V99 VALUE ZEROS.
           05 TOTAL-SALDO          PIC S9(11)V99 VALUE ZEROS.
           05 TOTAL-SIN-CONTROL    PIC S9(11)V99 VALUE ZEROS.

      * MAPA DE POSTEO, EL MISMO QUE USA POSTEA-DIARIO. AQUI SIRVE
      * AL REVES: DEL PAR (CUENTA DEBE, CUENTA HABER) DE CADA
      * ASIENTO SE DEDUCE EL TIPO Y SENTIDO DEL MOVIMIENTO.
       01  WK-MAX-MAPA             PIC 9(2) VALUE 30.
       01  CONT-MAPA               PIC 9(2) VALUE ZEROS.
       01  TABLA-MAPA.
           05 ENTRADA-MAPA         OCCURS 1 TO 30 TIMES
                                   DEPENDING ON CONT-MAPA.
              10 TM-TIPO           PIC X(1).
              10 TM-SENTIDO        PIC X(1).
              10 TM-CUENTA-DEBE    PIC 9(8).
              10 TM-CUENTA-HABER   PIC 9(8).
       01  CUENTAS-SUSPENSO.
           05 WK-SUSP-DEBE         PIC 9(8) VALUE 99990000.
           05 WK-SUSP-HABER        PIC 9(8) VALUE 99991000.

      * FILAS DE CONTROL-CONTABLE.DAT.
       01  WK-MAX-FILAS-CONTROL    PIC 9(3) VALUE 100.
       01  CONT-FILAS-CONTROL      PIC 9(3) VALUE ZEROS.
       01  TABLA-FILAS-CONTROL.
           05 ENTRADA-FILA-CONTROL OCCURS 1 TO 100 TIMES
                                   DEPENDING ON CONT-FILAS-CONTROL.
              10 TF-CUENTA-MAYOR   PIC 9(8).
              10 TF-PRODUCTO       PIC X(2).
              10 TF-MONEDA         PIC X(3).

      * UNA ENTRADA POR CUENTA DE CONTROL DISTINTA, CON LO QUE SUMA
      * EL MAESTRO PARA ELLA.
       01  WK-MAX-CONTROLES        PIC 9(3) VALUE 50.
       01  CONT-CONTROLES          PIC 9(3) VALUE ZEROS.
       01  TABLA-CONTROLES.
           05 ENTRADA-CONTROL      OCCURS 1 TO 50 TIMES
                                   DEPENDING ON CONT-CONTROLES.
              10 TK-CUENTA-MAYOR   PIC 9(8).
              10 TK-SALDO-MAESTRO  PIC S9(11)V99.
              10 TK-CUENTAS        PIC 9(7).

      * BALANCE: UNA ENTRADA POR CUENTA DEL MAYOR, ORDENADA POR
      * CUENTA A MEDIDA QUE SE DAN DE ALTA.
       01  WK-MAX-CUENTAS          PIC 9(4) VALUE 500.
       01  CONT-CUENTAS            PIC 9(4) VALUE ZEROS.
       01  TABLA-CUENTAS.
           05 ENTRADA-CUENTA       OCCURS 1 TO 500 TIMES
                                   DEPENDING ON CONT-CUENTAS.
              10 TC-CUENTA-MAYOR   PIC 9(8).
              10 TC-APERTURA       PIC S9(11)V99.
              10 TC-DEBE           PIC 9(11)V99.
              10 TC-HABER          PIC 9(11)V99.

      * CUADRE POR CORRIDA.
       01  WK-MAX-CORRIDAS         PIC 9(3) VALUE 200.
       01  CONT-CORRIDAS           PIC 9(3) VALUE ZEROS.
       01  TABLA-CORRIDAS.
           05 ENTRADA-CORRIDA      OCCURS 1 TO 200 TIMES
                                   DEPENDING ON CONT-CORRIDAS.
              10 TR-ID-EJECUCION   PIC X(19).
              10 TR-LINEAS         PIC 9(7).
              10 TR-DEBE           PIC 9(11)V99.
              10 TR-HABER          PIC 9(11)V99.

      * LO QUE CADA CORRIDA Y TIPO DE MOVIMIENTO APORTO A CADA
      * CUENTA DE CONTROL. TIPO '?' = ASIENTO SIN PAR O SIN FILA
      * EN EL MAPA.
       01  WK-MAX-APORTES          PIC 9(4) VALUE 3000.
       01  CONT-APORTES            PIC 9(4) VALUE ZEROS.
       01  TABLA-APORTES.
           05 ENTRADA-APORTE       OCCURS 1 TO 3000 TIMES
                                   DEPENDING ON CONT-APORTES.
              10 TA-CUENTA-MAYOR   PIC 9(8).
              10 TA-ID-EJECUCION   PIC X(19).
              10 TA-TIPO           PIC X(1).
              10 TA-SENTIDO        PIC X(1).
              10 TA-DEBE           PIC 9(11)V99.
              10 TA-HABER          PIC 9(11)V99.

      * PRIMERA LINEA DE UN ASIENTO (LA DEL DEBE), A LA ESPERA DE
      * SU PAR PARA SABER DE QUE MOVIMIENTO ES.
       01  PENDIENTE.
           05 PEN-ID-EJECUCION     PIC X(19).
           05 PEN-CUENTA-MAYOR     PIC 9(8).
           05 PEN-IMPORTE-DEBE     PIC 9(9)V99.
           05 PEN-IMPORTE-HABER    PIC 9(9)V99.
           05 PEN-CODIGO-ORIGEN    PIC 9(5).
           05 PEN-LOTE-ORIGEN      PIC X(8).
           05 PEN-SECUENCIA-ORIGEN PIC 9(5).

       01  WK-INDICE               PIC 9(4) VALUE ZEROS.
       01  WK-INDICE-2             PIC 9(4) VALUE ZEROS.
       01  WK-INDICE-HALLADO       PIC 9(4) VALUE ZEROS.
       01  WK-CUENTA-BUSCADA       PIC 9(8) VALUE ZEROS.
       01  WK-TIPO                 PIC X(1) VALUE SPACE.
       01  WK-SENTIDO              PIC X(1) VALUE SPACE.
       01  WK-APORTE-CUENTA        PIC 9(8) VALUE ZEROS.
       01  WK-APORTE-CORRIDA       PIC X(19) VALUE SPACES.
       01  WK-APORTE-DEBE          PIC 9(11)V99 VALUE ZEROS.
       01  WK-APORTE-HABER         PIC 9(11)V99 VALUE ZEROS.
       01  WK-SALDO                PIC S9(11)V99 VALUE ZEROS.
       01  WK-SALDO-MAYOR          PIC S9(11)V99 VALUE ZEROS.
       01  WK-DIFERENCIA           PIC S9(11)V99 VALUE ZEROS.
       01  WK-NETO                 PIC S9(11)V99 VALUE ZEROS.
       01  CONT-APORTES-CUENTA     PIC 9(4) VALUE ZEROS.

       01  LINEA-TITULO.
           05 FILLER               PIC X(25) VALUE SPACES.
           05 FILLER               PIC X(42)
              VALUE 'BALANCE DE COMPROBACION Y CONCILIACION'.

       01  LINEA-SUBTITULO.
           05 LS-TEXTO             PIC X(60).

       01  LINEA-CAB-BALANCE.
           05 FILLER               PIC X(10) VALUE 'CUENTA'.
           05 FILLER               PIC X(19)
              VALUE '           APERTURA'.
           05 FILLER               PIC X(18) VALUE '              DEBE'.
           05 FILLER               PIC X(18) VALUE '             HABER'.
           05 FILLER               PIC X(20)
              VALUE '         SALDO FINAL'.

       01  LINEA-BALANCE.
           05 LB-CUENTA            PIC 9(8).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LB-APERTURA          PIC ----,---,---,--9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LB-DEBE              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LB-HABER             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LB-SALDO             PIC ----,---,---,--9.99.

       01  LINEA-CAB-CORRIDA.
           05 FILLER               PIC X(21) VALUE 'CORRIDA'.
           05 FILLER               PIC X(08) VALUE ' LINEAS'.
           05 FILLER               PIC X(18) VALUE '              DEBE'.
           05 FILLER               PIC X(18) VALUE '             HABER'.
           05 FILLER               PIC X(11) VALUE '  ESTADO'.

       01  LINEA-CORRIDA.
           05 LR-ID-EJECUCION      PIC X(19).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LR-LINEAS            PIC ZZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LR-DEBE              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LR-HABER             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LR-ESTADO            PIC X(10).

       01  LINEA-CAB-CONTROL.
           05 FILLER               PIC X(10) VALUE 'CONTROL'.
           05 FILLER               PIC X(19)
              VALUE '        SALDO MAYOR'.
           05 FILLER               PIC X(19)
              VALUE '      SALDO MAESTRO'.
           05 FILLER               PIC X(19)
              VALUE '         DIFERENCIA'.
           05 FILLER               PIC X(09) VALUE '  CUENTAS'.

       01  LINEA-CONTROL.
           05 LC-CUENTA            PIC 9(8).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LC-SALDO-MAYOR       PIC ----,---,---,--9.99.
           05 LC-SALDO-MAESTRO     PIC ----,---,---,--9.99.
           05 LC-DIFERENCIA        PIC ----,---,---,--9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LC-CUENTAS           PIC ZZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LC-ESTADO            PIC X(10).

       01  LINEA-CAB-APORTE.
           05 FILLER               PIC X(12) VALUE SPACES.
           05 FILLER               PIC X(21) VALUE 'CORRIDA'.
           05 FILLER               PIC X(10) VALUE 'TIPO/SENT'.
           05 FILLER               PIC X(18) VALUE '              DEBE'.
           05 FILLER               PIC X(18) VALUE '             HABER'.
           05 FILLER               PIC X(19)
              VALUE '      NETO ACREEDOR'.

       01  LINEA-APORTE.
           05 FILLER               PIC X(12) VALUE SPACES.
           05 LA-ID-EJECUCION      PIC X(19).
           05 FILLER               PIC X(04) VALUE SPACES.
           05 LA-TIPO              PIC X(1).
           05 FILLER               PIC X(01) VALUE '/'.
           05 LA-SENTIDO           PIC X(1).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 LA-DEBE              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LA-HABER             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 LA-NETO              PIC ----,---,---,--9.99.

       01  LINEA-SIN-APORTES.
           05 FILLER               PIC X(12) VALUE SPACES.
           05 FILLER               PIC X(40)
              VALUE 'SIN MOVIMIENTOS EN EL PERIODO'.

       01  LINEA-RAYA              PIC X(100) VALUE ALL '='.
       01  LINEA-GUIONES           PIC X(100) VALUE ALL '-'.

       01  LINEA-TOTAL.
           05 LTO-ETIQUETA         PIC X(40).
           05 LTO-IMPORTE          PIC ----,---,---,--9.99.

       01  LINEA-CONTEO.
           05 LCO-ETIQUETA         PIC X(40).
           05 LCO-NUMERO           PIC ZZZZZZ9.

       01  WK-TOTAL-EDITADO        PIC ----,---,---,--9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 200-ACUMULAR-DIARIO
           PERFORM 230-SUMAR-MAESTRO
           PERFORM 250-ESCRIBIR-BALANCE
           PERFORM 260-ESCRIBIR-CORRIDAS
           PERFORM 270-ESCRIBIR-CONCILIACION
           PERFORM 300-FINALIZAR
           STOP RUN.

       100-INICIALIZAR.
           DISPLAY "========================================"
           DISPLAY "  BALANCE DE COMPROBACION"
           DISPLAY "========================================"
           DISPLAY " "

           PERFORM 110-CARGAR-MAPA
           PERFORM 120-CARGAR-CONTROL
           PERFORM 130-CARGAR-APERTURA

           OPEN INPUT ARCHIVO-DIARIO

           IF FS-DIARIO NOT = '00'
               DISPLAY "ERROR ABRIENDO DIARIO-CONTABLE.DAT: "
                       FS-DIARIO
               STOP RUN
           END-IF

           OPEN OUTPUT ARCHIVO-REPORTE

           IF FS-REPORTE NOT = '00'
               DISPLAY "ERROR ABRIENDO BALANCE-COMPROBACION.TXT: "
                       FS-REPORTE
               STOP RUN
           END-IF.

      * SIN MAPA EL BALANCE SALE IGUAL; SOLO SE PIERDE EL DETALLE
      * POR TIPO DE MOVIMIENTO DE LAS DIFERENCIAS.
       110-CARGAR-MAPA.
           OPEN INPUT ARCHIVO-MAPA

           IF FS-MAPA NOT = '00'
               DISPLAY "AVISO: SIN MAPA-CONTABLE.DAT LAS DIFERENCIAS"
                       " NO SE ABREN POR TIPO"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
                   OR CONT-MAPA >= WK-MAX-MAPA
               READ ARCHIVO-MAPA
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       EVALUATE TRUE
                       WHEN MAP-TIPO = 'S'
                           MOVE MAP-CUENTA-DEBE  TO WK-SUSP-DEBE
                           MOVE MAP-CUENTA-HABER TO WK-SUSP-HABER
      * LAS FILAS 'K' CLASIFICAN CUENTAS, NO SON PARES DE POSTEO.
                       WHEN MAP-TIPO = 'K'
                           CONTINUE
                       WHEN OTHER
                           ADD 1 TO CONT-MAPA
                           MOVE MAP-TIPO
                               TO TM-TIPO(CONT-MAPA)
                           MOVE MAP-SENTIDO
                               TO TM-SENTIDO(CONT-MAPA)
                           MOVE MAP-CUENTA-DEBE
                               TO TM-CUENTA-DEBE(CONT-MAPA)
                           MOVE MAP-CUENTA-HABER
                               TO TM-CUENTA-HABER(CONT-MAPA)
                       END-EVALUATE
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MAPA.

      * SIN CUENTAS DE CONTROL NO HAY CONCILIACION, PERO EL BALANCE
      * Y EL CUADRE POR CORRIDA SIGUEN VALIENDO.
       120-CARGAR-CONTROL.
           OPEN INPUT ARCHIVO-CONTROL

           IF FS-CONTROL NOT = '00'
               DISPLAY "AVISO: SIN CONTROL-CONTABLE.DAT NO SE"
                       " CONCILIA CONTRA EL MAESTRO"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-CONTROL
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       PERFORM 125-ALTA-FILA-CONTROL
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CONTROL

           DISPLAY "CUENTAS DE CONTROL: " CONT-CONTROLES.

       125-ALTA-FILA-CONTROL.
           IF CONT-FILAS-CONTROL >= WK-MAX-FILAS-CONTROL
               DISPLAY "*** MAS DE " WK-MAX-FILAS-CONTROL
                       " FILAS DE CONTROL, CUENTA "
                       CTL-CUENTA-MAYOR " IGNORADA ***"
               EXIT PARAGRAPH
           END-IF

           MOVE CTL-CUENTA-MAYOR TO WK-CUENTA-BUSCADA
           PERFORM 410-BUSCAR-CONTROL

           IF NOT HALLADO
               IF CONT-CONTROLES >= WK-MAX-CONTROLES
                   DISPLAY "*** MAS DE " WK-MAX-CONTROLES
                           " CUENTAS DE CONTROL, CUENTA "
                           CTL-CUENTA-MAYOR " IGNORADA ***"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CONT-CONTROLES
               MOVE CTL-CUENTA-MAYOR
                   TO TK-CUENTA-MAYOR(CONT-CONTROLES)
               MOVE ZEROS TO TK-SALDO-MAESTRO(CONT-CONTROLES)
               MOVE ZEROS TO TK-CUENTAS(CONT-CONTROLES)
           END-IF

           ADD 1 TO CONT-FILAS-CONTROL
           MOVE CTL-CUENTA-MAYOR TO TF-CUENTA-MAYOR(CONT-FILAS-CONTROL)
           MOVE CTL-PRODUCTO     TO TF-PRODUCTO(CONT-FILAS-CONTROL)
           MOVE CTL-MONEDA       TO TF-MONEDA(CONT-FILAS-CONTROL).

      * SIN SALDOS DE APERTURA SE PARTE DE CERO (PRIMER PERIODO).
       130-CARGAR-APERTURA.
           OPEN INPUT ARCHIVO-APERTURA

           IF FS-APERTURA NOT = '00'
               DISPLAY "AVISO: SIN SALDOS-MAYOR.DAT, APERTURA EN CERO"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-APERTURA
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       MOVE SMA-CUENTA-MAYOR TO WK-CUENTA-BUSCADA
                       PERFORM 400-BUSCAR-CUENTA
                       IF WK-INDICE-HALLADO > ZEROS
                           ADD SMA-SALDO
                               TO TC-APERTURA(WK-INDICE-HALLADO)
                           ADD SMA-SALDO TO TOTAL-APERTURA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-APERTURA.

      *****************************************************************
      * CADA MOVIMIENTO DEJA EN EL DIARIO DOS LINEAS SEGUIDAS CON EL
      * MISMO ORIGEN: PRIMERO LA DEL DEBE Y LUEGO LA DEL HABER. LA
      * PRIMERA QUEDA PENDIENTE HASTA QUE LLEGA SU PAR; CON LAS DOS
      * CUENTAS SE BUSCA EN EL MAPA DE QUE TIPO DE MOVIMIENTO ES.
      *****************************************************************
       200-ACUMULAR-DIARIO.
           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-DIARIO
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-LINEAS-DIARIO
                       PERFORM 205-ACUMULAR-LINEA
                       PERFORM 210-EMPAREJAR-LINEA
               END-READ
           END-PERFORM

           IF HAY-PENDIENTE
               PERFORM 220-DESCARGAR-PENDIENTE
           END-IF

           CLOSE ARCHIVO-DIARIO

           DISPLAY "LINEAS DE DIARIO LEIDAS: " CONT-LINEAS-DIARIO.

       205-ACUMULAR-LINEA.
           MOVE DIA-CUENTA-MAYOR TO WK-CUENTA-BUSCADA
           PERFORM 400-BUSCAR-CUENTA

           IF WK-INDICE-HALLADO > ZEROS
               ADD DIA-IMPORTE-DEBE  TO TC-DEBE(WK-INDICE-HALLADO)
               ADD DIA-IMPORTE-HABER TO TC-HABER(WK-INDICE-HALLADO)
           END-IF

           ADD DIA-IMPORTE-DEBE  TO TOTAL-DEBE
           ADD DIA-IMPORTE-HABER TO TOTAL-HABER

           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CORRIDAS
                   OR HALLADO
               IF TR-ID-EJECUCION(WK-INDICE) = DIA-ID-EJECUCION
                   MOVE 'S' TO SW-HALLADO
                   MOVE WK-INDICE TO WK-INDICE-HALLADO
               END-IF
           END-PERFORM

           IF NOT HALLADO
               IF CONT-CORRIDAS >= WK-MAX-CORRIDAS
                   DISPLAY "*** MAS DE " WK-MAX-CORRIDAS
                           " CORRIDAS, " DIA-ID-EJECUCION
                           " SIN CUADRE PROPIO ***"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CONT-CORRIDAS
               MOVE CONT-CORRIDAS TO WK-INDICE-HALLADO
               MOVE DIA-ID-EJECUCION
                   TO TR-ID-EJECUCION(WK-INDICE-HALLADO)
               MOVE ZEROS TO TR-LINEAS(WK-INDICE-HALLADO)
               MOVE ZEROS TO TR-DEBE(WK-INDICE-HALLADO)
               MOVE ZEROS TO TR-HABER(WK-INDICE-HALLADO)
           END-IF

           ADD 1                 TO TR-LINEAS(WK-INDICE-HALLADO)
           ADD DIA-IMPORTE-DEBE  TO TR-DEBE(WK-INDICE-HALLADO)
           ADD DIA-IMPORTE-HABER TO TR-HABER(WK-INDICE-HALLADO).

       210-EMPAREJAR-LINEA.
           IF HAY-PENDIENTE
               IF PEN-ID-EJECUCION = DIA-ID-EJECUCION
                   AND PEN-CODIGO-ORIGEN = DIA-CODIGO-ORIGEN
                   AND PEN-LOTE-ORIGEN = DIA-LOTE-ORIGEN
                   AND PEN-SECUENCIA-ORIGEN = DIA-SECUENCIA-ORIGEN
                   PERFORM 215-RESOLVER-TIPO
                   MOVE DIA-ID-EJECUCION  TO WK-APORTE-CORRIDA
                   MOVE PEN-CUENTA-MAYOR  TO WK-APORTE-CUENTA
                   MOVE PEN-IMPORTE-DEBE  TO WK-APORTE-DEBE
                   MOVE PEN-IMPORTE-HABER TO WK-APORTE-HABER
                   PERFORM 225-ANOTAR-APORTE
                   MOVE DIA-CUENTA-MAYOR  TO WK-APORTE-CUENTA
                   MOVE DIA-IMPORTE-DEBE  TO WK-APORTE-DEBE
                   MOVE DIA-IMPORTE-HABER TO WK-APORTE-HABER
                   PERFORM 225-ANOTAR-APORTE
                   MOVE 'N' TO SW-HAY-PENDIENTE
                   EXIT PARAGRAPH
               END-IF
               PERFORM 220-DESCARGAR-PENDIENTE
           END-IF

           MOVE 'S'                  TO SW-HAY-PENDIENTE
           MOVE DIA-ID-EJECUCION     TO PEN-ID-EJECUCION
           MOVE DIA-CUENTA-MAYOR     TO PEN-CUENTA-MAYOR
           MOVE DIA-IMPORTE-DEBE     TO PEN-IMPORTE-DEBE
           MOVE DIA-IMPORTE-HABER    TO PEN-IMPORTE-HABER
           MOVE DIA-CODIGO-ORIGEN    TO PEN-CODIGO-ORIGEN
           MOVE DIA-LOTE-ORIGEN      TO PEN-LOTE-ORIGEN
           MOVE DIA-SECUENCIA-ORIGEN TO PEN-SECUENCIA-ORIGEN.

      * EL PAR DE CUENTAS DE SUSPENSO ES LA PARTIDA EN SUSPENSO;
      * CUALQUIER OTRO PAR SE BUSCA EN EL MAPA.
       215-RESOLVER-TIPO.
           MOVE '?'   TO WK-TIPO
           MOVE SPACE TO WK-SENTIDO

           IF PEN-CUENTA-MAYOR = WK-SUSP-DEBE
               AND DIA-CUENTA-MAYOR = WK-SUSP-HABER
               MOVE 'S' TO WK-TIPO
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-MAPA
                   OR HALLADO
               IF TM-CUENTA-DEBE(WK-INDICE) = PEN-CUENTA-MAYOR
                   AND TM-CUENTA-HABER(WK-INDICE) = DIA-CUENTA-MAYOR
                   MOVE 'S' TO SW-HALLADO
                   MOVE TM-TIPO(WK-INDICE)    TO WK-TIPO
                   MOVE TM-SENTIDO(WK-INDICE) TO WK-SENTIDO
               END-IF
           END-PERFORM

      * EL DEVENGO SE REVERSA CON LAS CUENTAS DE LA FILA 'V' DADAS
      * VUELTA (CAPITALIZACION O AJUSTE A LA BAJA).
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-MAPA
                   OR HALLADO
               IF TM-TIPO(WK-INDICE) = 'V'
                   AND TM-CUENTA-HABER(WK-INDICE) = PEN-CUENTA-MAYOR
                   AND TM-CUENTA-DEBE(WK-INDICE) = DIA-CUENTA-MAYOR
                   MOVE 'S' TO SW-HALLADO
                   MOVE 'V' TO WK-TIPO
                   MOVE 'R' TO WK-SENTIDO
               END-IF
           END-PERFORM

           IF NOT HALLADO
               ADD 1 TO CONT-SIN-TIPO
           END-IF.

      * UNA LINEA QUE NO ENCONTRO PAR APORTA IGUAL, CON TIPO '?'.
      * LAS DEL ASIENTO DE APERTURA VAN SUELTAS A PROPOSITO.
       220-DESCARGAR-PENDIENTE.
           MOVE '?'   TO WK-TIPO
           MOVE SPACE TO WK-SENTIDO
           IF PEN-LOTE-ORIGEN = "APERTURA"
               MOVE 'K' TO WK-TIPO
           ELSE
               ADD 1 TO CONT-SIN-TIPO
           END-IF
           MOVE PEN-CUENTA-MAYOR  TO WK-APORTE-CUENTA
           MOVE PEN-IMPORTE-DEBE  TO WK-APORTE-DEBE
           MOVE PEN-IMPORTE-HABER TO WK-APORTE-HABER
           MOVE PEN-ID-EJECUCION  TO WK-APORTE-CORRIDA
           PERFORM 225-ANOTAR-APORTE
           MOVE 'N' TO SW-HAY-PENDIENTE.

      * SOLO INTERESAN LAS LINEAS QUE CAEN EN CUENTAS DE CONTROL.
       225-ANOTAR-APORTE.
           MOVE WK-APORTE-CUENTA TO WK-CUENTA-BUSCADA
           PERFORM 410-BUSCAR-CONTROL

           IF NOT HALLADO
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-APORTES
                   OR HALLADO
               IF TA-CUENTA-MAYOR(WK-INDICE) = WK-APORTE-CUENTA
                   AND TA-ID-EJECUCION(WK-INDICE) = WK-APORTE-CORRIDA
                   AND TA-TIPO(WK-INDICE) = WK-TIPO
                   AND TA-SENTIDO(WK-INDICE) = WK-SENTIDO
                   MOVE 'S' TO SW-HALLADO
                   MOVE WK-INDICE TO WK-INDICE-HALLADO
               END-IF
           END-PERFORM

           IF NOT HALLADO
               IF CONT-APORTES >= WK-MAX-APORTES
                   DISPLAY "*** MAS DE " WK-MAX-APORTES
                           " APORTES, DETALLE INCOMPLETO ***"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CONT-APORTES
               MOVE CONT-APORTES TO WK-INDICE-HALLADO
               MOVE WK-APORTE-CUENTA
                   TO TA-CUENTA-MAYOR(WK-INDICE-HALLADO)
               MOVE WK-APORTE-CORRIDA
                   TO TA-ID-EJECUCION(WK-INDICE-HALLADO)
               MOVE WK-TIPO    TO TA-TIPO(WK-INDICE-HALLADO)
               MOVE WK-SENTIDO TO TA-SENTIDO(WK-INDICE-HALLADO)
               MOVE ZEROS      TO TA-DEBE(WK-INDICE-HALLADO)
               MOVE ZEROS      TO TA-HABER(WK-INDICE-HALLADO)
           END-IF

           ADD WK-APORTE-DEBE  TO TA-DEBE(WK-INDICE-HALLADO)
           ADD WK-APORTE-HABER TO TA-HABER(WK-INDICE-HALLADO).

      * CADA CUENTA DEL MAESTRO NUEVO SUMA EN LA PRIMERA FILA DE
      * CONTROL DE SU MONEDA QUE NOMBRE SU PRODUCTO (O QUE LOS TOME
      * A TODOS). LAS QUE NO CAEN EN NINGUNA SE INFORMAN APARTE.
       230-SUMAR-MAESTRO.
           IF CONT-CONTROLES = ZEROS
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ARCHIVO-MAESTRO-NUEVO

           IF FS-MAESTRO-NUEVO NOT = '00'
               DISPLAY "AVISO: SIN MAESTRO-NUEVO.DAT NO SE CONCILIA: "
                       FS-MAESTRO-NUEVO
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO SW-HAY-MAESTRO
           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-MAESTRO-NUEVO NEXT RECORD
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-CUENTAS-MAESTRO
                       PERFORM 235-SUMAR-CUENTA-MAESTRO
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MAESTRO-NUEVO.

       235-SUMAR-CUENTA-MAESTRO.
           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-FILAS-CONTROL
                   OR HALLADO
               IF TF-MONEDA(WK-INDICE) = MONEDA-MAESTRO-NUEVO
                   AND (TF-PRODUCTO(WK-INDICE) = SPACES
                   OR TF-PRODUCTO(WK-INDICE) = PRODUCTO-MAESTRO-NUEVO)
                   MOVE 'S' TO SW-HALLADO
                   MOVE TF-CUENTA-MAYOR(WK-INDICE)
                       TO WK-CUENTA-BUSCADA
               END-IF
           END-PERFORM

           IF NOT HALLADO
               ADD 1 TO CONT-SIN-CONTROL
               ADD SALDO-MAESTRO-NUEVO TO TOTAL-SIN-CONTROL
               EXIT PARAGRAPH
           END-IF

           PERFORM 410-BUSCAR-CONTROL
           ADD SALDO-MAESTRO-NUEVO
               TO TK-SALDO-MAESTRO(WK-INDICE-HALLADO)
           ADD 1 TO TK-CUENTAS(WK-INDICE-HALLADO).

       250-ESCRIBIR-BALANCE.
           MOVE LINEA-RAYA TO REG-REPORTE
           WRITE REG-REPORTE
           WRITE REG-REPORTE FROM LINEA-TITULO
           MOVE LINEA-RAYA TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "SALDOS POR CUENTA DEL MAYOR (DEUDOR +, ACREEDOR -)"
               TO LS-TEXTO
           WRITE REG-REPORTE FROM LINEA-SUBTITULO
           WRITE REG-REPORTE FROM LINEA-CAB-BALANCE
           MOVE LINEA-GUIONES TO REG-REPORTE
           WRITE REG-REPORTE

           OPEN OUTPUT ARCHIVO-CIERRE

           IF FS-CIERRE NOT = '00'
               DISPLAY "ERROR ABRIENDO SALDOS-MAYOR-CIERRE.DAT: "
                       FS-CIERRE
           END-IF

           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CUENTAS
               COMPUTE WK-SALDO = TC-APERTURA(WK-INDICE)
                   + TC-DEBE(WK-INDICE) - TC-HABER(WK-INDICE)
               ADD WK-SALDO TO TOTAL-SALDO
               MOVE TC-CUENTA-MAYOR(WK-INDICE) TO LB-CUENTA
               MOVE TC-APERTURA(WK-INDICE)     TO LB-APERTURA
               MOVE TC-DEBE(WK-INDICE)         TO LB-DEBE
               MOVE TC-HABER(WK-INDICE)        TO LB-HABER
               MOVE WK-SALDO                   TO LB-SALDO
               WRITE REG-REPORTE FROM LINEA-BALANCE
               IF FS-CIERRE = '00'
                   MOVE TC-CUENTA-MAYOR(WK-INDICE) TO SMC-CUENTA-MAYOR
                   MOVE WK-SALDO                   TO SMC-SALDO
                   WRITE REG-CIERRE
               END-IF
           END-PERFORM

           IF FS-CIERRE = '00'
               CLOSE ARCHIVO-CIERRE
           END-IF

           MOVE LINEA-GUIONES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE 'TOTALES'      TO LB-CUENTA(1:8)
           MOVE TOTAL-APERTURA TO LB-APERTURA
           MOVE TOTAL-DEBE     TO LB-DEBE
           MOVE TOTAL-HABER    TO LB-HABER
           MOVE TOTAL-SALDO    TO LB-SALDO
           WRITE REG-REPORTE FROM LINEA-BALANCE

           IF TOTAL-DEBE = TOTAL-HABER
               MOVE "SUMAS IGUALES: DEBE = HABER" TO LS-TEXTO
           ELSE
               MOVE "*** SUMAS DESCUADRADAS: DEBE <> HABER ***"
                   TO LS-TEXTO
           END-IF
           WRITE REG-REPORTE FROM LINEA-SUBTITULO.

       260-ESCRIBIR-CORRIDAS.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "CUADRE DEBE / HABER POR CORRIDA" TO LS-TEXTO
           WRITE REG-REPORTE FROM LINEA-SUBTITULO
           WRITE REG-REPORTE FROM LINEA-CAB-CORRIDA
           MOVE LINEA-GUIONES TO REG-REPORTE
           WRITE REG-REPORTE

           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CORRIDAS
               MOVE TR-ID-EJECUCION(WK-INDICE) TO LR-ID-EJECUCION
               MOVE TR-LINEAS(WK-INDICE)       TO LR-LINEAS
               MOVE TR-DEBE(WK-INDICE)         TO LR-DEBE
               MOVE TR-HABER(WK-INDICE)        TO LR-HABER
               IF TR-DEBE(WK-INDICE) = TR-HABER(WK-INDICE)
                   MOVE "CUADRA" TO LR-ESTADO
               ELSE
                   MOVE "DESCUADRA" TO LR-ESTADO
                   ADD 1 TO CONT-CORRIDAS-MAL
               END-IF
               WRITE REG-REPORTE FROM LINEA-CORRIDA
           END-PERFORM

           MOVE LINEA-GUIONES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "CORRIDAS EN EL DIARIO:" TO LCO-ETIQUETA
           MOVE CONT-CORRIDAS TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "CORRIDAS DESCUADRADAS:" TO LCO-ETIQUETA
           MOVE CONT-CORRIDAS-MAL TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO.

      *****************************************************************
      * SALDO DEL MAYOR (ACREEDOR) CONTRA LO QUE SUMA EL MAESTRO.
      * TODA CUENTA DE CONTROL CON DIFERENCIA ABRE DEBAJO LO QUE
      * CADA CORRIDA Y TIPO DE MOVIMIENTO LE APORTO EN EL PERIODO.
      *****************************************************************
       270-ESCRIBIR-CONCILIACION.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "CUENTAS DE CONTROL DE DEPOSITOS CONTRA EL MAESTRO"
               TO LS-TEXTO
           WRITE REG-REPORTE FROM LINEA-SUBTITULO

           IF CONT-CONTROLES = ZEROS OR NOT HAY-MAESTRO
               MOVE "SIN CUENTAS DE CONTROL O SIN MAESTRO NUEVO:"
                   TO LS-TEXTO
               WRITE REG-REPORTE FROM LINEA-SUBTITULO
               MOVE "NO SE CONCILIA" TO LS-TEXTO
               WRITE REG-REPORTE FROM LINEA-SUBTITULO
               EXIT PARAGRAPH
           END-IF

           WRITE REG-REPORTE FROM LINEA-CAB-CONTROL
           MOVE LINEA-GUIONES TO REG-REPORTE
           WRITE REG-REPORTE

           PERFORM VARYING WK-INDICE-2 FROM 1 BY 1
                   UNTIL WK-INDICE-2 > CONT-CONTROLES
               PERFORM 275-ESCRIBIR-CONTROL
           END-PERFORM

           MOVE LINEA-GUIONES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "CUENTAS DE CONTROL CON DIFERENCIA:" TO LCO-ETIQUETA
           MOVE CONT-CONTROLES-MAL TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "CUENTAS DEL MAESTRO SIN CONTROL:" TO LCO-ETIQUETA
           MOVE CONT-SIN-CONTROL TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "SALDO DEL MAESTRO SIN CONTROL:" TO LTO-ETIQUETA
           MOVE TOTAL-SIN-CONTROL TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "ASIENTOS SIN TIPO IDENTIFICADO:" TO LCO-ETIQUETA
           MOVE CONT-SIN-TIPO TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO.

       275-ESCRIBIR-CONTROL.
           MOVE TK-CUENTA-MAYOR(WK-INDICE-2) TO WK-CUENTA-BUSCADA
           MOVE ZEROS TO WK-SALDO-MAYOR

           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CUENTAS
                   OR HALLADO
               IF TC-CUENTA-MAYOR(WK-INDICE) = WK-CUENTA-BUSCADA
                   MOVE 'S' TO SW-HALLADO
                   COMPUTE WK-SALDO-MAYOR = TC-HABER(WK-INDICE)
                       - TC-DEBE(WK-INDICE) - TC-APERTURA(WK-INDICE)
               END-IF
           END-PERFORM

           COMPUTE WK-DIFERENCIA = WK-SALDO-MAYOR
               - TK-SALDO-MAESTRO(WK-INDICE-2)

           MOVE WK-CUENTA-BUSCADA            TO LC-CUENTA
           MOVE WK-SALDO-MAYOR               TO LC-SALDO-MAYOR
           MOVE TK-SALDO-MAESTRO(WK-INDICE-2) TO LC-SALDO-MAESTRO
           MOVE WK-DIFERENCIA                TO LC-DIFERENCIA
           MOVE TK-CUENTAS(WK-INDICE-2)      TO LC-CUENTAS

           IF WK-DIFERENCIA = ZEROS
               MOVE "CONCILIA" TO LC-ESTADO
               WRITE REG-REPORTE FROM LINEA-CONTROL
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-CONTROLES-MAL
           MOVE "DIFERENCIA" TO LC-ESTADO
           WRITE REG-REPORTE FROM LINEA-CONTROL
           WRITE REG-REPORTE FROM LINEA-CAB-APORTE

           MOVE ZEROS TO CONT-APORTES-CUENTA
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-APORTES
               IF TA-CUENTA-MAYOR(WK-INDICE) = WK-CUENTA-BUSCADA
                   ADD 1 TO CONT-APORTES-CUENTA
                   COMPUTE WK-NETO = TA-HABER(WK-INDICE)
                       - TA-DEBE(WK-INDICE)
                   MOVE TA-ID-EJECUCION(WK-INDICE) TO LA-ID-EJECUCION
                   MOVE TA-TIPO(WK-INDICE)         TO LA-TIPO
                   MOVE TA-SENTIDO(WK-INDICE)      TO LA-SENTIDO
                   MOVE TA-DEBE(WK-INDICE)         TO LA-DEBE
                   MOVE TA-HABER(WK-INDICE)        TO LA-HABER
                   MOVE WK-NETO                    TO LA-NETO
                   WRITE REG-REPORTE FROM LINEA-APORTE
               END-IF
           END-PERFORM

      * SIN MOVIMIENTOS LA DIFERENCIA VIENE DE LA APERTURA O DE
      * CUENTAS DEL MAESTRO QUE NO PASARON POR EL DIARIO.
           IF CONT-APORTES-CUENTA = ZEROS
               WRITE REG-REPORTE FROM LINEA-SIN-APORTES
           END-IF.

      * EL BALANCE NO TOCA NINGUN ARCHIVO OPERATIVO; SI ALGO NO
      * CUADRA TERMINA CON RC 04 PARA QUE QUIEN FIRMA EL CIERRE
      * NO PASE POR ALTO EL REPORTE.
       300-FINALIZAR.
           CLOSE ARCHIVO-REPORTE

           MOVE TOTAL-DEBE TO WK-TOTAL-EDITADO
           DISPLAY "TOTAL DEBE:  " WK-TOTAL-EDITADO
           MOVE TOTAL-HABER TO WK-TOTAL-EDITADO
           DISPLAY "TOTAL HABER: " WK-TOTAL-EDITADO
           DISPLAY "CUENTAS DEL MAYOR:          " CONT-CUENTAS
           DISPLAY "CORRIDAS DESCUADRADAS:      " CONT-CORRIDAS-MAL
           DISPLAY "CONTROLES CON DIFERENCIA:   " CONT-CONTROLES-MAL
           DISPLAY "REPORTE EN:  BALANCE-COMPROBACION.TXT"
           DISPLAY "SALDOS FINALES EN:  SALDOS-MAYOR-CIERRE.DAT"

           IF CONT-CORRIDAS-MAL > ZEROS
               OR CONT-CONTROLES-MAL > ZEROS
               OR TOTAL-DEBE NOT = TOTAL-HABER
               DISPLAY "*** EL MAYOR NO CUADRA, VER EL REPORTE ***"
               MOVE 0004 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * BUSCA WK-CUENTA-BUSCADA EN EL BALANCE; SI NO ESTA LA DA DE
      * ALTA EN SU LUGAR (LA TABLA QUEDA ORDENADA POR CUENTA). DEJA
      * LA POSICION EN WK-INDICE-HALLADO, EN CERO SI NO HAY LUGAR.
      *****************************************************************
       400-BUSCAR-CUENTA.
           MOVE ZEROS TO WK-INDICE-HALLADO
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CUENTAS
                   OR TC-CUENTA-MAYOR(WK-INDICE) >= WK-CUENTA-BUSCADA
               CONTINUE
           END-PERFORM

           IF WK-INDICE <= CONT-CUENTAS
               IF TC-CUENTA-MAYOR(WK-INDICE) = WK-CUENTA-BUSCADA
                   MOVE WK-INDICE TO WK-INDICE-HALLADO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF CONT-CUENTAS >= WK-MAX-CUENTAS
               DISPLAY "*** MAS DE " WK-MAX-CUENTAS
                       " CUENTAS DEL MAYOR, CUENTA "
                       WK-CUENTA-BUSCADA " FUERA DEL BALANCE ***"
               EXIT PARAGRAPH
           END-IF

           MOVE WK-INDICE TO WK-INDICE-HALLADO
           ADD 1 TO CONT-CUENTAS
           PERFORM VARYING WK-INDICE FROM CONT-CUENTAS BY -1
                   UNTIL WK-INDICE <= WK-INDICE-HALLADO
               MOVE ENTRADA-CUENTA(WK-INDICE - 1)
                   TO ENTRADA-CUENTA(WK-INDICE)
           END-PERFORM

           MOVE WK-CUENTA-BUSCADA
               TO TC-CUENTA-MAYOR(WK-INDICE-HALLADO)
           MOVE ZEROS TO TC-APERTURA(WK-INDICE-HALLADO)
           MOVE ZEROS TO TC-DEBE(WK-INDICE-HALLADO)
           MOVE ZEROS TO TC-HABER(WK-INDICE-HALLADO).

      * BUSCA WK-CUENTA-BUSCADA ENTRE LAS CUENTAS DE CONTROL.
       410-BUSCAR-CONTROL.
           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CONTROLES
                   OR HALLADO
               IF TK-CUENTA-MAYOR(WK-INDICE) = WK-CUENTA-BUSCADA
                   MOVE 'S' TO SW-HALLADO
                   MOVE WK-INDICE TO WK-INDICE-HALLADO
               END-IF
           END-PERFORM.
