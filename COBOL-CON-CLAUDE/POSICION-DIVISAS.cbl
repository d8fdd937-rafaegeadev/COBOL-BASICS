       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSICION-DIVISAS.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: POSICION ABIERTA POR DIVISA
      * PROPOSITO: CORRE EN LA CADENA DESPUES DEL CRUZADO. SUMA POR
      *            MONEDA LOS SALDOS DE LOS CLIENTES DE MAESTRO-
      *            NUEVO.DAT Y LES AGREGA LO QUE LAS CONVERSIONES DEL
      *            DIA (CONVERSIONES.DAT) HICIERON ENTRAR O SALIR EN
      *            ESA MONEDA; VALUA CADA POSICION EN EUR CON TASAS-
      *            CAMBIO.DAT Y LA COTEJA CONTRA EL LIMITE DE
      *            LIMITES-POSICION.DAT. UNA POSICION QUE PASA SU
      *            LIMITE (COMPRADA O VENDIDA) SE AGREGA A
      *            ALERTAS.DAT, DE DONDE LA TOMA LA HOJA DE ENTREGA
      *            DE TURNO. EL DETALLE QUEDA EN POSICION-DIVISAS.TXT.
      *            LA MONEDA BASE NO TIENE RIESGO DE CAMBIO Y NO SE
      *            LISTA.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-MAESTRO
               ASSIGN TO "MAESTRO-NUEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CODIGO-MAESTRO
               FILE STATUS IS FS-MAESTRO.

           SELECT ARCHIVO-CAMBIOS
               ASSIGN TO "TASAS-CAMBIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMBIOS.

      * LIMITE DE POSICION POR MONEDA, EN EUR. UNA MONEDA SIN FILA
      * SE LISTA COMO "SIN LIMITE" Y NO ALERTA.
           SELECT ARCHIVO-LIMITES
               ASSIGN TO "LIMITES-POSICION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LIMITES.

           SELECT ARCHIVO-CONVERSIONES
               ASSIGN TO "CONVERSIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONVERSIONES.

           SELECT ARCHIVO-APLICADOS
               ASSIGN TO "APLICADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APLICADOS.

           SELECT ARCHIVO-FECHA-PROCESO
               ASSIGN TO "FECHA-PROCESO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHA-PROCESO.

           SELECT ARCHIVO-ESTADO-CORRIDA
               ASSIGN TO "ESTADO-CORRIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTADO-CORRIDA.

           SELECT ARCHIVO-ALERTAS
               ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALERTAS.

           SELECT ARCHIVO-REPORTE
               ASSIGN TO "POSICION-DIVISAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-MAESTRO.
       01  REG-MAESTRO.
           05 CODIGO-MAESTRO       PIC 9(5).
           05 NOMBRE-MAESTRO       PIC X(30).
           05 SALDO-MAESTRO        PIC S9(7)V99.
           05 ESTADO-MAESTRO       PIC X(01).
           05 FECHA-ESTADO-MAESTRO PIC 9(8).
           05 MONEDA-MAESTRO       PIC X(3).
           05 SUCURSAL-MAESTRO     PIC 9(3).
           05 PRODUCTO-MAESTRO     PIC X(2).

       FD  ARCHIVO-CAMBIOS.
       01  REG-CAMBIO.
           05 CAM-MONEDA           PIC X(3).
           05 CAM-TASA-A-BASE      PIC 9(3)V9(6).
           05 CAM-FECHA            PIC 9(8).

       FD  ARCHIVO-LIMITES.
       01  REG-LIMITE.
           05 LPO-MONEDA           PIC X(3).
           05 LPO-LIMITE-EUR       PIC 9(9)V99.

       FD  ARCHIVO-CONVERSIONES.
       01  REG-CONVERSION.
           05 CNV-ID-EJECUCION     PIC X(19).
           05 CNV-CODIGO           PIC 9(5).
           05 CNV-LOTE             PIC X(8).
           05 CNV-SECUENCIA        PIC 9(5).
           05 CNV-MONEDA-ORIGEN    PIC X(3).
           05 CNV-IMPORTE-ORIGEN   PIC 9(7)V99.
           05 CNV-MONEDA-DESTINO   PIC X(3).
           05 CNV-IMPORTE-DESTINO  PIC 9(7)V99.
           05 CNV-TASA-CRUZADA     PIC 9(3)V9(6).
           05 CNV-MARGEN           PIC 9(2)V99.

       FD  ARCHIVO-APLICADOS.
       01  REG-APLICADO.
           05 APL-ID-EJECUCION     PIC X(19).
           05 APL-CODIGO           PIC 9(5).
           05 APL-TIPO             PIC X(01).
           05 APL-IMPORTE          PIC 9(7)V99.
           05 APL-DESCRIPCION      PIC X(20).
           05 APL-LOTE             PIC X(08).
           05 APL-MONEDA           PIC X(3).
           05 APL-SECUENCIA        PIC 9(5).
           05 APL-REFERENCIA       PIC X(8).
           05 APL-SUCURSAL         PIC 9(3).
           05 APL-SENTIDO          PIC X(1).
           05 APL-SUCURSAL-ORIGEN  PIC 9(3).

       FD  ARCHIVO-FECHA-PROCESO.
       01  REG-FECHA-PROCESO.
           05 FPR-FECHA            PIC 9(8).

       FD  ARCHIVO-ESTADO-CORRIDA.
       01  REG-ESTADO-CORRIDA.
           05 EST-ID-EJECUCION     PIC X(19).
           05 EST-RESULTADO        PIC X(8).
           05 EST-PARRAFO          PIC X(30).
           05 EST-MOTIVO           PIC X(40).
           05 EST-CUADRE           PIC X(1).
           05 EST-RC               PIC 9(4).

       FD  ARCHIVO-ALERTAS.
       01  REG-ALERTA.
           05 ALE-FECHA            PIC 9(8).
           05 ALE-ID-EJECUCION     PIC X(19).
           05 ALE-UMBRAL           PIC X(20).
           05 ALE-VALOR            PIC 9(7).
           05 ALE-LIMITE           PIC 9(7).
           05 ALE-MOVS-LEIDOS      PIC 9(7).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-MAESTRO           PIC XX.
           05 FS-CAMBIOS           PIC XX.
           05 FS-LIMITES           PIC XX.
           05 FS-CONVERSIONES      PIC XX.
           05 FS-APLICADOS         PIC XX.
           05 FS-FECHA-PROCESO     PIC XX.
           05 FS-ESTADO-CORRIDA    PIC XX.
           05 FS-ALERTAS           PIC XX.
           05 FS-REPORTE           PIC XX.

       01  SWITCHES.
           05 SW-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 SW-MONEDA-HALLADA    PIC X VALUE 'N'.
              88 MONEDA-HALLADA    VALUE 'S'.
           05 SW-TASA-HALLADA      PIC X VALUE 'N'.
              88 TASA-HALLADA      VALUE 'S'.
           05 SW-LIMITE-HALLADO    PIC X VALUE 'N'.
              88 LIMITE-HALLADO    VALUE 'S'.
           05 SW-CONVERSION-HALLADA PIC X VALUE 'N'.
              88 CONVERSION-HALLADA VALUE 'S'.

       01  CONTADORES.
           05 CONT-CUENTAS         PIC 9(5) VALUE ZEROS.
           05 CONT-CUENTAS-DIVISA  PIC 9(5) VALUE ZEROS.
           05 CONT-CNV-DIA         PIC 9(5) VALUE ZEROS.
           05 CONT-CNV-APLICADAS   PIC 9(5) VALUE ZEROS.
           05 CONT-CNV-SIN-APLICAR PIC 9(5) VALUE ZEROS.
           05 CONT-EXCEDIDAS       PIC 9(3) VALUE ZEROS.
           05 CONT-SIN-TASA        PIC 9(3) VALUE ZEROS.
           05 CONT-SIN-LIMITE      PIC 9(3) VALUE ZEROS.

       01  MONEDA-BASE             PIC X(3) VALUE 'EUR'.

       01  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
       01  WK-ID-CORRIDA           PIC X(19) VALUE SPACES.
       01  WK-MONEDA               PIC X(3) VALUE SPACES.

       01  WK-MAX-TASAS            PIC 9(2) VALUE 20.
       01  CONT-TASAS              PIC 9(2) VALUE ZEROS.
       01  TABLA-TASAS.
           05 ENTRADA-TASA         OCCURS 1 TO 20 TIMES
                                   DEPENDING ON CONT-TASAS.
              10 TT-MONEDA         PIC X(3).
              10 TT-TASA           PIC 9(3)V9(6).
       01  WK-IDX-TASA             PIC 9(2) VALUE ZEROS.

       01  WK-MAX-LIMITES          PIC 9(2) VALUE 20.
       01  CONT-LIMITES            PIC 9(2) VALUE ZEROS.
       01  TABLA-LIMITES.
           05 ENTRADA-LIMITE       OCCURS 1 TO 20 TIMES
                                   DEPENDING ON CONT-LIMITES.
              10 TL-MONEDA         PIC X(3).
              10 TL-LIMITE         PIC 9(9)V99.
       01  WK-IDX-LIMITE           PIC 9(2) VALUE ZEROS.

      * POSICION POR MONEDA: LOS SALDOS DE LOS CLIENTES MAS LO QUE
      * ENTRO (CARGOS CONVERTIDOS) MENOS LO QUE SALIO (ABONOS Y
      * REVERSOS CONVERTIDOS) EN ESA MONEDA DURANTE EL DIA.
       01  WK-MAX-MONEDAS          PIC 9(2) VALUE 20.
       01  CONT-MONEDAS            PIC 9(2) VALUE ZEROS.
       01  TABLA-POSICIONES.
           05 ENTRADA-POSICION     OCCURS 1 TO 20 TIMES
                                   DEPENDING ON CONT-MONEDAS.
              10 TP-MONEDA         PIC X(3).
              10 TP-CUENTAS        PIC 9(5).
              10 TP-SALDOS         PIC S9(11)V99.
              10 TP-ENTRADAS       PIC 9(11)V99.
              10 TP-SALIDAS        PIC 9(11)V99.
       01  WK-IDX-MONEDA           PIC 9(2) VALUE ZEROS.

      * CONVERSIONES DE LA CORRIDA DE HOY. SOLO CUENTAN LAS QUE
      * APLICADOS.DAT CONFIRMA: UN MOVIMIENTO CONVERTIDO Y LUEGO
      * RECHAZADO NO MOVIO NINGUNA DIVISA.
       01  WK-MAX-CONVERSIONES     PIC 9(5) VALUE 2000.
       01  CONT-CONVERSIONES       PIC 9(5) VALUE ZEROS.
       01  TABLA-CONVERSIONES.
           05 ENTRADA-CONVERSION   OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON CONT-CONVERSIONES.
              10 TC-CODIGO         PIC 9(5).
              10 TC-LOTE           PIC X(8).
              10 TC-SECUENCIA      PIC 9(5).
              10 TC-MONEDA         PIC X(3).
              10 TC-IMPORTE        PIC 9(7)V99.
              10 TC-APLICADA       PIC X(1).
       01  WK-IDX-CONVERSION       PIC 9(5) VALUE ZEROS.

       01  VALUACION.
           05 WK-POSICION          PIC S9(11)V99 VALUE ZEROS.
           05 WK-NETO-DIA          PIC S9(11)V99 VALUE ZEROS.
           05 WK-TASA              PIC 9(3)V9(6) VALUE ZEROS.
           05 WK-POSICION-EUR      PIC S9(11)V99 VALUE ZEROS.
           05 WK-ABSOLUTO-EUR      PIC 9(11)V99 VALUE ZEROS.
           05 WK-LIMITE            PIC 9(9)V99 VALUE ZEROS.
           05 WK-USO               PIC 9(5) VALUE ZEROS.
           05 WK-ESTADO            PIC X(12) VALUE SPACES.

      * ALE-VALOR Y ALE-LIMITE SON DE SIETE ENTEROS: EN LA ALERTA LA
      * POSICION Y EL LIMITE VAN EN EUR SIN DECIMALES, TOPEADOS.
       01  WK-TOPE-ALERTA          PIC 9(7) VALUE 9999999.

       01  LINEA-TITULO.
           05 FILLER               PIC X(37)
              VALUE 'POSICION ABIERTA POR DIVISA - CORRIDA'.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LT-ID                PIC X(19).
           05 FILLER               PIC X(08) VALUE '  FECHA '.
           05 LT-FECHA             PIC 9(8).

       01  LINEA-ENCABEZADO.
           05 FILLER               PIC X(42)
              VALUE 'MON CTAS   SALDOS CLIENTES  CONV.NETA DIA '.
           05 FILLER               PIC X(44)
              VALUE '        POSICION       TASA    POSICION EUR '.
           05 FILLER               PIC X(34)
              VALUE '     LIMITE EUR   USO% ESTADO'.

       01  LINEA-DETALLE.
           05 LD-MONEDA            PIC X(3).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LD-CUENTAS           PIC ZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LD-SALDOS            PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LD-NETO-DIA          PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LD-POSICION          PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LD-TASA              PIC ZZ9.999999.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LD-POSICION-EUR      PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LD-LIMITE            PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LD-USO               PIC ZZZZ9 BLANK WHEN ZERO.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LD-ESTADO            PIC X(12).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 110-CARGAR-TASAS
           PERFORM 120-CARGAR-LIMITES
           PERFORM 200-SUMAR-SALDOS
           PERFORM 210-CARGAR-CONVERSIONES
           PERFORM 220-CONFIRMAR-CONVERSIONES
           PERFORM 230-VALUAR-POSICIONES
           PERFORM 300-FINALIZAR
           GOBACK.

       100-INICIALIZAR.
           DISPLAY "POSICION ABIERTA POR DIVISA..."
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

      * EL MAESTRO NUEVO SOLO ES EL LIBRO DEL DIA SI LA CORRIDA
      * TERMINO COMPLETA; SI NO, NO HAY POSICION QUE MEDIR.
           OPEN INPUT ARCHIVO-ESTADO-CORRIDA
           IF FS-ESTADO-CORRIDA = '00'
               READ ARCHIVO-ESTADO-CORRIDA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EST-RESULTADO = "COMPLETO"
                           MOVE EST-ID-EJECUCION TO WK-ID-CORRIDA
                       END-IF
               END-READ
               CLOSE ARCHIVO-ESTADO-CORRIDA
           END-IF

           IF WK-ID-CORRIDA = SPACES
               DISPLAY "AVISO: LA ULTIMA CORRIDA NO TERMINO COMPLETA,"
                       " NO SE MIDE LA POSICION"
               GOBACK
           END-IF

           OPEN OUTPUT ARCHIVO-REPORTE

           IF FS-REPORTE NOT = '00'
               DISPLAY "ERROR ABRIENDO POSICION-DIVISAS.TXT: "
                       FS-REPORTE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WK-ID-CORRIDA TO LT-ID
           MOVE WK-FECHA-HOY  TO LT-FECHA
           WRITE REG-REPORTE FROM LINEA-TITULO
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE.

      * SIN TASAS LA POSICION SE SUMA IGUAL PERO NO SE PUEDE VALUAR
      * NI COTEJAR: CADA MONEDA SALE "SIN TASA".
       110-CARGAR-TASAS.
           OPEN INPUT ARCHIVO-CAMBIOS

           IF FS-CAMBIOS NOT = '00'
               DISPLAY "AVISO: SIN TASAS-CAMBIO.DAT NO SE VALUA"
                       " NINGUNA POSICION: " FS-CAMBIOS
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
                   OR CONT-TASAS >= WK-MAX-TASAS
               READ ARCHIVO-CAMBIOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-TASAS
                       MOVE CAM-MONEDA TO TT-MONEDA(CONT-TASAS)
                       MOVE CAM-TASA-A-BASE TO TT-TASA(CONT-TASAS)
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CAMBIOS

           DISPLAY "TASAS CARGADAS: " CONT-TASAS.

       120-CARGAR-LIMITES.
           OPEN INPUT ARCHIVO-LIMITES

           IF FS-LIMITES NOT = '00'
               DISPLAY "AVISO: SIN LIMITES-POSICION.DAT, NINGUNA"
                       " POSICION TIENE LIMITE: " FS-LIMITES
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
                   OR CONT-LIMITES >= WK-MAX-LIMITES
               READ ARCHIVO-LIMITES
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-LIMITES
                       MOVE LPO-MONEDA TO TL-MONEDA(CONT-LIMITES)
                       MOVE LPO-LIMITE-EUR
                           TO TL-LIMITE(CONT-LIMITES)
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-LIMITES

           DISPLAY "LIMITES CARGADOS: " CONT-LIMITES.

      * MONEDA EN BLANCO ES MONEDA BASE, COMO EN EL CRUZADO.
       200-SUMAR-SALDOS.
           OPEN INPUT ARCHIVO-MAESTRO

           IF FS-MAESTRO NOT = '00'
               DISPLAY "ERROR ABRIENDO MAESTRO-NUEVO: " FS-MAESTRO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-MAESTRO NEXT
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-CUENTAS
                       IF MONEDA-MAESTRO NOT = SPACES
                           AND MONEDA-MAESTRO NOT = MONEDA-BASE
                           ADD 1 TO CONT-CUENTAS-DIVISA
                           MOVE MONEDA-MAESTRO TO WK-MONEDA
                           PERFORM 205-UBICAR-MONEDA
                           IF MONEDA-HALLADA
                               ADD 1 TO TP-CUENTAS(WK-IDX-MONEDA)
                               ADD SALDO-MAESTRO
                                   TO TP-SALDOS(WK-IDX-MONEDA)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MAESTRO.

      * DEJA WK-IDX-MONEDA EN LA FILA DE WK-MONEDA, ABRIENDOLA SI ES
      * LA PRIMERA VEZ QUE APARECE Y HAY LUGAR.
       205-UBICAR-MONEDA.
           MOVE 'N' TO SW-MONEDA-HALLADA
           PERFORM VARYING WK-IDX-MONEDA FROM 1 BY 1
                   UNTIL WK-IDX-MONEDA > CONT-MONEDAS
                   OR MONEDA-HALLADA
               IF TP-MONEDA(WK-IDX-MONEDA) = WK-MONEDA
                   MOVE 'S' TO SW-MONEDA-HALLADA
               END-IF
           END-PERFORM

           IF MONEDA-HALLADA
               SUBTRACT 1 FROM WK-IDX-MONEDA
               EXIT PARAGRAPH
           END-IF

           IF CONT-MONEDAS < WK-MAX-MONEDAS
               ADD 1 TO CONT-MONEDAS
               MOVE CONT-MONEDAS TO WK-IDX-MONEDA
               MOVE WK-MONEDA TO TP-MONEDA(WK-IDX-MONEDA)
               MOVE ZEROS TO TP-CUENTAS(WK-IDX-MONEDA)
                             TP-SALDOS(WK-IDX-MONEDA)
                             TP-ENTRADAS(WK-IDX-MONEDA)
                             TP-SALIDAS(WK-IDX-MONEDA)
               MOVE 'S' TO SW-MONEDA-HALLADA
           ELSE
               DISPLAY "AVISO: MAS DE " WK-MAX-MONEDAS
                       " MONEDAS, " WK-MONEDA " QUEDA FUERA"
           END-IF.

      * EL SALDO DE LA CUENTA YA REFLEJA LA MONEDA DE DESTINO DE
      * CADA CONVERSION; LO QUE LA POSICION NO VE EN EL MAESTRO ES
      * LA MONEDA DE ORIGEN, QUE ENTRO O SALIO DEL BANCO SIN PASAR
      * POR NINGUNA CUENTA EN ESA MONEDA.
       210-CARGAR-CONVERSIONES.
           OPEN INPUT ARCHIVO-CONVERSIONES

           IF FS-CONVERSIONES NOT = '00'
               DISPLAY "SIN CONVERSIONES.DAT: SOLO SALDOS"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-CONVERSIONES
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF CNV-ID-EJECUCION = WK-ID-CORRIDA
                           AND CNV-MONEDA-ORIGEN NOT = SPACES
                           AND CNV-MONEDA-ORIGEN NOT = MONEDA-BASE
                           ADD 1 TO CONT-CNV-DIA
                           PERFORM 215-GUARDAR-CONVERSION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CONVERSIONES

           DISPLAY "CONVERSIONES DEL DIA EN DIVISA: " CONT-CNV-DIA.

       215-GUARDAR-CONVERSION.
           IF CONT-CONVERSIONES >= WK-MAX-CONVERSIONES
               DISPLAY "AVISO: TABLA DE CONVERSIONES LLENA, CTA "
                       CNV-CODIGO " LOTE " CNV-LOTE " QUEDA FUERA"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-CONVERSIONES
           MOVE CNV-CODIGO         TO TC-CODIGO(CONT-CONVERSIONES)
           MOVE CNV-LOTE           TO TC-LOTE(CONT-CONVERSIONES)
           MOVE CNV-SECUENCIA      TO TC-SECUENCIA(CONT-CONVERSIONES)
           MOVE CNV-MONEDA-ORIGEN  TO TC-MONEDA(CONT-CONVERSIONES)
           MOVE CNV-IMPORTE-ORIGEN TO TC-IMPORTE(CONT-CONVERSIONES)
           MOVE 'N'                TO TC-APLICADA(CONT-CONVERSIONES).

      * EL SENTIDO DE LA DIVISA SALE DEL TIPO DEL MOVIMIENTO
      * APLICADO: UN CARGO LA HIZO ENTRAR, UN ABONO O UN REVERSO LA
      * HIZO SALIR.
       220-CONFIRMAR-CONVERSIONES.
           IF CONT-CONVERSIONES = ZEROS
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ARCHIVO-APLICADOS

           IF FS-APLICADOS NOT = '00'
               DISPLAY "AVISO: SIN APLICADOS.DAT NINGUNA CONVERSION"
                       " SE PUEDE CONFIRMAR: " FS-APLICADOS
               MOVE CONT-CONVERSIONES TO CONT-CNV-SIN-APLICAR
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-APLICADOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF APL-ID-EJECUCION = WK-ID-CORRIDA
                           PERFORM 225-APLICAR-CONVERSION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-APLICADOS

           COMPUTE CONT-CNV-SIN-APLICAR =
               CONT-CONVERSIONES - CONT-CNV-APLICADAS.

       225-APLICAR-CONVERSION.
           MOVE 'N' TO SW-CONVERSION-HALLADA
           PERFORM VARYING WK-IDX-CONVERSION FROM 1 BY 1
                   UNTIL WK-IDX-CONVERSION > CONT-CONVERSIONES
                   OR CONVERSION-HALLADA
               IF TC-CODIGO(WK-IDX-CONVERSION) = APL-CODIGO
                   AND TC-LOTE(WK-IDX-CONVERSION) = APL-LOTE
                   AND TC-SECUENCIA(WK-IDX-CONVERSION)
                       = APL-SECUENCIA
                   AND TC-APLICADA(WK-IDX-CONVERSION) = 'N'
                   MOVE 'S' TO SW-CONVERSION-HALLADA
               END-IF
           END-PERFORM

           IF NOT CONVERSION-HALLADA
               EXIT PARAGRAPH
           END-IF

           SUBTRACT 1 FROM WK-IDX-CONVERSION
           MOVE 'S' TO TC-APLICADA(WK-IDX-CONVERSION)
           ADD 1 TO CONT-CNV-APLICADAS

           MOVE TC-MONEDA(WK-IDX-CONVERSION) TO WK-MONEDA
           PERFORM 205-UBICAR-MONEDA
           IF NOT MONEDA-HALLADA
               EXIT PARAGRAPH
           END-IF

           IF APL-TIPO = 'C'
               ADD TC-IMPORTE(WK-IDX-CONVERSION)
                   TO TP-ENTRADAS(WK-IDX-MONEDA)
           ELSE
               ADD TC-IMPORTE(WK-IDX-CONVERSION)
                   TO TP-SALIDAS(WK-IDX-MONEDA)
           END-IF.

      * LA POSICION PASA SU LIMITE TANTO COMPRADA COMO VENDIDA: SE
      * COTEJA SU VALOR ABSOLUTO EN EUR.
       230-VALUAR-POSICIONES.
           WRITE REG-REPORTE FROM LINEA-ENCABEZADO

           PERFORM VARYING WK-IDX-MONEDA FROM 1 BY 1
                   UNTIL WK-IDX-MONEDA > CONT-MONEDAS
               PERFORM 235-VALUAR-UNA-MONEDA
           END-PERFORM

           IF CONT-MONEDAS = ZEROS
               MOVE "  (NINGUNA CUENTA NI CONVERSION EN DIVISA)"
                   TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF.

       235-VALUAR-UNA-MONEDA.
           COMPUTE WK-NETO-DIA =
               TP-ENTRADAS(WK-IDX-MONEDA) - TP-SALIDAS(WK-IDX-MONEDA)
           COMPUTE WK-POSICION =
               TP-SALDOS(WK-IDX-MONEDA) + WK-NETO-DIA

           MOVE ZEROS TO WK-TASA WK-POSICION-EUR WK-ABSOLUTO-EUR
                         WK-LIMITE WK-USO

           MOVE 'N' TO SW-TASA-HALLADA
           PERFORM VARYING WK-IDX-TASA FROM 1 BY 1
                   UNTIL WK-IDX-TASA > CONT-TASAS
                   OR TASA-HALLADA
               IF TT-MONEDA(WK-IDX-TASA) = TP-MONEDA(WK-IDX-MONEDA)
                   MOVE 'S' TO SW-TASA-HALLADA
                   MOVE TT-TASA(WK-IDX-TASA) TO WK-TASA
               END-IF
           END-PERFORM

           MOVE 'N' TO SW-LIMITE-HALLADO
           PERFORM VARYING WK-IDX-LIMITE FROM 1 BY 1
                   UNTIL WK-IDX-LIMITE > CONT-LIMITES
                   OR LIMITE-HALLADO
               IF TL-MONEDA(WK-IDX-LIMITE) = TP-MONEDA(WK-IDX-MONEDA)
                   MOVE 'S' TO SW-LIMITE-HALLADO
                   MOVE TL-LIMITE(WK-IDX-LIMITE) TO WK-LIMITE
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN NOT TASA-HALLADA
                   ADD 1 TO CONT-SIN-TASA
                   MOVE "SIN TASA" TO WK-ESTADO
               WHEN OTHER
                   COMPUTE WK-POSICION-EUR ROUNDED =
                       WK-POSICION * WK-TASA
                   IF WK-POSICION-EUR < ZEROS
                       COMPUTE WK-ABSOLUTO-EUR = 0 - WK-POSICION-EUR
                   ELSE
                       MOVE WK-POSICION-EUR TO WK-ABSOLUTO-EUR
                   END-IF
                   PERFORM 240-COTEJAR-LIMITE
           END-EVALUATE

           MOVE TP-MONEDA(WK-IDX-MONEDA)  TO LD-MONEDA
           MOVE TP-CUENTAS(WK-IDX-MONEDA) TO LD-CUENTAS
           MOVE TP-SALDOS(WK-IDX-MONEDA)  TO LD-SALDOS
           MOVE WK-NETO-DIA               TO LD-NETO-DIA
           MOVE WK-POSICION               TO LD-POSICION
           MOVE WK-TASA                   TO LD-TASA
           MOVE WK-POSICION-EUR           TO LD-POSICION-EUR
           MOVE WK-LIMITE                 TO LD-LIMITE
           MOVE WK-USO                    TO LD-USO
           MOVE WK-ESTADO                 TO LD-ESTADO
           WRITE REG-REPORTE FROM LINEA-DETALLE.

       240-COTEJAR-LIMITE.
           IF NOT LIMITE-HALLADO OR WK-LIMITE = ZEROS
               ADD 1 TO CONT-SIN-LIMITE
               MOVE "SIN LIMITE" TO WK-ESTADO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WK-USO ROUNDED =
               WK-ABSOLUTO-EUR * 100 / WK-LIMITE
               ON SIZE ERROR
                   MOVE 99999 TO WK-USO
           END-COMPUTE

           IF WK-ABSOLUTO-EUR > WK-LIMITE
               ADD 1 TO CONT-EXCEDIDAS
               MOVE "EXCEDIDA" TO WK-ESTADO
               PERFORM 245-ESCRIBIR-ALERTA
           ELSE
               MOVE "DENTRO" TO WK-ESTADO
           END-IF.

      * ALERTAS.DAT NUNCA SE TRUNCA: CADA POSICION EXCEDIDA SE
      * AGREGA A LAS ALERTAS ANTERIORES, COMO LOS UMBRALES DEL
      * CRUZADO, Y ASI SALE EN LA HOJA DE ENTREGA DE TURNO.
       245-ESCRIBIR-ALERTA.
           DISPLAY "*** POSICION EN " TP-MONEDA(WK-IDX-MONEDA)
                   " EXCEDE SU LIMITE: " WK-ABSOLUTO-EUR
                   " EUR (LIMITE " WK-LIMITE ") ***"

           OPEN EXTEND ARCHIVO-ALERTAS

           IF FS-ALERTAS = '35'
               OPEN OUTPUT ARCHIVO-ALERTAS
               CLOSE ARCHIVO-ALERTAS
               OPEN EXTEND ARCHIVO-ALERTAS
           END-IF

           IF FS-ALERTAS NOT = '00'
               DISPLAY "ERROR ABRIENDO ALERTAS.DAT: " FS-ALERTAS
               EXIT PARAGRAPH
           END-IF

           MOVE WK-FECHA-HOY TO ALE-FECHA
           MOVE WK-ID-CORRIDA TO ALE-ID-EJECUCION
           MOVE SPACES TO ALE-UMBRAL
           STRING "POSICION DIVISA " TP-MONEDA(WK-IDX-MONEDA)
                  DELIMITED BY SIZE INTO ALE-UMBRAL
           IF WK-ABSOLUTO-EUR > WK-TOPE-ALERTA
               MOVE WK-TOPE-ALERTA TO ALE-VALOR
           ELSE
               MOVE WK-ABSOLUTO-EUR TO ALE-VALOR
           END-IF
           IF WK-LIMITE > WK-TOPE-ALERTA
               MOVE WK-TOPE-ALERTA TO ALE-LIMITE
           ELSE
               MOVE WK-LIMITE TO ALE-LIMITE
           END-IF
           MOVE TP-CUENTAS(WK-IDX-MONEDA) TO ALE-MOVS-LEIDOS
           WRITE REG-ALERTA
           CLOSE ARCHIVO-ALERTAS.

       300-FINALIZAR.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "CUENTAS LEIDAS: " CONT-CUENTAS
                  "  EN DIVISA: " CONT-CUENTAS-DIVISA
                  DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "CONVERSIONES DEL DIA: " CONT-CNV-DIA
                  "  APLICADAS: " CONT-CNV-APLICADAS
                  "  SIN APLICAR (NO CUENTAN): "
                  CONT-CNV-SIN-APLICAR
                  DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "POSICIONES EXCEDIDAS: " CONT-EXCEDIDAS
                  "  SIN TASA: " CONT-SIN-TASA
                  "  SIN LIMITE: " CONT-SIN-LIMITE
                  DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE

           CLOSE ARCHIVO-REPORTE

           DISPLAY "MONEDAS CON POSICION:  " CONT-MONEDAS
           DISPLAY "POSICIONES EXCEDIDAS:  " CONT-EXCEDIDAS
           DISPLAY "REPORTE EN: POSICION-DIVISAS.TXT".
