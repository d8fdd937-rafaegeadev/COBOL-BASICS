      *            MOVIMIENTO QUEDO SIN MAPA: UN DIARIO QUE NO
      *            CUADRA NO SE LE DA A NADIE (RC 08). FINANZAS DEJA
      *            DE RETECLEAR REPORTE.TXT CADA MAÑANA.
      *            EL INTERES DEVENGADO TAMBIEN POSTEA: LO QUE CRECIO
      *            DEVENGOS.DAT DESDE EL ULTIMO DIARIO ENTREGADO
      *            (DEVENGOS-POSTEADOS.DAT GUARDA LO QUE EL MAYOR YA
      *            CONOCE DE CADA CUENTA) SE ASIENTA POR PRODUCTO Y
      *            SUCURSAL, GASTO POR INTERESES CONTRA INTERESES
      *            DEVENGADOS A PAGAR (FILA 'V' DEL MAPA). LA
      *            CAPITALIZACION DE LA CORRIDA REVERSA EL DEVENGO
      *            QUE CONVIERTE EN MOVIMIENTO, ASI EL MAYOR Y
      *            DEVENGOS.DAT DICEN LO MISMO A CUALQUIER FECHA.
      *            CADA DIARIO ENTREGADO SE AGREGA A LOS ANTERIORES:
      *            DIARIO-CONTABLE.DAT CRECE HASTA QUE CIERRA-EJERCICIO
      *            PASA EL AÑO CERRADO A SU PROPIO ARCHIVO. CON EL AÑO
      *            DE HOY CERRADO (EJERCICIOS-LOG.DAT) NO SE POSTEA
      *            NADA (RC 08) HASTA QUE UN SUPERVISOR LO REABRA.
      *****************************************************************

       ENVIRONMENT DIVISION.

      * MAPA DE POSTEO: UNA FILA POR (TIPO, SENTIDO) CON LA CUENTA
      * DEL MAYOR AL DEBE Y AL HABER. LA FILA DE TIPO 'S' ES LA
      * CUENTA PUENTE DEL SUSPENSO; LA DE TIPO 'V' LLEVA EL DEVENGO
      * DE INTERESES (DEBE GASTO, HABER INTERESES A PAGAR).
           SELECT ARCHIVO-MAPA
               ASSIGN TO "MAPA-CONTABLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIARIO.

      * CIERRES Y REAPERTURAS DE CADA AÑO (CIERRA-EJERCICIO).
           SELECT ARCHIVO-EJERCICIOS
               ASSIGN TO "EJERCICIOS-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EJERCICIOS.

      * HUCHAS DE INTERES DEVENGADO (DEVENGA-INTERESES) Y LA FOTO
      * DE ELLAS QUE YA ESTA EN EL MAYOR, AL ULTIMO DIARIO
      * ENTREGADO.
           SELECT ARCHIVO-DEVENGOS
               ASSIGN TO "DEVENGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEVENGOS.

           SELECT ARCHIVO-POSTEADOS
               ASSIGN TO "DEVENGOS-POSTEADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-POSTEADOS.

      * ARCHIVO DE TRABAJO: EL DIARIO SE ARMA AQUI Y SOLO SE COPIA
      * AL DEFINITIVO SI CUADRA.
           SELECT ARCHIVO-TRABAJO
           05 DIA-CODIGO-ORIGEN    PIC 9(5).
           05 DIA-LOTE-ORIGEN      PIC X(8).
           05 DIA-SECUENCIA-ORIGEN PIC 9(5).
           05 DIA-SUCURSAL         PIC 9(3).
           05 DIA-MONEDA           PIC X(3).
           05 DIA-PRODUCTO         PIC X(2).

       FD  ARCHIVO-DEVENGOS.
       01  REG-DEVENGO.
           05 DEV-CODIGO           PIC 9(5).
           05 DEV-IMPORTE          PIC S9(7)V99.
           05 DEV-FECHA-ULTIMO     PIC 9(8).
           05 DEV-MONEDA           PIC X(3).
           05 DEV-SUCURSAL         PIC 9(3).
           05 DEV-PRODUCTO         PIC X(2).

       FD  ARCHIVO-POSTEADOS.
       01  REG-POSTEADO.
           05 POS-CODIGO           PIC 9(5).
           05 POS-IMPORTE          PIC S9(7)V99.
           05 POS-FECHA-ULTIMO     PIC 9(8).
           05 POS-MONEDA           PIC X(3).
           05 POS-SUCURSAL         PIC 9(3).
           05 POS-PRODUCTO         PIC X(2).

       FD  ARCHIVO-TRABAJO.
       01  REG-TRABAJO             PIC X(103).

      * EL ESTADO DE UN AÑO ES EL DE SU ULTIMO REGISTRO: 'C'
      * CERRADO, 'A' REABIERTO.
       FD  ARCHIVO-EJERCICIOS.
       01  REG-EJERCICIO.
           05 EJL-FECHA            PIC 9(8).
           05 EJL-HORA             PIC 9(6).
           05 EJL-OPERADOR         PIC X(8).
           05 EJL-EJERCICIO        PIC 9(4).
           05 EJL-ACCION           PIC X(12).
           05 EJL-ESTADO           PIC X(1).
           05 EJL-MOTIVO           PIC X(30).
           05 EJL-SECUENCIA        PIC 9(9).
           05 EJL-SELLO            PIC 9(18).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-MAPA              PIC XX.
           05 FS-DIARIO            PIC XX.
           05 FS-TRABAJO           PIC XX.
           05 FS-DEVENGOS          PIC XX.
           05 FS-POSTEADOS         PIC XX.
           05 FS-EJERCICIOS        PIC XX.

       01  SWITCHES.
           05 SW-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 SW-MAPA-HALLADO      PIC X VALUE 'N'.
              88 MAPA-HALLADO      VALUE 'S'.
           05 SW-MAPA-DEVENGO      PIC X VALUE 'N'.
              88 MAPA-DEVENGO      VALUE 'S'.
           05 SW-HAY-DEVENGOS      PIC X VALUE 'N'.
              88 HAY-DEVENGOS      VALUE 'S'.
           05 SW-HALLADO           PIC X VALUE 'N'.
              88 HALLADO           VALUE 'S'.

       01  CONTADORES.
           05 CONT-APLICADOS       PIC 9(7) VALUE ZEROS.
           05 CONT-SUSPENSOS       PIC 9(7) VALUE ZEROS.
           05 CONT-SIN-MAPA        PIC 9(7) VALUE ZEROS.
           05 CONT-LINEAS-DIARIO   PIC 9(7) VALUE ZEROS.
           05 CONT-ASIENTOS-DEVENGO PIC 9(5) VALUE ZEROS.

       01  TOTALES.
           05 TOTAL-DEBE           PIC 9(11)V99 VALUE ZEROS.
       01  CUENTAS-SUSPENSO.
           05 WK-SUSP-DEBE         PIC 9(8) VALUE 99990000.
           05 WK-SUSP-HABER        PIC 9(8) VALUE 99991000.
       01  CUENTAS-DEVENGO.
           05 WK-DEVENGO-DEBE      PIC 9(8) VALUE ZEROS.
           05 WK-DEVENGO-HABER     PIC 9(8) VALUE ZEROS.
       01  WK-CUENTA-DEBE          PIC 9(8) VALUE ZEROS.
       01  WK-CUENTA-HABER         PIC 9(8) VALUE ZEROS.

      * LO QUE LA CORRIDA CAPITALIZO DE CADA HUCHA ("CAPITALIZA
      * DEVENGO" SUMA, "REVERSO DEVENGO" RESTA): ESE IMPORTE DEJA
      * DE SER DEVENGO Y SE REVERSA.
       01  WK-MAX-CAPITALIZADAS    PIC 9(5) VALUE 5000.
       01  CONT-CAPITALIZADAS      PIC 9(5) VALUE ZEROS.
       01  TABLA-CAPITALIZADAS.
           05 ENTRADA-CAPITALIZADA OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-CAPITALIZADAS.
              10 TCP-CODIGO        PIC 9(5).
              10 TCP-IMPORTE       PIC S9(7)V99.
       01  WK-INDICE-CAP           PIC 9(5) VALUE ZEROS.
       01  WK-CODIGO-BUSCADO       PIC 9(5) VALUE ZEROS.

      * DEVENGO Y REVERSO DE LA NOCHE POR PRODUCTO, SUCURSAL Y
      * MONEDA: UN ASIENTO POR CADA UNO QUE NO QUEDE EN CERO.
       01  WK-MAX-GRUPOS-DEVENGO   PIC 9(3) VALUE 300.
       01  CONT-GRUPOS-DEVENGO     PIC 9(3) VALUE ZEROS.
       01  TABLA-GRUPOS-DEVENGO.
           05 ENTRADA-GRUPO-DEVENGO OCCURS 1 TO 300 TIMES
                                   DEPENDING ON CONT-GRUPOS-DEVENGO.
              10 TGD-PRODUCTO      PIC X(2).
              10 TGD-SUCURSAL      PIC 9(3).
              10 TGD-MONEDA        PIC X(3).
              10 TGD-DEVENGO       PIC S9(9)V99.
              10 TGD-REVERSO       PIC S9(9)V99.
       01  WK-INDICE-GRUPO         PIC 9(3) VALUE ZEROS.

      * CLAVES DEL APAREO DEVENGOS CONTRA POSTEADOS (999999 = FIN).
       01  WK-CLAVE-DEVENGO        PIC 9(6) VALUE ZEROS.
       01  WK-CLAVE-POSTEADO       PIC 9(6) VALUE ZEROS.
       01  GRUPO-DEVENGO.
           05 WK-GD-PRODUCTO       PIC X(2).
           05 WK-GD-SUCURSAL       PIC 9(3).
           05 WK-GD-MONEDA         PIC X(3).
       01  WK-GD-DEVENGO           PIC S9(9)V99 VALUE ZEROS.
       01  WK-GD-REVERSO           PIC S9(9)V99 VALUE ZEROS.
       01  WK-IMPORTE-CAPITALIZADO PIC S9(7)V99 VALUE ZEROS.
       01  WK-IMPORTE-ASIENTO      PIC S9(9)V99 VALUE ZEROS.
       01  WK-CONCEPTO-ASIENTO     PIC X(20) VALUE SPACES.

       01  WK-ID-CORRIDA           PIC X(19) VALUE SPACES.
       01  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
       01  WK-ESTADO-EJERCICIO     PIC X(1) VALUE SPACE.
           88 EJERCICIO-CERRADO    VALUE 'C'.
       01  WK-TOTAL-EDITADO        PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM 100-INICIALIZAR
           PERFORM 200-POSTEAR-APLICADOS
           PERFORM 220-POSTEAR-SUSPENSO
           PERFORM 240-POSTEAR-DEVENGO
           PERFORM 300-FINALIZAR
           GOBACK.


           DISPLAY "CORRIDA A POSTEAR: " WK-ID-CORRIDA

           PERFORM 105-VERIFICAR-EJERCICIO

           PERFORM 110-CARGAR-MAPA

           OPEN OUTPUT ARCHIVO-TRABAJO
               GOBACK
           END-IF.

      * LAS LINEAS SALEN CON LA FECHA DE HOY: SI SU AÑO ESTA
      * CERRADO NO SE ESCRIBE NADA Y LA CORRIDA QUEDA POR POSTEAR.
       105-VERIFICAR-EJERCICIO.
           MOVE 'A' TO WK-ESTADO-EJERCICIO
           OPEN INPUT ARCHIVO-EJERCICIOS

           IF FS-EJERCICIOS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-EJERCICIOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF EJL-EJERCICIO = WK-FECHA-HOY(1:4)
                           MOVE EJL-ESTADO TO WK-ESTADO-EJERCICIO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-EJERCICIOS

           IF EJERCICIO-CERRADO
               DISPLAY "*** EL EJERCICIO " WK-FECHA-HOY(1:4)
                       " ESTA CERRADO: NO SE POSTEA CON FECHA "
                       WK-FECHA-HOY " ***"
               MOVE 0008 TO RETURN-CODE
               GOBACK
           END-IF.

       110-CARGAR-MAPA.
           OPEN INPUT ARCHIVO-MAPA

                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       EVALUATE TRUE
                       WHEN MAP-TIPO = 'S'
                           MOVE MAP-CUENTA-DEBE  TO WK-SUSP-DEBE
                           MOVE MAP-CUENTA-HABER TO WK-SUSP-HABER
                       WHEN MAP-TIPO = 'V'
                           MOVE 'S' TO SW-MAPA-DEVENGO
                           MOVE MAP-CUENTA-DEBE  TO WK-DEVENGO-DEBE
                           MOVE MAP-CUENTA-HABER TO WK-DEVENGO-HABER
      * LAS FILAS 'K' CLASIFICAN CUENTAS PARA EL CIERRE DEL AÑO.
                       WHEN MAP-TIPO = 'K'
                           CONTINUE
                       WHEN OTHER
                           ADD 1 TO CONT-MAPA
                           MOVE MAP-TIPO
                               TO TM-TIPO(CONT-MAPA)
                               TO TM-CUENTA-DEBE(CONT-MAPA)
                           MOVE MAP-CUENTA-HABER
                               TO TM-CUENTA-HABER(CONT-MAPA)
                       END-EVALUATE
               END-READ
           END-PERFORM

                       IF APL-ID-EJECUCION = WK-ID-CORRIDA
                           ADD 1 TO CONT-APLICADOS
                           PERFORM 210-POSTEAR-UN-APLICADO
                           PERFORM 215-ANOTAR-CAPITALIZACION
                       END-IF
               END-READ
           END-PERFORM
           MOVE APL-LOTE        TO DIA-LOTE-ORIGEN
           MOVE APL-SECUENCIA   TO DIA-SECUENCIA-ORIGEN
           MOVE APL-DESCRIPCION TO DIA-CONCEPTO
           MOVE APL-SUCURSAL    TO DIA-SUCURSAL
           MOVE APL-MONEDA      TO DIA-MONEDA
           MOVE SPACES          TO DIA-PRODUCTO
           MOVE WK-CUENTA-DEBE  TO DIA-CUENTA-MAYOR
           MOVE APL-IMPORTE     TO DIA-IMPORTE-DEBE
           MOVE ZEROS           TO DIA-IMPORTE-HABER
           MOVE APL-IMPORTE     TO DIA-IMPORTE-HABER
           PERFORM 290-ESCRIBIR-LINEA.

      * LAS LINEAS DE CAPITALIZACION DE CAPITALIZA-INTERESES SE
      * RECONOCEN POR SU TIPO Y SU DESCRIPCION.
       215-ANOTAR-CAPITALIZACION.
           EVALUATE TRUE
               WHEN APL-TIPO = 'I'
                    AND APL-DESCRIPCION = "CAPITALIZA DEVENGO"
                   MOVE APL-IMPORTE TO WK-IMPORTE-CAPITALIZADO
               WHEN APL-TIPO = 'A'
                    AND APL-DESCRIPCION = "REVERSO DEVENGO"
                   COMPUTE WK-IMPORTE-CAPITALIZADO = ZERO - APL-IMPORTE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-INDICE-CAP FROM 1 BY 1
                   UNTIL WK-INDICE-CAP > CONT-CAPITALIZADAS
                   OR HALLADO
               IF TCP-CODIGO(WK-INDICE-CAP) = APL-CODIGO
                   MOVE 'S' TO SW-HALLADO
                   ADD WK-IMPORTE-CAPITALIZADO
                       TO TCP-IMPORTE(WK-INDICE-CAP)
               END-IF
           END-PERFORM

           IF HALLADO
               EXIT PARAGRAPH
           END-IF

           IF CONT-CAPITALIZADAS >= WK-MAX-CAPITALIZADAS
               DISPLAY "*** TABLA DE CAPITALIZACIONES LLENA, CODIGO "
                       APL-CODIGO " SIN REVERSO DE DEVENGO ***"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-CAPITALIZADAS
           MOVE APL-CODIGO TO TCP-CODIGO(CONT-CAPITALIZADAS)
           MOVE WK-IMPORTE-CAPITALIZADO
               TO TCP-IMPORTE(CONT-CAPITALIZADAS).

      * LO QUE ESTA NOCHE QUEDO EN SUSPENSO POSTEA COMPLETO A LA
      * CUENTA PUENTE, PARA QUE EL MAYOR Y SUSPENSA.DAT DIGAN LO
      * MISMO. SOLO LAS PARTIDAS DE ESTA CORRIDA: LAS VIEJAS YA
           MOVE LOTE-SUSPENSA        TO DIA-LOTE-ORIGEN
           MOVE SECUENCIA-SUSPENSA   TO DIA-SECUENCIA-ORIGEN
           MOVE "PARTIDA EN SUSPENSO" TO DIA-CONCEPTO
           MOVE SUCURSAL-SUSPENSA    TO DIA-SUCURSAL
           MOVE MONEDA-SUSPENSA      TO DIA-MONEDA
           MOVE SPACES               TO DIA-PRODUCTO
           MOVE WK-SUSP-DEBE         TO DIA-CUENTA-MAYOR
           MOVE IMPORTE-SUSPENSA     TO DIA-IMPORTE-DEBE
           MOVE ZEROS                TO DIA-IMPORTE-HABER
           MOVE IMPORTE-SUSPENSA     TO DIA-IMPORTE-HABER
           PERFORM 290-ESCRIBIR-LINEA.

      *****************************************************************
      * DEVENGO DE LA NOCHE: APAREA DEVENGOS.DAT CONTRA LA FOTO DE
      * LO YA POSTEADO (AMBOS POR CODIGO ASCENDENTE, EN EL ORDEN DEL
      * MAESTRO). LO QUE CRECIO LA HUCHA, MAS LO QUE LA CORRIDA
      * CAPITALIZO, ES DEVENGO NUEVO; LO CAPITALIZADO SE REVERSA.
      * UNA CUENTA QUE CAMBIO DE SUCURSAL O PRODUCTO SACA LO
      * POSTEADO DE SU GRUPO VIEJO Y LO PONE ENTERO EN EL NUEVO.
      * SIN DEVENGOS.DAT NO SE POSTEA DEVENGO NI SE TOCA LA FOTO.
      *****************************************************************
       240-POSTEAR-DEVENGO.
           OPEN INPUT ARCHIVO-DEVENGOS

           IF FS-DEVENGOS NOT = '00'
               DISPLAY "AVISO: SIN DEVENGOS.DAT NO SE POSTEA EL"
                       " DEVENGO DE INTERESES"
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO SW-HAY-DEVENGOS
           MOVE ZEROS TO WK-CLAVE-POSTEADO
           OPEN INPUT ARCHIVO-POSTEADOS

           IF FS-POSTEADOS NOT = '00'
               DISPLAY "SIN DEVENGOS-POSTEADOS.DAT: EL MAYOR RECIBE"
                       " EL DEVENGO ACUMULADO COMPLETO"
               MOVE 999999 TO WK-CLAVE-POSTEADO
           END-IF

           PERFORM 242-LEER-DEVENGO
           IF WK-CLAVE-POSTEADO NOT = 999999
               PERFORM 244-LEER-POSTEADO
           END-IF

           PERFORM UNTIL WK-CLAVE-DEVENGO = 999999
                   AND WK-CLAVE-POSTEADO = 999999
               EVALUATE TRUE
                   WHEN WK-CLAVE-DEVENGO < WK-CLAVE-POSTEADO
                       PERFORM 246-DEVENGO-SIN-POSTEAR
                       PERFORM 242-LEER-DEVENGO
                   WHEN WK-CLAVE-DEVENGO > WK-CLAVE-POSTEADO
                       PERFORM 247-POSTEADO-SIN-DEVENGO
                       PERFORM 244-LEER-POSTEADO
                   WHEN OTHER
                       PERFORM 248-DEVENGO-Y-POSTEADO
                       PERFORM 242-LEER-DEVENGO
                       PERFORM 244-LEER-POSTEADO
               END-EVALUATE
           END-PERFORM

           CLOSE ARCHIVO-DEVENGOS
           IF FS-POSTEADOS NOT = '35'
               CLOSE ARCHIVO-POSTEADOS
           END-IF

           PERFORM VARYING WK-INDICE-GRUPO FROM 1 BY 1
                   UNTIL WK-INDICE-GRUPO > CONT-GRUPOS-DEVENGO
               PERFORM 255-ASENTAR-GRUPO
           END-PERFORM

           DISPLAY "ASIENTOS DE DEVENGO:    " CONT-ASIENTOS-DEVENGO.

       242-LEER-DEVENGO.
           READ ARCHIVO-DEVENGOS
               AT END
                   MOVE 999999 TO WK-CLAVE-DEVENGO
               NOT AT END
                   MOVE DEV-CODIGO TO WK-CLAVE-DEVENGO
           END-READ.

       244-LEER-POSTEADO.
           READ ARCHIVO-POSTEADOS
               AT END
                   MOVE 999999 TO WK-CLAVE-POSTEADO
               NOT AT END
                   MOVE POS-CODIGO TO WK-CLAVE-POSTEADO
           END-READ.

      * HUCHA NUEVA: TODO SU SALDO ES DEVENGO QUE EL MAYOR NO VIO.
       246-DEVENGO-SIN-POSTEAR.
           MOVE DEV-CODIGO TO WK-CODIGO-BUSCADO
           PERFORM 249-BUSCAR-CAPITALIZADO
           MOVE DEV-PRODUCTO TO WK-GD-PRODUCTO
           MOVE DEV-SUCURSAL TO WK-GD-SUCURSAL
           MOVE DEV-MONEDA   TO WK-GD-MONEDA
           COMPUTE WK-GD-DEVENGO = DEV-IMPORTE
               + WK-IMPORTE-CAPITALIZADO
           MOVE WK-IMPORTE-CAPITALIZADO TO WK-GD-REVERSO
           PERFORM 250-ACUMULAR-GRUPO.

      * LA HUCHA DESAPARECIO: SE DESHACE LO QUE EL MAYOR TENIA.
       247-POSTEADO-SIN-DEVENGO.
           MOVE POS-CODIGO TO WK-CODIGO-BUSCADO
           PERFORM 249-BUSCAR-CAPITALIZADO
           MOVE POS-PRODUCTO TO WK-GD-PRODUCTO
           MOVE POS-SUCURSAL TO WK-GD-SUCURSAL
           MOVE POS-MONEDA   TO WK-GD-MONEDA
           COMPUTE WK-GD-DEVENGO = WK-IMPORTE-CAPITALIZADO
               - POS-IMPORTE
           MOVE WK-IMPORTE-CAPITALIZADO TO WK-GD-REVERSO
           PERFORM 250-ACUMULAR-GRUPO.

       248-DEVENGO-Y-POSTEADO.
           MOVE DEV-CODIGO TO WK-CODIGO-BUSCADO
           PERFORM 249-BUSCAR-CAPITALIZADO

           IF DEV-PRODUCTO = POS-PRODUCTO
               AND DEV-SUCURSAL = POS-SUCURSAL
               AND DEV-MONEDA = POS-MONEDA
               MOVE DEV-PRODUCTO TO WK-GD-PRODUCTO
               MOVE DEV-SUCURSAL TO WK-GD-SUCURSAL
               MOVE DEV-MONEDA   TO WK-GD-MONEDA
               COMPUTE WK-GD-DEVENGO = DEV-IMPORTE - POS-IMPORTE
                   + WK-IMPORTE-CAPITALIZADO
               MOVE WK-IMPORTE-CAPITALIZADO TO WK-GD-REVERSO
               PERFORM 250-ACUMULAR-GRUPO
               EXIT PARAGRAPH
           END-IF

           MOVE POS-PRODUCTO TO WK-GD-PRODUCTO
           MOVE POS-SUCURSAL TO WK-GD-SUCURSAL
           MOVE POS-MONEDA   TO WK-GD-MONEDA
           COMPUTE WK-GD-DEVENGO = ZERO - POS-IMPORTE
           MOVE ZEROS TO WK-GD-REVERSO
           PERFORM 250-ACUMULAR-GRUPO

           MOVE DEV-PRODUCTO TO WK-GD-PRODUCTO
           MOVE DEV-SUCURSAL TO WK-GD-SUCURSAL
           MOVE DEV-MONEDA   TO WK-GD-MONEDA
           COMPUTE WK-GD-DEVENGO = DEV-IMPORTE
               + WK-IMPORTE-CAPITALIZADO
           MOVE WK-IMPORTE-CAPITALIZADO TO WK-GD-REVERSO
           PERFORM 250-ACUMULAR-GRUPO.

      * LO CAPITALIZADO EN LA CORRIDA PARA EL CODIGO DE
      * WK-CODIGO-BUSCADO (CERO SI NO CAPITALIZO).
       249-BUSCAR-CAPITALIZADO.
           MOVE ZEROS TO WK-IMPORTE-CAPITALIZADO
           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-INDICE-CAP FROM 1 BY 1
                   UNTIL WK-INDICE-CAP > CONT-CAPITALIZADAS
                   OR HALLADO
               IF TCP-CODIGO(WK-INDICE-CAP) = WK-CODIGO-BUSCADO
                   MOVE 'S' TO SW-HALLADO
                   MOVE TCP-IMPORTE(WK-INDICE-CAP)
                       TO WK-IMPORTE-CAPITALIZADO
               END-IF
           END-PERFORM.

       250-ACUMULAR-GRUPO.
           IF WK-GD-DEVENGO = ZEROS AND WK-GD-REVERSO = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-INDICE-GRUPO FROM 1 BY 1
                   UNTIL WK-INDICE-GRUPO > CONT-GRUPOS-DEVENGO
                   OR HALLADO
               IF TGD-PRODUCTO(WK-INDICE-GRUPO) = WK-GD-PRODUCTO
                   AND TGD-SUCURSAL(WK-INDICE-GRUPO) = WK-GD-SUCURSAL
                   AND TGD-MONEDA(WK-INDICE-GRUPO) = WK-GD-MONEDA
                   MOVE 'S' TO SW-HALLADO
                   ADD WK-GD-DEVENGO
                       TO TGD-DEVENGO(WK-INDICE-GRUPO)
                   ADD WK-GD-REVERSO
                       TO TGD-REVERSO(WK-INDICE-GRUPO)
               END-IF
           END-PERFORM

           IF HALLADO
               EXIT PARAGRAPH
           END-IF

      * SIN LUGAR PARA EL GRUPO EL DEVENGO NO PUEDE ENTRAR AL
      * DIARIO: CUENTA COMO SIN MAPA Y EL DIARIO NO SE ENTREGA.
           IF CONT-GRUPOS-DEVENGO >= WK-MAX-GRUPOS-DEVENGO
               ADD 1 TO CONT-SIN-MAPA
               DISPLAY "*** TABLA DE GRUPOS DE DEVENGO LLENA ***"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-GRUPOS-DEVENGO
           MOVE WK-GD-PRODUCTO TO TGD-PRODUCTO(CONT-GRUPOS-DEVENGO)
           MOVE WK-GD-SUCURSAL TO TGD-SUCURSAL(CONT-GRUPOS-DEVENGO)
           MOVE WK-GD-MONEDA   TO TGD-MONEDA(CONT-GRUPOS-DEVENGO)
           MOVE WK-GD-DEVENGO  TO TGD-DEVENGO(CONT-GRUPOS-DEVENGO)
           MOVE WK-GD-REVERSO  TO TGD-REVERSO(CONT-GRUPOS-DEVENGO).

      * PRIMERO EL DEVENGO NUEVO DEL GRUPO Y DESPUES EL REVERSO DE
      * LO CAPITALIZADO, CADA UNO COMO UN ASIENTO PROPIO.
       255-ASENTAR-GRUPO.
           MOVE TGD-DEVENGO(WK-INDICE-GRUPO) TO WK-IMPORTE-ASIENTO
           IF WK-IMPORTE-ASIENTO > ZEROS
               MOVE "DEVENGO INTERESES" TO WK-CONCEPTO-ASIENTO
           ELSE
               MOVE "AJUSTE DEVENGO" TO WK-CONCEPTO-ASIENTO
           END-IF
           PERFORM 260-ESCRIBIR-ASIENTO-DEVENGO

           COMPUTE WK-IMPORTE-ASIENTO =
               ZERO - TGD-REVERSO(WK-INDICE-GRUPO)
           MOVE "REVERSO DEVENGO CAP" TO WK-CONCEPTO-ASIENTO
           PERFORM 260-ESCRIBIR-ASIENTO-DEVENGO.

      * IMPORTE POSITIVO: DEBE GASTO, HABER INTERESES A PAGAR.
      * NEGATIVO: AL REVES. EL ORIGEN ES EL LOTE "DEVENGOS" CON UNA
      * SECUENCIA POR ASIENTO, PARA QUE CADA PAR SE PUEDA RASTREAR.
       260-ESCRIBIR-ASIENTO-DEVENGO.
           IF WK-IMPORTE-ASIENTO = ZEROS
               EXIT PARAGRAPH
           END-IF

           IF NOT MAPA-DEVENGO
               ADD 1 TO CONT-SIN-MAPA
               DISPLAY "*** SIN MAPA PARA EL DEVENGO (TIPO 'V'),"
                       " PRODUCTO " TGD-PRODUCTO(WK-INDICE-GRUPO)
                       " SUCURSAL " TGD-SUCURSAL(WK-INDICE-GRUPO)
                       " ***"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-ASIENTOS-DEVENGO
           MOVE ZEROS                 TO DIA-CODIGO-ORIGEN
           MOVE "DEVENGOS"            TO DIA-LOTE-ORIGEN
           MOVE CONT-ASIENTOS-DEVENGO TO DIA-SECUENCIA-ORIGEN
           MOVE WK-CONCEPTO-ASIENTO   TO DIA-CONCEPTO
           MOVE TGD-SUCURSAL(WK-INDICE-GRUPO) TO DIA-SUCURSAL
           MOVE TGD-MONEDA(WK-INDICE-GRUPO)   TO DIA-MONEDA
           MOVE TGD-PRODUCTO(WK-INDICE-GRUPO) TO DIA-PRODUCTO

           IF WK-IMPORTE-ASIENTO > ZEROS
               MOVE WK-DEVENGO-DEBE  TO WK-CUENTA-DEBE
               MOVE WK-DEVENGO-HABER TO WK-CUENTA-HABER
           ELSE
               MOVE WK-DEVENGO-HABER TO WK-CUENTA-DEBE
               MOVE WK-DEVENGO-DEBE  TO WK-CUENTA-HABER
               COMPUTE WK-IMPORTE-ASIENTO = ZERO - WK-IMPORTE-ASIENTO
           END-IF

           MOVE WK-CUENTA-DEBE     TO DIA-CUENTA-MAYOR
           MOVE WK-IMPORTE-ASIENTO TO DIA-IMPORTE-DEBE
           MOVE ZEROS              TO DIA-IMPORTE-HABER
           PERFORM 290-ESCRIBIR-LINEA
           MOVE WK-CUENTA-HABER    TO DIA-CUENTA-MAYOR
           MOVE ZEROS              TO DIA-IMPORTE-DEBE
           MOVE WK-IMPORTE-ASIENTO TO DIA-IMPORTE-HABER
           PERFORM 290-ESCRIBIR-LINEA.

       290-ESCRIBIR-LINEA.
           MOVE WK-FECHA-HOY  TO DIA-FECHA
           MOVE WK-ID-CORRIDA TO DIA-ID-EJECUCION
               GOBACK
           END-IF

           OPEN EXTEND ARCHIVO-DIARIO

           IF FS-DIARIO = '35'
               OPEN OUTPUT ARCHIVO-DIARIO
               CLOSE ARCHIVO-DIARIO
               OPEN EXTEND ARCHIVO-DIARIO
           END-IF

           IF FS-DIARIO NOT = '00'
               DISPLAY "ERROR ABRIENDO DIARIO-CONTABLE: " FS-DIARIO
                 ARCHIVO-DIARIO

           DISPLAY "DIARIO CUADRADO ENTREGADO EN:"
                   " DIARIO-CONTABLE.DAT"

           PERFORM 310-ACTUALIZAR-POSTEADOS.

      * ENTREGADO EL DIARIO, EL MAYOR YA CONOCE LAS HUCHAS TAL COMO
      * ESTAN: LA FOTO PASA A SER COPIA DE DEVENGOS.DAT. SI EL
      * DIARIO NO SE ENTREGA, LA FOTO NO SE TOCA Y LA PROXIMA
      * CORRIDA POSTEA LA DIFERENCIA COMPLETA.
       310-ACTUALIZAR-POSTEADOS.
           IF NOT HAY-DEVENGOS
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ARCHIVO-DEVENGOS
           OPEN OUTPUT ARCHIVO-POSTEADOS

           IF FS-DEVENGOS NOT = '00' OR FS-POSTEADOS NOT = '00'
               DISPLAY "*** NO SE PUDO ACTUALIZAR DEVENGOS-POSTEADOS"
                       ".DAT (" FS-DEVENGOS "/" FS-POSTEADOS ") ***"
               MOVE 0016 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE ZEROS TO WK-CLAVE-DEVENGO
           PERFORM 242-LEER-DEVENGO
           PERFORM UNTIL WK-CLAVE-DEVENGO = 999999
               MOVE REG-DEVENGO TO REG-POSTEADO
               WRITE REG-POSTEADO
               PERFORM 242-LEER-DEVENGO
           END-PERFORM

           CLOSE ARCHIVO-DEVENGOS
                 ARCHIVO-POSTEADOS.
