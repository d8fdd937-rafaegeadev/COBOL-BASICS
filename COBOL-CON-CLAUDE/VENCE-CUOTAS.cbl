       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENCE-CUOTAS.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: COBRO NOCTURNO DE CUOTAS DE PRESTAMOS
      * PROPOSITO: CORRE EN LA CADENA ANTES DE LA MEZCLA, JUNTO A
      *            VENCE-PLAZOS. RECORRE CUADRO-PRESTAMOS.DAT (EL
      *            CUADRO DE AMORTIZACION QUE ARMA MANTEN-PRESTAMOS)
      *            EN DOS TIEMPOS:
      *            -- PRIMERO CONFIRMA LO QUE SALIO ANOCHE: CON LA
      *               CORRIDA DEL CRUZADO COMPLETA (ESTADO-CORRIDA),
      *               CADA PIERNA EMITIDA QUE NO APARECE RECHAZADA EN
      *               ERRORES-REG.DAT SE DA POR COBRADA Y BAJA EL
      *               CAPITAL PENDIENTE; LA QUE REBOTO (SALDO
      *               INSUFICIENTE U OTRO MOTIVO) DEJA LA CUOTA
      *               IMPAGA EN EL PRESTAMO, EN PRESTAMOS-LOG.DAT Y
      *               EN CUOTAS-IMPAGAS.TXT PARA LA SUCURSAL. ESOS
      *               RECHAZOS SON DEL PRESTAMO: REPARA-ERRORES NO
      *               LOS REENVIA.
      *            -- DESPUES EMITE EN MOVS-PRESTAMOS.DAT (CON
      *               REGISTROS 'H'/'T', BAJO EL LOTE DE
      *               REPRESENTACION "CUOTAPRE" QUE RECURRE CADA
      *               NOCHE POR DISEÑO) EL DESEMBOLSO DE LOS
      *               PRESTAMOS NUEVOS (TIPO 'C', SUMA AL SALDO) Y
      *               CADA CUOTA VENCIDA PARTIDA EN CAPITAL E INTERES
      *               (DOS TIPO 'A', RESTAN DEL SALDO, CON LA REGLA
      *               DE FONDOS DE SIEMPRE). LAS IMPAGAS SE VUELVEN A
      *               PRESENTAR CADA NOCHE, SOLO LA PIERNA QUE FALTA.
      *            LA REFERENCIA DE CADA PIERNA LLEVA EL NUMERO DE
      *            PRESTAMO (5) Y DE CUOTA (3). EL FEEDER ENTRA A LA
      *            MEZCLA POR SU LINEA EN MANIFIESTO-FUENTES.DAT
      *            (MOVS-PRESTAMOS.DAT, ORIGEN MOVS-PRESTAMOS, NO
      *            OBLIGATORIA, LOTE CUOTAPRE).
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * FECHA DE PROCESO IMPUESTA (RECUPERACION MULTI-DIA): SI
      * EXISTE Y TRAE FECHA, MANDA SOBRE EL RELOJ, IGUAL QUE EN
      * VENCE-PLAZOS Y EL CRUZADO.
           SELECT ARCHIVO-FECHA-PROCESO
               ASSIGN TO "FECHA-PROCESO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHA-PROCESO.

           SELECT ARCHIVO-PRESTAMOS
               ASSIGN TO "PRESTAMOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRESTAMOS.

           SELECT ARCHIVO-CUADRO
               ASSIGN TO "CUADRO-PRESTAMOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUA-CLAVE
               FILE STATUS IS FS-CUADRO.

      * RESULTADO DE LA ULTIMA CORRIDA DEL CRUZADO: SOLO UNA CORRIDA
      * COMPLETA CONFIRMA LAS CUOTAS EMITIDAS.
           SELECT ARCHIVO-ESTADO-CORRIDA
               ASSIGN TO "ESTADO-CORRIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTADO-CORRIDA.

           SELECT ARCHIVO-ERRORES-REG
               ASSIGN TO "ERRORES-REG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ERRORES-REG.

           SELECT ARCHIVO-CUOTAS
               ASSIGN TO "MOVS-PRESTAMOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CUOTAS.

           SELECT ARCHIVO-IMPAGAS
               ASSIGN TO "CUOTAS-IMPAGAS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-IMPAGAS.

           SELECT ARCHIVO-LOG
               ASSIGN TO "PRESTAMOS-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-FECHA-PROCESO.
       01  REG-FECHA-PROCESO.
           05 FPR-FECHA            PIC 9(8).

       FD  ARCHIVO-PRESTAMOS.
       01  REG-PRESTAMO.
           05 PRE-NUMERO           PIC 9(5).
           05 PRE-CODIGO-CUENTA    PIC 9(5).
           05 PRE-PRINCIPAL        PIC 9(7)V99.
           05 PRE-TASA             PIC 9V9(4).
           05 PRE-PLAZO-MESES      PIC 9(3).
           05 PRE-FECHA-ALTA       PIC 9(8).
           05 PRE-PRIMER-VENCIMIENTO PIC 9(8).
           05 PRE-CUOTA            PIC 9(7)V99.
           05 PRE-CAPITAL-PENDIENTE PIC 9(7)V99.
           05 PRE-CUOTAS-IMPAGAS   PIC 9(3).
           05 PRE-ESTADO           PIC X(1).
           05 PRE-MONEDA           PIC X(3).
           05 PRE-SUCURSAL         PIC 9(3).

       FD  ARCHIVO-CUADRO.
       01  REG-CUADRO.
           05 CUA-CLAVE.
              10 CUA-NUMERO        PIC 9(5).
              10 CUA-CUOTA         PIC 9(3).
           05 CUA-FECHA-VENCIMIENTO PIC 9(8).
           05 CUA-CAPITAL          PIC 9(7)V99.
           05 CUA-INTERES          PIC 9(7)V99.
           05 CUA-CAPITAL-PENDIENTE PIC 9(7)V99.
           05 CUA-ESTADO           PIC X(1).
              88 CUA-PENDIENTE     VALUE 'P'.
              88 CUA-EMITIDA       VALUE 'E'.
              88 CUA-COBRADA       VALUE 'C'.
              88 CUA-IMPAGA        VALUE 'I'.
           05 CUA-COBRO-CAPITAL    PIC X(1).
           05 CUA-COBRO-INTERES    PIC X(1).
           05 CUA-FECHA-EMISION    PIC 9(8).
           05 CUA-FECHA-COBRO      PIC 9(8).
           05 CUA-VECES-IMPAGA     PIC 9(2).

       FD  ARCHIVO-ESTADO-CORRIDA.
       01  REG-ESTADO-CORRIDA.
           05 EST-ID-EJECUCION     PIC X(19).
           05 EST-RESULTADO        PIC X(8).
           05 EST-PARRAFO          PIC X(30).
           05 EST-MOTIVO           PIC X(40).
           05 EST-CUADRE           PIC X(1).
           05 EST-RC               PIC 9(4).

       FD  ARCHIVO-ERRORES-REG.
       01  REG-ERROR-ESTRUCTURADO.
           05 ERR-CODIGO           PIC 9(5).
           05 ERR-TIPO             PIC X(01).
           05 ERR-IMPORTE          PIC 9(7)V99.
           05 ERR-DESCRIPCION      PIC X(20).
           05 ERR-LOTE             PIC X(08).
           05 ERR-FECHA            PIC 9(8).
           05 ERR-MONEDA           PIC X(3).
           05 ERR-REFERENCIA       PIC X(8).
           05 ERR-SECUENCIA        PIC 9(5).
           05 ERR-SUCURSAL         PIC 9(3).
           05 ERR-MOTIVO           PIC X(20).

       FD  ARCHIVO-CUOTAS.
       01  REG-CUOTA.
           05 CUO-CODIGO           PIC 9(5).
           05 CUO-TIPO             PIC X(01).
           05 CUO-IMPORTE          PIC 9(7)V99.
           05 CUO-DESCRIPCION      PIC X(20).
           05 CUO-LOTE             PIC X(08).
           05 CUO-FECHA            PIC 9(8).
           05 CUO-MONEDA           PIC X(3).
           05 CUO-SECUENCIA        PIC 9(5).
           05 CUO-REFERENCIA       PIC X(8).
           05 CUO-SUCURSAL         PIC 9(3).
       01  REG-CUO-ENCABEZADO REDEFINES REG-CUOTA.
           05 HDR-CODIGO           PIC 9(5).
           05 HDR-TIPO             PIC X(01).
           05 HDR-LOTE             PIC X(08).
           05 HDR-FECHA-CREACION   PIC 9(8).
           05 FILLER               PIC X(48).
       01  REG-CUO-RESUMEN REDEFINES REG-CUOTA.
           05 TRL-CODIGO           PIC 9(5).
           05 TRL-TIPO             PIC X(01).
           05 TRL-CUENTA-REGISTROS PIC 9(7).
           05 TRL-HASH-IMPORTES    PIC 9(11)V99.
           05 FILLER               PIC X(44).

       FD  ARCHIVO-IMPAGAS.
       01  REG-IMPAGA              PIC X(80).

       FD  ARCHIVO-LOG.
       01  REG-LOG.
           05 LOG-FECHA            PIC 9(8).
           05 LOG-HORA             PIC 9(6).
           05 LOG-OPERADOR         PIC X(8).
           05 LOG-ACCION           PIC X(10).
           05 LOG-NUMERO           PIC 9(5).
           05 LOG-CUENTA           PIC 9(5).
           05 LOG-IMPORTE          PIC 9(7)V99.
           05 LOG-MOTIVO           PIC X(30).
           05 LOG-SECUENCIA        PIC 9(9).
           05 LOG-SELLO            PIC 9(18).

       WORKING-STORAGE SECTION.
       01  FS-FECHA-PROCESO        PIC XX.
       01  FILE-STATUS.
           05 FS-PRESTAMOS         PIC XX.
           05 FS-CUADRO            PIC XX.
           05 FS-ESTADO-CORRIDA    PIC XX.
           05 FS-ERRORES-REG       PIC XX.
           05 FS-CUOTAS            PIC XX.
           05 FS-IMPAGAS           PIC XX.
           05 FS-LOG               PIC XX.

       01  SWITCHES.
           05 SW-FIN-PRESTAMOS     PIC X VALUE 'N'.
              88 FIN-PRESTAMOS     VALUE 'S'.
           05 SW-FIN-CUADRO        PIC X VALUE 'N'.
              88 FIN-CUADRO        VALUE 'S'.
           05 SW-FIN-ERRORES       PIC X VALUE 'N'.
              88 FIN-ERRORES       VALUE 'S'.
           05 SW-PRESTAMO-HALLADO  PIC X VALUE 'N'.
              88 PRESTAMO-HALLADO  VALUE 'S'.
           05 SW-RECHAZO-HALLADO   PIC X VALUE 'N'.
              88 RECHAZO-HALLADO   VALUE 'S'.
           05 SW-FILA-CAMBIADA     PIC X VALUE 'N'.
              88 FILA-CAMBIADA     VALUE 'S'.

       01  CONTADORES.
           05 CONT-FILAS           PIC 9(7) VALUE ZEROS.
           05 CONT-CONFIRMADAS     PIC 9(5) VALUE ZEROS.
           05 CONT-COBRADAS        PIC 9(5) VALUE ZEROS.
           05 CONT-IMPAGAS         PIC 9(5) VALUE ZEROS.
           05 CONT-SIN-CONFIRMAR   PIC 9(5) VALUE ZEROS.
           05 CONT-PRESENTADAS     PIC 9(5) VALUE ZEROS.
           05 CONT-LIQUIDADOS      PIC 9(5) VALUE ZEROS.

       01  CONTROL-DE-LOTE.
           05 WK-FECHA-HOY         PIC 9(8)     VALUE ZEROS.
           05 WK-HORA-HOY          PIC 9(8)     VALUE ZEROS.
           05 WK-HASH-CONTROL      PIC 9(11)V99 VALUE ZEROS.

      * FECHA DE NEGOCIO DE LA ULTIMA CORRIDA COMPLETA DEL CRUZADO
      * ("RUN-AAAAMMDD-HHMMSS"); EN CERO SI LA ULTIMA NO TERMINO.
       01  WK-FECHA-CORRIDA        PIC 9(8) VALUE ZEROS.

       01  WK-MAX-PRESTAMOS        PIC 9(4) VALUE 2000.
       01  CONT-PRESTAMOS          PIC 9(4) VALUE ZEROS.
       01  TABLA-PRESTAMOS.
           05 ENTRADA-PRESTAMO     OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON CONT-PRESTAMOS.
              10 TP-NUMERO         PIC 9(5).
              10 TP-CUENTA         PIC 9(5).
              10 TP-PRINCIPAL      PIC 9(7)V99.
              10 TP-TASA           PIC 9V9(4).
              10 TP-PLAZO          PIC 9(3).
              10 TP-ALTA           PIC 9(8).
              10 TP-PRIMER-VTO     PIC 9(8).
              10 TP-CUOTA          PIC 9(7)V99.
              10 TP-PENDIENTE      PIC 9(7)V99.
              10 TP-IMPAGAS        PIC 9(3).
              10 TP-ESTADO         PIC X(1).
                 88 TP-VIGENTE     VALUE 'V'.
              10 TP-MONEDA         PIC X(3).
              10 TP-SUCURSAL       PIC 9(3).
              10 TP-FILAS-ABIERTAS PIC 9(3).

      * RECHAZOS DEL LOTE "CUOTAPRE" EN LA ULTIMA CORRIDA: PIERNA
      * (REFERENCIA + DESCRIPCION) Y MOTIVO.
       01  WK-MAX-RECHAZOS         PIC 9(4) VALUE 2000.
       01  CONT-RECHAZOS           PIC 9(4) VALUE ZEROS.
       01  TABLA-RECHAZOS.
           05 ENTRADA-RECHAZO      OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON CONT-RECHAZOS.
              10 TR-REFERENCIA     PIC X(8).
              10 TR-DESCRIPCION    PIC X(20).
              10 TR-MOTIVO         PIC X(20).

       01  WK-MAX-EMITIDOS         PIC 9(4) VALUE 5000.
       01  CONT-EMITIDOS           PIC 9(4) VALUE ZEROS.
       01  TABLA-EMITIDOS.
           05 ENTRADA-EMITIDA      OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-EMITIDOS.
              10 TE-CUENTA         PIC 9(5).
              10 TE-TIPO           PIC X(1).
              10 TE-IMPORTE        PIC 9(7)V99.
              10 TE-DESCRIPCION    PIC X(20).
              10 TE-REFERENCIA     PIC X(8).
              10 TE-MONEDA         PIC X(3).
              10 TE-SUCURSAL       PIC 9(3).

       01  WK-INDICE               PIC 9(4) VALUE ZEROS.
       01  WK-IDX-PRESTAMO         PIC 9(4) VALUE ZEROS.
       01  WK-IDX-RECHAZO          PIC 9(4) VALUE ZEROS.
       01  WK-INDICE-ORDEN         PIC 9(4) VALUE ZEROS.
       01  WK-CONTADOR-ORDEN       PIC 9(4) VALUE ZEROS.
       01  WK-ENTRADA-AUX.
           05 WK-AUX-CUENTA        PIC 9(5).
           05 WK-AUX-TIPO          PIC X(1).
           05 WK-AUX-IMPORTE       PIC 9(7)V99.
           05 WK-AUX-DESCRIPCION   PIC X(20).
           05 WK-AUX-REFERENCIA    PIC X(8).
           05 WK-AUX-MONEDA        PIC X(3).
           05 WK-AUX-SUCURSAL      PIC 9(3).

      * DESCRIPCIONES DE LAS PIERNAS: SON LA LLAVE CON LA QUE UN
      * RECHAZO SE ASOCIA A SU PIERNA, NO SE CAMBIAN A LA LIGERA.
       01  WK-DESC-DESEMBOLSO      PIC X(20)
                                   VALUE "DESEMBOLSO PRESTAMO".
       01  WK-DESC-CAPITAL         PIC X(20) VALUE "CUOTA CAPITAL".
       01  WK-DESC-INTERES         PIC X(20) VALUE "CUOTA INTERES".

       01  WK-REFERENCIA-FILA.
           05 WK-REF-NUMERO        PIC 9(5).
           05 WK-REF-CUOTA         PIC 9(3).
       01  WK-DESC-BUSCADA         PIC X(20) VALUE SPACES.
       01  WK-MOTIVO-IMPAGO        PIC X(20) VALUE SPACES.
       01  WK-IMPORTE-IMPAGO       PIC 9(7)V99 VALUE ZEROS.
       01  WK-IMPORTE-EDITADO      PIC Z,ZZZ,ZZ9.99.

      * BITACORA SELLADA (VER SELLA-BITACORA): NOMBRE DEL ARCHIVO
      * Y POSICIONES DE DATOS ANTES DE LA SECUENCIA Y EL SELLO.
       01  WK-SELLO-BITACORA       PIC X(30) VALUE
           "PRESTAMOS-LOG.DAT".
       01  WK-SELLO-LARGO          PIC 9(3) VALUE 081.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 200-RECORRER-CUADRO
           PERFORM 215-ORDENAR-EMITIDOS
           PERFORM 220-ESCRIBIR-CUOTAS
           PERFORM 240-REESCRIBIR-PRESTAMOS
           PERFORM 300-FINALIZAR
           GOBACK.

       100-INICIALIZAR.
           DISPLAY "COBRO DE CUOTAS DE PRESTAMOS..."
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WK-HORA-HOY FROM TIME

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

           OPEN INPUT ARCHIVO-PRESTAMOS

      * SIN PRESTAMOS.DAT NO HAY CARTERA: SE DEJA UN FEEDER VACIO
      * PARA QUE LA MEZCLA NO ARRASTRE EL DE AYER.
           IF FS-PRESTAMOS = '35'
               DISPLAY "NO EXISTE PRESTAMOS.DAT, NADA QUE COBRAR"
               PERFORM 220-ESCRIBIR-CUOTAS
               GOBACK
           END-IF

           IF FS-PRESTAMOS NOT = '00'
               DISPLAY "ERROR ABRIENDO PRESTAMOS: " FS-PRESTAMOS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FIN-PRESTAMOS
                   OR CONT-PRESTAMOS >= WK-MAX-PRESTAMOS
               READ ARCHIVO-PRESTAMOS
                   AT END
                       MOVE 'S' TO SW-FIN-PRESTAMOS
                   NOT AT END
                       ADD 1 TO CONT-PRESTAMOS
                       MOVE PRE-NUMERO
                           TO TP-NUMERO(CONT-PRESTAMOS)
                       MOVE PRE-CODIGO-CUENTA
                           TO TP-CUENTA(CONT-PRESTAMOS)
                       MOVE PRE-PRINCIPAL
                           TO TP-PRINCIPAL(CONT-PRESTAMOS)
                       MOVE PRE-TASA TO TP-TASA(CONT-PRESTAMOS)
                       MOVE PRE-PLAZO-MESES
                           TO TP-PLAZO(CONT-PRESTAMOS)
                       MOVE PRE-FECHA-ALTA
                           TO TP-ALTA(CONT-PRESTAMOS)
                       MOVE PRE-PRIMER-VENCIMIENTO
                           TO TP-PRIMER-VTO(CONT-PRESTAMOS)
                       MOVE PRE-CUOTA TO TP-CUOTA(CONT-PRESTAMOS)
                       MOVE PRE-CAPITAL-PENDIENTE
                           TO TP-PENDIENTE(CONT-PRESTAMOS)
                       MOVE ZEROS TO TP-IMPAGAS(CONT-PRESTAMOS)
                       MOVE PRE-ESTADO TO TP-ESTADO(CONT-PRESTAMOS)
                       MOVE PRE-MONEDA TO TP-MONEDA(CONT-PRESTAMOS)
                       MOVE PRE-SUCURSAL
                           TO TP-SUCURSAL(CONT-PRESTAMOS)
                       MOVE ZEROS
                           TO TP-FILAS-ABIERTAS(CONT-PRESTAMOS)
               END-READ
           END-PERFORM

      * CON LA TABLA LLENA NO SE COBRA NADA: LOS PRESTAMOS QUE
      * QUEDARAN FUERA DESAPARECERIAN DE PRESTAMOS.DAT AL
      * REESCRIBIRLO (MISMO PATRON QUE VENCE-PLAZOS).
           IF NOT FIN-PRESTAMOS
               READ ARCHIVO-PRESTAMOS
                   AT END
                       MOVE 'S' TO SW-FIN-PRESTAMOS
               END-READ
           END-IF

           IF NOT FIN-PRESTAMOS
               DISPLAY "*** PRESTAMOS.DAT EXCEDE " WK-MAX-PRESTAMOS
                       " PRESTAMOS: NO SE COBRA NADA ***"
               CLOSE ARCHIVO-PRESTAMOS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           CLOSE ARCHIVO-PRESTAMOS

           PERFORM 110-LEER-ESTADO-CORRIDA
           PERFORM 120-CARGAR-RECHAZOS

           OPEN I-O ARCHIVO-CUADRO

           IF FS-CUADRO = '35'
               DISPLAY "NO EXISTE CUADRO-PRESTAMOS.DAT, NADA QUE"
                       " COBRAR"
               PERFORM 220-ESCRIBIR-CUOTAS
               GOBACK
           END-IF

           IF FS-CUADRO NOT = '00'
               DISPLAY "ERROR ABRIENDO CUADRO-PRESTAMOS: " FS-CUADRO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARCHIVO-IMPAGAS

           IF FS-IMPAGAS NOT = '00'
               DISPLAY "ERROR ABRIENDO CUOTAS-IMPAGAS.TXT: "
                       FS-IMPAGAS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "CUOTAS DE PRESTAMO IMPAGAS EN LA ULTIMA CORRIDA"
               TO REG-IMPAGA
           WRITE REG-IMPAGA

      * PRESTAMOS-LOG.DAT NUNCA SE TRUNCA: LOS IMPAGOS DE LA NOCHE
      * SE AGREGAN A LAS ALTAS Y CANCELACIONES DE VENTANILLA.
           OPEN EXTEND ARCHIVO-LOG

           IF FS-LOG = '35'
               OPEN OUTPUT ARCHIVO-LOG
               CLOSE ARCHIVO-LOG
               OPEN EXTEND ARCHIVO-LOG
           END-IF

           IF FS-LOG NOT = '00'
               DISPLAY "ERROR ABRIENDO PRESTAMOS-LOG: " FS-LOG
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      * SOLO UNA CORRIDA "COMPLETO" SIRVE PARA CONFIRMAR: UNA
      * SIMULADA O ABORTADA NO DICE NADA DE LO QUE SE COBRO.
       110-LEER-ESTADO-CORRIDA.
           MOVE ZEROS TO WK-FECHA-CORRIDA
           OPEN INPUT ARCHIVO-ESTADO-CORRIDA
           IF FS-ESTADO-CORRIDA NOT = '00'
               DISPLAY "AVISO: SIN ESTADO-CORRIDA.DAT, NO SE"
                       " CONFIRMA NINGUNA CUOTA EMITIDA"
               EXIT PARAGRAPH
           END-IF

           READ ARCHIVO-ESTADO-CORRIDA
               AT END
                   CONTINUE
               NOT AT END
                   IF EST-RESULTADO = "COMPLETO"
                       AND EST-ID-EJECUCION(5:8) IS NUMERIC
                       MOVE EST-ID-EJECUCION(5:8)
                           TO WK-FECHA-CORRIDA
                   ELSE
                       DISPLAY "AVISO: LA ULTIMA CORRIDA "
                               EST-ID-EJECUCION " TERMINO "
                               EST-RESULTADO ", NO SE CONFIRMA"
                               " NINGUNA CUOTA"
                   END-IF
           END-READ

           CLOSE ARCHIVO-ESTADO-CORRIDA.

      * LOS RECHAZOS DE LA ULTIMA CORRIDA QUE SON DEL LOTE DE
      * CUOTAS. SI NO CABEN, CONFIRMAR SERIA DAR POR COBRADO LO QUE
      * REBOTO: SE DETIENE EL PASO ANTES DE TOCAR EL CUADRO.
       120-CARGAR-RECHAZOS.
           OPEN INPUT ARCHIVO-ERRORES-REG
           IF FS-ERRORES-REG NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FIN-ERRORES
               READ ARCHIVO-ERRORES-REG
                   AT END
                       MOVE 'S' TO SW-FIN-ERRORES
                   NOT AT END
                       IF ERR-LOTE = "CUOTAPRE"
                           IF CONT-RECHAZOS >= WK-MAX-RECHAZOS
                               DISPLAY "*** MAS DE " WK-MAX-RECHAZOS
                                       " RECHAZOS DE CUOTAS: NO SE"
                                       " COBRA NADA ***"
                               CLOSE ARCHIVO-ERRORES-REG
                               MOVE 12 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO CONT-RECHAZOS
                           MOVE ERR-REFERENCIA
                               TO TR-REFERENCIA(CONT-RECHAZOS)
                           MOVE ERR-DESCRIPCION
                               TO TR-DESCRIPCION(CONT-RECHAZOS)
                           MOVE ERR-MOTIVO
                               TO TR-MOTIVO(CONT-RECHAZOS)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-ERRORES-REG.

      * UNA SOLA PASADA POR EL CUADRO: CADA FILA SE CONFIRMA (SI
      * ESTABA EMITIDA) Y LUEGO SE PRESENTA (SI VENCIO Y NO ESTA
      * COBRADA). SOLO SE REESCRIBE LA FILA QUE CAMBIO.
       200-RECORRER-CUADRO.
           PERFORM UNTIL FIN-CUADRO
               READ ARCHIVO-CUADRO NEXT RECORD
                   AT END
                       MOVE 'S' TO SW-FIN-CUADRO
                   NOT AT END
                       ADD 1 TO CONT-FILAS
                       PERFORM 205-TRATAR-FILA
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CUADRO
                 ARCHIVO-IMPAGAS
                 ARCHIVO-LOG

      * UN PRESTAMO VIGENTE SIN FILAS ABIERTAS TERMINO DE PAGARSE.
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-PRESTAMOS
               IF TP-VIGENTE(WK-INDICE)
                   AND TP-FILAS-ABIERTAS(WK-INDICE) = ZEROS
                   MOVE 'L' TO TP-ESTADO(WK-INDICE)
                   ADD 1 TO CONT-LIQUIDADOS
                   DISPLAY "PRESTAMO " TP-NUMERO(WK-INDICE)
                           " LIQUIDADO"
               END-IF
           END-PERFORM.

       205-TRATAR-FILA.
           MOVE 'N' TO SW-FILA-CAMBIADA
           PERFORM 206-BUSCAR-PRESTAMO
           IF NOT PRESTAMO-HALLADO
               DISPLAY "*** CUOTA " CUA-CUOTA " DE UN PRESTAMO "
                       CUA-NUMERO " QUE NO ESTA EN PRESTAMOS.DAT ***"
               EXIT PARAGRAPH
           END-IF

           MOVE CUA-NUMERO TO WK-REF-NUMERO
           MOVE CUA-CUOTA  TO WK-REF-CUOTA

           IF CUA-EMITIDA
               PERFORM 210-CONFIRMAR-FILA
           END-IF

           IF TP-VIGENTE(WK-IDX-PRESTAMO)
               AND (CUA-IMPAGA
                    OR (CUA-PENDIENTE
                        AND CUA-FECHA-VENCIMIENTO <= WK-FECHA-HOY))
               PERFORM 211-PRESENTAR-FILA
           END-IF

           IF NOT CUA-COBRADA
               ADD 1 TO TP-FILAS-ABIERTAS(WK-IDX-PRESTAMO)
               IF CUA-VECES-IMPAGA > ZEROS
                   ADD 1 TO TP-IMPAGAS(WK-IDX-PRESTAMO)
               END-IF
           END-IF

           IF FILA-CAMBIADA
               REWRITE REG-CUADRO
               IF FS-CUADRO NOT = '00'
                   DISPLAY "*** ERROR REESCRIBIENDO CUOTA " CUA-CUOTA
                           " DEL PRESTAMO " CUA-NUMERO ": " FS-CUADRO
                           " ***"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

      * EL CUADRO VIENE ORDENADO POR PRESTAMO: SE REUSA EL INDICE
      * DE LA FILA ANTERIOR MIENTRAS EL NUMERO NO CAMBIE.
       206-BUSCAR-PRESTAMO.
           IF WK-IDX-PRESTAMO > ZEROS
               AND WK-IDX-PRESTAMO <= CONT-PRESTAMOS
               IF TP-NUMERO(WK-IDX-PRESTAMO) = CUA-NUMERO
                   MOVE 'S' TO SW-PRESTAMO-HALLADO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 'N' TO SW-PRESTAMO-HALLADO
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-PRESTAMOS
                   OR PRESTAMO-HALLADO
               IF TP-NUMERO(WK-INDICE) = CUA-NUMERO
                   MOVE 'S' TO SW-PRESTAMO-HALLADO
                   MOVE WK-INDICE TO WK-IDX-PRESTAMO
               END-IF
           END-PERFORM.

      * LA FILA EMITIDA SE CONFIRMA SOLO CONTRA LA CORRIDA QUE LA
      * APLICO: MISMA FECHA DE EMISION QUE LA CORRIDA COMPLETA. SI
      * LA NOCHE DE LA EMISION NO LLEGO A TERMINAR EL CRUZADO, EL
      * FEEDER DE ESA NOCHE YA NO EXISTE Y LA FILA VUELVE A SU
      * ESTADO ANTERIOR PARA PRESENTARSE OTRA VEZ.
       210-CONFIRMAR-FILA.
           MOVE 'S' TO SW-FILA-CAMBIADA
           IF WK-FECHA-CORRIDA = ZEROS
               OR CUA-FECHA-EMISION NOT = WK-FECHA-CORRIDA
               ADD 1 TO CONT-SIN-CONFIRMAR
               IF CUA-VECES-IMPAGA > ZEROS
                   MOVE 'I' TO CUA-ESTADO
               ELSE
                   MOVE 'P' TO CUA-ESTADO
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-CONFIRMADAS
           MOVE SPACES TO WK-MOTIVO-IMPAGO
           MOVE ZEROS  TO WK-IMPORTE-IMPAGO

           IF CUA-COBRO-CAPITAL = 'N'
               IF CUA-CUOTA = ZEROS
                   MOVE WK-DESC-DESEMBOLSO TO WK-DESC-BUSCADA
               ELSE
                   MOVE WK-DESC-CAPITAL TO WK-DESC-BUSCADA
               END-IF
               PERFORM 212-BUSCAR-RECHAZO
               IF RECHAZO-HALLADO
                   ADD CUA-CAPITAL TO WK-IMPORTE-IMPAGO
               ELSE
                   MOVE 'S' TO CUA-COBRO-CAPITAL
                   IF CUA-CUOTA > ZEROS
                       SUBTRACT CUA-CAPITAL
                           FROM TP-PENDIENTE(WK-IDX-PRESTAMO)
                   END-IF
               END-IF
           END-IF

           IF CUA-COBRO-INTERES = 'N'
               MOVE WK-DESC-INTERES TO WK-DESC-BUSCADA
               PERFORM 212-BUSCAR-RECHAZO
               IF RECHAZO-HALLADO
                   ADD CUA-INTERES TO WK-IMPORTE-IMPAGO
               ELSE
                   MOVE 'S' TO CUA-COBRO-INTERES
               END-IF
           END-IF

           IF CUA-COBRO-CAPITAL = 'S' AND CUA-COBRO-INTERES = 'S'
               MOVE 'C' TO CUA-ESTADO
               MOVE WK-FECHA-CORRIDA TO CUA-FECHA-COBRO
               ADD 1 TO CONT-COBRADAS
           ELSE
               MOVE 'I' TO CUA-ESTADO
               IF CUA-VECES-IMPAGA < 99
                   ADD 1 TO CUA-VECES-IMPAGA
               END-IF
               ADD 1 TO CONT-IMPAGAS
               PERFORM 213-ANOTAR-IMPAGO
           END-IF.

       212-BUSCAR-RECHAZO.
           MOVE 'N' TO SW-RECHAZO-HALLADO
           PERFORM VARYING WK-IDX-RECHAZO FROM 1 BY 1
                   UNTIL WK-IDX-RECHAZO > CONT-RECHAZOS
                   OR RECHAZO-HALLADO
               IF TR-REFERENCIA(WK-IDX-RECHAZO) = WK-REFERENCIA-FILA
                   AND TR-DESCRIPCION(WK-IDX-RECHAZO) =
                       WK-DESC-BUSCADA
                   MOVE 'S' TO SW-RECHAZO-HALLADO
                   MOVE TR-MOTIVO(WK-IDX-RECHAZO)
                       TO WK-MOTIVO-IMPAGO
               END-IF
           END-PERFORM.

      * EL IMPAGO QUEDA EN EL LOG DEL PRESTAMO (CON EL MOTIVO DEL
      * RECHAZO) Y EN EL LISTADO DE LA SUCURSAL.
       213-ANOTAR-IMPAGO.
           MOVE WK-FECHA-HOY         TO LOG-FECHA
           MOVE WK-HORA-HOY(1:6)     TO LOG-HORA
           MOVE "CADENA"             TO LOG-OPERADOR
           IF CUA-CUOTA = ZEROS
               MOVE "DESEMB-REC" TO LOG-ACCION
           ELSE
               MOVE "IMPAGO" TO LOG-ACCION
           END-IF
           MOVE CUA-NUMERO           TO LOG-NUMERO
           MOVE TP-CUENTA(WK-IDX-PRESTAMO) TO LOG-CUENTA
           MOVE WK-IMPORTE-IMPAGO    TO LOG-IMPORTE
           MOVE SPACES               TO LOG-MOTIVO
           STRING "CUOTA " CUA-CUOTA " " WK-MOTIVO-IMPAGO
               DELIMITED BY SIZE INTO LOG-MOTIVO
           CALL "SELLA-BITACORA" USING WK-SELLO-BITACORA
                                       REG-LOG
                                       WK-SELLO-LARGO
                                       LOG-SECUENCIA
                                       LOG-SELLO
           IF LOG-SECUENCIA = ZEROS
               DISPLAY "ERROR: SIN SELLO PARA "
                       WK-SELLO-BITACORA
               DISPLAY "NO SE GRABA; PROCESO DETENIDO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           WRITE REG-LOG

           MOVE WK-IMPORTE-IMPAGO TO WK-IMPORTE-EDITADO
           MOVE SPACES TO REG-IMPAGA
           STRING "PREST " CUA-NUMERO
                  " CUOTA " CUA-CUOTA
                  " CTA " TP-CUENTA(WK-IDX-PRESTAMO)
                  " SUC " TP-SUCURSAL(WK-IDX-PRESTAMO)
                  " " WK-IMPORTE-EDITADO
                  " " WK-MOTIVO-IMPAGO
                  " X" CUA-VECES-IMPAGA
                  DELIMITED BY SIZE INTO REG-IMPAGA
           WRITE REG-IMPAGA.

      * SE PRESENTA SOLO LA PIERNA QUE FALTA COBRAR.
       211-PRESENTAR-FILA.
           IF CONT-EMITIDOS + 2 > WK-MAX-EMITIDOS
               DISPLAY "*** TABLA DE CUOTAS LLENA: LA CUOTA "
                       CUA-CUOTA " DEL PRESTAMO " CUA-NUMERO
                       " QUEDA PARA MAÑANA ***"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-PRESENTADAS
           IF CUA-COBRO-CAPITAL = 'N'
               ADD 1 TO CONT-EMITIDOS
               IF CUA-CUOTA = ZEROS
                   MOVE 'C' TO TE-TIPO(CONT-EMITIDOS)
                   MOVE WK-DESC-DESEMBOLSO
                       TO TE-DESCRIPCION(CONT-EMITIDOS)
               ELSE
                   MOVE 'A' TO TE-TIPO(CONT-EMITIDOS)
                   MOVE WK-DESC-CAPITAL
                       TO TE-DESCRIPCION(CONT-EMITIDOS)
               END-IF
               MOVE CUA-CAPITAL TO TE-IMPORTE(CONT-EMITIDOS)
               PERFORM 214-COMPLETAR-EMITIDA
           END-IF

           IF CUA-COBRO-INTERES = 'N'
               ADD 1 TO CONT-EMITIDOS
               MOVE 'A' TO TE-TIPO(CONT-EMITIDOS)
               MOVE WK-DESC-INTERES TO TE-DESCRIPCION(CONT-EMITIDOS)
               MOVE CUA-INTERES TO TE-IMPORTE(CONT-EMITIDOS)
               PERFORM 214-COMPLETAR-EMITIDA
           END-IF

           MOVE 'E' TO CUA-ESTADO
           MOVE WK-FECHA-HOY TO CUA-FECHA-EMISION
           MOVE 'S' TO SW-FILA-CAMBIADA.

       214-COMPLETAR-EMITIDA.
           MOVE TP-CUENTA(WK-IDX-PRESTAMO)
               TO TE-CUENTA(CONT-EMITIDOS)
           MOVE WK-REFERENCIA-FILA TO TE-REFERENCIA(CONT-EMITIDOS)
           MOVE TP-MONEDA(WK-IDX-PRESTAMO)
               TO TE-MONEDA(CONT-EMITIDOS)
           MOVE TP-SUCURSAL(WK-IDX-PRESTAMO)
               TO TE-SUCURSAL(CONT-EMITIDOS).

      * LAS PIERNAS SALEN ASCENDENTES POR CUENTA, COMO EXIGE LA
      * MEZCLA. MISMO BURBUJEO ESTABLE QUE 2510-ORDENAR-COPIA EN
      * ARRAYS.CBL: EL DESEMBOLSO DE UNA CUENTA QUEDA DELANTE DE
      * SUS CUOTAS Y EL CAPITAL DELANTE DEL INTERES.
       215-ORDENAR-EMITIDOS.
           MOVE 1 TO WK-INDICE-ORDEN
           PERFORM UNTIL WK-INDICE-ORDEN > CONT-EMITIDOS - 1
               MOVE 1 TO WK-CONTADOR-ORDEN
               PERFORM UNTIL WK-CONTADOR-ORDEN >
                       CONT-EMITIDOS - WK-INDICE-ORDEN
                   IF TE-CUENTA(WK-CONTADOR-ORDEN) >
                      TE-CUENTA(WK-CONTADOR-ORDEN + 1)
                       MOVE ENTRADA-EMITIDA(WK-CONTADOR-ORDEN)
                           TO WK-ENTRADA-AUX
                       MOVE ENTRADA-EMITIDA(WK-CONTADOR-ORDEN + 1)
                           TO ENTRADA-EMITIDA(WK-CONTADOR-ORDEN)
                       MOVE WK-ENTRADA-AUX
                           TO ENTRADA-EMITIDA(WK-CONTADOR-ORDEN + 1)
                   END-IF
                   ADD 1 TO WK-CONTADOR-ORDEN
               END-PERFORM
               ADD 1 TO WK-INDICE-ORDEN
           END-PERFORM.

       220-ESCRIBIR-CUOTAS.
           OPEN OUTPUT ARCHIVO-CUOTAS

           IF FS-CUOTAS NOT = '00'
               DISPLAY "ERROR ABRIENDO MOVS-PRESTAMOS: " FS-CUOTAS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * REGISTRO DE CONTROL 'H': EL LOTE "CUOTAPRE" RECURRE CADA
      * NOCHE POR DISEÑO Y EL CONTROL DE LOTES REPETIDOS DEL
      * CRUZADO LO EXIME.
           MOVE SPACES TO REG-CUOTA
           MOVE ZEROS  TO HDR-CODIGO
           MOVE 'H'    TO HDR-TIPO
           MOVE "CUOTAPRE" TO HDR-LOTE
           MOVE WK-FECHA-HOY TO HDR-FECHA-CREACION
           WRITE REG-CUOTA

           MOVE ZEROS TO WK-HASH-CONTROL
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-EMITIDOS
               MOVE TE-CUENTA(WK-INDICE)      TO CUO-CODIGO
               MOVE TE-TIPO(WK-INDICE)        TO CUO-TIPO
               MOVE TE-IMPORTE(WK-INDICE)     TO CUO-IMPORTE
               MOVE TE-DESCRIPCION(WK-INDICE) TO CUO-DESCRIPCION
               MOVE "CUOTAPRE"                TO CUO-LOTE
               MOVE WK-FECHA-HOY              TO CUO-FECHA
               MOVE TE-MONEDA(WK-INDICE)      TO CUO-MONEDA
               MOVE WK-INDICE                 TO CUO-SECUENCIA
               MOVE TE-REFERENCIA(WK-INDICE)  TO CUO-REFERENCIA
               MOVE TE-SUCURSAL(WK-INDICE)    TO CUO-SUCURSAL
               ADD TE-IMPORTE(WK-INDICE) TO WK-HASH-CONTROL
               WRITE REG-CUOTA
           END-PERFORM

      * REGISTRO DE CONTROL 'T' CON LA CUENTA Y EL HASH DE LO QUE
      * DE VERDAD SE ESCRIBIO.
           MOVE SPACES TO REG-CUOTA
           MOVE 99999  TO TRL-CODIGO
           MOVE 'T'    TO TRL-TIPO
           MOVE CONT-EMITIDOS TO TRL-CUENTA-REGISTROS
           MOVE WK-HASH-CONTROL TO TRL-HASH-IMPORTES
           WRITE REG-CUOTA

           CLOSE ARCHIVO-CUOTAS.

       240-REESCRIBIR-PRESTAMOS.
           OPEN OUTPUT ARCHIVO-PRESTAMOS

           IF FS-PRESTAMOS NOT = '00'
               DISPLAY "ERROR REESCRIBIENDO PRESTAMOS: " FS-PRESTAMOS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-PRESTAMOS
               MOVE TP-NUMERO(WK-INDICE)     TO PRE-NUMERO
               MOVE TP-CUENTA(WK-INDICE)     TO PRE-CODIGO-CUENTA
               MOVE TP-PRINCIPAL(WK-INDICE)  TO PRE-PRINCIPAL
               MOVE TP-TASA(WK-INDICE)       TO PRE-TASA
               MOVE TP-PLAZO(WK-INDICE)      TO PRE-PLAZO-MESES
               MOVE TP-ALTA(WK-INDICE)       TO PRE-FECHA-ALTA
               MOVE TP-PRIMER-VTO(WK-INDICE)
                   TO PRE-PRIMER-VENCIMIENTO
               MOVE TP-CUOTA(WK-INDICE)      TO PRE-CUOTA
               MOVE TP-PENDIENTE(WK-INDICE)
                   TO PRE-CAPITAL-PENDIENTE
               MOVE TP-IMPAGAS(WK-INDICE)    TO PRE-CUOTAS-IMPAGAS
               MOVE TP-ESTADO(WK-INDICE)     TO PRE-ESTADO
               MOVE TP-MONEDA(WK-INDICE)     TO PRE-MONEDA
               MOVE TP-SUCURSAL(WK-INDICE)   TO PRE-SUCURSAL
               WRITE REG-PRESTAMO
           END-PERFORM

           CLOSE ARCHIVO-PRESTAMOS.

       300-FINALIZAR.
           DISPLAY "COBRO DE CUOTAS FINALIZADO"
           DISPLAY "PRESTAMOS LEIDOS:        " CONT-PRESTAMOS
           DISPLAY "FILAS DEL CUADRO:        " CONT-FILAS
           DISPLAY "EMITIDAS CONFIRMADAS:    " CONT-CONFIRMADAS
           DISPLAY "  COBRADAS:              " CONT-COBRADAS
           DISPLAY "  IMPAGAS:               " CONT-IMPAGAS
           DISPLAY "SIN CONFIRMAR (REPRES.): " CONT-SIN-CONFIRMAR
           DISPLAY "CUOTAS PRESENTADAS:      " CONT-PRESENTADAS
           DISPLAY "PRESTAMOS LIQUIDADOS:    " CONT-LIQUIDADOS
           DISPLAY "FEEDER EN: MOVS-PRESTAMOS.DAT"
           DISPLAY "IMPAGAS EN: CUOTAS-IMPAGAS.TXT".
