       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTREGA-CAPTURA.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: ENTREGA NOCTURNA DE LOS LOTES DE CAPTURA MANUAL
      * PROPOSITO: LOS LOTES QUE LAS SUCURSALES TECLEAN EN
      *            CAPTURA-MANUAL SOLO ENTRAN A LA MEZCLA DESPUES DE
      *            LA VERIFICACION A CIEGAS DE UN SEGUNDO OPERADOR
      *            (ESTADO 'L', LIBERADO). ESTE PASO DE LA CADENA
      *            JUNTA LAS LINEAS DE TODOS LOS LOTES LIBERADOS EN
      *            MOVS-CAPTURA.DAT (CABECERA "CAPTURA", RESUMEN CON
      *            CUENTA E IMPORTES), ORDENADAS POR CODIGO COMO EXIGE
      *            LA MEZCLA. CADA LINEA CONSERVA SU LOTE "MCnnnnnn" Y
      *            SU SECUENCIA 1..N, ASI EL CONTROL DE CONTINUIDAD
      *            DE LA MEZCLA MIRA CADA LOTE CAPTURADO POR SEPARADO,
      *            Y TOMA LA FECHA DE LA NOCHE.
      *            ANTES DE ENTREGAR UN LOTE SE VUELVE A CONTAR Y
      *            SUMAR CONTRA SU CABECERA: UNO QUE NO CUADRA (LINEAS
      *            TOCADAS A MANO EN EL ARCHIVO) SE RETIENE CON RC 04
      *            Y SIGUE LIBERADO PARA LA NOCHE SIGUIENTE.
      *            EL LOTE ENTREGADO PASA A 'E' CON LA FECHA DE LA
      *            NOCHE; SI LA CADENA SE RELANZA EL MISMO DIA VUELVE
      *            A SALIR, PORQUE LA SALIDA SE REESCRIBE CADA VEZ
      *            (MISMO CRITERIO QUE EMITE-DISPUTAS). LAS LINEAS DE
      *            LOS LOTES ENTREGADOS EN NOCHES ANTERIORES Y DE LOS
      *            ANULADOS SE PURGAN DE CAPTURA-LINEAS.DAT; LAS
      *            CABECERAS QUEDAN COMO CONSTANCIA.
      *            LA SALIDA ENTRA A LA MEZCLA CON SU LINEA EN
      *            MANIFIESTO-FUENTES.DAT: RUTA MOVS-CAPTURA.DAT,
      *            ORIGEN MOVS-CAPTURA, NO OBLIGATORIA, LOTE CAPTURA.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * FECHA DE PROCESO IMPUESTA (RECUPERACION MULTI-DIA): SI
      * EXISTE Y TRAE FECHA, MANDA SOBRE EL RELOJ, IGUAL QUE EN
      * LIBERA-ALMACEN Y EL CRUZADO.
           SELECT ARCHIVO-FECHA-PROCESO
               ASSIGN TO "FECHA-PROCESO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHA-PROCESO.

           SELECT ARCHIVO-LOTES
               ASSIGN TO "CAPTURA-LOTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOTES.

           SELECT ARCHIVO-LINEAS
               ASSIGN TO "CAPTURA-LINEAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LINEAS.

           SELECT ARCHIVO-GESTIONES
               ASSIGN TO "CAPTURA-GESTIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GESTIONES.

           SELECT ARCHIVO-MOVS-CAPTURA
               ASSIGN TO "MOVS-CAPTURA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVS-CAPTURA.

       DATA DIVISION.
       FILE SECTION.
      * CABECERAS Y LINEAS TAL COMO LAS DEJA CAPTURA-MANUAL (VER
      * AHI LOS ESTADOS DEL LOTE).
       FD  ARCHIVO-LOTES.
       01  REG-LOTE.
           05 CAP-LOTE             PIC X(8).
           05 CAP-SUCURSAL         PIC 9(3).
           05 CAP-CANTIDAD         PIC 9(3).
           05 CAP-TOTAL            PIC 9(9)V99.
           05 CAP-ESTADO           PIC X(1).
           05 CAP-CAPTURISTA       PIC X(8).
           05 CAP-FECHA-CAPTURA    PIC 9(8).
           05 CAP-HORA-CAPTURA     PIC 9(6).
           05 CAP-VERIFICADOR      PIC X(8).
           05 CAP-FECHA-VERIFICA   PIC 9(8).
           05 CAP-HORA-VERIFICA    PIC 9(6).
           05 CAP-DEVOLUCIONES     PIC 9(2).
           05 CAP-FECHA-ENTREGA    PIC 9(8).

       FD  ARCHIVO-LINEAS.
       01  REG-LINEA.
           05 LIN-MOVIMIENTO.
              10 LIN-CODIGO        PIC 9(5).
              10 LIN-TIPO          PIC X(01).
              10 LIN-IMPORTE       PIC 9(7)V99.
              10 LIN-DESCRIPCION   PIC X(20).
              10 LIN-LOTE          PIC X(08).
              10 LIN-FECHA         PIC 9(8).
              10 LIN-MONEDA        PIC X(3).
              10 LIN-SECUENCIA     PIC 9(5).
              10 LIN-REFERENCIA    PIC X(8).
              10 LIN-SUCURSAL      PIC 9(3).
           05 LIN-DIFIERE          PIC X(1).

       FD  ARCHIVO-GESTIONES.
       01  REG-GESTION.
           05 GES-FECHA            PIC 9(8).
           05 GES-HORA             PIC 9(6).
           05 GES-OPERADOR         PIC X(8).
           05 GES-LOTE             PIC X(8).
           05 GES-ACCION           PIC X(10).
           05 GES-DETALLE          PIC X(40).
           05 GES-SECUENCIA        PIC 9(9).
           05 GES-SELLO            PIC 9(18).

       FD  ARCHIVO-MOVS-CAPTURA.
       01  REG-MOV-CAPTURA.
           05 MCA-CODIGO           PIC 9(5).
           05 MCA-TIPO             PIC X(01).
           05 MCA-IMPORTE          PIC 9(7)V99.
           05 MCA-DESCRIPCION      PIC X(20).
           05 MCA-LOTE             PIC X(08).
           05 MCA-FECHA            PIC 9(8).
           05 MCA-MONEDA           PIC X(3).
           05 MCA-SECUENCIA        PIC 9(5).
           05 MCA-REFERENCIA       PIC X(8).
           05 MCA-SUCURSAL         PIC 9(3).
       01  REG-MCA-ENCABEZADO REDEFINES REG-MOV-CAPTURA.
           05 HDR-CODIGO           PIC 9(5).
           05 HDR-TIPO             PIC X(01).
           05 HDR-LOTE             PIC X(08).
           05 HDR-FECHA-CREACION   PIC 9(8).
           05 FILLER               PIC X(48).
       01  REG-MCA-RESUMEN REDEFINES REG-MOV-CAPTURA.
           05 TRL-CODIGO           PIC 9(5).
           05 TRL-TIPO             PIC X(01).
           05 TRL-CUENTA-REGISTROS PIC 9(7).
           05 TRL-HASH-IMPORTES    PIC 9(11)V99.
           05 FILLER               PIC X(44).

       FD  ARCHIVO-FECHA-PROCESO.
       01  REG-FECHA-PROCESO.
           05 FPR-FECHA            PIC 9(8).

       WORKING-STORAGE SECTION.
       01  FS-FECHA-PROCESO        PIC XX.
       01  FILE-STATUS.
           05 FS-LOTES             PIC XX.
           05 FS-LINEAS            PIC XX.
           05 FS-GESTIONES         PIC XX.
           05 FS-MOVS-CAPTURA      PIC XX.

       01  SWITCHES.
           05 SW-FIN-LOTES         PIC X VALUE 'N'.
              88 FIN-LOTES         VALUE 'S'.
           05 SW-FIN-LINEAS        PIC X VALUE 'N'.
              88 FIN-LINEAS        VALUE 'S'.

       01  CONTADORES.
           05 CONT-ENTREGADOS      PIC 9(5) VALUE ZEROS.
           05 CONT-RETENIDOS       PIC 9(5) VALUE ZEROS.
           05 CONT-MOVS-SALIDA     PIC 9(5) VALUE ZEROS.
           05 CONT-PURGADAS        PIC 9(5) VALUE ZEROS.

      * LAS CABECERAS Y LAS LINEAS SE CARGAN EN MEMORIA Y SE
      * REESCRIBEN AL FINAL. CON LA TABLA LLENA NO SE ENTREGA NI SE
      * REESCRIBE NADA (RC 12, MISMO PATRON QUE EMITE-DISPUTAS).
      * TL-CUENTA-LINEAS Y TL-SUMA-LINEAS SON EL RECUENTO DE ESTA
      * NOCHE CONTRA LA CABECERA.
       01  WK-MAX-LOTES            PIC 9(4) VALUE 5000.
       01  CONT-LOTES              PIC 9(4) VALUE ZEROS.
       01  TABLA-LOTES.
           05 ENTRADA-LOTE         OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-LOTES.
              10 TL-REGISTRO.
                 15 TL-LOTE        PIC X(8).
                 15 TL-SUCURSAL    PIC 9(3).
                 15 TL-CANTIDAD    PIC 9(3).
                 15 TL-TOTAL       PIC 9(9)V99.
                 15 TL-ESTADO      PIC X(1).
                    88 TL-LIBERADO  VALUE 'L'.
                    88 TL-ENTREGADO VALUE 'E'.
                    88 TL-ANULADO   VALUE 'X'.
                 15 TL-CAPTURISTA  PIC X(8).
                 15 TL-FECHA-CAPTURA  PIC 9(8).
                 15 TL-HORA-CAPTURA   PIC 9(6).
                 15 TL-VERIFICADOR    PIC X(8).
                 15 TL-FECHA-VERIFICA PIC 9(8).
                 15 TL-HORA-VERIFICA  PIC 9(6).
                 15 TL-DEVOLUCIONES   PIC 9(2).
                 15 TL-FECHA-ENTREGA  PIC 9(8).
              10 TL-CUENTA-LINEAS  PIC 9(5).
              10 TL-SUMA-LINEAS    PIC 9(11)V99.
              10 TL-SALE           PIC X(1).
                 88 TL-SALE-HOY    VALUE 'S'.
       01  WK-IDX-LOTE             PIC 9(4) VALUE ZEROS.

       01  WK-MAX-LINEAS           PIC 9(5) VALUE 20000.
       01  CONT-LINEAS             PIC 9(5) VALUE ZEROS.
       01  TABLA-LINEAS.
           05 ENTRADA-LINEA        OCCURS 1 TO 20000 TIMES
                                   DEPENDING ON CONT-LINEAS.
              10 TN-REGISTRO       PIC X(71).
              10 TN-IDX-LOTE       PIC 9(4).
       01  WK-INDICE               PIC 9(5) VALUE ZEROS.

       01  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
       01  WK-HORA-HOY             PIC 9(8) VALUE ZEROS.
       01  WK-HASH-SALIDA          PIC 9(11)V99 VALUE ZEROS.
       01  WK-TOTAL-EDITADO        PIC ZZZ,ZZZ,ZZ9.99.
       01  WK-SUMA-EDITADA         PIC ZZZ,ZZZ,ZZ9.99.

      * LAS LINEAS QUE SALEN SE JUNTAN EN MEMORIA Y SE ORDENAN POR
      * CODIGO ANTES DE ESCRIBIR: LA MEZCLA EXIGE CADA FUENTE
      * ASCENDENTE POR CODIGO.
       01  CONT-TABLA-SALIDA       PIC 9(5) VALUE ZEROS.
       01  TABLA-SALIDA.
           05 ENTRADA-SALIDA       OCCURS 1 TO 20000 TIMES
                                   DEPENDING ON CONT-TABLA-SALIDA.
              10 TS-CODIGO         PIC 9(5).
              10 TS-RESTO          PIC X(65).

       01  WK-INDICE-ORDEN         PIC 9(5) VALUE ZEROS.
       01  WK-CONTADOR-ORDEN       PIC 9(5) VALUE ZEROS.
       01  WK-ENTRADA-AUX          PIC X(70).

      * BITACORA SELLADA (VER SELLA-BITACORA): NOMBRE DEL ARCHIVO
      * Y POSICIONES DE DATOS ANTES DE LA SECUENCIA Y EL SELLO.
       01  WK-SELLO-BITACORA       PIC X(30) VALUE
           "CAPTURA-GESTIONES.DAT".
       01  WK-SELLO-LARGO          PIC 9(3) VALUE 080.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 200-PROCESAR-LOTES
           PERFORM 300-FINALIZAR
           GOBACK.

       100-INICIALIZAR.
           DISPLAY "ENTREGA DE LOTES DE CAPTURA MANUAL..."
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

           PERFORM 110-CARGAR-LOTES

      * AUN SIN LOTES SE DEJA UN MOVS-CAPTURA.DAT VACIO (SOLO
      * CONTROL H/T): SI QUEDARA EL DE ANOCHE, LA MEZCLA VOLVERIA
      * A APLICAR SUS MOVIMIENTOS.
           IF CONT-LOTES = ZEROS
               DISPLAY "SIN LOTES DE CAPTURA MANUAL"
               PERFORM 245-ABRIR-SALIDA-MOVS
               PERFORM 260-CERRAR-SALIDA-MOVS
               GOBACK
           END-IF

           PERFORM 120-CARGAR-LINEAS

           OPEN EXTEND ARCHIVO-GESTIONES
           IF FS-GESTIONES = '35'
               OPEN OUTPUT ARCHIVO-GESTIONES
               CLOSE ARCHIVO-GESTIONES
               OPEN EXTEND ARCHIVO-GESTIONES
           END-IF

           IF FS-GESTIONES NOT = '00'
               DISPLAY "ERROR ABRIENDO CAPTURA-GESTIONES: "
                       FS-GESTIONES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       110-CARGAR-LOTES.
           OPEN INPUT ARCHIVO-LOTES

           IF FS-LOTES = '35'
               EXIT PARAGRAPH
           END-IF

           IF FS-LOTES NOT = '00'
               DISPLAY "ERROR ABRIENDO CAPTURA-LOTES: " FS-LOTES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 115-LEER-LOTE
           PERFORM UNTIL FIN-LOTES
                   OR CONT-LOTES >= WK-MAX-LOTES
               ADD 1 TO CONT-LOTES
               MOVE REG-LOTE TO TL-REGISTRO(CONT-LOTES)
               MOVE ZEROS TO TL-CUENTA-LINEAS(CONT-LOTES)
                             TL-SUMA-LINEAS(CONT-LOTES)
               MOVE 'N' TO TL-SALE(CONT-LOTES)
               PERFORM 115-LEER-LOTE
           END-PERFORM

           IF NOT FIN-LOTES
               DISPLAY "*** CAPTURA-LOTES.DAT EXCEDE " WK-MAX-LOTES
                       " LOTES: NO SE ENTREGA NADA ***"
               CLOSE ARCHIVO-LOTES
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           CLOSE ARCHIVO-LOTES.

       115-LEER-LOTE.
           READ ARCHIVO-LOTES
               AT END
                   MOVE 'S' TO SW-FIN-LOTES
           END-READ.

      * CADA LINEA SE ATA A SU CABECERA Y SE SUMA A SU RECUENTO.
      * UNA LINEA SIN CABECERA NO SALE NUNCA, PERO TAMPOCO SE
      * BORRA: SE AVISA PARA QUE ALGUIEN LA MIRE.
       120-CARGAR-LINEAS.
           OPEN INPUT ARCHIVO-LINEAS

           IF FS-LINEAS = '35'
               EXIT PARAGRAPH
           END-IF

           IF FS-LINEAS NOT = '00'
               DISPLAY "ERROR ABRIENDO CAPTURA-LINEAS: " FS-LINEAS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 125-LEER-LINEA
           PERFORM UNTIL FIN-LINEAS
                   OR CONT-LINEAS >= WK-MAX-LINEAS
               ADD 1 TO CONT-LINEAS
               MOVE REG-LINEA TO TN-REGISTRO(CONT-LINEAS)
               PERFORM 130-ATAR-LINEA
               PERFORM 125-LEER-LINEA
           END-PERFORM

           IF NOT FIN-LINEAS
               DISPLAY "*** CAPTURA-LINEAS.DAT EXCEDE " WK-MAX-LINEAS
                       " LINEAS: NO SE ENTREGA NADA ***"
               CLOSE ARCHIVO-LINEAS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           CLOSE ARCHIVO-LINEAS.

       125-LEER-LINEA.
           READ ARCHIVO-LINEAS
               AT END
                   MOVE 'S' TO SW-FIN-LINEAS
           END-READ.

       130-ATAR-LINEA.
           MOVE ZEROS TO TN-IDX-LOTE(CONT-LINEAS)
           PERFORM VARYING WK-IDX-LOTE FROM 1 BY 1
                   UNTIL WK-IDX-LOTE > CONT-LOTES
                   OR TN-IDX-LOTE(CONT-LINEAS) > ZEROS
               IF TL-LOTE(WK-IDX-LOTE) = LIN-LOTE
                   MOVE WK-IDX-LOTE TO TN-IDX-LOTE(CONT-LINEAS)
                   ADD 1 TO TL-CUENTA-LINEAS(WK-IDX-LOTE)
                   ADD LIN-IMPORTE TO TL-SUMA-LINEAS(WK-IDX-LOTE)
               END-IF
           END-PERFORM

           IF TN-IDX-LOTE(CONT-LINEAS) = ZEROS
               DISPLAY "AVISO: LINEA DEL LOTE " LIN-LOTE
                       " SIN CABECERA EN CAPTURA-LOTES.DAT"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       200-PROCESAR-LOTES.
           PERFORM VARYING WK-IDX-LOTE FROM 1 BY 1
                   UNTIL WK-IDX-LOTE > CONT-LOTES
               PERFORM 210-TRATAR-UN-LOTE
           END-PERFORM

           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-LINEAS
               IF TN-IDX-LOTE(WK-INDICE) > ZEROS
                   IF TL-SALE-HOY(TN-IDX-LOTE(WK-INDICE))
                       ADD 1 TO CONT-TABLA-SALIDA
                       MOVE TN-REGISTRO(WK-INDICE)(1:70)
                         TO ENTRADA-SALIDA(CONT-TABLA-SALIDA)
                   END-IF
               END-IF
           END-PERFORM

      * LA SALIDA SE ESCRIBE SIEMPRE, CON O SIN LOTES: UN ARCHIVO
      * VACIO (SOLO H/T) PISA EL DE ANOCHE.
           IF CONT-TABLA-SALIDA > ZEROS
               PERFORM 243-ORDENAR-SALIDA
           END-IF
           PERFORM 245-ABRIR-SALIDA-MOVS
           PERFORM 246-ESCRIBIR-SALIDA
           PERFORM 260-CERRAR-SALIDA-MOVS.

      * SALEN LOS LIBERADOS Y, SI LA CADENA SE RELANZA EL MISMO
      * DIA, LOS QUE YA SE ENTREGARON ESTA NOCHE.
       210-TRATAR-UN-LOTE.
           IF NOT TL-LIBERADO(WK-IDX-LOTE)
               AND NOT (TL-ENTREGADO(WK-IDX-LOTE)
                        AND TL-FECHA-ENTREGA(WK-IDX-LOTE)
                            = WK-FECHA-HOY)
               EXIT PARAGRAPH
           END-IF

           IF TL-CUENTA-LINEAS(WK-IDX-LOTE)
                  NOT = TL-CANTIDAD(WK-IDX-LOTE)
               OR TL-SUMA-LINEAS(WK-IDX-LOTE)
                  NOT = TL-TOTAL(WK-IDX-LOTE)
               PERFORM 220-RETENER-LOTE
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO TL-SALE(WK-IDX-LOTE)
           ADD 1 TO CONT-ENTREGADOS
           MOVE TL-TOTAL(WK-IDX-LOTE) TO WK-TOTAL-EDITADO
           DISPLAY "LOTE ENTREGADO: " TL-LOTE(WK-IDX-LOTE)
                   " SUCURSAL " TL-SUCURSAL(WK-IDX-LOTE)
                   " " TL-CANTIDAD(WK-IDX-LOTE) " MOVS POR "
                   WK-TOTAL-EDITADO

           IF TL-LIBERADO(WK-IDX-LOTE)
               MOVE 'E' TO TL-ESTADO(WK-IDX-LOTE)
               MOVE WK-FECHA-HOY TO TL-FECHA-ENTREGA(WK-IDX-LOTE)
               MOVE "ENTREGA" TO GES-ACCION
               MOVE SPACES TO GES-DETALLE
               STRING "A LA MEZCLA DEL " WK-FECHA-HOY
                   DELIMITED BY SIZE INTO GES-DETALLE
               PERFORM 250-ESCRIBIR-GESTION
           END-IF.

      * EL LOTE QUEDA COMO ESTABA (LIBERADO O YA ENTREGADO) Y NO
      * SALE: SUS LINEAS NO SON LAS QUE SE VERIFICARON.
       220-RETENER-LOTE.
           ADD 1 TO CONT-RETENIDOS
           MOVE TL-TOTAL(WK-IDX-LOTE) TO WK-TOTAL-EDITADO
           MOVE TL-SUMA-LINEAS(WK-IDX-LOTE) TO WK-SUMA-EDITADA
           DISPLAY "*** LOTE " TL-LOTE(WK-IDX-LOTE)
                   " RETENIDO: CABECERA " TL-CANTIDAD(WK-IDX-LOTE)
                   " MOVS POR " WK-TOTAL-EDITADO " ***"
           DISPLAY "    LINEAS EN ARCHIVO: "
                   TL-CUENTA-LINEAS(WK-IDX-LOTE) " POR "
                   WK-SUMA-EDITADA
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF

           MOVE "RETIENE" TO GES-ACCION
           MOVE "LINEAS NO CUADRAN CON LA CABECERA" TO GES-DETALLE
           PERFORM 250-ESCRIBIR-GESTION.

      * MISMO BURBUJEO ESTABLE QUE 2510-ORDENAR-COPIA EN ARRAYS.CBL:
      * LA MEZCLA EXIGE LA FUENTE ASCENDENTE POR CODIGO. A IGUALDAD
      * DE CODIGO SE CONSERVA EL ORDEN DE LOTE Y SECUENCIA.
       243-ORDENAR-SALIDA.
           MOVE 1 TO WK-INDICE-ORDEN
           PERFORM UNTIL WK-INDICE-ORDEN > CONT-TABLA-SALIDA - 1
               MOVE 1 TO WK-CONTADOR-ORDEN
               PERFORM UNTIL WK-CONTADOR-ORDEN >
                       CONT-TABLA-SALIDA - WK-INDICE-ORDEN
                   IF TS-CODIGO(WK-CONTADOR-ORDEN) >
                      TS-CODIGO(WK-CONTADOR-ORDEN + 1)
                       MOVE ENTRADA-SALIDA(WK-CONTADOR-ORDEN)
                           TO WK-ENTRADA-AUX
                       MOVE ENTRADA-SALIDA(WK-CONTADOR-ORDEN + 1)
                           TO ENTRADA-SALIDA(WK-CONTADOR-ORDEN)
                       MOVE WK-ENTRADA-AUX
                           TO ENTRADA-SALIDA(WK-CONTADOR-ORDEN
                              + 1)
                   END-IF
                   ADD 1 TO WK-CONTADOR-ORDEN
               END-PERFORM
               ADD 1 TO WK-INDICE-ORDEN
           END-PERFORM.

      * LA SALIDA SE REESCRIBE CADA NOCHE, AUNQUE NO HAYA LOTES:
      * EL ARCHIVO DE ANOCHE NO DEBE SOBREVIVIR A SU NOCHE.
       245-ABRIR-SALIDA-MOVS.
           OPEN OUTPUT ARCHIVO-MOVS-CAPTURA

           IF FS-MOVS-CAPTURA NOT = '00'
               DISPLAY "ERROR ABRIENDO MOVS-CAPTURA: "
                       FS-MOVS-CAPTURA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO REG-MOV-CAPTURA
           MOVE ZEROS  TO HDR-CODIGO
           MOVE 'H'    TO HDR-TIPO
           MOVE "CAPTURA" TO HDR-LOTE
           MOVE WK-FECHA-HOY TO HDR-FECHA-CREACION
           WRITE REG-MOV-CAPTURA.

      * LOTE, SECUENCIA, SUCURSAL Y DEMAS CAMPOS SALEN TAL COMO SE
      * CAPTURARON; SOLO LA FECHA ES LA DE LA NOCHE.
       246-ESCRIBIR-SALIDA.
           PERFORM VARYING WK-INDICE-ORDEN FROM 1 BY 1
                   UNTIL WK-INDICE-ORDEN > CONT-TABLA-SALIDA
               MOVE ENTRADA-SALIDA(WK-INDICE-ORDEN) TO REG-MOV-CAPTURA
               MOVE WK-FECHA-HOY TO MCA-FECHA
               WRITE REG-MOV-CAPTURA
               ADD 1 TO CONT-MOVS-SALIDA
               ADD MCA-IMPORTE TO WK-HASH-SALIDA
           END-PERFORM.

       250-ESCRIBIR-GESTION.
           MOVE WK-FECHA-HOY         TO GES-FECHA
           MOVE WK-HORA-HOY(1:6)     TO GES-HORA
           MOVE "NOCTURNO"           TO GES-OPERADOR
           MOVE TL-LOTE(WK-IDX-LOTE) TO GES-LOTE
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
               GOBACK
           END-IF
           WRITE REG-GESTION.

       260-CERRAR-SALIDA-MOVS.
           MOVE SPACES TO REG-MOV-CAPTURA
           MOVE 99999  TO TRL-CODIGO
           MOVE 'T'    TO TRL-TIPO
           MOVE CONT-MOVS-SALIDA TO TRL-CUENTA-REGISTROS
           MOVE WK-HASH-SALIDA   TO TRL-HASH-IMPORTES
           WRITE REG-MOV-CAPTURA

           CLOSE ARCHIVO-MOVS-CAPTURA.

      * LAS CABECERAS SE REESCRIBEN CON LOS ESTADOS AL DIA Y SE
      * CONSERVAN TODAS. DE LAS LINEAS SE PURGAN LAS DE LOTES
      * ANULADOS Y LAS DE LOTES ENTREGADOS EN NOCHES ANTERIORES
      * (YA SE APLICARON); LAS DE ESTA NOCHE QUEDAN POR SI LA
      * CADENA SE RELANZA.
       300-FINALIZAR.
           CLOSE ARCHIVO-GESTIONES

           OPEN OUTPUT ARCHIVO-LOTES
           IF FS-LOTES NOT = '00'
               DISPLAY "ERROR REESCRIBIENDO CAPTURA-LOTES: " FS-LOTES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WK-IDX-LOTE FROM 1 BY 1
                   UNTIL WK-IDX-LOTE > CONT-LOTES
               MOVE TL-REGISTRO(WK-IDX-LOTE) TO REG-LOTE
               WRITE REG-LOTE
           END-PERFORM

           CLOSE ARCHIVO-LOTES

           OPEN OUTPUT ARCHIVO-LINEAS
           IF FS-LINEAS NOT = '00'
               DISPLAY "ERROR REESCRIBIENDO CAPTURA-LINEAS: " FS-LINEAS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-LINEAS
               PERFORM 310-CONSERVAR-LINEA
           END-PERFORM

           CLOSE ARCHIVO-LINEAS

           DISPLAY "LOTES ENTREGADOS:      " CONT-ENTREGADOS
           DISPLAY "LOTES RETENIDOS:       " CONT-RETENIDOS
           DISPLAY "MOVIMIENTOS ENTREGADOS:" CONT-MOVS-SALIDA
           DISPLAY "LINEAS PURGADAS:       " CONT-PURGADAS.

       310-CONSERVAR-LINEA.
           MOVE TN-IDX-LOTE(WK-INDICE) TO WK-IDX-LOTE
           IF WK-IDX-LOTE > ZEROS
               IF TL-ANULADO(WK-IDX-LOTE)
                   OR (TL-ENTREGADO(WK-IDX-LOTE)
                       AND TL-FECHA-ENTREGA(WK-IDX-LOTE)
                           < WK-FECHA-HOY)
                   ADD 1 TO CONT-PURGADAS
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE TN-REGISTRO(WK-INDICE) TO REG-LINEA
           WRITE REG-LINEA.
