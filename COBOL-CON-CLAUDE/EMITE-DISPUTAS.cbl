       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITE-DISPUTAS.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: EMISION NOCTURNA DE CREDITOS POR DISPUTA
      * PROPOSITO: LA MESA DE DISPUTAS (MANTEN-DISPUTAS) NO MUEVE
      *            DINERO: DEJA EN DISPUTAS.DAT QUE CREDITO HAY QUE
      *            EMITIR O REVERTIR Y ESTE PASO DE LA CADENA LO
      *            CONVIERTE EN MOVIMIENTOS PARA LA MEZCLA:
      *            -- CREDITO POR EMITIR ('P'): UN CARGO ('C') A LA
      *               CUENTA DEL CLIENTE POR EL IMPORTE EN DISPUTA.
      *               SI EL CASO YA SE RESOLVIO A FAVOR EL CREDITO
      *               NACE FIRME ('F'); SI SIGUE ABIERTO QUEDA COMO
      *               PROVISIONAL EMITIDO ('E');
      *            -- REVERSO POR EMITIR ('R', CASO RESUELTO EN
      *               CONTRA): UN REVERSO ('R') DEL CREDITO, CON
      *               REFERENCIA "DISPUTAS" (EL LOTE DEL CREDITO
      *               ORIGINAL) Y EL MISMO IMPORTE, QUE EL CRUZADO
      *               EMPAREJA CONTRA APLICADOS.DAT. EL CASO QUEDA
      *               REVERTIDO ('V').
      *            LA SALIDA MOVS-DISPUTAS.DAT (LOTE "DISPUTAS")
      *            ENTRA A LA MEZCLA CON SU LINEA EN
      *            MANIFIESTO-FUENTES.DAT: RUTA MOVS-DISPUTAS.DAT,
      *            ORIGEN MOVS-DISPUTAS, NO OBLIGATORIA, LOTE
      *            DISPUTAS. UN CREDITO O REVERSO QUE EL CRUZADO
      *            RECHACE (CUENTA BLOQUEADA, REVERSO SIN FONDOS)
      *            SIGUE EL CAMINO DE SIEMPRE: ERRORES-REG.DAT Y
      *            REPARA-ERRORES.
      *            LO EMITIDO HOY SE VUELVE A EMITIR SI LA CADENA
      *            SE RELANZA EL MISMO DIA (LA FECHA DE EMISION
      *            GUARDADA ES LA DE HOY), PORQUE LA SALIDA SE
      *            REESCRIBE CADA VEZ. CADA EMISION QUEDA EN
      *            DISPUTAS-GESTIONES.DAT CON OPERADOR "NOCTURNO".
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

           SELECT ARCHIVO-DISPUTAS
               ASSIGN TO "DISPUTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DISPUTAS.

           SELECT ARCHIVO-GESTIONES
               ASSIGN TO "DISPUTAS-GESTIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GESTIONES.

           SELECT ARCHIVO-MOVS-DISPUTAS
               ASSIGN TO "MOVS-DISPUTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVS-DISPUTAS.

       DATA DIVISION.
       FILE SECTION.
      * UN CASO DE DISPUTA POR LINEA, TAL COMO LO DEJA LA MESA (VER
      * MANTEN-DISPUTAS PARA LOS ESTADOS DEL CASO Y DEL CREDITO).
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
           05 DIS-FECHA-APERTURA   PIC 9(8).
           05 DIS-FECHA-LIMITE     PIC 9(8).
           05 DIS-FECHA-RESOLUCION PIC 9(8).
           05 DIS-CREDITO          PIC X(1).
           05 DIS-FECHA-CREDITO    PIC 9(8).
           05 DIS-FECHA-REVERSO    PIC 9(8).
           05 DIS-OPERADOR         PIC X(8).

       FD  ARCHIVO-GESTIONES.
       01  REG-GESTION.
           05 GES-DISPUTA          PIC 9(5).
           05 GES-FECHA            PIC 9(8).
           05 GES-HORA             PIC 9(6).
           05 GES-OPERADOR         PIC X(8).
           05 GES-TIPO             PIC X(1).
           05 GES-DETALLE          PIC X(30).
           05 GES-SECUENCIA        PIC 9(9).
           05 GES-SELLO            PIC 9(18).

       FD  ARCHIVO-MOVS-DISPUTAS.
       01  REG-MOV-DISPUTA.
           05 MDI-CODIGO           PIC 9(5).
           05 MDI-TIPO             PIC X(01).
           05 MDI-IMPORTE          PIC 9(7)V99.
           05 MDI-DESCRIPCION      PIC X(20).
           05 MDI-LOTE             PIC X(08).
           05 MDI-FECHA            PIC 9(8).
           05 MDI-MONEDA           PIC X(3).
           05 MDI-SECUENCIA        PIC 9(5).
           05 MDI-REFERENCIA       PIC X(8).
           05 MDI-SUCURSAL         PIC 9(3).
       01  REG-MDI-ENCABEZADO REDEFINES REG-MOV-DISPUTA.
           05 HDR-CODIGO           PIC 9(5).
           05 HDR-TIPO             PIC X(01).
           05 HDR-LOTE             PIC X(08).
           05 HDR-FECHA-CREACION   PIC 9(8).
           05 FILLER               PIC X(48).
       01  REG-MDI-RESUMEN REDEFINES REG-MOV-DISPUTA.
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
           05 FS-DISPUTAS          PIC XX.
           05 FS-GESTIONES         PIC XX.
           05 FS-MOVS-DISPUTAS     PIC XX.

       01  SWITCHES.
           05 SW-FIN-DISPUTAS      PIC X VALUE 'N'.
              88 FIN-DISPUTAS      VALUE 'S'.

       01  CONTADORES.
           05 CONT-CREDITOS        PIC 9(5) VALUE ZEROS.
           05 CONT-REVERSOS        PIC 9(5) VALUE ZEROS.
           05 CONT-MOVS-SALIDA     PIC 9(5) VALUE ZEROS.

      * LOS CASOS SE CARGAN EN MEMORIA Y DISPUTAS.DAT SE REESCRIBE
      * AL FINAL CON LOS ESTADOS DE CREDITO AL DIA. CON LA TABLA
      * LLENA NO SE EMITE NI SE REESCRIBE NADA (RC 12, MISMO PATRON
      * QUE GENERA-CIERRES): PERDER LA COLA DEL ARCHIVO SERIA
      * BORRAR CASOS SIN DEJAR RASTRO.
       01  WK-MAX-DISPUTAS         PIC 9(5) VALUE 5000.
       01  CONT-DISPUTAS           PIC 9(5) VALUE ZEROS.
       01  TABLA-DISPUTAS.
           05 ENTRADA-DISPUTA      OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-DISPUTAS.
              10 TD-NUMERO         PIC 9(5).
              10 TD-CODIGO         PIC 9(5).
              10 TD-SUCURSAL       PIC 9(3).
              10 TD-ID-EJECUCION   PIC X(19).
              10 TD-LOTE           PIC X(8).
              10 TD-SECUENCIA      PIC 9(5).
              10 TD-IMPORTE-ORIGINAL PIC 9(7)V99.
              10 TD-MONEDA         PIC X(3).
              10 TD-IMPORTE        PIC 9(7)V99.
              10 TD-MOTIVO         PIC X(30).
              10 TD-ESTADO         PIC X(1).
                 88 TD-A-FAVOR     VALUE 'F'.
              10 TD-FECHA-APERTURA PIC 9(8).
              10 TD-FECHA-LIMITE   PIC 9(8).
              10 TD-FECHA-RESOLUCION PIC 9(8).
              10 TD-CREDITO        PIC X(1).
                 88 TD-CREDITO-POR-EMITIR  VALUE 'P'.
                 88 TD-REVERSO-POR-EMITIR  VALUE 'R'.
              10 TD-FECHA-CREDITO  PIC 9(8).
              10 TD-FECHA-REVERSO  PIC 9(8).
              10 TD-OPERADOR       PIC X(8).

       01  WK-INDICE               PIC 9(5) VALUE ZEROS.
       01  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
       01  WK-HORA-HOY             PIC 9(8) VALUE ZEROS.
       01  WK-HASH-SALIDA          PIC 9(11)V99 VALUE ZEROS.
       01  WK-IMPORTE-EDITADO      PIC Z,ZZZ,ZZ9.99.

       01  WK-DESCRIPCION-ARMADA.
           05 WK-DESC-TEXTO        PIC X(15) VALUE SPACES.
           05 WK-DESC-NUMERO       PIC 9(5) VALUE ZEROS.

      * LOS MOVIMIENTOS SE JUNTAN EN MEMORIA Y SE ORDENAN POR
      * CODIGO ANTES DE ESCRIBIR: LA MEZCLA EXIGE CADA FUENTE
      * ASCENDENTE POR CODIGO Y LOS CASOS VAN POR NUMERO.
       01  WK-MAX-EMISIONES        PIC 9(5) VALUE 5000.
       01  CONT-TABLA-EMISIONES    PIC 9(5) VALUE ZEROS.
       01  TABLA-EMISIONES.
           05 ENTRADA-EMISION      OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-TABLA-EMISIONES.
              10 TE-CODIGO         PIC 9(5).
              10 TE-TIPO           PIC X(1).
              10 TE-IMPORTE        PIC 9(7)V99.
              10 TE-DESCRIPCION    PIC X(20).
              10 TE-MONEDA         PIC X(3).
              10 TE-REFERENCIA     PIC X(8).
              10 TE-SUCURSAL       PIC 9(3).

       01  WK-INDICE-ORDEN         PIC 9(5) VALUE ZEROS.
       01  WK-CONTADOR-ORDEN       PIC 9(5) VALUE ZEROS.
       01  WK-ENTRADA-AUX.
           05 WK-AUX-CODIGO        PIC 9(5).
           05 WK-AUX-TIPO          PIC X(1).
           05 WK-AUX-IMPORTE       PIC 9(7)V99.
           05 WK-AUX-DESCRIPCION   PIC X(20).
           05 WK-AUX-MONEDA        PIC X(3).
           05 WK-AUX-REFERENCIA    PIC X(8).
           05 WK-AUX-SUCURSAL      PIC 9(3).

      * BITACORA SELLADA (VER SELLA-BITACORA): NOMBRE DEL ARCHIVO
      * Y POSICIONES DE DATOS ANTES DE LA SECUENCIA Y EL SELLO.
       01  WK-SELLO-BITACORA       PIC X(30) VALUE
           "DISPUTAS-GESTIONES.DAT".
       01  WK-SELLO-LARGO          PIC 9(3) VALUE 058.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 200-PROCESAR-DISPUTAS
           PERFORM 300-FINALIZAR
           GOBACK.

       100-INICIALIZAR.
           DISPLAY "EMISION DE CREDITOS POR DISPUTA..."
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

           PERFORM 110-CARGAR-DISPUTAS

      * AUN SIN CASOS SE DEJA UN MOVS-DISPUTAS.DAT VACIO (SOLO
      * CONTROL H/T), COMO GENERA-CIERRES CON EL SUYO: SI QUEDARA
      * EL DE ANOCHE, LA MEZCLA REINYECTARIA SUS CREDITOS.
           IF CONT-DISPUTAS = ZEROS
               DISPLAY "SIN DISPUTAS REGISTRADAS"
               PERFORM 245-ABRIR-SALIDA-MOVS
               PERFORM 260-CERRAR-SALIDA-MOVS
               GOBACK
           END-IF

           OPEN EXTEND ARCHIVO-GESTIONES
           IF FS-GESTIONES = '35'
               OPEN OUTPUT ARCHIVO-GESTIONES
               CLOSE ARCHIVO-GESTIONES
               OPEN EXTEND ARCHIVO-GESTIONES
           END-IF

           IF FS-GESTIONES NOT = '00'
               DISPLAY "ERROR ABRIENDO DISPUTAS-GESTIONES: "
                       FS-GESTIONES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       110-CARGAR-DISPUTAS.
           OPEN INPUT ARCHIVO-DISPUTAS

           IF FS-DISPUTAS = '35'
               EXIT PARAGRAPH
           END-IF

           IF FS-DISPUTAS NOT = '00'
               DISPLAY "ERROR ABRIENDO DISPUTAS: " FS-DISPUTAS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 115-LEER-DISPUTA
           PERFORM UNTIL FIN-DISPUTAS
                   OR CONT-DISPUTAS >= WK-MAX-DISPUTAS
               ADD 1 TO CONT-DISPUTAS
               MOVE REG-DISPUTA TO ENTRADA-DISPUTA(CONT-DISPUTAS)
               PERFORM 115-LEER-DISPUTA
           END-PERFORM

           IF NOT FIN-DISPUTAS
               DISPLAY "*** DISPUTAS.DAT EXCEDE " WK-MAX-DISPUTAS
                       " CASOS: NO SE EMITE NADA ***"
               CLOSE ARCHIVO-DISPUTAS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           CLOSE ARCHIVO-DISPUTAS.

       115-LEER-DISPUTA.
           READ ARCHIVO-DISPUTAS
               AT END
                   MOVE 'S' TO SW-FIN-DISPUTAS
           END-READ.

       200-PROCESAR-DISPUTAS.
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-DISPUTAS
               PERFORM 210-TRATAR-UNA-DISPUTA
           END-PERFORM

      * LA SALIDA SE ESCRIBE SIEMPRE, CON O SIN EMISIONES: UN
      * ARCHIVO VACIO (SOLO H/T) PISA EL DE ANOCHE.
           IF CONT-TABLA-EMISIONES > ZEROS
               PERFORM 243-ORDENAR-EMISIONES
           END-IF
           PERFORM 245-ABRIR-SALIDA-MOVS
           PERFORM 246-ESCRIBIR-EMISIONES
           PERFORM 260-CERRAR-SALIDA-MOVS.

      * UN CASO EMITIDO HOY VUELVE A SALIR SI LA CADENA SE RELANZA
      * EL MISMO DIA: SU FECHA DE EMISION ES LA DE HOY Y LA SALIDA
      * DE LA CORRIDA ANTERIOR YA FUE PISADA.
       210-TRATAR-UNA-DISPUTA.
           EVALUATE TRUE
               WHEN TD-CREDITO-POR-EMITIR(WK-INDICE)
                   OR (TD-FECHA-CREDITO(WK-INDICE) = WK-FECHA-HOY
                       AND TD-FECHA-REVERSO(WK-INDICE) = ZEROS)
                   PERFORM 220-EMITIR-CREDITO
               WHEN TD-REVERSO-POR-EMITIR(WK-INDICE)
                   OR TD-FECHA-REVERSO(WK-INDICE) = WK-FECHA-HOY
                   PERFORM 230-EMITIR-REVERSO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       220-EMITIR-CREDITO.
           IF CONT-TABLA-EMISIONES >= WK-MAX-EMISIONES
               DISPLAY "TABLA DE EMISIONES LLENA: EL CREDITO DEL CASO "
                       TD-NUMERO(WK-INDICE) " ESPERA A MAÑANA"
               EXIT PARAGRAPH
           END-IF

           MOVE "CREDITO DISP." TO WK-DESC-TEXTO
           MOVE 'C' TO WK-AUX-TIPO
           MOVE SPACES TO WK-AUX-REFERENCIA
           PERFORM 240-ANOTAR-EMISION

           IF TD-A-FAVOR(WK-INDICE)
               MOVE 'F' TO TD-CREDITO(WK-INDICE)
           ELSE
               MOVE 'E' TO TD-CREDITO(WK-INDICE)
           END-IF
           MOVE WK-FECHA-HOY TO TD-FECHA-CREDITO(WK-INDICE)

           ADD 1 TO CONT-CREDITOS
           MOVE TD-IMPORTE(WK-INDICE) TO WK-IMPORTE-EDITADO
           DISPLAY "CREDITO EMITIDO: CASO " TD-NUMERO(WK-INDICE)
                   " CUENTA " TD-CODIGO(WK-INDICE)
                   " POR " WK-IMPORTE-EDITADO

           MOVE 'E' TO GES-TIPO
           MOVE SPACES TO GES-DETALLE
           STRING "CREDITO EMITIDO " WK-IMPORTE-EDITADO
                  DELIMITED BY SIZE INTO GES-DETALLE
           PERFORM 250-ESCRIBIR-GESTION.

      * EL REVERSO LLEVA DE REFERENCIA EL LOTE DEL CREDITO
      * ORIGINAL ("DISPUTAS") Y EL MISMO IMPORTE: ASI LO EMPAREJA
      * EL CRUZADO EN APLICADOS.DAT PARA SABER QUE DESHACE.
       230-EMITIR-REVERSO.
           IF CONT-TABLA-EMISIONES >= WK-MAX-EMISIONES
               DISPLAY "TABLA DE EMISIONES LLENA: EL REVERSO DEL CASO "
                       TD-NUMERO(WK-INDICE) " ESPERA A MAÑANA"
               EXIT PARAGRAPH
           END-IF

           MOVE "REVERSO DISP." TO WK-DESC-TEXTO
           MOVE 'R' TO WK-AUX-TIPO
           MOVE "DISPUTAS" TO WK-AUX-REFERENCIA
           PERFORM 240-ANOTAR-EMISION

           MOVE 'V' TO TD-CREDITO(WK-INDICE)
           MOVE WK-FECHA-HOY TO TD-FECHA-REVERSO(WK-INDICE)

           ADD 1 TO CONT-REVERSOS
           MOVE TD-IMPORTE(WK-INDICE) TO WK-IMPORTE-EDITADO
           DISPLAY "REVERSO EMITIDO: CASO " TD-NUMERO(WK-INDICE)
                   " CUENTA " TD-CODIGO(WK-INDICE)
                   " POR " WK-IMPORTE-EDITADO

           MOVE 'V' TO GES-TIPO
           MOVE SPACES TO GES-DETALLE
           STRING "REVERSO EMITIDO " WK-IMPORTE-EDITADO
                  DELIMITED BY SIZE INTO GES-DETALLE
           PERFORM 250-ESCRIBIR-GESTION.

       240-ANOTAR-EMISION.
           MOVE TD-NUMERO(WK-INDICE) TO WK-DESC-NUMERO
           ADD 1 TO CONT-TABLA-EMISIONES
           MOVE TD-CODIGO(WK-INDICE)
               TO TE-CODIGO(CONT-TABLA-EMISIONES)
           MOVE WK-AUX-TIPO
               TO TE-TIPO(CONT-TABLA-EMISIONES)
           MOVE TD-IMPORTE(WK-INDICE)
               TO TE-IMPORTE(CONT-TABLA-EMISIONES)
           MOVE WK-DESCRIPCION-ARMADA
               TO TE-DESCRIPCION(CONT-TABLA-EMISIONES)
           MOVE TD-MONEDA(WK-INDICE)
               TO TE-MONEDA(CONT-TABLA-EMISIONES)
           MOVE WK-AUX-REFERENCIA
               TO TE-REFERENCIA(CONT-TABLA-EMISIONES)
           MOVE TD-SUCURSAL(WK-INDICE)
               TO TE-SUCURSAL(CONT-TABLA-EMISIONES).

      * MISMO BURBUJEO ESTABLE QUE 2510-ORDENAR-COPIA EN ARRAYS.CBL:
      * LA MEZCLA EXIGE LA FUENTE ASCENDENTE POR CODIGO. A IGUALDAD
      * DE CODIGO EL ORDEN DE EMISION SE CONSERVA.
       243-ORDENAR-EMISIONES.
           MOVE 1 TO WK-INDICE-ORDEN
           PERFORM UNTIL WK-INDICE-ORDEN > CONT-TABLA-EMISIONES - 1
               MOVE 1 TO WK-CONTADOR-ORDEN
               PERFORM UNTIL WK-CONTADOR-ORDEN >
                       CONT-TABLA-EMISIONES - WK-INDICE-ORDEN
                   IF TE-CODIGO(WK-CONTADOR-ORDEN) >
                      TE-CODIGO(WK-CONTADOR-ORDEN + 1)
                       MOVE ENTRADA-EMISION(WK-CONTADOR-ORDEN)
                           TO WK-ENTRADA-AUX
                       MOVE ENTRADA-EMISION(WK-CONTADOR-ORDEN + 1)
                           TO ENTRADA-EMISION(WK-CONTADOR-ORDEN)
                       MOVE WK-ENTRADA-AUX
                           TO ENTRADA-EMISION(WK-CONTADOR-ORDEN
                              + 1)
                   END-IF
                   ADD 1 TO WK-CONTADOR-ORDEN
               END-PERFORM
               ADD 1 TO WK-INDICE-ORDEN
           END-PERFORM.

      * LAS SECUENCIAS SE NUMERAN RECIEN AQUI, SOBRE EL ORDEN
      * FINAL: ASI EL LOTE "DISPUTAS" FORMA SU CORRIDA 1..N SIN
      * HUECOS PARA EL CONTROL DE CONTINUIDAD DE LA MEZCLA.
       246-ESCRIBIR-EMISIONES.
           PERFORM VARYING WK-INDICE-ORDEN FROM 1 BY 1
                   UNTIL WK-INDICE-ORDEN > CONT-TABLA-EMISIONES
               MOVE SPACES TO REG-MOV-DISPUTA
               MOVE TE-CODIGO(WK-INDICE-ORDEN)  TO MDI-CODIGO
               MOVE TE-TIPO(WK-INDICE-ORDEN)    TO MDI-TIPO
               MOVE TE-IMPORTE(WK-INDICE-ORDEN) TO MDI-IMPORTE
               MOVE TE-DESCRIPCION(WK-INDICE-ORDEN)
                   TO MDI-DESCRIPCION
               MOVE "DISPUTAS"                  TO MDI-LOTE
               MOVE WK-FECHA-HOY                TO MDI-FECHA
               MOVE TE-MONEDA(WK-INDICE-ORDEN)  TO MDI-MONEDA
               ADD 1 TO CONT-MOVS-SALIDA
               MOVE CONT-MOVS-SALIDA            TO MDI-SECUENCIA
               MOVE TE-REFERENCIA(WK-INDICE-ORDEN)
                   TO MDI-REFERENCIA
               MOVE TE-SUCURSAL(WK-INDICE-ORDEN) TO MDI-SUCURSAL
               WRITE REG-MOV-DISPUTA
               ADD TE-IMPORTE(WK-INDICE-ORDEN) TO WK-HASH-SALIDA
           END-PERFORM.

      * LA SALIDA SE REESCRIBE CADA NOCHE, AUNQUE NO HAYA
      * EMISIONES: EL ARCHIVO DE ANOCHE NO DEBE SOBREVIVIR A SU
      * NOCHE (SUS MOVIMIENTOS YA SE APLICARON).
       245-ABRIR-SALIDA-MOVS.
           OPEN OUTPUT ARCHIVO-MOVS-DISPUTAS

           IF FS-MOVS-DISPUTAS NOT = '00'
               DISPLAY "ERROR ABRIENDO MOVS-DISPUTAS: "
                       FS-MOVS-DISPUTAS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO REG-MOV-DISPUTA
           MOVE ZEROS  TO HDR-CODIGO
           MOVE 'H'    TO HDR-TIPO
           MOVE "DISPUTAS" TO HDR-LOTE
           MOVE WK-FECHA-HOY TO HDR-FECHA-CREACION
           WRITE REG-MOV-DISPUTA.

       250-ESCRIBIR-GESTION.
           MOVE TD-NUMERO(WK-INDICE) TO GES-DISPUTA
           MOVE WK-FECHA-HOY     TO GES-FECHA
           MOVE WK-HORA-HOY(1:6) TO GES-HORA
           MOVE "NOCTURNO"       TO GES-OPERADOR
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
           MOVE SPACES TO REG-MOV-DISPUTA
           MOVE 99999  TO TRL-CODIGO
           MOVE 'T'    TO TRL-TIPO
           MOVE CONT-MOVS-SALIDA TO TRL-CUENTA-REGISTROS
           MOVE WK-HASH-SALIDA   TO TRL-HASH-IMPORTES
           WRITE REG-MOV-DISPUTA

           CLOSE ARCHIVO-MOVS-DISPUTAS.

      * DISPUTAS.DAT SE REESCRIBE COMPLETO CON LOS ESTADOS DE
      * CREDITO AL DIA; LOS CASOS RESUELTOS SE CONSERVAN (LOS USAN
      * LA MESA Y CONSULTA-CUENTA).
       300-FINALIZAR.
           CLOSE ARCHIVO-GESTIONES

           OPEN OUTPUT ARCHIVO-DISPUTAS

           IF FS-DISPUTAS NOT = '00'
               DISPLAY "ERROR REESCRIBIENDO DISPUTAS: " FS-DISPUTAS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-DISPUTAS
               MOVE ENTRADA-DISPUTA(WK-INDICE) TO REG-DISPUTA
               WRITE REG-DISPUTA
           END-PERFORM

           CLOSE ARCHIVO-DISPUTAS

           DISPLAY "CREDITOS EMITIDOS:     " CONT-CREDITOS
           DISPLAY "REVERSOS EMITIDOS:     " CONT-REVERSOS.
