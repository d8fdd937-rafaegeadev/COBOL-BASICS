       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIGILA-LAVADO.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: VIGILANCIA DE LAVADO DE DINERO
      * PROPOSITO: CORRE EN LA CADENA DESPUES DE CARGAR EL HISTORICO
      *            Y RECORRE HISTORICO-APLICADOS.DAT BUSCANDO DOS
      *            PATRONES EN LOS DEPOSITOS Y EXTRACCIONES DE
      *            CLIENTE (TIPOS 'C' Y 'A'):
      *            -- MOVIMIENTO GRANDE ('G'): UN MOVIMIENTO DE LA
      *               CORRIDA DE HOY POR ENCIMA DEL UMBRAL A INFORMAR.
      *            -- FRACCIONAMIENTO: VARIOS MOVIMIENTOS APENAS POR
      *               DEBAJO DEL UMBRAL (FRANJA DEL PORCENTAJE
      *               PARAMETRIZADO) DENTRO DE LA VENTANA DE DIAS,
      *               EN LA MISMA CUENTA ('E') O EN VARIAS CUENTAS
      *               DEL MISMO DOCUMENTO DE CLIENTE SEGUN
      *               CONTACTOS.DAT ('D'). SOLO SE EVALUA SI EN LA
      *               CORRIDA DE HOY HUBO ALGUNO DE LOS MOVIMIENTOS.
      *            CADA ALERTA ABRE UN CASO EN LAVADO-CASOS.DAT PARA
      *            EL OFICIAL DE CUMPLIMIENTO (MANTEN-LAVADO); SI YA
      *            HAY UN CASO SIN CERRAR DEL MISMO PATRON Y SUJETO,
      *            SE ACTUALIZA EN LUGAR DE ABRIR OTRO. ALTAS Y
      *            ACTUALIZACIONES QUEDAN EN LAVADO-BITACORA.DAT CON
      *            OPERADOR "CADENA".
      *            UMBRAL, FRANJA, VENTANA Y MINIMO DE MOVIMIENTOS
      *            SALEN DE LAVADO-PARAMETROS.DAT; SIN EL ARCHIVO
      *            VALEN LOS DE COMPILACION.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * FECHA DE PROCESO IMPUESTA (RECUPERACION MULTI-DIA): SI
      * EXISTE Y TRAE FECHA, MANDA SOBRE EL RELOJ.
           SELECT ARCHIVO-FECHA-PROCESO
               ASSIGN TO "FECHA-PROCESO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHA-PROCESO.

           SELECT ARCHIVO-ESTADO-CORRIDA
               ASSIGN TO "ESTADO-CORRIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTADO-CORRIDA.

           SELECT ARCHIVO-PARAMETROS
               ASSIGN TO "LAVADO-PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT ARCHIVO-HISTORICO
               ASSIGN TO "HISTORICO-APLICADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIS-CLAVE
               ALTERNATE RECORD KEY IS HIS-LOTE
                   WITH DUPLICATES
               FILE STATUS IS FS-HISTORICO.

           SELECT ARCHIVO-CONTACTOS
               ASSIGN TO "CONTACTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-CODIGO
               FILE STATUS IS FS-CONTACTOS.

           SELECT ARCHIVO-CASOS
               ASSIGN TO "LAVADO-CASOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CASOS.

           SELECT ARCHIVO-BITACORA
               ASSIGN TO "LAVADO-BITACORA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BITACORA.

       DATA DIVISION.
       FILE SECTION.
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

      * UMBRAL A INFORMAR, FRANJA DE FRACCIONAMIENTO (PORCENTAJE POR
      * DEBAJO DEL UMBRAL), VENTANA EN DIAS Y CANTIDAD MINIMA DE
      * MOVIMIENTOS EN LA FRANJA PARA ALERTAR.
       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETROS.
           05 PLA-UMBRAL           PIC 9(7)V99.
           05 PLA-FRANJA-PCT       PIC 9(2).
           05 PLA-VENTANA-DIAS     PIC 9(3).
           05 PLA-MINIMO-MOVS      PIC 9(3).

       FD  ARCHIVO-HISTORICO.
       01  REG-HISTORICO.
           05 HIS-CLAVE.
              10 HIS-CODIGO           PIC 9(5).
              10 HIS-ID-EJECUCION     PIC X(19).
              10 HIS-LOTE             PIC X(8).
              10 HIS-SECUENCIA        PIC 9(5).
           05 HIS-TIPO                PIC X(01).
           05 HIS-IMPORTE             PIC 9(7)V99.
           05 HIS-DESCRIPCION         PIC X(20).
           05 HIS-MONEDA              PIC X(3).
           05 HIS-REFERENCIA          PIC X(8).
           05 HIS-SUCURSAL            PIC 9(3).
           05 HIS-SENTIDO             PIC X(1).
           05 HIS-SUCURSAL-ORIGEN     PIC 9(3).

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

      * CASOS DE LAVADO. TIPO 'G' MOVIMIENTO GRANDE (CON LA CLAVE
      * DEL MOVIMIENTO), 'E' FRACCIONAMIENTO EN UNA CUENTA, 'D'
      * FRACCIONAMIENTO POR DOCUMENTO EN VARIAS CUENTAS. ESTADO 'A'
      * ABIERTO, 'E' ESCALADO AL REGULADOR, 'C' CERRADO CON SU
      * DISPOSICION. DESDE/HASTA SON LAS FECHAS DEL PRIMER Y ULTIMO
      * MOVIMIENTO QUE LO FORMAN.
       FD  ARCHIVO-CASOS.
       01  REG-CASO.
           05 LAV-NUMERO           PIC 9(5).
           05 LAV-TIPO             PIC X(1).
           05 LAV-CODIGO           PIC 9(5).
           05 LAV-DOCUMENTO        PIC X(15).
           05 LAV-ESTADO           PIC X(1).
           05 LAV-FECHA-ALTA       PIC 9(8).
           05 LAV-FECHA-DESDE      PIC 9(8).
           05 LAV-FECHA-HASTA      PIC 9(8).
           05 LAV-CANTIDAD         PIC 9(3).
           05 LAV-IMPORTE          PIC 9(9)V99.
           05 LAV-ID-EJECUCION     PIC X(19).
           05 LAV-LOTE             PIC X(8).
           05 LAV-SECUENCIA        PIC 9(5).
           05 LAV-FECHA-ESTADO     PIC 9(8).
           05 LAV-OPERADOR         PIC X(8).
           05 LAV-DISPOSICION      PIC X(30).

      * BITACORA PROPIA DE CUMPLIMIENTO: ALTA Y ACTUALIZA LAS ESCRIBE
      * LA CADENA; CIERRE Y ESCALA EL OFICIAL DE CUMPLIMIENTO DESDE
      * MANTEN-LAVADO.
       FD  ARCHIVO-BITACORA.
       01  REG-BITACORA.
           05 BLA-CASO             PIC 9(5).
           05 BLA-FECHA            PIC 9(8).
           05 BLA-HORA             PIC 9(6).
           05 BLA-OPERADOR         PIC X(8).
           05 BLA-ACCION           PIC X(10).
           05 BLA-DETALLE          PIC X(40).
           05 BLA-SECUENCIA        PIC 9(9).
           05 BLA-SELLO            PIC 9(18).

       WORKING-STORAGE SECTION.
       01  FS-FECHA-PROCESO        PIC XX.
       01  FILE-STATUS.
           05 FS-ESTADO-CORRIDA    PIC XX.
           05 FS-PARAMETROS        PIC XX.
           05 FS-HISTORICO         PIC XX.
           05 FS-CONTACTOS         PIC XX.
           05 FS-CASOS             PIC XX.
           05 FS-BITACORA          PIC XX.

       01  SWITCHES.
           05 SW-FIN-HISTORICO     PIC X VALUE 'N'.
              88 FIN-HISTORICO     VALUE 'S'.
           05 SW-FIN-CASOS         PIC X VALUE 'N'.
              88 FIN-CASOS         VALUE 'S'.
           05 SW-HALLADO           PIC X VALUE 'N'.
              88 HALLADO           VALUE 'S'.
           05 SW-HAY-CONTACTOS     PIC X VALUE 'N'.
              88 HAY-CONTACTOS     VALUE 'S'.
           05 SW-REPETIDO          PIC X VALUE 'N'.
              88 REPETIDO          VALUE 'S'.
           05 SW-VARIAS-CUENTAS    PIC X VALUE 'N'.
              88 VARIAS-CUENTAS    VALUE 'S'.
           05 SW-FRANJA-LLENA      PIC X VALUE 'N'.
              88 FRANJA-LLENA      VALUE 'S'.

       01  CONTADORES.
           05 CONT-LEIDOS          PIC 9(7) VALUE ZEROS.
           05 CONT-EN-VENTANA      PIC 9(7) VALUE ZEROS.
           05 CONT-GRANDES         PIC 9(5) VALUE ZEROS.
           05 CONT-EN-FRANJA       PIC 9(5) VALUE ZEROS.
           05 CONT-CASOS-ABIERTOS  PIC 9(5) VALUE ZEROS.
           05 CONT-CASOS-ACTUALIZADOS PIC 9(5) VALUE ZEROS.

      * VALORES DE COMPILACION, PISADOS POR LAVADO-PARAMETROS.DAT.
       01  WK-UMBRAL               PIC 9(7)V99 VALUE 10000.00.
       01  WK-FRANJA-PCT           PIC 9(2) VALUE 10.
       01  WK-VENTANA-DIAS         PIC 9(3) VALUE 7.
       01  WK-MINIMO-MOVS          PIC 9(3) VALUE 3.
       01  WK-PISO-FRANJA          PIC 9(7)V99 VALUE ZEROS.

       01  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
       01  WK-HORA-HOY             PIC 9(8) VALUE ZEROS.
       01  WK-FECHA-CORRIDA        PIC 9(8) VALUE ZEROS.
       01  WK-ID-CORRIDA           PIC X(19) VALUE SPACES.
       01  WK-DIAS-CORRIDA         PIC 9(7) VALUE ZEROS.
       01  WK-FECHA-MOV            PIC 9(8) VALUE ZEROS.
       01  WK-DIAS-MOV             PIC 9(7) VALUE ZEROS.
       01  WK-ANTIGUEDAD           PIC S9(7) VALUE ZEROS.

      * MOVIMIENTOS DE LA VENTANA QUE CAEN EN LA FRANJA, CON EL
      * DOCUMENTO DEL TITULAR. TF-ACTUAL 'S' SI SON DE LA CORRIDA
      * DE HOY.
       01  WK-MAX-FRANJA           PIC 9(5) VALUE 10000.
       01  CONT-FRANJA             PIC 9(5) VALUE ZEROS.
       01  TABLA-FRANJA.
           05 ENTRADA-FRANJA       OCCURS 1 TO 10000 TIMES
                                   DEPENDING ON CONT-FRANJA.
              10 TF-CODIGO         PIC 9(5).
              10 TF-DOCUMENTO      PIC X(15).
              10 TF-FECHA          PIC 9(8).
              10 TF-IMPORTE        PIC 9(7)V99.
              10 TF-ACTUAL         PIC X(1).
       01  WK-IDX-FRANJA           PIC 9(5) VALUE ZEROS.
       01  WK-IDX-OTRO             PIC 9(5) VALUE ZEROS.

      * CASOS DE LAVADO: EL ARCHIVO ENTERO EN MEMORIA, PORQUE SE
      * REESCRIBE AL FINAL. SI NO CABE NO SE TOCA NADA.
       01  WK-MAX-CASOS            PIC 9(5) VALUE 5000.
       01  CONT-CASOS              PIC 9(5) VALUE ZEROS.
       01  TABLA-CASOS.
           05 ENTRADA-CASO         OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-CASOS.
              10 TL-NUMERO         PIC 9(5).
              10 TL-TIPO           PIC X(1).
              10 TL-CODIGO         PIC 9(5).
              10 TL-DOCUMENTO      PIC X(15).
              10 TL-ESTADO         PIC X(1).
                 88 TL-CERRADO     VALUE 'C'.
              10 TL-FECHA-ALTA     PIC 9(8).
              10 TL-FECHA-DESDE    PIC 9(8).
              10 TL-FECHA-HASTA    PIC 9(8).
              10 TL-CANTIDAD       PIC 9(3).
              10 TL-IMPORTE        PIC 9(9)V99.
              10 TL-ID-EJECUCION   PIC X(19).
              10 TL-LOTE           PIC X(8).
              10 TL-SECUENCIA      PIC 9(5).
              10 TL-FECHA-ESTADO   PIC 9(8).
              10 TL-OPERADOR       PIC X(8).
              10 TL-DISPOSICION    PIC X(30).
       01  WK-IDX-CASO             PIC 9(5) VALUE ZEROS.
       01  WK-NUMERO-MAYOR         PIC 9(5) VALUE ZEROS.

      * ALERTA QUE SE ESTA ARMANDO.
       01  WK-ALERTA.
           05 WK-ALE-TIPO          PIC X(1).
           05 WK-ALE-CODIGO        PIC 9(5).
           05 WK-ALE-DOCUMENTO     PIC X(15).
           05 WK-ALE-DESDE         PIC 9(8).
           05 WK-ALE-HASTA         PIC 9(8).
           05 WK-ALE-CANTIDAD      PIC 9(3).
           05 WK-ALE-IMPORTE       PIC 9(9)V99.
           05 WK-ALE-LOTE          PIC X(8).
           05 WK-ALE-SECUENCIA     PIC 9(5).

       01  WK-DETALLE-BITACORA     PIC X(40) VALUE SPACES.
       01  WK-IMPORTE-EDITADO      PIC ZZZ,ZZZ,ZZ9.99.
       01  WK-CANTIDAD-EDITADA     PIC ZZ9.

      * BITACORA SELLADA (VER SELLA-BITACORA): NOMBRE DEL ARCHIVO
      * Y POSICIONES DE DATOS ANTES DE LA SECUENCIA Y EL SELLO.
       01  WK-SELLO-BITACORA       PIC X(30) VALUE
           "LAVADO-BITACORA.DAT".
       01  WK-SELLO-LARGO          PIC 9(3) VALUE 077.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 200-RECORRER-HISTORICO
           PERFORM 230-EVALUAR-FRACCIONAMIENTO
           PERFORM 280-REESCRIBIR-CASOS
           PERFORM 300-FINALIZAR
           GOBACK.

       100-INICIALIZAR.
           DISPLAY "VIGILANCIA DE LAVADO..."
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

      * SOLO SE VIGILA LO QUE LA CORRIDA DE HOY DEJO EN EL HISTORICO;
      * SI NO TERMINO COMPLETA NO HAY MOVIMIENTOS NUEVOS QUE MIRAR.
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
                       " NO SE VIGILA LAVADO"
               GOBACK
           END-IF

           COMPUTE WK-DIAS-CORRIDA =
               FUNCTION INTEGER-OF-DATE(WK-FECHA-CORRIDA)

           PERFORM 110-CARGAR-PARAMETROS
           PERFORM 120-CARGAR-CASOS

           OPEN INPUT ARCHIVO-HISTORICO

           IF FS-HISTORICO NOT = '00'
               DISPLAY "ERROR ABRIENDO HISTORICO-APLICADOS: "
                       FS-HISTORICO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * SIN CONTACTOS NO HAY DOCUMENTO: SOLO SE AGRUPA POR CUENTA.
           OPEN INPUT ARCHIVO-CONTACTOS

           EVALUATE FS-CONTACTOS
               WHEN '00'
                   MOVE 'S' TO SW-HAY-CONTACTOS
               WHEN '35'
                   DISPLAY "AVISO: SIN CONTACTOS.DAT, NO SE AGRUPA"
                           " POR DOCUMENTO"
               WHEN OTHER
                   DISPLAY "ERROR ABRIENDO CONTACTOS: " FS-CONTACTOS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-EVALUATE

      * LAVADO-BITACORA.DAT NUNCA SE TRUNCA.
           OPEN EXTEND ARCHIVO-BITACORA

           IF FS-BITACORA = '35'
               OPEN OUTPUT ARCHIVO-BITACORA
               CLOSE ARCHIVO-BITACORA
               OPEN EXTEND ARCHIVO-BITACORA
           END-IF

           IF FS-BITACORA NOT = '00'
               DISPLAY "ERROR ABRIENDO LAVADO-BITACORA: " FS-BITACORA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       110-CARGAR-PARAMETROS.
           OPEN INPUT ARCHIVO-PARAMETROS

           IF FS-PARAMETROS = '00'
               READ ARCHIVO-PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PLA-UMBRAL > ZEROS
                           MOVE PLA-UMBRAL TO WK-UMBRAL
                       END-IF
                       IF PLA-FRANJA-PCT > ZEROS
                           MOVE PLA-FRANJA-PCT TO WK-FRANJA-PCT
                       END-IF
                       IF PLA-VENTANA-DIAS > ZEROS
                           MOVE PLA-VENTANA-DIAS TO WK-VENTANA-DIAS
                       END-IF
                       IF PLA-MINIMO-MOVS > 1
                           MOVE PLA-MINIMO-MOVS TO WK-MINIMO-MOVS
                       END-IF
               END-READ
               CLOSE ARCHIVO-PARAMETROS
           END-IF

           COMPUTE WK-PISO-FRANJA ROUNDED =
               WK-UMBRAL * (100 - WK-FRANJA-PCT) / 100

           MOVE WK-UMBRAL TO WK-IMPORTE-EDITADO
           DISPLAY "UMBRAL A INFORMAR:       " WK-IMPORTE-EDITADO
           MOVE WK-PISO-FRANJA TO WK-IMPORTE-EDITADO
           DISPLAY "PISO DE LA FRANJA:       " WK-IMPORTE-EDITADO
           DISPLAY "VENTANA EN DIAS:         " WK-VENTANA-DIAS
           DISPLAY "MINIMO DE MOVIMIENTOS:   " WK-MINIMO-MOVS.

       120-CARGAR-CASOS.
           OPEN INPUT ARCHIVO-CASOS

           IF FS-CASOS = '35'
               EXIT PARAGRAPH
           END-IF

           IF FS-CASOS NOT = '00'
               DISPLAY "ERROR ABRIENDO LAVADO-CASOS: " FS-CASOS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FIN-CASOS
               READ ARCHIVO-CASOS
                   AT END
                       MOVE 'S' TO SW-FIN-CASOS
                   NOT AT END
                       IF CONT-CASOS >= WK-MAX-CASOS
                           DISPLAY "*** LAVADO-CASOS.DAT EXCEDE "
                                   WK-MAX-CASOS " CASOS: NO SE TOCA"
                                   " NADA ***"
                           CLOSE ARCHIVO-CASOS
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO CONT-CASOS
                       MOVE LAV-NUMERO    TO TL-NUMERO(CONT-CASOS)
                       MOVE LAV-TIPO      TO TL-TIPO(CONT-CASOS)
                       MOVE LAV-CODIGO    TO TL-CODIGO(CONT-CASOS)
                       MOVE LAV-DOCUMENTO TO TL-DOCUMENTO(CONT-CASOS)
                       MOVE LAV-ESTADO    TO TL-ESTADO(CONT-CASOS)
                       MOVE LAV-FECHA-ALTA
                           TO TL-FECHA-ALTA(CONT-CASOS)
                       MOVE LAV-FECHA-DESDE
                           TO TL-FECHA-DESDE(CONT-CASOS)
                       MOVE LAV-FECHA-HASTA
                           TO TL-FECHA-HASTA(CONT-CASOS)
                       MOVE LAV-CANTIDAD  TO TL-CANTIDAD(CONT-CASOS)
                       MOVE LAV-IMPORTE   TO TL-IMPORTE(CONT-CASOS)
                       MOVE LAV-ID-EJECUCION
                           TO TL-ID-EJECUCION(CONT-CASOS)
                       MOVE LAV-LOTE      TO TL-LOTE(CONT-CASOS)
                       MOVE LAV-SECUENCIA TO TL-SECUENCIA(CONT-CASOS)
                       MOVE LAV-FECHA-ESTADO
                           TO TL-FECHA-ESTADO(CONT-CASOS)
                       MOVE LAV-OPERADOR  TO TL-OPERADOR(CONT-CASOS)
                       MOVE LAV-DISPOSICION
                           TO TL-DISPOSICION(CONT-CASOS)
                       IF LAV-NUMERO > WK-NUMERO-MAYOR
                           MOVE LAV-NUMERO TO WK-NUMERO-MAYOR
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CASOS.

       200-RECORRER-HISTORICO.
           PERFORM UNTIL FIN-HISTORICO
               READ ARCHIVO-HISTORICO NEXT RECORD
                   AT END
                       MOVE 'S' TO SW-FIN-HISTORICO
                   NOT AT END
                       ADD 1 TO CONT-LEIDOS
                       PERFORM 210-EVALUAR-MOVIMIENTO
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-HISTORICO
           IF HAY-CONTACTOS
               CLOSE ARCHIVO-CONTACTOS
           END-IF.

      * SOLO CUENTAN DEPOSITOS Y EXTRACCIONES DE CLIENTE DENTRO DE LA
      * VENTANA QUE TERMINA EN LA FECHA DE LA CORRIDA. LA FECHA DEL
      * MOVIMIENTO ES LA DE SU CORRIDA (RUN-AAAAMMDD-HHMMSS).
       210-EVALUAR-MOVIMIENTO.
           IF HIS-TIPO NOT = 'C' AND HIS-TIPO NOT = 'A'
               EXIT PARAGRAPH
           END-IF

           IF HIS-ID-EJECUCION(5:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE HIS-ID-EJECUCION(5:8) TO WK-FECHA-MOV
           COMPUTE WK-DIAS-MOV = FUNCTION INTEGER-OF-DATE(WK-FECHA-MOV)
           COMPUTE WK-ANTIGUEDAD = WK-DIAS-CORRIDA - WK-DIAS-MOV

           IF WK-ANTIGUEDAD < 0 OR WK-ANTIGUEDAD >= WK-VENTANA-DIAS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-EN-VENTANA

           EVALUATE TRUE
               WHEN HIS-IMPORTE > WK-UMBRAL
                   IF HIS-ID-EJECUCION = WK-ID-CORRIDA
                       ADD 1 TO CONT-GRANDES
                       PERFORM 220-ALERTA-GRANDE
                   END-IF
               WHEN HIS-IMPORTE >= WK-PISO-FRANJA
                   ADD 1 TO CONT-EN-FRANJA
                   PERFORM 215-ANOTAR-FRANJA
           END-EVALUATE.

       215-ANOTAR-FRANJA.
           IF CONT-FRANJA >= WK-MAX-FRANJA
               IF NOT FRANJA-LLENA
                   DISPLAY "*** TABLA DE FRANJA LLENA: NO SE EVALUAN"
                           " MAS MOVIMIENTOS DE LA VENTANA ***"
                   MOVE 'S' TO SW-FRANJA-LLENA
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-FRANJA
           MOVE HIS-CODIGO   TO TF-CODIGO(CONT-FRANJA)
           MOVE WK-FECHA-MOV TO TF-FECHA(CONT-FRANJA)
           MOVE HIS-IMPORTE  TO TF-IMPORTE(CONT-FRANJA)
           MOVE SPACES       TO TF-DOCUMENTO(CONT-FRANJA)

           IF HIS-ID-EJECUCION = WK-ID-CORRIDA
               MOVE 'S' TO TF-ACTUAL(CONT-FRANJA)
           ELSE
               MOVE 'N' TO TF-ACTUAL(CONT-FRANJA)
           END-IF

           IF HAY-CONTACTOS
               MOVE HIS-CODIGO TO CON-CODIGO
               READ ARCHIVO-CONTACTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CON-DOCUMENTO
                           TO TF-DOCUMENTO(CONT-FRANJA)
               END-READ
           END-IF.

      * EL MOVIMIENTO YA ALERTADO (REPROCESO DEL PASO) NO SE DUPLICA.
       220-ALERTA-GRANDE.
           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-IDX-CASO FROM 1 BY 1
                   UNTIL WK-IDX-CASO > CONT-CASOS OR HALLADO
               IF TL-TIPO(WK-IDX-CASO) = 'G'
                   AND TL-CODIGO(WK-IDX-CASO) = HIS-CODIGO
                   AND TL-ID-EJECUCION(WK-IDX-CASO) = HIS-ID-EJECUCION
                   AND TL-LOTE(WK-IDX-CASO) = HIS-LOTE
                   AND TL-SECUENCIA(WK-IDX-CASO) = HIS-SECUENCIA
                   MOVE 'S' TO SW-HALLADO
               END-IF
           END-PERFORM

           IF HALLADO
               EXIT PARAGRAPH
           END-IF

           MOVE 'G'          TO WK-ALE-TIPO
           MOVE HIS-CODIGO   TO WK-ALE-CODIGO
           MOVE SPACES       TO WK-ALE-DOCUMENTO
           MOVE WK-FECHA-MOV TO WK-ALE-DESDE
           MOVE WK-FECHA-MOV TO WK-ALE-HASTA
           MOVE 1            TO WK-ALE-CANTIDAD
           MOVE HIS-IMPORTE  TO WK-ALE-IMPORTE
           MOVE HIS-LOTE     TO WK-ALE-LOTE
           MOVE HIS-SECUENCIA TO WK-ALE-SECUENCIA

           IF HAY-CONTACTOS
               MOVE HIS-CODIGO TO CON-CODIGO
               READ ARCHIVO-CONTACTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CON-DOCUMENTO TO WK-ALE-DOCUMENTO
               END-READ
           END-IF

           PERFORM 250-ABRIR-CASO.

      * CADA CUENTA Y CADA DOCUMENTO CON ALGUN MOVIMIENTO DE HOY EN
      * LA FRANJA SE EVALUA UNA SOLA VEZ (EN SU PRIMERA APARICION).
       230-EVALUAR-FRACCIONAMIENTO.
           PERFORM VARYING WK-IDX-FRANJA FROM 1 BY 1
                   UNTIL WK-IDX-FRANJA > CONT-FRANJA
               IF TF-ACTUAL(WK-IDX-FRANJA) = 'S'
                   PERFORM 232-FRACCIONAMIENTO-CUENTA
                   IF TF-DOCUMENTO(WK-IDX-FRANJA) NOT = SPACES
                       PERFORM 234-FRACCIONAMIENTO-DOCUMENTO
                   END-IF
               END-IF
           END-PERFORM.

       232-FRACCIONAMIENTO-CUENTA.
           MOVE 'N' TO SW-REPETIDO
           PERFORM VARYING WK-IDX-OTRO FROM 1 BY 1
                   UNTIL WK-IDX-OTRO >= WK-IDX-FRANJA OR REPETIDO
               IF TF-ACTUAL(WK-IDX-OTRO) = 'S'
                   AND TF-CODIGO(WK-IDX-OTRO) = TF-CODIGO(WK-IDX-FRANJA)
                   MOVE 'S' TO SW-REPETIDO
               END-IF
           END-PERFORM

           IF REPETIDO
               EXIT PARAGRAPH
           END-IF

           MOVE 'E'                       TO WK-ALE-TIPO
           MOVE TF-CODIGO(WK-IDX-FRANJA)  TO WK-ALE-CODIGO
           MOVE SPACES                    TO WK-ALE-DOCUMENTO
           MOVE ZEROS                     TO WK-ALE-CANTIDAD
           MOVE ZEROS                     TO WK-ALE-IMPORTE
           MOVE 99999999                  TO WK-ALE-DESDE
           MOVE ZEROS                     TO WK-ALE-HASTA

           PERFORM VARYING WK-IDX-OTRO FROM 1 BY 1
                   UNTIL WK-IDX-OTRO > CONT-FRANJA
               IF TF-CODIGO(WK-IDX-OTRO) = WK-ALE-CODIGO
                   PERFORM 236-SUMAR-A-LA-ALERTA
               END-IF
           END-PERFORM

           IF WK-ALE-CANTIDAD >= WK-MINIMO-MOVS
               MOVE TF-DOCUMENTO(WK-IDX-FRANJA) TO WK-ALE-DOCUMENTO
               PERFORM 240-REGISTRAR-FRACCIONAMIENTO
           END-IF.

      * POR DOCUMENTO SOLO ALERTA SI LA FRANJA SE REPARTE EN MAS DE
      * UNA CUENTA; LA CUENTA SOLA YA LA CUBRE EL TIPO 'E'.
       234-FRACCIONAMIENTO-DOCUMENTO.
           MOVE 'N' TO SW-REPETIDO
           PERFORM VARYING WK-IDX-OTRO FROM 1 BY 1
                   UNTIL WK-IDX-OTRO >= WK-IDX-FRANJA OR REPETIDO
               IF TF-ACTUAL(WK-IDX-OTRO) = 'S'
                   AND TF-DOCUMENTO(WK-IDX-OTRO)
                       = TF-DOCUMENTO(WK-IDX-FRANJA)
                   MOVE 'S' TO SW-REPETIDO
               END-IF
           END-PERFORM

           IF REPETIDO
               EXIT PARAGRAPH
           END-IF

           MOVE 'D'                         TO WK-ALE-TIPO
           MOVE ZEROS                       TO WK-ALE-CODIGO
           MOVE TF-DOCUMENTO(WK-IDX-FRANJA) TO WK-ALE-DOCUMENTO
           MOVE ZEROS                       TO WK-ALE-CANTIDAD
           MOVE ZEROS                       TO WK-ALE-IMPORTE
           MOVE 99999999                    TO WK-ALE-DESDE
           MOVE ZEROS                       TO WK-ALE-HASTA
           MOVE 'N'                         TO SW-VARIAS-CUENTAS

           PERFORM VARYING WK-IDX-OTRO FROM 1 BY 1
                   UNTIL WK-IDX-OTRO > CONT-FRANJA
               IF TF-DOCUMENTO(WK-IDX-OTRO) = WK-ALE-DOCUMENTO
                   PERFORM 236-SUMAR-A-LA-ALERTA
                   IF TF-CODIGO(WK-IDX-OTRO)
                       NOT = TF-CODIGO(WK-IDX-FRANJA)
                       MOVE 'S' TO SW-VARIAS-CUENTAS
                   END-IF
               END-IF
           END-PERFORM

           IF WK-ALE-CANTIDAD >= WK-MINIMO-MOVS AND VARIAS-CUENTAS
               PERFORM 240-REGISTRAR-FRACCIONAMIENTO
           END-IF.

       236-SUMAR-A-LA-ALERTA.
           IF WK-ALE-CANTIDAD < 999
               ADD 1 TO WK-ALE-CANTIDAD
           END-IF
           ADD TF-IMPORTE(WK-IDX-OTRO) TO WK-ALE-IMPORTE
           IF TF-FECHA(WK-IDX-OTRO) < WK-ALE-DESDE
               MOVE TF-FECHA(WK-IDX-OTRO) TO WK-ALE-DESDE
           END-IF
           IF TF-FECHA(WK-IDX-OTRO) > WK-ALE-HASTA
               MOVE TF-FECHA(WK-IDX-OTRO) TO WK-ALE-HASTA
           END-IF.

      * SI EL SUJETO YA TIENE UN CASO SIN CERRAR DEL MISMO PATRON, SE
      * LE ACTUALIZAN CANTIDAD, TOTAL Y FECHAS (EL ESCALADO SIGUE
      * ESCALADO). EL CASO CERRADO NO SE REABRE: ABRE UNO NUEVO.
       240-REGISTRAR-FRACCIONAMIENTO.
           MOVE SPACES TO WK-ALE-LOTE
           MOVE ZEROS  TO WK-ALE-SECUENCIA
           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-IDX-CASO FROM 1 BY 1
                   UNTIL WK-IDX-CASO > CONT-CASOS OR HALLADO
               IF TL-TIPO(WK-IDX-CASO) = WK-ALE-TIPO
                   AND NOT TL-CERRADO(WK-IDX-CASO)
                   EVALUATE TRUE
                       WHEN WK-ALE-TIPO = 'E'
                           AND TL-CODIGO(WK-IDX-CASO) = WK-ALE-CODIGO
                           MOVE 'S' TO SW-HALLADO
                       WHEN WK-ALE-TIPO = 'D'
                           AND TL-DOCUMENTO(WK-IDX-CASO)
                               = WK-ALE-DOCUMENTO
                           MOVE 'S' TO SW-HALLADO
                   END-EVALUATE
               END-IF
           END-PERFORM

           IF NOT HALLADO
               PERFORM 250-ABRIR-CASO
               EXIT PARAGRAPH
           END-IF

           SUBTRACT 1 FROM WK-IDX-CASO

           IF TL-CANTIDAD(WK-IDX-CASO) = WK-ALE-CANTIDAD
               AND TL-IMPORTE(WK-IDX-CASO) = WK-ALE-IMPORTE
               AND TL-FECHA-HASTA(WK-IDX-CASO) = WK-ALE-HASTA
               EXIT PARAGRAPH
           END-IF

           MOVE WK-ALE-DESDE    TO TL-FECHA-DESDE(WK-IDX-CASO)
           MOVE WK-ALE-HASTA    TO TL-FECHA-HASTA(WK-IDX-CASO)
           MOVE WK-ALE-CANTIDAD TO TL-CANTIDAD(WK-IDX-CASO)
           MOVE WK-ALE-IMPORTE  TO TL-IMPORTE(WK-IDX-CASO)
           MOVE WK-ID-CORRIDA   TO TL-ID-EJECUCION(WK-IDX-CASO)
           ADD 1 TO CONT-CASOS-ACTUALIZADOS

           MOVE "ACTUALIZA" TO BLA-ACCION
           PERFORM 260-DETALLE-ALERTA
           PERFORM 270-ANOTAR-BITACORA.

       250-ABRIR-CASO.
           IF CONT-CASOS >= WK-MAX-CASOS
               DISPLAY "*** TABLA DE CASOS LLENA: ALERTA " WK-ALE-TIPO
                       " DE " WK-ALE-CODIGO " " WK-ALE-DOCUMENTO
                       " QUEDA SIN CASO ***"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-CASOS
           ADD 1 TO WK-NUMERO-MAYOR
           ADD 1 TO CONT-CASOS-ABIERTOS
           MOVE CONT-CASOS TO WK-IDX-CASO
           MOVE WK-NUMERO-MAYOR  TO TL-NUMERO(WK-IDX-CASO)
           MOVE WK-ALE-TIPO      TO TL-TIPO(WK-IDX-CASO)
           MOVE WK-ALE-CODIGO    TO TL-CODIGO(WK-IDX-CASO)
           MOVE WK-ALE-DOCUMENTO TO TL-DOCUMENTO(WK-IDX-CASO)
           MOVE 'A'              TO TL-ESTADO(WK-IDX-CASO)
           MOVE WK-FECHA-HOY     TO TL-FECHA-ALTA(WK-IDX-CASO)
           MOVE WK-ALE-DESDE     TO TL-FECHA-DESDE(WK-IDX-CASO)
           MOVE WK-ALE-HASTA     TO TL-FECHA-HASTA(WK-IDX-CASO)
           MOVE WK-ALE-CANTIDAD  TO TL-CANTIDAD(WK-IDX-CASO)
           MOVE WK-ALE-IMPORTE   TO TL-IMPORTE(WK-IDX-CASO)
           MOVE WK-ID-CORRIDA    TO TL-ID-EJECUCION(WK-IDX-CASO)
           MOVE WK-ALE-LOTE      TO TL-LOTE(WK-IDX-CASO)
           MOVE WK-ALE-SECUENCIA TO TL-SECUENCIA(WK-IDX-CASO)
           MOVE WK-FECHA-HOY     TO TL-FECHA-ESTADO(WK-IDX-CASO)
           MOVE "CADENA"         TO TL-OPERADOR(WK-IDX-CASO)
           MOVE SPACES           TO TL-DISPOSICION(WK-IDX-CASO)

           MOVE "ALTA" TO BLA-ACCION
           PERFORM 260-DETALLE-ALERTA
           PERFORM 270-ANOTAR-BITACORA.

       260-DETALLE-ALERTA.
           MOVE WK-ALE-IMPORTE  TO WK-IMPORTE-EDITADO
           MOVE WK-ALE-CANTIDAD TO WK-CANTIDAD-EDITADA
           MOVE SPACES TO WK-DETALLE-BITACORA
           EVALUATE WK-ALE-TIPO
               WHEN 'G'
                   STRING "MOVIMIENTO GRANDE " DELIMITED BY SIZE
                          WK-IMPORTE-EDITADO   DELIMITED BY SIZE
                          INTO WK-DETALLE-BITACORA
               WHEN OTHER
                   STRING WK-CANTIDAD-EDITADA  DELIMITED BY SIZE
                          " MOVS EN FRANJA "   DELIMITED BY SIZE
                          WK-IMPORTE-EDITADO   DELIMITED BY SIZE
                          INTO WK-DETALLE-BITACORA
           END-EVALUATE.

       270-ANOTAR-BITACORA.
           MOVE TL-NUMERO(WK-IDX-CASO) TO BLA-CASO
           MOVE WK-FECHA-HOY         TO BLA-FECHA
           MOVE WK-HORA-HOY(1:6)     TO BLA-HORA
           MOVE "CADENA"             TO BLA-OPERADOR
           MOVE WK-DETALLE-BITACORA  TO BLA-DETALLE
           CALL "SELLA-BITACORA" USING WK-SELLO-BITACORA
                                       REG-BITACORA
                                       WK-SELLO-LARGO
                                       BLA-SECUENCIA
                                       BLA-SELLO
           IF BLA-SECUENCIA = ZEROS
               DISPLAY "ERROR: SIN SELLO PARA "
                       WK-SELLO-BITACORA
               DISPLAY "NO SE GRABA; PROCESO DETENIDO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           WRITE REG-BITACORA.

       280-REESCRIBIR-CASOS.
           OPEN OUTPUT ARCHIVO-CASOS

           IF FS-CASOS NOT = '00'
               DISPLAY "ERROR REESCRIBIENDO LAVADO-CASOS: " FS-CASOS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WK-IDX-CASO FROM 1 BY 1
                   UNTIL WK-IDX-CASO > CONT-CASOS
               MOVE TL-NUMERO(WK-IDX-CASO)    TO LAV-NUMERO
               MOVE TL-TIPO(WK-IDX-CASO)      TO LAV-TIPO
               MOVE TL-CODIGO(WK-IDX-CASO)    TO LAV-CODIGO
               MOVE TL-DOCUMENTO(WK-IDX-CASO) TO LAV-DOCUMENTO
               MOVE TL-ESTADO(WK-IDX-CASO)    TO LAV-ESTADO
               MOVE TL-FECHA-ALTA(WK-IDX-CASO)  TO LAV-FECHA-ALTA
               MOVE TL-FECHA-DESDE(WK-IDX-CASO) TO LAV-FECHA-DESDE
               MOVE TL-FECHA-HASTA(WK-IDX-CASO) TO LAV-FECHA-HASTA
               MOVE TL-CANTIDAD(WK-IDX-CASO)  TO LAV-CANTIDAD
               MOVE TL-IMPORTE(WK-IDX-CASO)   TO LAV-IMPORTE
               MOVE TL-ID-EJECUCION(WK-IDX-CASO) TO LAV-ID-EJECUCION
               MOVE TL-LOTE(WK-IDX-CASO)      TO LAV-LOTE
               MOVE TL-SECUENCIA(WK-IDX-CASO) TO LAV-SECUENCIA
               MOVE TL-FECHA-ESTADO(WK-IDX-CASO) TO LAV-FECHA-ESTADO
               MOVE TL-OPERADOR(WK-IDX-CASO)  TO LAV-OPERADOR
               MOVE TL-DISPOSICION(WK-IDX-CASO) TO LAV-DISPOSICION
               WRITE REG-CASO
           END-PERFORM

           CLOSE ARCHIVO-CASOS.

       300-FINALIZAR.
           CLOSE ARCHIVO-BITACORA
           DISPLAY "VIGILANCIA DE LAVADO FINALIZADA"
           DISPLAY "MOVIMIENTOS LEIDOS:      " CONT-LEIDOS
           DISPLAY "EN LA VENTANA:           " CONT-EN-VENTANA
           DISPLAY "GRANDES DE HOY:          " CONT-GRANDES
           DISPLAY "EN LA FRANJA:            " CONT-EN-FRANJA
           DISPLAY "CASOS ABIERTOS HOY:      " CONT-CASOS-ABIERTOS
           DISPLAY "CASOS ACTUALIZADOS:      " CONT-CASOS-ACTUALIZADOS
           DISPLAY "CASOS EN: LAVADO-CASOS.DAT".
