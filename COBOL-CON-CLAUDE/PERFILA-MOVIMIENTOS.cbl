       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERFILA-MOVIMIENTOS.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: PERFIL DE MOVIMIENTOS POR CUENTA
      * PROPOSITO: CORRE EN LA CADENA DESPUES DE CARGAR EL HISTORICO.
      *            LOS LIMITES DE LIMITES.DAT SON IMPORTES FIJOS QUE
      *            ALGUIEN TIENE QUE MANTENER Y LA MAYORIA DE LAS
      *            CUENTAS NO TIENE NINGUNO; AQUI CADA CUENTA SE MIDE
      *            CONTRA SU PROPIA COSTUMBRE. EN UNA SOLA PASADA POR
      *            HISTORICO-APLICADOS.DAT (QUE VIENE ORDENADO POR
      *            CUENTA) SE ARMA EL PERFIL MOVIL DE CADA CUENTA CON
      *            LOS MOVIMIENTOS DE CLIENTE ('C' Y 'A') DE LA
      *            VENTANA DE DIAS ANTERIOR A LA CORRIDA DE HOY:
      *            -- PROMEDIO, DESVIO Y MAXIMO DEL IMPORTE POR TIPO,
      *               CON EL MOTOR ESTADISTICO DE PROMEDIO-ARRAY
      *               (SUMA, PROMEDIO, MAXIMO Y MINIMO EN UNA PASADA
      *               SOBRE LA TABLA EN MEMORIA).
      *            -- FRECUENCIA HABITUAL: MOVIMIENTOS POR DIA ACTIVO.
      *            -- SUCURSAL DE ORIGEN HABITUAL (APL-SUCURSAL-ORIGEN).
      *            EL PERFIL QUEDA EN PERFIL-CUENTAS.DAT (SE REHACE
      *            CADA NOCHE) Y LOS MOVIMIENTOS DE LA CORRIDA DE HOY
      *            SE PUNTUAN CONTRA EL:
      *            -- IMPORTE FUERA DE PERFIL: MAS DE K DESVIOS POR
      *               ENCIMA DEL PROMEDIO DE SU TIPO.
      *            -- PRIMER CARGO GRANDE: UN CARGO DESDE EL UMBRAL
      *               QUE SUPERA A TODOS LOS CARGOS QUE LA CUENTA
      *               TUVO JAMAS (TODO EL HISTORICO, NO SOLO LA
      *               VENTANA).
      *            -- RAFAGA: HOY HUBO MAS MOVIMIENTOS QUE EL FACTOR
      *               POR LA FRECUENCIA HABITUAL (Y AL MENOS EL
      *               MINIMO DE RAFAGA).
      *            -- SUCURSAL INUSUAL: EL MOVIMIENTO SE ORIGINO EN
      *               UNA SUCURSAL DESDE LA QUE LA CUENTA NUNCA OPERO
      *               EN LA VENTANA.
      *            IMPORTE Y SUCURSAL SOLO SE JUZGAN CON UN MINIMO DE
      *            MOVIMIENTOS EN EL PERFIL; SIN HISTORIA NO HAY
      *            COSTUMBRE CONTRA LA QUE MEDIR.
      *            CADA REGLA DA SU PUNTAJE EN "VECES EL LIMITE" Y EL
      *            PUNTAJE DE UN MOVIMIENTO ES LA SUMA DE LAS QUE
      *            DISPARO. EL REPORTE MOVIMIENTOS-INUSUALES.TXT LOS
      *            LISTA DE MAYOR A MENOR PUNTAJE. VENTANA, MINIMO DE
      *            HISTORIA, K, UMBRAL DE PRIMER CARGO, FACTOR Y
      *            MINIMO DE RAFAGA SALEN DE PERFIL-PARAMETROS.DAT;
      *            SIN EL ARCHIVO VALEN LOS DE COMPILACION.
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
               ASSIGN TO "PERFIL-PARAMETROS.DAT"
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

           SELECT ARCHIVO-PERFIL
               ASSIGN TO "PERFIL-CUENTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PERFIL.

           SELECT ARCHIVO-REPORTE
               ASSIGN TO "MOVIMIENTOS-INUSUALES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

           SELECT ARCHIVO-CLASIFICACION
               ASSIGN TO "INUSUALES-TRABAJO.TMP".

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

      * VENTANA DEL PERFIL EN DIAS, MOVIMIENTOS MINIMOS PARA JUZGAR
      * IMPORTE Y SUCURSAL, DESVIOS (K) QUE HACEN INUSUAL UN
      * IMPORTE, UMBRAL DEL PRIMER CARGO GRANDE, FACTOR SOBRE LA
      * FRECUENCIA HABITUAL Y MINIMO DE MOVIMIENTOS DE UNA RAFAGA.
       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETROS.
           05 PPE-VENTANA-DIAS     PIC 9(3).
           05 PPE-MINIMO-HISTORIA  PIC 9(3).
           05 PPE-DESVIOS          PIC 9(2)V9.
           05 PPE-UMBRAL-CARGO     PIC 9(7)V99.
           05 PPE-FACTOR-RAFAGA    PIC 9(2)V9.
           05 PPE-MINIMO-RAFAGA    PIC 9(3).

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

      * PERFIL DE UNA CUENTA A LA FECHA DE LA CORRIDA: CANTIDAD,
      * PROMEDIO, DESVIO Y MAXIMO DE CARGOS Y DE ABONOS EN LA
      * VENTANA, DIAS CON MOVIMIENTO, MOVIMIENTOS POR DIA ACTIVO Y
      * SUCURSAL DE ORIGEN MAS FRECUENTE.
       FD  ARCHIVO-PERFIL.
       01  REG-PERFIL.
           05 PER-CODIGO           PIC 9(5).
           05 PER-FECHA            PIC 9(8).
           05 PER-CANT-CARGOS      PIC 9(5).
           05 PER-PROM-CARGOS      PIC 9(7)V99.
           05 PER-DESV-CARGOS      PIC 9(7)V99.
           05 PER-MAX-CARGOS       PIC 9(7)V99.
           05 PER-CANT-ABONOS      PIC 9(5).
           05 PER-PROM-ABONOS      PIC 9(7)V99.
           05 PER-DESV-ABONOS      PIC 9(7)V99.
           05 PER-MAX-ABONOS       PIC 9(7)V99.
           05 PER-DIAS-ACTIVOS     PIC 9(3).
           05 PER-MOVS-POR-DIA     PIC 9(3)V99.
           05 PER-SUCURSAL-HABITUAL PIC 9(3).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE             PIC X(140).

      * UN HALLAZGO: UN MOVIMIENTO DE HOY, O LA CUENTA ENTERA SI ES
      * UNA RAFAGA (LOTE EN BLANCO Y SECUENCIA EN CERO).
       SD  ARCHIVO-CLASIFICACION.
       01  REG-INUSUAL.
           05 INU-PUNTAJE          PIC 9(3)V99.
           05 INU-CODIGO           PIC 9(5).
           05 INU-LOTE             PIC X(8).
           05 INU-SECUENCIA        PIC 9(5).
           05 INU-TIPO             PIC X(1).
           05 INU-IMPORTE          PIC 9(7)V99.
           05 INU-PROMEDIO         PIC 9(7)V99.
           05 INU-SUCURSAL-ORIGEN  PIC 9(3).
           05 INU-MOTIVO           PIC X(64).

       WORKING-STORAGE SECTION.
       01  FS-FECHA-PROCESO        PIC XX.
       01  FILE-STATUS.
           05 FS-ESTADO-CORRIDA    PIC XX.
           05 FS-PARAMETROS        PIC XX.
           05 FS-HISTORICO         PIC XX.
           05 FS-PERFIL            PIC XX.
           05 FS-REPORTE           PIC XX.

       01  SWITCHES.
           05 SW-FIN-HISTORICO     PIC X VALUE 'N'.
              88 FIN-HISTORICO     VALUE 'S'.
           05 SW-FIN-INUSUALES     PIC X VALUE 'N'.
              88 FIN-INUSUALES     VALUE 'S'.
           05 SW-HALLADO           PIC X VALUE 'N'.
              88 HALLADO           VALUE 'S'.
           05 SW-PERFIL-INCOMPLETO PIC X VALUE 'N'.
              88 PERFIL-INCOMPLETO VALUE 'S'.

       01  CONTADORES.
           05 CONT-LEIDOS          PIC 9(7) VALUE ZEROS.
           05 CONT-EN-VENTANA      PIC 9(7) VALUE ZEROS.
           05 CONT-DE-HOY          PIC 9(7) VALUE ZEROS.
           05 CONT-PERFILES        PIC 9(5) VALUE ZEROS.
           05 CONT-INUSUALES       PIC 9(5) VALUE ZEROS.
           05 CONT-IMPORTE         PIC 9(5) VALUE ZEROS.
           05 CONT-PRIMER-CARGO    PIC 9(5) VALUE ZEROS.
           05 CONT-RAFAGAS         PIC 9(5) VALUE ZEROS.
           05 CONT-SUCURSAL        PIC 9(5) VALUE ZEROS.
           05 CONT-RECORTADOS      PIC 9(5) VALUE ZEROS.

      * VALORES DE COMPILACION, PISADOS POR PERFIL-PARAMETROS.DAT.
       01  WK-VENTANA-DIAS         PIC 9(3) VALUE 90.
       01  WK-MINIMO-HISTORIA      PIC 9(3) VALUE 5.
       01  WK-DESVIOS              PIC 9(2)V9 VALUE 3.0.
       01  WK-UMBRAL-CARGO         PIC 9(7)V99 VALUE 1000.00.
       01  WK-FACTOR-RAFAGA        PIC 9(2)V9 VALUE 3.0.
       01  WK-MINIMO-RAFAGA        PIC 9(3) VALUE 5.

       01  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
       01  WK-FECHA-CORRIDA        PIC 9(8) VALUE ZEROS.
       01  WK-ID-CORRIDA           PIC X(19) VALUE SPACES.
       01  WK-DIAS-CORRIDA         PIC 9(7) VALUE ZEROS.
       01  WK-FECHA-MOV            PIC 9(8) VALUE ZEROS.
       01  WK-DIAS-MOV             PIC 9(7) VALUE ZEROS.
       01  WK-ANTIGUEDAD           PIC S9(7) VALUE ZEROS.

      * LA CUENTA QUE SE ESTA PERFILANDO.
       01  WK-CODIGO-ACTUAL        PIC 9(5) VALUE ZEROS.
       01  WK-FECHA-ULTIMA-ACTIVA  PIC 9(8) VALUE ZEROS.
       01  WK-DIAS-ACTIVOS         PIC 9(3) VALUE ZEROS.
       01  WK-MAX-CARGO-SIEMPRE    PIC 9(7)V99 VALUE ZEROS.

      * LOS IMPORTES DE LA VENTANA DE LA CUENTA, COMO LA TABLA DE
      * PROMEDIO-ARRAY. UNA CUENTA CON MAS MOVIMIENTOS QUE LA TABLA
      * SE PERFILA CON LOS MAS RECIENTES QUE CABEN (EL HISTORICO
      * VIENE POR FECHA DENTRO DE LA CUENTA, ASI QUE SE CORRE LA
      * TABLA Y SE PIERDEN LOS MAS VIEJOS).
       01  WK-MAX-VENTANA          PIC 9(4) VALUE 3000.
       01  CONT-VENTANA            PIC 9(4) VALUE ZEROS.
       01  TABLA-VENTANA.
           05 ENTRADA-VENTANA      OCCURS 1 TO 3000 TIMES
                                   DEPENDING ON CONT-VENTANA.
              10 TV-TIPO           PIC X(1).
              10 TV-IMPORTE        PIC 9(7)V99.

      * SUCURSALES DE ORIGEN DE LA VENTANA CON SU CANTIDAD.
       01  WK-MAX-ORIGENES         PIC 9(2) VALUE 50.
       01  CONT-ORIGENES           PIC 9(2) VALUE ZEROS.
       01  TABLA-ORIGENES.
           05 ENTRADA-ORIGEN       OCCURS 1 TO 50 TIMES
                                   DEPENDING ON CONT-ORIGENES.
              10 TO-SUCURSAL       PIC 9(3).
              10 TO-CANTIDAD       PIC 9(5).

      * LOS MOVIMIENTOS DE LA CORRIDA DE HOY DE LA CUENTA. LA
      * RAFAGA SE MIDE SOBRE CONT-HOY-CUENTA AUNQUE LA TABLA SE
      * LLENE.
       01  WK-MAX-HOY              PIC 9(3) VALUE 500.
       01  CONT-HOY                PIC 9(3) VALUE ZEROS.
       01  CONT-HOY-CUENTA         PIC 9(5) VALUE ZEROS.
       01  TABLA-HOY.
           05 ENTRADA-HOY          OCCURS 1 TO 500 TIMES
                                   DEPENDING ON CONT-HOY.
              10 TH-LOTE           PIC X(8).
              10 TH-SECUENCIA      PIC 9(5).
              10 TH-TIPO           PIC X(1).
              10 TH-IMPORTE        PIC 9(7)V99.
              10 TH-SUCURSAL-ORIGEN PIC 9(3).

      * ESTADISTICA POR TIPO: 1 CARGOS, 2 ABONOS. EL DESVIO ES LA
      * RAIZ DEL PROMEDIO DE LOS CUADRADOS DE LAS DIFERENCIAS CON EL
      * PROMEDIO, QUE SE ACUMULAN EN UNIDADES ENTERAS PARA QUE UNA
      * VENTANA LLENA DE IMPORTES GRANDES NO DESBORDE LA SUMA.
       01  ESTADISTICAS.
           05 ESTADISTICA-TIPO     OCCURS 2 TIMES.
              10 ES-CANTIDAD       PIC 9(5).
              10 ES-SUMA           PIC 9(11)V99.
              10 ES-PROMEDIO       PIC 9(7)V99.
              10 ES-MAXIMO         PIC 9(7)V99.
              10 ES-MINIMO         PIC 9(7)V99.
              10 ES-SUMA-CUADRADOS PIC 9(18).
              10 ES-DESVIO         PIC 9(7)V99.
       01  WK-IDX-TIPO             PIC 9 VALUE ZEROS.
       01  WK-DIFERENCIA           PIC S9(8) VALUE ZEROS.

       01  WK-INDICE               PIC 9(4) VALUE ZEROS.
       01  WK-IDX-ORIGEN           PIC 9(2) VALUE ZEROS.
       01  WK-IDX-HOY              PIC 9(3) VALUE ZEROS.
       01  WK-SUCURSAL-HABITUAL    PIC 9(3) VALUE ZEROS.
       01  WK-CANT-HABITUAL        PIC 9(5) VALUE ZEROS.
       01  WK-CANT-PERFIL          PIC 9(5) VALUE ZEROS.
       01  WK-MOVS-POR-DIA         PIC 9(3)V99 VALUE ZEROS.

      * PUNTUACION DE UN MOVIMIENTO. EL DESVIO DE REFERENCIA NUNCA
      * BAJA DEL 10% DEL PROMEDIO: UNA CUENTA DE IMPORTES SIEMPRE
      * IGUALES NO SE ALERTA POR UNOS CENTIMOS DE DIFERENCIA.
       01  WK-DESVIO-REFERENCIA    PIC 9(7)V99 VALUE ZEROS.
       01  WK-VECES-DESVIO         PIC 9(5)V99 VALUE ZEROS.
       01  WK-PUNTAJE              PIC 9(5)V99 VALUE ZEROS.
       01  WK-PUNTAJE-REGLA        PIC 9(5)V99 VALUE ZEROS.
       01  WK-TOPE-CARGO           PIC 9(7)V99 VALUE ZEROS.
       01  WK-LIMITE-RAFAGA        PIC 9(5)V99 VALUE ZEROS.
       01  WK-MOTIVO               PIC X(64) VALUE SPACES.
       01  WK-PUNTERO              PIC 9(2) VALUE ZEROS.
       01  WK-VECES-EDITADO        PIC ZZ9.9.
       01  WK-MOVS-EDITADO         PIC ZZ9.99.
       01  WK-CANTIDAD-EDITADA     PIC ZZZZ9.

       01  WK-PUESTO               PIC 9(5) VALUE ZEROS.

       01  LINEA-TITULO.
           05 FILLER               PIC X(37)
              VALUE 'MOVIMIENTOS INUSUALES DE LA CORRIDA '.
           05 LT-ID                PIC X(19).
           05 FILLER               PIC X(14) VALUE ' -- PERFIL DE '.
           05 LT-VENTANA           PIC ZZ9.
           05 FILLER               PIC X(05) VALUE ' DIAS'.

       01  LINEA-PARAMETROS.
           05 FILLER               PIC X(15) VALUE 'DESVIOS (K):  '.
           05 LP-DESVIOS           PIC Z9.9.
           05 FILLER               PIC X(20)
              VALUE '   UMBRAL CARGO:    '.
           05 LP-UMBRAL            PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(17)
              VALUE '   RAFAGA: FACTOR'.
           05 LP-FACTOR            PIC ZZ9.9.
           05 FILLER               PIC X(09) VALUE '  MINIMO '.
           05 LP-MINIMO-RAFAGA     PIC ZZ9.
           05 FILLER               PIC X(17)
              VALUE '   HISTORIA MIN. '.
           05 LP-MINIMO-HISTORIA   PIC ZZ9.

       01  LINEA-COLUMNAS.
           05 FILLER               PIC X(06) VALUE 'PUESTO'.
           05 FILLER               PIC X(08) VALUE '  PUNTOS'.
           05 FILLER               PIC X(08) VALUE '  CUENTA'.
           05 FILLER               PIC X(16) VALUE '  LOTE     SEC.'.
           05 FILLER               PIC X(03) VALUE ' T '.
           05 FILLER               PIC X(13) VALUE '      IMPORTE'.
           05 FILLER               PIC X(14) VALUE '   HABITUAL   '.
           05 FILLER               PIC X(05) VALUE 'ORIG '.
           05 FILLER               PIC X(06) VALUE 'MOTIVO'.

       01  LINEA-DETALLE.
           05 LDE-PUESTO           PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LDE-PUNTAJE          PIC ZZ9.99.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 LDE-CODIGO           PIC 9(5).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LDE-LOTE             PIC X(8).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LDE-SECUENCIA        PIC ZZZZZ.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LDE-TIPO             PIC X(1).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LDE-IMPORTE          PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LDE-PROMEDIO         PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LDE-ORIGEN           PIC ZZZ.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LDE-MOTIVO           PIC X(64).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           SORT ARCHIVO-CLASIFICACION
               ON DESCENDING KEY INU-PUNTAJE
               ON ASCENDING KEY INU-CODIGO
                                INU-LOTE
                                INU-SECUENCIA
               INPUT PROCEDURE IS 200-PERFILAR-HISTORICO
               OUTPUT PROCEDURE IS 250-ESCRIBIR-INUSUALES
           PERFORM 300-FINALIZAR
           GOBACK.

       100-INICIALIZAR.
           DISPLAY "PERFIL DE MOVIMIENTOS POR CUENTA..."
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

      * SOLO SE PUNTUA LO QUE LA CORRIDA DE HOY DEJO EN EL HISTORICO;
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
                       " NO SE PERFILAN MOVIMIENTOS"
               GOBACK
           END-IF

           COMPUTE WK-DIAS-CORRIDA =
               FUNCTION INTEGER-OF-DATE(WK-FECHA-CORRIDA)

           PERFORM 110-CARGAR-PARAMETROS

           OPEN INPUT ARCHIVO-HISTORICO

           IF FS-HISTORICO NOT = '00'
               DISPLAY "ERROR ABRIENDO HISTORICO-APLICADOS: "
                       FS-HISTORICO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARCHIVO-PERFIL

           IF FS-PERFIL NOT = '00'
               DISPLAY "ERROR ABRIENDO PERFIL-CUENTAS.DAT: " FS-PERFIL
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARCHIVO-REPORTE

           IF FS-REPORTE NOT = '00'
               DISPLAY "ERROR ABRIENDO MOVIMIENTOS-INUSUALES.TXT: "
                       FS-REPORTE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WK-ID-CORRIDA      TO LT-ID
           MOVE WK-VENTANA-DIAS    TO LT-VENTANA
           WRITE REG-REPORTE FROM LINEA-TITULO
           MOVE WK-DESVIOS         TO LP-DESVIOS
           MOVE WK-UMBRAL-CARGO    TO LP-UMBRAL
           MOVE WK-FACTOR-RAFAGA   TO LP-FACTOR
           MOVE WK-MINIMO-RAFAGA   TO LP-MINIMO-RAFAGA
           MOVE WK-MINIMO-HISTORIA TO LP-MINIMO-HISTORIA
           WRITE REG-REPORTE FROM LINEA-PARAMETROS.

       110-CARGAR-PARAMETROS.
           OPEN INPUT ARCHIVO-PARAMETROS

           IF FS-PARAMETROS = '00'
               READ ARCHIVO-PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PPE-VENTANA-DIAS > ZEROS
                           MOVE PPE-VENTANA-DIAS TO WK-VENTANA-DIAS
                       END-IF
                       IF PPE-MINIMO-HISTORIA > ZEROS
                           MOVE PPE-MINIMO-HISTORIA
                               TO WK-MINIMO-HISTORIA
                       END-IF
                       IF PPE-DESVIOS > ZEROS
                           MOVE PPE-DESVIOS TO WK-DESVIOS
                       END-IF
                       IF PPE-UMBRAL-CARGO > ZEROS
                           MOVE PPE-UMBRAL-CARGO TO WK-UMBRAL-CARGO
                       END-IF
                       IF PPE-FACTOR-RAFAGA > ZEROS
                           MOVE PPE-FACTOR-RAFAGA TO WK-FACTOR-RAFAGA
                       END-IF
                       IF PPE-MINIMO-RAFAGA > 1
                           MOVE PPE-MINIMO-RAFAGA TO WK-MINIMO-RAFAGA
                       END-IF
               END-READ
               CLOSE ARCHIVO-PARAMETROS
           END-IF

           DISPLAY "VENTANA DEL PERFIL EN DIAS: " WK-VENTANA-DIAS
           DISPLAY "HISTORIA MINIMA:            " WK-MINIMO-HISTORIA
           MOVE WK-DESVIOS TO WK-VECES-EDITADO
           DISPLAY "DESVIOS PARA ALERTAR:       " WK-VECES-EDITADO
           MOVE WK-FACTOR-RAFAGA TO WK-VECES-EDITADO
           DISPLAY "FACTOR DE RAFAGA:           " WK-VECES-EDITADO
           DISPLAY "MINIMO DE RAFAGA:           " WK-MINIMO-RAFAGA.

      *****************************************************************
      * PROCEDIMIENTO DE ENTRADA DEL SORT: EL HISTORICO VIENE POR
      * CUENTA Y, DENTRO DE ELLA, POR CORRIDA; AL CAMBIAR DE CUENTA
      * SE CIERRA SU PERFIL Y SE PUNTUAN SUS MOVIMIENTOS DE HOY.
      *****************************************************************
       200-PERFILAR-HISTORICO.
           PERFORM 205-LEER-HISTORICO
           IF NOT FIN-HISTORICO
               MOVE HIS-CODIGO TO WK-CODIGO-ACTUAL
           END-IF

           PERFORM UNTIL FIN-HISTORICO
               IF HIS-CODIGO NOT = WK-CODIGO-ACTUAL
                   PERFORM 220-CERRAR-CUENTA
                   MOVE HIS-CODIGO TO WK-CODIGO-ACTUAL
               END-IF
               PERFORM 210-ACUMULAR-MOVIMIENTO
               PERFORM 205-LEER-HISTORICO
           END-PERFORM

           IF CONT-LEIDOS > ZEROS
               PERFORM 220-CERRAR-CUENTA
           END-IF

           CLOSE ARCHIVO-HISTORICO
           CLOSE ARCHIVO-PERFIL.

       205-LEER-HISTORICO.
           READ ARCHIVO-HISTORICO NEXT
               AT END
                   MOVE 'S' TO SW-FIN-HISTORICO
               NOT AT END
                   ADD 1 TO CONT-LEIDOS
           END-READ.

      * SOLO CUENTAN LOS MOVIMIENTOS DE CLIENTE. EL MAXIMO CARGO DE
      * SIEMPRE MIRA TODO EL HISTORICO ANTERIOR A HOY; EL RESTO DEL
      * PERFIL, SOLO LA VENTANA.
       210-ACUMULAR-MOVIMIENTO.
           IF HIS-TIPO NOT = 'C' AND HIS-TIPO NOT = 'A'
               EXIT PARAGRAPH
           END-IF

           IF HIS-ID-EJECUCION = WK-ID-CORRIDA
               PERFORM 215-GUARDAR-DE-HOY
               EXIT PARAGRAPH
           END-IF

           IF HIS-TIPO = 'C'
               AND HIS-IMPORTE > WK-MAX-CARGO-SIEMPRE
               MOVE HIS-IMPORTE TO WK-MAX-CARGO-SIEMPRE
           END-IF

           IF HIS-ID-EJECUCION(5:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE HIS-ID-EJECUCION(5:8) TO WK-FECHA-MOV
           COMPUTE WK-DIAS-MOV =
               FUNCTION INTEGER-OF-DATE(WK-FECHA-MOV)
           COMPUTE WK-ANTIGUEDAD = WK-DIAS-CORRIDA - WK-DIAS-MOV

           IF WK-ANTIGUEDAD < ZEROS
               OR WK-ANTIGUEDAD > WK-VENTANA-DIAS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-EN-VENTANA

           IF WK-FECHA-MOV NOT = WK-FECHA-ULTIMA-ACTIVA
               MOVE WK-FECHA-MOV TO WK-FECHA-ULTIMA-ACTIVA
               ADD 1 TO WK-DIAS-ACTIVOS
           END-IF

           IF CONT-VENTANA >= WK-MAX-VENTANA
               MOVE 'S' TO SW-PERFIL-INCOMPLETO
               PERFORM VARYING WK-INDICE FROM 1 BY 1
                       UNTIL WK-INDICE >= CONT-VENTANA
                   MOVE ENTRADA-VENTANA(WK-INDICE + 1)
                       TO ENTRADA-VENTANA(WK-INDICE)
               END-PERFORM
           ELSE
               ADD 1 TO CONT-VENTANA
           END-IF
           MOVE HIS-TIPO    TO TV-TIPO(CONT-VENTANA)
           MOVE HIS-IMPORTE TO TV-IMPORTE(CONT-VENTANA)

           IF HIS-SUCURSAL-ORIGEN > ZEROS
               PERFORM 212-CONTAR-ORIGEN
           END-IF.

       212-CONTAR-ORIGEN.
           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-IDX-ORIGEN FROM 1 BY 1
                   UNTIL WK-IDX-ORIGEN > CONT-ORIGENES
                      OR HALLADO
               IF TO-SUCURSAL(WK-IDX-ORIGEN) = HIS-SUCURSAL-ORIGEN
                   ADD 1 TO TO-CANTIDAD(WK-IDX-ORIGEN)
                   MOVE 'S' TO SW-HALLADO
               END-IF
           END-PERFORM

           IF NOT HALLADO AND CONT-ORIGENES < WK-MAX-ORIGENES
               ADD 1 TO CONT-ORIGENES
               MOVE HIS-SUCURSAL-ORIGEN TO TO-SUCURSAL(CONT-ORIGENES)
               MOVE 1 TO TO-CANTIDAD(CONT-ORIGENES)
           END-IF.

       215-GUARDAR-DE-HOY.
           ADD 1 TO CONT-DE-HOY
           ADD 1 TO CONT-HOY-CUENTA

           IF CONT-HOY >= WK-MAX-HOY
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-HOY
           MOVE HIS-LOTE            TO TH-LOTE(CONT-HOY)
           MOVE HIS-SECUENCIA       TO TH-SECUENCIA(CONT-HOY)
           MOVE HIS-TIPO            TO TH-TIPO(CONT-HOY)
           MOVE HIS-IMPORTE         TO TH-IMPORTE(CONT-HOY)
           MOVE HIS-SUCURSAL-ORIGEN TO TH-SUCURSAL-ORIGEN(CONT-HOY).

      *****************************************************************
      * CIERRE DE UNA CUENTA: ESTADISTICA DE LA VENTANA, PERFIL AL
      * ARCHIVO, PUNTUACION DE LO DE HOY Y LIMPIEZA PARA LA SIGUIENTE.
      *****************************************************************
       220-CERRAR-CUENTA.
           PERFORM 225-CALCULAR-ESTADISTICAS
           PERFORM 230-GRABAR-PERFIL

           IF CONT-HOY-CUENTA > ZEROS
               PERFORM 235-VERIFICAR-RAFAGA
               PERFORM VARYING WK-IDX-HOY FROM 1 BY 1
                       UNTIL WK-IDX-HOY > CONT-HOY
                   PERFORM 240-PUNTUAR-MOVIMIENTO
               END-PERFORM
           END-IF

           IF PERFIL-INCOMPLETO
               ADD 1 TO CONT-RECORTADOS
           END-IF

           MOVE ZEROS TO CONT-VENTANA
           MOVE ZEROS TO CONT-ORIGENES
           MOVE ZEROS TO CONT-HOY
           MOVE ZEROS TO CONT-HOY-CUENTA
           MOVE ZEROS TO WK-DIAS-ACTIVOS
           MOVE ZEROS TO WK-FECHA-ULTIMA-ACTIVA
           MOVE ZEROS TO WK-MAX-CARGO-SIEMPRE
           MOVE 'N'   TO SW-PERFIL-INCOMPLETO.

      * MISMO ANALISIS QUE 2400 EN PROMEDIO-ARRAY, POR TIPO: SUMA Y
      * PROMEDIO, MAXIMO Y MINIMO EN UNA PASADA; UNA SEGUNDA PASADA
      * SUMA LOS CUADRADOS DE LAS DIFERENCIAS PARA EL DESVIO.
       225-CALCULAR-ESTADISTICAS.
           INITIALIZE ESTADISTICAS

           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-VENTANA
               IF TV-TIPO(WK-INDICE) = 'C'
                   MOVE 1 TO WK-IDX-TIPO
               ELSE
                   MOVE 2 TO WK-IDX-TIPO
               END-IF
               ADD 1 TO ES-CANTIDAD(WK-IDX-TIPO)
               ADD TV-IMPORTE(WK-INDICE) TO ES-SUMA(WK-IDX-TIPO)
               IF TV-IMPORTE(WK-INDICE) > ES-MAXIMO(WK-IDX-TIPO)
                   MOVE TV-IMPORTE(WK-INDICE) TO ES-MAXIMO(WK-IDX-TIPO)
               END-IF
               IF ES-CANTIDAD(WK-IDX-TIPO) = 1
                   OR TV-IMPORTE(WK-INDICE) < ES-MINIMO(WK-IDX-TIPO)
                   MOVE TV-IMPORTE(WK-INDICE) TO ES-MINIMO(WK-IDX-TIPO)
               END-IF
           END-PERFORM

           PERFORM VARYING WK-IDX-TIPO FROM 1 BY 1
                   UNTIL WK-IDX-TIPO > 2
               IF ES-CANTIDAD(WK-IDX-TIPO) > ZEROS
                   COMPUTE ES-PROMEDIO(WK-IDX-TIPO) ROUNDED =
                       ES-SUMA(WK-IDX-TIPO) / ES-CANTIDAD(WK-IDX-TIPO)
               END-IF
           END-PERFORM

           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-VENTANA
               IF TV-TIPO(WK-INDICE) = 'C'
                   MOVE 1 TO WK-IDX-TIPO
               ELSE
                   MOVE 2 TO WK-IDX-TIPO
               END-IF
               COMPUTE WK-DIFERENCIA ROUNDED =
                   TV-IMPORTE(WK-INDICE) - ES-PROMEDIO(WK-IDX-TIPO)
               COMPUTE ES-SUMA-CUADRADOS(WK-IDX-TIPO) =
                   ES-SUMA-CUADRADOS(WK-IDX-TIPO)
                   + WK-DIFERENCIA * WK-DIFERENCIA
           END-PERFORM

           PERFORM VARYING WK-IDX-TIPO FROM 1 BY 1
                   UNTIL WK-IDX-TIPO > 2
               IF ES-CANTIDAD(WK-IDX-TIPO) > 1
                   COMPUTE ES-DESVIO(WK-IDX-TIPO) ROUNDED =
                       (ES-SUMA-CUADRADOS(WK-IDX-TIPO)
                        / ES-CANTIDAD(WK-IDX-TIPO)) ** 0.5
               END-IF
           END-PERFORM

      * FRECUENCIA Y SUCURSAL HABITUALES.
           COMPUTE WK-CANT-PERFIL = ES-CANTIDAD(1) + ES-CANTIDAD(2)
           MOVE ZEROS TO WK-MOVS-POR-DIA
           IF WK-DIAS-ACTIVOS > ZEROS
               COMPUTE WK-MOVS-POR-DIA ROUNDED =
                   WK-CANT-PERFIL / WK-DIAS-ACTIVOS
           END-IF

           MOVE ZEROS TO WK-SUCURSAL-HABITUAL
           MOVE ZEROS TO WK-CANT-HABITUAL
           PERFORM VARYING WK-IDX-ORIGEN FROM 1 BY 1
                   UNTIL WK-IDX-ORIGEN > CONT-ORIGENES
               IF TO-CANTIDAD(WK-IDX-ORIGEN) > WK-CANT-HABITUAL
                   MOVE TO-CANTIDAD(WK-IDX-ORIGEN)
                       TO WK-CANT-HABITUAL
                   MOVE TO-SUCURSAL(WK-IDX-ORIGEN)
                       TO WK-SUCURSAL-HABITUAL
               END-IF
           END-PERFORM.

      * UNA CUENTA SIN NADA EN LA VENTANA NO TIENE PERFIL QUE GRABAR.
       230-GRABAR-PERFIL.
           IF WK-CANT-PERFIL = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE WK-CODIGO-ACTUAL     TO PER-CODIGO
           MOVE WK-FECHA-CORRIDA     TO PER-FECHA
           MOVE ES-CANTIDAD(1)       TO PER-CANT-CARGOS
           MOVE ES-PROMEDIO(1)       TO PER-PROM-CARGOS
           MOVE ES-DESVIO(1)         TO PER-DESV-CARGOS
           MOVE ES-MAXIMO(1)         TO PER-MAX-CARGOS
           MOVE ES-CANTIDAD(2)       TO PER-CANT-ABONOS
           MOVE ES-PROMEDIO(2)       TO PER-PROM-ABONOS
           MOVE ES-DESVIO(2)         TO PER-DESV-ABONOS
           MOVE ES-MAXIMO(2)         TO PER-MAX-ABONOS
           MOVE WK-DIAS-ACTIVOS      TO PER-DIAS-ACTIVOS
           MOVE WK-MOVS-POR-DIA      TO PER-MOVS-POR-DIA
           MOVE WK-SUCURSAL-HABITUAL TO PER-SUCURSAL-HABITUAL
           WRITE REG-PERFIL
           ADD 1 TO CONT-PERFILES.

      * RAFAGA: HOY HUBO AL MENOS EL MINIMO DE RAFAGA Y MAS QUE EL
      * FACTOR POR LOS MOVIMIENTOS HABITUALES DE UN DIA ACTIVO. SE
      * INFORMA UNA VEZ POR CUENTA; EL PUNTAJE ES HOY CONTRA EL
      * LIMITE QUE SE CRUZO.
       235-VERIFICAR-RAFAGA.
           COMPUTE WK-LIMITE-RAFAGA ROUNDED =
               WK-FACTOR-RAFAGA * WK-MOVS-POR-DIA

           IF CONT-HOY-CUENTA < WK-MINIMO-RAFAGA
               OR CONT-HOY-CUENTA NOT > WK-LIMITE-RAFAGA
               EXIT PARAGRAPH
           END-IF

           IF WK-LIMITE-RAFAGA < WK-MINIMO-RAFAGA
               MOVE WK-MINIMO-RAFAGA TO WK-LIMITE-RAFAGA
           END-IF

           ADD 1 TO CONT-RAFAGAS
           MOVE SPACES TO WK-MOTIVO
           MOVE CONT-HOY-CUENTA TO WK-CANTIDAD-EDITADA
           MOVE WK-MOVS-POR-DIA TO WK-MOVS-EDITADO
           STRING "RAFAGA:" WK-CANTIDAD-EDITADA " MOVIMIENTOS HOY,"
                  " HABITUAL" WK-MOVS-EDITADO " POR DIA"
               DELIMITED BY SIZE INTO WK-MOTIVO

           COMPUTE WK-PUNTAJE ROUNDED =
               CONT-HOY-CUENTA / WK-LIMITE-RAFAGA
           MOVE SPACES           TO INU-LOTE
           MOVE ZEROS            TO INU-SECUENCIA
           MOVE SPACE            TO INU-TIPO
           MOVE ZEROS            TO INU-IMPORTE
           MOVE ZEROS            TO INU-PROMEDIO
           MOVE ZEROS            TO INU-SUCURSAL-ORIGEN
           PERFORM 245-LIBERAR-INUSUAL.

      * LAS REGLAS DE UN MOVIMIENTO, CADA UNA CON SU PUNTAJE EN
      * VECES EL LIMITE:
      * -- IMPORTE: DESVIOS SOBRE EL PROMEDIO / K.
      * -- PRIMER CARGO GRANDE: IMPORTE / EL MAYOR ENTRE EL UMBRAL Y
      *    EL MAXIMO CARGO DE SIEMPRE.
      * -- SUCURSAL INUSUAL: MOVIMIENTOS DEL PERFIL / HISTORIA
      *    MINIMA, TOPE 5 (CUANTO MAS ASENTADA LA COSTUMBRE, MAS
      *    EXTRAÑA LA SUCURSAL NUEVA).
       240-PUNTUAR-MOVIMIENTO.
           MOVE ZEROS  TO WK-PUNTAJE
           MOVE SPACES TO WK-MOTIVO
           MOVE 1      TO WK-PUNTERO

           IF TH-TIPO(WK-IDX-HOY) = 'C'
               MOVE 1 TO WK-IDX-TIPO
           ELSE
               MOVE 2 TO WK-IDX-TIPO
           END-IF

           IF ES-CANTIDAD(WK-IDX-TIPO) >= WK-MINIMO-HISTORIA
               AND TH-IMPORTE(WK-IDX-HOY) > ES-PROMEDIO(WK-IDX-TIPO)
               COMPUTE WK-DESVIO-REFERENCIA ROUNDED =
                   ES-PROMEDIO(WK-IDX-TIPO) / 10
               IF ES-DESVIO(WK-IDX-TIPO) > WK-DESVIO-REFERENCIA
                   MOVE ES-DESVIO(WK-IDX-TIPO)
                       TO WK-DESVIO-REFERENCIA
               END-IF
               IF WK-DESVIO-REFERENCIA < 0.01
                   MOVE 0.01 TO WK-DESVIO-REFERENCIA
               END-IF
               COMPUTE WK-VECES-DESVIO ROUNDED =
                   (TH-IMPORTE(WK-IDX-HOY) - ES-PROMEDIO(WK-IDX-TIPO))
                   / WK-DESVIO-REFERENCIA
                   ON SIZE ERROR
                       MOVE 999.99 TO WK-VECES-DESVIO
               END-COMPUTE
               IF WK-VECES-DESVIO >= WK-DESVIOS
                   ADD 1 TO CONT-IMPORTE
                   COMPUTE WK-PUNTAJE-REGLA ROUNDED =
                       WK-VECES-DESVIO / WK-DESVIOS
                   ADD WK-PUNTAJE-REGLA TO WK-PUNTAJE
                   MOVE WK-VECES-DESVIO TO WK-VECES-EDITADO
                   STRING "IMPORTE " WK-VECES-EDITADO " DESV.; "
                       DELIMITED BY SIZE INTO WK-MOTIVO
                       WITH POINTER WK-PUNTERO
               END-IF
           END-IF

           IF TH-TIPO(WK-IDX-HOY) = 'C'
               AND TH-IMPORTE(WK-IDX-HOY) >= WK-UMBRAL-CARGO
               AND TH-IMPORTE(WK-IDX-HOY) > WK-MAX-CARGO-SIEMPRE
               ADD 1 TO CONT-PRIMER-CARGO
               MOVE WK-UMBRAL-CARGO TO WK-TOPE-CARGO
               IF WK-MAX-CARGO-SIEMPRE > WK-TOPE-CARGO
                   MOVE WK-MAX-CARGO-SIEMPRE TO WK-TOPE-CARGO
               END-IF
               COMPUTE WK-PUNTAJE-REGLA ROUNDED =
                   TH-IMPORTE(WK-IDX-HOY) / WK-TOPE-CARGO
               ADD WK-PUNTAJE-REGLA TO WK-PUNTAJE
               STRING "PRIMER CARGO GRANDE; "
                   DELIMITED BY SIZE INTO WK-MOTIVO
                   WITH POINTER WK-PUNTERO
           END-IF

           IF TH-SUCURSAL-ORIGEN(WK-IDX-HOY) > ZEROS
               AND WK-CANT-PERFIL >= WK-MINIMO-HISTORIA
               AND CONT-ORIGENES > ZEROS
               MOVE 'N' TO SW-HALLADO
               PERFORM VARYING WK-IDX-ORIGEN FROM 1 BY 1
                       UNTIL WK-IDX-ORIGEN > CONT-ORIGENES
                          OR HALLADO
                   IF TO-SUCURSAL(WK-IDX-ORIGEN) =
                      TH-SUCURSAL-ORIGEN(WK-IDX-HOY)
                       MOVE 'S' TO SW-HALLADO
                   END-IF
               END-PERFORM
               IF NOT HALLADO
                   ADD 1 TO CONT-SUCURSAL
                   COMPUTE WK-PUNTAJE-REGLA ROUNDED =
                       WK-CANT-PERFIL / WK-MINIMO-HISTORIA
                   IF WK-PUNTAJE-REGLA > 5
                       MOVE 5 TO WK-PUNTAJE-REGLA
                   END-IF
                   ADD WK-PUNTAJE-REGLA TO WK-PUNTAJE
                   STRING "SUC. NUEVA (HAB. " WK-SUCURSAL-HABITUAL
                          ")"
                       DELIMITED BY SIZE INTO WK-MOTIVO
                       WITH POINTER WK-PUNTERO
               END-IF
           END-IF

           IF WK-PUNTAJE = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE TH-LOTE(WK-IDX-HOY)      TO INU-LOTE
           MOVE TH-SECUENCIA(WK-IDX-HOY) TO INU-SECUENCIA
           MOVE TH-TIPO(WK-IDX-HOY)      TO INU-TIPO
           MOVE TH-IMPORTE(WK-IDX-HOY)   TO INU-IMPORTE
           MOVE ES-PROMEDIO(WK-IDX-TIPO) TO INU-PROMEDIO
           MOVE TH-SUCURSAL-ORIGEN(WK-IDX-HOY)
               TO INU-SUCURSAL-ORIGEN
           PERFORM 245-LIBERAR-INUSUAL.

       245-LIBERAR-INUSUAL.
           IF WK-PUNTAJE > 999.99
               MOVE 999.99 TO WK-PUNTAJE
           END-IF
           MOVE WK-PUNTAJE       TO INU-PUNTAJE
           MOVE WK-CODIGO-ACTUAL TO INU-CODIGO
           MOVE WK-MOTIVO        TO INU-MOTIVO
           ADD 1 TO CONT-INUSUALES
           RELEASE REG-INUSUAL.

      *****************************************************************
      * PROCEDIMIENTO DE SALIDA DEL SORT: EL LISTADO DE MAYOR A MENOR
      * PUNTAJE.
      *****************************************************************
       250-ESCRIBIR-INUSUALES.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE

           PERFORM 255-DEVOLVER-INUSUAL
           IF FIN-INUSUALES
               MOVE "NINGUN MOVIMIENTO INUSUAL" TO REG-REPORTE
               WRITE REG-REPORTE
               EXIT PARAGRAPH
           END-IF

           WRITE REG-REPORTE FROM LINEA-COLUMNAS
           PERFORM UNTIL FIN-INUSUALES
               ADD 1 TO WK-PUESTO
               MOVE WK-PUESTO     TO LDE-PUESTO
               MOVE INU-PUNTAJE   TO LDE-PUNTAJE
               MOVE INU-CODIGO    TO LDE-CODIGO
               MOVE INU-LOTE      TO LDE-LOTE
               MOVE INU-SECUENCIA TO LDE-SECUENCIA
               MOVE INU-TIPO      TO LDE-TIPO
               MOVE INU-IMPORTE   TO LDE-IMPORTE
               MOVE INU-PROMEDIO  TO LDE-PROMEDIO
               MOVE INU-SUCURSAL-ORIGEN TO LDE-ORIGEN
               MOVE INU-MOTIVO    TO LDE-MOTIVO
               WRITE REG-REPORTE FROM LINEA-DETALLE
               PERFORM 255-DEVOLVER-INUSUAL
           END-PERFORM.

       255-DEVOLVER-INUSUAL.
           RETURN ARCHIVO-CLASIFICACION
               AT END
                   MOVE 'S' TO SW-FIN-INUSUALES
           END-RETURN.

       300-FINALIZAR.
           CLOSE ARCHIVO-REPORTE

           DISPLAY "MOVIMIENTOS LEIDOS DEL HISTORICO: " CONT-LEIDOS
           DISPLAY "  DENTRO DE LA VENTANA:           " CONT-EN-VENTANA
           DISPLAY "  DE LA CORRIDA DE HOY:           " CONT-DE-HOY
           DISPLAY "PERFILES GRABADOS:                " CONT-PERFILES
           DISPLAY "PERFILES RECORTADOS A LA TABLA:   "
                   CONT-RECORTADOS
           DISPLAY "HALLAZGOS EN EL REPORTE:          " CONT-INUSUALES
           DISPLAY "  IMPORTE FUERA DE PERFIL:        " CONT-IMPORTE
           DISPLAY "  PRIMER CARGO GRANDE:            "
                   CONT-PRIMER-CARGO
           DISPLAY "  RAFAGAS:                        " CONT-RAFAGAS
           DISPLAY "  SUCURSAL INUSUAL:               " CONT-SUCURSAL
           DISPLAY "PERFIL EN: PERFIL-CUENTAS.DAT"
           DISPLAY "REPORTE EN: MOVIMIENTOS-INUSUALES.TXT".
