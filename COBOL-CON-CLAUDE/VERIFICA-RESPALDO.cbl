       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-RESPALDO.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: VERIFICADOR DE UN RESPALDO RESTAURADO
      * PROPOSITO: COTEJA LOS ARCHIVOS DE ESTADO DEL DIRECTORIO DONDE
      *            SE CORRE (UN RESPALDO RECIEN RESTAURADO) CONTRA EL
      *            BLOQUE DE UNA NOCHE EN EL MANIFIESTO QUE ESCRIBE
      *            MANIFIESTO-RESPALDO. EL OPERADOR ELIGE EL
      *            MANIFIESTO (VACIO: MANIFIESTO-RESPALDO.DAT) Y EL
      *            ID DE CORRIDA (VACIO: EL ULTIMO BLOQUE COMPLETO).
      *            PRIMERO COMPRUEBA EL SELLO DE CIERRE DEL BLOQUE
      *            (EL MANIFIESTO MISMO NO FUE RETOCADO); DESPUES
      *            REPITE CON HUELLA-ARCHIVO LA HUELLA DE CADA
      *            ARCHIVO DEL BLOQUE, TOMADA IGUAL QUE ESA NOCHE, Y
      *            LO INFORMA EN VERIFICA-RESPALDO.TXT COMO:
      *              CORRECTO    MISMOS REGISTROS, RESUMEN E IMPORTE
      *                          (O NO EXISTIA Y NO EXISTE)
      *              FALTA       ESTABA EN EL RESPALDO Y NO ESTA O
      *                          NO SE PUEDE LEER
      *              OTRA NOCHE  NO COINCIDE, PERO ES IDENTICO AL DE
      *                          OTRA CORRIDA DEL MANIFIESTO (SE
      *                          NOMBRA CUAL)
      *              ALTERADO    NO COINCIDE CON NINGUNA NOCHE
      *              SIN VERIFICAR  ESA NOCHE YA NO SE PUDO LEER
      *            SIMULACRO TRIMESTRAL: SI EL OPERADOR LO INDICA, LA
      *            CORRIDA SE ANOTA EN SIMULACROS-RESTAURACION.DAT
      *            CON SU RESPONSABLE Y RESULTADO, Y EL REPORTE LLEVA
      *            EL PROCEDIMIENTO Y LAS FIRMAS. FUERA DE UN
      *            SIMULACRO, AVISA SI EL ULTIMO TIENE MAS DE UN
      *            TRIMESTRE (WK-DIAS-TRIMESTRE) O NO HUBO NINGUNO.
      *            RC 00: TODO CORRECTO. RC 04: ARCHIVOS SIN VERIFICAR
      *            O SIMULACRO VENCIDO. RC 08: ALGUN ARCHIVO FALTA, ES
      *            DE OTRA NOCHE O ESTA ALTERADO, O EL MANIFIESTO NO
      *            CIERRA. RC 16: SIN MANIFIESTO O SIN EL BLOQUE.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * EL MANIFIESTO PUEDE SER EL QUE VINO CON EL RESPALDO O UNA
      * COPIA: SE ABRE POR EL NOMBRE QUE DA EL OPERADOR.
           SELECT ARCHIVO-MANIFIESTO
               ASSIGN TO WK-NOMBRE-MANIFIESTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MANIFIESTO.

           SELECT ARCHIVO-SIMULACROS
               ASSIGN TO "SIMULACROS-RESTAURACION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SIMULACROS.

           SELECT ARCHIVO-REPORTE
               ASSIGN TO "VERIFICA-RESPALDO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-MANIFIESTO.
       01  REG-MANIFIESTO.
           05 MAN-TIPO             PIC X(1).
              88 MAN-CABECERA      VALUE 'H'.
              88 MAN-ARCHIVO-HUELLA VALUE 'A'.
              88 MAN-CIERRE        VALUE 'T'.
           05 MAN-ID-EJECUCION     PIC X(19).
           05 MAN-ARCHIVO          PIC X(30).
           05 MAN-ORGANIZACION     PIC X(1).
           05 MAN-POSICION         PIC 9(3).
           05 MAN-LARGO            PIC 9(2).
           05 MAN-SIGNO            PIC X(1).
           05 MAN-PRESENTE         PIC X(1).
           05 MAN-REGISTROS        PIC 9(9).
           05 MAN-RESUMEN          PIC 9(18).
           05 MAN-IMPORTE          PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05 MAN-FECHA            PIC 9(8).
           05 MAN-HORA             PIC 9(6).

      * UNA LINEA POR VERIFICACION HECHA COMO SIMULACRO.
       FD  ARCHIVO-SIMULACROS.
       01  REG-SIMULACRO.
           05 SIM-FECHA            PIC 9(8).
           05 SIM-HORA             PIC 9(6).
           05 SIM-RESPONSABLE      PIC X(20).
           05 SIM-ID-EJECUCION     PIC X(19).
           05 SIM-ARCHIVOS         PIC 9(3).
           05 SIM-CORRECTOS        PIC 9(3).
           05 SIM-FALTAN           PIC 9(3).
           05 SIM-OTRA-NOCHE       PIC 9(3).
           05 SIM-ALTERADOS        PIC 9(3).
           05 SIM-SIN-VERIFICAR    PIC 9(3).
           05 SIM-RESULTADO        PIC X(10).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-MANIFIESTO        PIC XX.
           05 FS-SIMULACROS        PIC XX.
           05 FS-REPORTE           PIC XX.

       01  SWITCHES.
           05 SW-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 SW-MANIFIESTO-SANO   PIC X VALUE 'S'.
              88 MANIFIESTO-SANO   VALUE 'S'.
           05 SW-SIMULACRO         PIC X VALUE 'N'.
              88 ES-SIMULACRO      VALUE 'S'.
           05 SW-SIMULACRO-VENCIDO PIC X VALUE 'N'.
              88 SIMULACRO-VENCIDO VALUE 'S'.

       01  CONTADORES.
           05 CONT-LINEAS          PIC 9(7) VALUE ZEROS.
           05 CONT-CORRECTOS       PIC 9(3) VALUE ZEROS.
           05 CONT-FALTAN          PIC 9(3) VALUE ZEROS.
           05 CONT-OTRA-NOCHE      PIC 9(3) VALUE ZEROS.
           05 CONT-ALTERADOS       PIC 9(3) VALUE ZEROS.
           05 CONT-SIN-VERIFICAR   PIC 9(3) VALUE ZEROS.

       01  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
       01  WK-HORA-ACTUAL          PIC 9(8) VALUE ZEROS.
       01  WK-NOMBRE-MANIFIESTO    PIC X(30) VALUE SPACES.
       01  WK-ID-PEDIDO            PIC X(19) VALUE SPACES.
       01  WK-RESPUESTA            PIC X(1) VALUE SPACE.
       01  WK-RESPONSABLE          PIC X(20) VALUE SPACES.
       01  WK-RESULTADO-SIMULACRO  PIC X(10) VALUE SPACES.

      * EL BLOQUE ELEGIDO: LINEA DE SU CABECERA EN EL MANIFIESTO Y LO
      * QUE DICE SU CIERRE. UN BLOQUE SIN CIERRE (MANIFIESTO CORTADO
      * A MEDIO ESCRIBIR) NO SE ELIGE.
       01  WK-LINEA-CANDIDATA      PIC 9(7) VALUE ZEROS.
       01  WK-ID-CANDIDATO         PIC X(19) VALUE SPACES.
       01  WK-LINEA-BLOQUE         PIC 9(7) VALUE ZEROS.
       01  WK-ID-BLOQUE            PIC X(19) VALUE SPACES.
       01  WK-FECHA-BLOQUE         PIC 9(8) VALUE ZEROS.
       01  WK-HORA-BLOQUE          PIC 9(6) VALUE ZEROS.
       01  WK-CIERRE-ARCHIVOS      PIC 9(9) VALUE ZEROS.
       01  WK-CIERRE-SELLO         PIC 9(18) VALUE ZEROS.

      * EL SELLO DEL BLOQUE SE RECALCULA IGUAL QUE LO CALCULO
      * MANIFIESTO-RESPALDO: LOS REGISTROS A EN ORDEN, ENTEROS.
       01  WK-SELLO-BLOQUE         PIC 9(18) VALUE ZEROS.
       01  WK-SELLO-NUEVO          PIC 9(18) VALUE ZEROS.
       01  WK-SECUENCIA-SELLO      PIC 9(9) VALUE ZEROS.
       01  WK-DATOS-SELLO          PIC X(250) VALUE SPACES.
       01  WK-LARGO-SELLO          PIC 9(3) VALUE 115.

      * LOS ARCHIVOS DEL BLOQUE Y LO QUE RESULTO DE CADA UNO.
       01  WK-MAX-ARCHIVOS         PIC 9(3) VALUE 150.
       01  CONT-ARCHIVOS           PIC 9(3) VALUE ZEROS.
       01  WK-IDX-ARCHIVO          PIC 9(3) VALUE ZEROS.
       01  TABLA-MANIFIESTO.
           05 ENTRADA-MANIFIESTO   OCCURS 150 TIMES.
              10 TM-ARCHIVO        PIC X(30).
              10 TM-ORGANIZACION   PIC X(1).
              10 TM-POSICION       PIC 9(3).
              10 TM-LARGO          PIC 9(2).
              10 TM-SIGNO          PIC X(1).
              10 TM-PRESENTE       PIC X(1).
              10 TM-REGISTROS      PIC 9(9).
              10 TM-RESUMEN        PIC 9(18).
              10 TM-IMPORTE        PIC S9(13)V99.

      * LO QUE DEVUELVE HUELLA-ARCHIVO PARA EL ARCHIVO RESTAURADO.
       01  HUELLA.
           05 HUE-PRESENTE         PIC X(1).
           05 HUE-ESTADO           PIC X(2).
           05 HUE-REGISTROS        PIC 9(9).
           05 HUE-RESUMEN          PIC 9(18).
           05 HUE-IMPORTE          PIC S9(13)V99.
           05 HUE-NO-NUMERICOS     PIC 9(9).

       01  WK-ID-OTRA-NOCHE        PIC X(19) VALUE SPACES.
       01  WK-FECHA-OTRA-NOCHE     PIC 9(8) VALUE ZEROS.
       01  WK-DIAS-OTRA-NOCHE      PIC 9(7) VALUE ZEROS.
       01  WK-DIAS-CANDIDATA       PIC 9(7) VALUE ZEROS.

      * ULTIMO SIMULACRO ANOTADO Y CADA CUANTO CORRESPONDE UNO.
       01  WK-FECHA-ULT-SIMULACRO  PIC 9(8) VALUE ZEROS.
       01  WK-DIAS-SIMULACRO       PIC 9(5) VALUE ZEROS.
       01  WK-DIAS-TRIMESTRE       PIC 9(3) VALUE 92.

       01  LINEA-DETALLE.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LD-ARCHIVO           PIC X(28).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 LD-RESULTADO         PIC X(14).
           05 LD-ESPERADOS         PIC ZZZ,ZZZ,ZZ9.
           05 LD-HALLADOS          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LD-NOTA              PIC X(31).

       01  WK-DIFERENCIA           PIC S9(13)V99 VALUE ZEROS.
       01  WK-DIFERENCIA-ED        PIC -(12)9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM VARYING WK-IDX-ARCHIVO FROM 1 BY 1
                   UNTIL WK-IDX-ARCHIVO > CONT-ARCHIVOS
               PERFORM 200-VERIFICAR-ARCHIVO
           END-PERFORM
           PERFORM 300-FINALIZAR
           GOBACK.

       100-INICIALIZAR.
           DISPLAY "========================================"
           DISPLAY "  VERIFICACION DE UN RESPALDO RESTAURADO"
           DISPLAY "========================================"
           DISPLAY " "

           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WK-HORA-ACTUAL FROM TIME

           DISPLAY "MANIFIESTO (VACIO=MANIFIESTO-RESPALDO.DAT): "
           ACCEPT WK-NOMBRE-MANIFIESTO
           IF WK-NOMBRE-MANIFIESTO = SPACES
               MOVE "MANIFIESTO-RESPALDO.DAT" TO WK-NOMBRE-MANIFIESTO
           END-IF

           DISPLAY "ID DE CORRIDA A VERIFICAR (VACIO=LA ULTIMA): "
           ACCEPT WK-ID-PEDIDO

           DISPLAY "ES EL SIMULACRO TRIMESTRAL DE RESTAURACION"
                   " (S/N, VACIO=N): "
           ACCEPT WK-RESPUESTA
           IF WK-RESPUESTA = 'S' OR 's'
               MOVE 'S' TO SW-SIMULACRO
               PERFORM UNTIL WK-RESPONSABLE NOT = SPACES
                   DISPLAY "RESPONSABLE DEL SIMULACRO: "
                   ACCEPT WK-RESPONSABLE
               END-PERFORM
           END-IF

           OPEN OUTPUT ARCHIVO-REPORTE
           IF FS-REPORTE NOT = '00'
               DISPLAY "ERROR ABRIENDO VERIFICA-RESPALDO.TXT: "
                       FS-REPORTE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 110-LEER-SIMULACROS
           PERFORM 120-UBICAR-BLOQUE

           IF WK-LINEA-BLOQUE = ZEROS
               MOVE SPACES TO REG-REPORTE
               IF WK-ID-PEDIDO = SPACES
                   STRING "NO HAY NINGUN BLOQUE COMPLETO EN "
                          WK-NOMBRE-MANIFIESTO
                       DELIMITED BY SIZE INTO REG-REPORTE
               ELSE
                   STRING "NO HAY UN BLOQUE COMPLETO DE LA CORRIDA "
                              DELIMITED BY SIZE
                          WK-ID-PEDIDO DELIMITED BY SPACE
                          " EN " DELIMITED BY SIZE
                          WK-NOMBRE-MANIFIESTO DELIMITED BY SPACE
                       INTO REG-REPORTE
               END-IF
               WRITE REG-REPORTE
               DISPLAY REG-REPORTE
               CLOSE ARCHIVO-REPORTE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 130-CARGAR-BLOQUE
           IF RETURN-CODE = 16
               CLOSE ARCHIVO-REPORTE
               GOBACK
           END-IF

           MOVE SPACES TO REG-REPORTE
           STRING "VERIFICACION DEL RESPALDO DE LA CORRIDA "
                  WK-ID-BLOQUE " (FECHA " WK-FECHA-BLOQUE
                  " HORA " WK-HORA-BLOQUE ")"
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "MANIFIESTO " DELIMITED BY SIZE
                  WK-NOMBRE-MANIFIESTO DELIMITED BY SPACE
                  " - VERIFICADO EL " WK-FECHA-HOY
                  " A LAS " WK-HORA-ACTUAL(1:6) DELIMITED BY SIZE
               INTO REG-REPORTE
           WRITE REG-REPORTE
           IF ES-SIMULACRO
               MOVE SPACES TO REG-REPORTE
               STRING "SIMULACRO TRIMESTRAL DE RESTAURACION -"
                      " RESPONSABLE: " WK-RESPONSABLE
                   DELIMITED BY SIZE INTO REG-REPORTE
               WRITE REG-REPORTE
           END-IF

           PERFORM 140-COTEJAR-CIERRE

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "  ARCHIVO                      RESULTADO     "
                  " ESPERADOS   HALLADOS  NOTA"
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE.

      * EL ULTIMO SIMULACRO ANOTADO; SIN NINGUNO, O CON UNO DE HACE
      * MAS DE UN TRIMESTRE, CORRESPONDE HACER OTRO.
       110-LEER-SIMULACROS.
           MOVE 'N' TO SW-FIN-ARCHIVO
           OPEN INPUT ARCHIVO-SIMULACROS

           IF FS-SIMULACROS = '00'
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-SIMULACROS
                       AT END
                           MOVE 'S' TO SW-FIN-ARCHIVO
                       NOT AT END
                           IF SIM-FECHA IS NUMERIC
                               AND SIM-FECHA > WK-FECHA-ULT-SIMULACRO
                               MOVE SIM-FECHA
                                 TO WK-FECHA-ULT-SIMULACRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-SIMULACROS
           END-IF

           IF WK-FECHA-ULT-SIMULACRO = ZEROS
               MOVE 'S' TO SW-SIMULACRO-VENCIDO
           ELSE
               COMPUTE WK-DIAS-SIMULACRO =
                   FUNCTION INTEGER-OF-DATE(WK-FECHA-HOY)
                   - FUNCTION INTEGER-OF-DATE(WK-FECHA-ULT-SIMULACRO)
               IF WK-DIAS-SIMULACRO > WK-DIAS-TRIMESTRE
                   MOVE 'S' TO SW-SIMULACRO-VENCIDO
               END-IF
           END-IF.

      * PRIMERA PASADA: LA CABECERA DEL ULTIMO BLOQUE COMPLETO DE LA
      * CORRIDA PEDIDA (O DE CUALQUIERA SI NO SE PIDIO NINGUNA). UNA
      * CORRIDA REPETIDA DEJA VARIOS BLOQUES CON EL MISMO ID: VALE EL
      * ULTIMO, COMO EN MANIFIESTO-RESPALDO.
       120-UBICAR-BLOQUE.
           MOVE 'N' TO SW-FIN-ARCHIVO
           MOVE ZEROS TO CONT-LINEAS
                         WK-LINEA-CANDIDATA
                         WK-LINEA-BLOQUE
           OPEN INPUT ARCHIVO-MANIFIESTO

           IF FS-MANIFIESTO NOT = '00'
               DISPLAY "ERROR ABRIENDO " WK-NOMBRE-MANIFIESTO ": "
                       FS-MANIFIESTO
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-MANIFIESTO
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-LINEAS
                       PERFORM 125-REVISAR-LINEA
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MANIFIESTO.

       125-REVISAR-LINEA.
           EVALUATE TRUE
               WHEN MAN-CABECERA
                   IF WK-ID-PEDIDO = SPACES
                      OR MAN-ID-EJECUCION = WK-ID-PEDIDO
                       MOVE CONT-LINEAS TO WK-LINEA-CANDIDATA
                       MOVE MAN-ID-EJECUCION TO WK-ID-CANDIDATO
                   ELSE
                       MOVE ZEROS TO WK-LINEA-CANDIDATA
                   END-IF
               WHEN MAN-CIERRE
                   IF WK-LINEA-CANDIDATA > ZEROS
                      AND MAN-ID-EJECUCION = WK-ID-CANDIDATO
                       MOVE WK-LINEA-CANDIDATA TO WK-LINEA-BLOQUE
                       MOVE MAN-ID-EJECUCION TO WK-ID-BLOQUE
                       MOVE MAN-FECHA TO WK-FECHA-BLOQUE
                       MOVE MAN-HORA TO WK-HORA-BLOQUE
                       MOVE MAN-REGISTROS TO WK-CIERRE-ARCHIVOS
                       MOVE MAN-RESUMEN TO WK-CIERRE-SELLO
                   END-IF
                   MOVE ZEROS TO WK-LINEA-CANDIDATA
           END-EVALUATE.

      * SEGUNDA PASADA: LOS REGISTROS A DEL BLOQUE ELEGIDO, SELLANDO
      * CADA UNO PARA COTEJAR DESPUES CONTRA EL CIERRE.
       130-CARGAR-BLOQUE.
           MOVE 'N' TO SW-FIN-ARCHIVO
           MOVE ZEROS TO CONT-LINEAS
                         CONT-ARCHIVOS
                         WK-SECUENCIA-SELLO
                         WK-SELLO-BLOQUE
           OPEN INPUT ARCHIVO-MANIFIESTO

           IF FS-MANIFIESTO NOT = '00'
               DISPLAY "ERROR ABRIENDO " WK-NOMBRE-MANIFIESTO ": "
                       FS-MANIFIESTO
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-MANIFIESTO
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-LINEAS
                       IF CONT-LINEAS > WK-LINEA-BLOQUE
                           IF MAN-CIERRE
                               MOVE 'S' TO SW-FIN-ARCHIVO
                           ELSE
                               PERFORM 135-CARGAR-ARCHIVO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MANIFIESTO.

       135-CARGAR-ARCHIVO.
           IF NOT MAN-ARCHIVO-HUELLA
              OR MAN-ID-EJECUCION NOT = WK-ID-BLOQUE
               MOVE 'N' TO SW-MANIFIESTO-SANO
               EXIT PARAGRAPH
           END-IF

           IF CONT-ARCHIVOS >= WK-MAX-ARCHIVOS
               DISPLAY "EL BLOQUE TIENE MAS DE " WK-MAX-ARCHIVOS
                       " ARCHIVOS"
               MOVE 16 TO RETURN-CODE
               MOVE 'S' TO SW-FIN-ARCHIVO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-ARCHIVOS
           MOVE MAN-ARCHIVO      TO TM-ARCHIVO(CONT-ARCHIVOS)
           MOVE MAN-ORGANIZACION TO TM-ORGANIZACION(CONT-ARCHIVOS)
           MOVE MAN-POSICION     TO TM-POSICION(CONT-ARCHIVOS)
           MOVE MAN-LARGO        TO TM-LARGO(CONT-ARCHIVOS)
           MOVE MAN-SIGNO        TO TM-SIGNO(CONT-ARCHIVOS)
           MOVE MAN-PRESENTE     TO TM-PRESENTE(CONT-ARCHIVOS)
           MOVE MAN-REGISTROS    TO TM-REGISTROS(CONT-ARCHIVOS)
           MOVE MAN-RESUMEN      TO TM-RESUMEN(CONT-ARCHIVOS)
           MOVE MAN-IMPORTE      TO TM-IMPORTE(CONT-ARCHIVOS)

           ADD 1 TO WK-SECUENCIA-SELLO
           MOVE REG-MANIFIESTO TO WK-DATOS-SELLO
           CALL "CALCULA-SELLO" USING WK-SELLO-BLOQUE
                                      WK-SECUENCIA-SELLO
                                      WK-DATOS-SELLO
                                      WK-LARGO-SELLO
                                      WK-SELLO-NUEVO
           MOVE WK-SELLO-NUEVO TO WK-SELLO-BLOQUE.

      * UN MANIFIESTO RETOCADO NO SIRVE DE REFERENCIA: SE SIGUE
      * VERIFICANDO PARA VER QUE DICE, PERO LA RESTAURACION NO SE DA
      * POR BUENA.
       140-COTEJAR-CIERRE.
           IF CONT-ARCHIVOS NOT = WK-CIERRE-ARCHIVOS
              OR WK-SELLO-BLOQUE NOT = WK-CIERRE-SELLO
               MOVE 'N' TO SW-MANIFIESTO-SANO
           END-IF

           IF NOT MANIFIESTO-SANO
               MOVE SPACES TO REG-REPORTE
               STRING "*** EL BLOQUE DEL MANIFIESTO NO CIERRA CONTRA"
                      " SU SELLO: FUE RETOCADO ***"
                   DELIMITED BY SIZE INTO REG-REPORTE
               WRITE REG-REPORTE
               DISPLAY REG-REPORTE
           END-IF.

       200-VERIFICAR-ARCHIVO.
           CALL "HUELLA-ARCHIVO" USING TM-ARCHIVO(WK-IDX-ARCHIVO)
                                       TM-ORGANIZACION(WK-IDX-ARCHIVO)
                                       TM-POSICION(WK-IDX-ARCHIVO)
                                       TM-LARGO(WK-IDX-ARCHIVO)
                                       TM-SIGNO(WK-IDX-ARCHIVO)
                                       HUE-PRESENTE
                                       HUE-ESTADO
                                       HUE-REGISTROS
                                       HUE-RESUMEN
                                       HUE-IMPORTE
                                       HUE-NO-NUMERICOS

           MOVE TM-ARCHIVO(WK-IDX-ARCHIVO)   TO LD-ARCHIVO
           MOVE TM-REGISTROS(WK-IDX-ARCHIVO) TO LD-ESPERADOS
           MOVE HUE-REGISTROS                TO LD-HALLADOS
           MOVE SPACES                       TO LD-NOTA

           EVALUATE TRUE
               WHEN TM-PRESENTE(WK-IDX-ARCHIVO) NOT = 'S'
                    AND TM-PRESENTE(WK-IDX-ARCHIVO) NOT = 'N'
                   ADD 1 TO CONT-SIN-VERIFICAR
                   MOVE "SIN VERIFICAR" TO LD-RESULTADO
                   MOVE "ILEGIBLE AL RESPALDAR" TO LD-NOTA
               WHEN TM-PRESENTE(WK-IDX-ARCHIVO) = 'N'
                    AND HUE-PRESENTE = 'N'
                   ADD 1 TO CONT-CORRECTOS
                   MOVE "CORRECTO" TO LD-RESULTADO
                   MOVE "NO EXISTIA Y NO EXISTE" TO LD-NOTA
               WHEN HUE-PRESENTE = 'N'
                   ADD 1 TO CONT-FALTAN
                   MOVE "FALTA" TO LD-RESULTADO
                   MOVE "NO ESTA EN LO RESTAURADO" TO LD-NOTA
               WHEN HUE-PRESENTE NOT = 'S'
                   ADD 1 TO CONT-FALTAN
                   MOVE "FALTA" TO LD-RESULTADO
                   STRING "NO SE PUEDE LEER, ESTADO " HUE-ESTADO
                       DELIMITED BY SIZE INTO LD-NOTA
               WHEN TM-PRESENTE(WK-IDX-ARCHIVO) = 'S'
                    AND HUE-REGISTROS = TM-REGISTROS(WK-IDX-ARCHIVO)
                    AND HUE-RESUMEN = TM-RESUMEN(WK-IDX-ARCHIVO)
                    AND HUE-IMPORTE = TM-IMPORTE(WK-IDX-ARCHIVO)
                   ADD 1 TO CONT-CORRECTOS
                   MOVE "CORRECTO" TO LD-RESULTADO
               WHEN OTHER
                   PERFORM 210-BUSCAR-OTRA-NOCHE
                   IF WK-ID-OTRA-NOCHE NOT = SPACES
                       ADD 1 TO CONT-OTRA-NOCHE
                       MOVE "OTRA NOCHE" TO LD-RESULTADO
                       STRING "ES EL DE " WK-ID-OTRA-NOCHE
                           DELIMITED BY SIZE INTO LD-NOTA
                   ELSE
                       ADD 1 TO CONT-ALTERADOS
                       MOVE "ALTERADO" TO LD-RESULTADO
                       PERFORM 220-ANOTAR-DIFERENCIA
                   END-IF
           END-EVALUATE

           WRITE REG-REPORTE FROM LINEA-DETALLE

           IF LD-RESULTADO NOT = "CORRECTO"
               DISPLAY "*** " TM-ARCHIVO(WK-IDX-ARCHIVO) " "
                       LD-RESULTADO " ***"
           END-IF.

      * EL ARCHIVO NO ES EL DE ESA NOCHE: SE BUSCA EN LOS DEMAS
      * BLOQUES DEL MANIFIESTO UNA HUELLA IDENTICA DEL MISMO ARCHIVO.
      * SI HAY VARIAS, QUEDA LA MAS CERCANA A LA FECHA DEL BLOQUE.
       210-BUSCAR-OTRA-NOCHE.
           MOVE SPACES TO WK-ID-OTRA-NOCHE
           MOVE ZEROS TO WK-FECHA-OTRA-NOCHE
           MOVE 'N' TO SW-FIN-ARCHIVO
           OPEN INPUT ARCHIVO-MANIFIESTO

           IF FS-MANIFIESTO NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-MANIFIESTO
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF MAN-ARCHIVO-HUELLA
                          AND MAN-ARCHIVO = TM-ARCHIVO(WK-IDX-ARCHIVO)
                          AND MAN-ID-EJECUCION NOT = WK-ID-BLOQUE
                          AND MAN-PRESENTE = 'S'
                          AND MAN-REGISTROS = HUE-REGISTROS
                          AND MAN-RESUMEN = HUE-RESUMEN
                           PERFORM 215-QUEDARSE-CERCANA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MANIFIESTO.

       215-QUEDARSE-CERCANA.
           COMPUTE WK-DIAS-CANDIDATA = FUNCTION ABS(
                   FUNCTION INTEGER-OF-DATE(MAN-FECHA)
                 - FUNCTION INTEGER-OF-DATE(WK-FECHA-BLOQUE))
           IF WK-ID-OTRA-NOCHE = SPACES
              OR WK-DIAS-CANDIDATA < WK-DIAS-OTRA-NOCHE
               MOVE MAN-ID-EJECUCION TO WK-ID-OTRA-NOCHE
               MOVE MAN-FECHA TO WK-FECHA-OTRA-NOCHE
               MOVE WK-DIAS-CANDIDATA TO WK-DIAS-OTRA-NOCHE
           END-IF.

      * QUE CAMBIO: AGREGADO SI ANTES NO EXISTIA, SI NO LA DIFERENCIA
      * DE IMPORTE (O SOLO EL CONTENIDO, SI EL TOTAL DA IGUAL).
       220-ANOTAR-DIFERENCIA.
           IF TM-PRESENTE(WK-IDX-ARCHIVO) = 'N'
               MOVE "NO ESTABA EN EL RESPALDO" TO LD-NOTA
               EXIT PARAGRAPH
           END-IF

           IF TM-POSICION(WK-IDX-ARCHIVO) > ZEROS
              AND HUE-IMPORTE NOT = TM-IMPORTE(WK-IDX-ARCHIVO)
               COMPUTE WK-DIFERENCIA =
                   HUE-IMPORTE - TM-IMPORTE(WK-IDX-ARCHIVO)
               MOVE WK-DIFERENCIA TO WK-DIFERENCIA-ED
               STRING "IMPORTE " WK-DIFERENCIA-ED
                   DELIMITED BY SIZE INTO LD-NOTA
           ELSE
               MOVE "CAMBIO EL CONTENIDO" TO LD-NOTA
           END-IF.

       300-FINALIZAR.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "ARCHIVOS: " CONT-ARCHIVOS
                  "  CORRECTOS: " CONT-CORRECTOS
                  "  FALTAN: " CONT-FALTAN
                  "  DE OTRA NOCHE: " CONT-OTRA-NOCHE
                  "  ALTERADOS: " CONT-ALTERADOS
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           IF CONT-SIN-VERIFICAR > ZEROS
               MOVE SPACES TO REG-REPORTE
               STRING "SIN VERIFICAR (ILEGIBLES AL RESPALDAR): "
                      CONT-SIN-VERIFICAR
                   DELIMITED BY SIZE INTO REG-REPORTE
               WRITE REG-REPORTE
           END-IF

           MOVE SPACES TO REG-REPORTE
           IF CONT-FALTAN = ZEROS AND CONT-OTRA-NOCHE = ZEROS
              AND CONT-ALTERADOS = ZEROS AND MANIFIESTO-SANO
               STRING "RESULTADO: EL JUEGO RESTAURADO ES EL DE LA"
                      " CORRIDA " WK-ID-BLOQUE
                   DELIMITED BY SIZE INTO REG-REPORTE
               IF CONT-SIN-VERIFICAR > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               STRING "RESULTADO: EL JUEGO RESTAURADO NO ES EL DE LA"
                      " CORRIDA " WK-ID-BLOQUE
                   DELIMITED BY SIZE INTO REG-REPORTE
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE REG-REPORTE
           DISPLAY REG-REPORTE

           IF ES-SIMULACRO
               PERFORM 310-ANOTAR-SIMULACRO
               PERFORM 320-ESCRIBIR-PROCEDIMIENTO
           ELSE
               PERFORM 330-AVISAR-SIMULACRO
           END-IF

           CLOSE ARCHIVO-REPORTE
           DISPLAY "DETALLE EN: VERIFICA-RESPALDO.TXT".

      * SIMULACROS-RESTAURACION.DAT NUNCA SE TRUNCA: ES LA CONSTANCIA
      * DE QUE EL SIMULACRO SE HIZO.
       310-ANOTAR-SIMULACRO.
           IF RETURN-CODE > 4
               MOVE "FALLIDO"  TO WK-RESULTADO-SIMULACRO
           ELSE
               MOVE "SUPERADO" TO WK-RESULTADO-SIMULACRO
           END-IF

           OPEN EXTEND ARCHIVO-SIMULACROS
           IF FS-SIMULACROS = '35'
               OPEN OUTPUT ARCHIVO-SIMULACROS
           END-IF

           IF FS-SIMULACROS NOT = '00'
               DISPLAY "ERROR ABRIENDO SIMULACROS-RESTAURACION.DAT: "
                       FS-SIMULACROS
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WK-FECHA-HOY         TO SIM-FECHA
           MOVE WK-HORA-ACTUAL(1:6)  TO SIM-HORA
           MOVE WK-RESPONSABLE       TO SIM-RESPONSABLE
           MOVE WK-ID-BLOQUE         TO SIM-ID-EJECUCION
           MOVE CONT-ARCHIVOS        TO SIM-ARCHIVOS
           MOVE CONT-CORRECTOS       TO SIM-CORRECTOS
           MOVE CONT-FALTAN          TO SIM-FALTAN
           MOVE CONT-OTRA-NOCHE      TO SIM-OTRA-NOCHE
           MOVE CONT-ALTERADOS       TO SIM-ALTERADOS
           MOVE CONT-SIN-VERIFICAR   TO SIM-SIN-VERIFICAR
           MOVE WK-RESULTADO-SIMULACRO TO SIM-RESULTADO
           WRITE REG-SIMULACRO
           CLOSE ARCHIVO-SIMULACROS.

       320-ESCRIBIR-PROCEDIMIENTO.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "PROCEDIMIENTO DEL SIMULACRO TRIMESTRAL DE RESTAURACION"
             TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "  1. RESTAURAR EL RESPALDO DE UNA NOCHE EN UN "
                  "DIRECTORIO APARTE, NUNCA SOBRE PRODUCCION."
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "  2. CORRER VERIFICA-RESPALDO DESDE ESE DIRECTORIO "
                  "CON EL MANIFIESTO Y EL ID DE ESA NOCHE."
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "  3. TODO ARCHIVO QUE NO SALGA CORRECTO SE "
                  "INVESTIGA Y SE ANOTA AL PIE."
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "  4. EL REPORTE Y SIMULACROS-RESTAURACION.DAT SE "
                  "LLEVAN A PRODUCCION Y SE ARCHIVAN FIRMADOS."
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "RESULTADO DEL SIMULACRO: " WK-RESULTADO-SIMULACRO
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "FIRMA RESPONSABLE: ____________________   "
                  "FIRMA AUDITORIA: ____________________"
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE.

       330-AVISAR-SIMULACRO.
           IF NOT SIMULACRO-VENCIDO
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           IF WK-FECHA-ULT-SIMULACRO = ZEROS
               STRING "AVISO: NO HAY NINGUN SIMULACRO DE RESTAURACION"
                      " ANOTADO"
                   DELIMITED BY SIZE INTO REG-REPORTE
           ELSE
               STRING "AVISO: EL ULTIMO SIMULACRO DE RESTAURACION ES"
                      " DEL " WK-FECHA-ULT-SIMULACRO ", HACE "
                      WK-DIAS-SIMULACRO " DIAS"
                   DELIMITED BY SIZE INTO REG-REPORTE
           END-IF
           WRITE REG-REPORTE
           DISPLAY REG-REPORTE
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
