       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSOLA-CADENA.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: CONSOLA DE LA CADENA NOCTURNA
      * PROPOSITO: PANTALLA DE OPERACIONES PARA SEGUIR LA NOCHE SIN
      *            LEER BITACORAS. CADA VEZ QUE SE REFRESCA (ENTER)
      *            JUNTA EN UNA SOLA VISTA:
      *              - QUIEN TIENE EL CERROJO DE CORRIDA (CERROJO.DAT)
      *              - EL PASO QUE ESTA CORRIENDO (PASO-EN-CURSO.DAT,
      *                LO ESCRIBE LANZA-NOCTURNO), CUANTO LLEVA Y
      *                CUANTO DURA DE COSTUMBRE: PROMEDIO Y MAXIMO DE
      *                ESE PASO EN LAS ULTIMAS NOCHES DE JOBLOG.DAT,
      *                CON LA MISMA ARITMETICA DE REPORTE-VENTANA
      *              - LOS PASOS YA TERMINADOS ESTA NOCHE CON SU
      *                RESULTADO Y RC (JOBLOG.DAT)
      *              - LAS ALERTAS DISPARADAS ESTA NOCHE (ALERTAS.DAT)
      *              - EL VEREDICTO DE LA ULTIMA CORRIDA DEL CRUZADO
      *                (ESTADO-CORRIDA.DAT)
      *              - LA ULTIMA POSICION GRABADA EN CHECKPOINT.DAT
      *            Y ARRIBA DE TODO UNA LINEA CON EL ESTADO DE LA
      *            NOCHE: EN CURSO, DEMORADA, DETENIDA O TERMINADA.
      *            LA NOCHE ES LA DEL PASO EN CURSO, O LA DEL
      *            CERROJO, O LA ULTIMA ANOTADA EN EL JOBLOG: DESPUES
      *            DE MEDIANOCHE SIGUE SIENDO LA MISMA NOCHE.
      *            SOLO LEE; SE PUEDE TENER ABIERTA TODA LA NOCHE.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CERROJO
               ASSIGN TO "CERROJO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CERROJO.

           SELECT ARCHIVO-PASO-EN-CURSO
               ASSIGN TO "PASO-EN-CURSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PASO-EN-CURSO.

           SELECT ARCHIVO-JOBLOG
               ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-JOBLOG.

           SELECT ARCHIVO-ALERTAS
               ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALERTAS.

           SELECT ARCHIVO-ESTADO-CORRIDA
               ASSIGN TO "ESTADO-CORRIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTADO-CORRIDA.

           SELECT ARCHIVO-CHECKPOINT
               ASSIGN TO "CHECKPOINT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHECKPOINT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CERROJO.
       01  REG-CERROJO.
           05 CER-FECHA            PIC 9(8).
           05 CER-HORA             PIC 9(6).
           05 CER-OPERADOR         PIC X(8).

       FD  ARCHIVO-PASO-EN-CURSO.
       01  REG-PASO-EN-CURSO.
           05 PEC-FECHA            PIC 9(8).
           05 PEC-PASO             PIC X(20).
           05 PEC-HORA-INICIO      PIC 9(6).
           05 PEC-OPERADOR         PIC X(8).
           05 PEC-NUMERO           PIC 9(2).
           05 PEC-TOTAL            PIC 9(2).
           05 PEC-FECHA-NEGOCIO    PIC 9(8).

       FD  ARCHIVO-JOBLOG.
       01  REG-JOBLOG.
           05 JOB-FECHA            PIC 9(8).
           05 FILLER               PIC X(01).
           05 JOB-PASO             PIC X(18).
           05 FILLER               PIC X(01).
           05 JOB-HORA-INICIO      PIC 9(6).
           05 FILLER               PIC X(01).
           05 JOB-HORA-FIN         PIC 9(6).
           05 FILLER               PIC X(01).
           05 JOB-RESULTADO        PIC X(20).
           05 FILLER               PIC X(01).
           05 JOB-OPERADOR         PIC X(8).
           05 FILLER               PIC X(01).
           05 JOB-SECUENCIA        PIC 9(9).
           05 JOB-SELLO            PIC 9(18).

       FD  ARCHIVO-ALERTAS.
       01  REG-ALERTA.
           05 ALE-FECHA            PIC 9(8).
           05 ALE-ID-EJECUCION     PIC X(19).
           05 ALE-UMBRAL           PIC X(20).
           05 ALE-VALOR            PIC 9(7).
           05 ALE-LIMITE           PIC 9(7).
           05 ALE-MOVS-LEIDOS      PIC 9(7).

       FD  ARCHIVO-ESTADO-CORRIDA.
       01  REG-ESTADO-CORRIDA.
           05 EST-ID-EJECUCION     PIC X(19).
           05 EST-RESULTADO        PIC X(8).
           05 EST-PARRAFO          PIC X(30).
           05 EST-MOTIVO           PIC X(40).
           05 EST-CUADRE           PIC X(1).
           05 EST-RC               PIC 9(4).

      * DEL CHECKPOINT DEL CRUZADO SOLO INTERESA DONDE IBA: LA
      * ULTIMA CUENTA Y EL ULTIMO MOVIMIENTO LEIDOS Y CUANTOS DE
      * CADA UNO; EL RESTO DE LA FOTO QUEDA EN EL FILLER.
       FD  ARCHIVO-CHECKPOINT.
       01  REG-CHECKPOINT.
           05 CK-CODIGO-MAESTRO    PIC 9(5).
           05 CK-CODIGO-MOVIMIENTO PIC 9(5).
           05 CK-CONT-MAESTRO      PIC 9(5).
           05 CK-CONT-MOVIMIENTOS  PIC 9(5).
           05 FILLER               PIC X(187).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-CERROJO           PIC XX.
           05 FS-PASO-EN-CURSO     PIC XX.
           05 FS-JOBLOG            PIC XX.
           05 FS-ALERTAS           PIC XX.
           05 FS-ESTADO-CORRIDA    PIC XX.
           05 FS-CHECKPOINT        PIC XX.

       01  SWITCHES.
           05 SW-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 SW-CERROJO-PUESTO    PIC X VALUE 'N'.
              88 CERROJO-PUESTO    VALUE 'S'.
           05 SW-HAY-PASO          PIC X VALUE 'N'.
              88 HAY-PASO-EN-CURSO VALUE 'S'.
           05 SW-HAY-JOBLOG        PIC X VALUE 'N'.
              88 HAY-JOBLOG        VALUE 'S'.
           05 SW-HALLADO           PIC X VALUE 'N'.
              88 HALLADO           VALUE 'S'.
           05 SW-PASO-FALLIDO      PIC X VALUE 'N'.
              88 HAY-PASO-FALLIDO  VALUE 'S'.
           05 SW-PASO-CON-AVISO    PIC X VALUE 'N'.
              88 HAY-PASO-CON-AVISO VALUE 'S'.

       01  CONTADORES.
           05 CONT-ALERTAS         PIC 9(3) VALUE ZEROS.
           05 CONT-DEMORADOS       PIC 9(2) VALUE ZEROS.

       01  WK-OPCION               PIC X(1) VALUE SPACE.
           88 OPCION-TERMINAR      VALUES 'F', 'f'.

       01  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
       01  WK-HORA-AHORA           PIC 9(8) VALUE ZEROS.
      * LA NOCHE QUE SE MUESTRA (FECHA CON QUE LANZA-NOCTURNO ANOTA
      * SUS PASOS) Y DE DONDE SE SACO.
       01  WK-NOCHE                PIC 9(8) VALUE ZEROS.
       01  WK-ORIGEN-NOCHE         PIC X(20) VALUE SPACES.
       01  WK-ULTIMA-FECHA-LOG     PIC 9(8) VALUE ZEROS.

      * LA COSTUMBRE DE CADA PASO SALE DE LAS ULTIMAS NOCHES DEL
      * JOBLOG ANTERIORES A LA QUE SE MUESTRA, LAS MISMAS DIEZ QUE
      * REPORTE-VENTANA TOMA POR DEFECTO. SOLO CUENTAN LAS CORRIDAS
      * "OK": UN PASO QUE FALLO A LOS DOS MINUTOS NO ES COSTUMBRE.
       01  WK-NOCHES-HISTORIA      PIC 9(2) VALUE 10.
       01  CONT-NOCHES             PIC 9(2) VALUE ZEROS.
       01  TABLA-NOCHES.
           05 TN-FECHA             PIC 9(8) OCCURS 11 TIMES.
       01  WK-IDX-NOCHE            PIC 9(2) VALUE ZEROS.
       01  WK-NOCHE-DESDE          PIC 9(8) VALUE ZEROS.
       01  WK-NOCHES-USADAS        PIC 9(2) VALUE ZEROS.

       01  WK-MAX-PASOS            PIC 9(2) VALUE 40.
       01  CONT-PASOS              PIC 9(2) VALUE ZEROS.
       01  TABLA-HABITUAL.
           05 ENTRADA-HABITUAL     OCCURS 1 TO 40 TIMES
                                   DEPENDING ON CONT-PASOS.
              10 TH-PASO           PIC X(18).
              10 TH-VECES          PIC 9(4).
              10 TH-SEGUNDOS       PIC 9(8).
              10 TH-MAXIMO         PIC 9(5).
       01  WK-IDX-PASO             PIC 9(2) VALUE ZEROS.
       01  WK-IDX-PASO-HALLADO     PIC 9(2) VALUE ZEROS.

      * LOS PASOS TERMINADOS ESTA NOCHE, EN EL ORDEN DEL JOBLOG (UN
      * PASO REPETIDO EN UNA REANUDACION APARECE DOS VECES).
       01  WK-MAX-TERMINADOS       PIC 9(2) VALUE 60.
       01  CONT-TERMINADOS         PIC 9(2) VALUE ZEROS.
       01  TABLA-TERMINADOS.
           05 ENTRADA-TERMINADO    OCCURS 1 TO 60 TIMES
                                   DEPENDING ON CONT-TERMINADOS.
              10 TE-PASO           PIC X(18).
              10 TE-HORA-INICIO    PIC 9(6).
              10 TE-HORA-FIN       PIC 9(6).
              10 TE-SEGUNDOS       PIC 9(5).
              10 TE-RESULTADO      PIC X(20).
       01  WK-IDX-TERMINADO        PIC 9(2) VALUE ZEROS.

       01  DESGLOSE-HORA.
           05 WK-HORA-TRABAJO      PIC 9(6) VALUE ZEROS.
           05 FILLER REDEFINES WK-HORA-TRABAJO.
              10 WK-HT-HH          PIC 9(2).
              10 WK-HT-MM          PIC 9(2).
              10 WK-HT-SS          PIC 9(2).
           05 WK-SEG-INICIO        PIC S9(7) VALUE ZEROS.
           05 WK-SEG-FIN           PIC S9(7) VALUE ZEROS.
           05 WK-DURACION          PIC S9(7) VALUE ZEROS.

      * EL PASO EN CURSO CONTRA SU COSTUMBRE.
       01  WK-PASO-BUSCADO         PIC X(18) VALUE SPACES.
       01  WK-PROMEDIO             PIC 9(5) VALUE ZEROS.
       01  WK-MAXIMO               PIC 9(5) VALUE ZEROS.
       01  WK-VECES                PIC 9(4) VALUE ZEROS.
       01  WK-TRANSCURRIDO         PIC 9(5) VALUE ZEROS.
       01  WK-RITMO                PIC X(1) VALUE SPACE.
           88 RITMO-SIN-HISTORIA   VALUE 'H'.
           88 RITMO-EN-TIEMPO      VALUE 'T'.
           88 RITMO-LENTO          VALUE 'L'.
           88 RITMO-DEMORADO       VALUE 'D'.

       01  WK-MINUTOS              PIC 9(5) VALUE ZEROS.
       01  WK-FECHA-A-EDITAR       PIC 9(8) VALUE ZEROS.
       01  WK-FECHA-EDITADA        PIC X(10) VALUE SPACES.
       01  WK-HORA-A-EDITAR        PIC 9(6) VALUE ZEROS.
       01  WK-HORA-EDITADA         PIC X(8) VALUE SPACES.
       01  WK-ESTADO-NOCHE         PIC X(50) VALUE SPACES.

       01  LINEA-TERMINADO.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LT-PASO              PIC X(18).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LT-INICIO            PIC X(8).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LT-FIN               PIC X(8).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LT-MINUTOS           PIC ZZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LT-HABITUAL          PIC ZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LT-RESULTADO         PIC X(20).
           05 LT-MARCA             PIC X(02).

       01  LINEA-ALERTA.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LA-UMBRAL            PIC X(20).
           05 FILLER               PIC X(07) VALUE ' VALOR '.
           05 LA-VALOR             PIC ZZZZZZ9.
           05 FILLER               PIC X(08) VALUE ' LIMITE '.
           05 LA-LIMITE            PIC ZZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LA-ID-EJECUCION      PIC X(19).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM UNTIL OPCION-TERMINAR
               PERFORM 200-REFRESCAR
               PERFORM 110-PEDIR-OPCION
           END-PERFORM
           DISPLAY "FIN DE LA CONSOLA"
           STOP RUN.

       100-INICIALIZAR.
           DISPLAY "========================================"
           DISPLAY "  CONSOLA DE LA CADENA NOCTURNA"
           DISPLAY "========================================".

       110-PEDIR-OPCION.
           DISPLAY " "
           DISPLAY "ENTER = REFRESCAR, F = TERMINAR: "
           MOVE SPACE TO WK-OPCION
           ACCEPT WK-OPCION.

      *****************************************************************
      * CADA REFRESCO VUELVE A LEER TODO DESDE CERO: LA CADENA SIGUE
      * ESCRIBIENDO MIENTRAS LA CONSOLA ESTA ABIERTA.
      *****************************************************************
       200-REFRESCAR.
           ACCEPT WK-FECHA-HOY  FROM DATE YYYYMMDD
           ACCEPT WK-HORA-AHORA FROM TIME
           MOVE 'N' TO SW-CERROJO-PUESTO
                       SW-HAY-PASO
                       SW-HAY-JOBLOG
                       SW-PASO-FALLIDO
                       SW-PASO-CON-AVISO
           MOVE ZEROS TO CONT-ALERTAS
                         CONT-DEMORADOS
                         CONT-NOCHES
                         CONT-PASOS
                         CONT-TERMINADOS
                         WK-ULTIMA-FECHA-LOG
           MOVE SPACE TO WK-RITMO

           PERFORM 210-LEER-CERROJO
           PERFORM 215-LEER-PASO-EN-CURSO
           PERFORM 220-RELEVAR-NOCHES
           PERFORM 225-FIJAR-NOCHE
           PERFORM 230-RELEVAR-HABITUALES
           PERFORM 235-RELEVAR-TERMINADOS
           PERFORM 240-MEDIR-PASO-EN-CURSO
           PERFORM 245-DECIDIR-ESTADO

           PERFORM 300-MOSTRAR-CABECERA
           PERFORM 310-MOSTRAR-CERROJO
           PERFORM 320-MOSTRAR-PASO-EN-CURSO
           PERFORM 330-MOSTRAR-TERMINADOS
           PERFORM 340-MOSTRAR-ALERTAS
           PERFORM 350-MOSTRAR-CORRIDA
           PERFORM 360-MOSTRAR-CHECKPOINT.

      * LANZA-NOCTURNO DEJA CERROJO.DAT VACIO AL SOLTARLO.
       210-LEER-CERROJO.
           OPEN INPUT ARCHIVO-CERROJO
           IF FS-CERROJO NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ ARCHIVO-CERROJO
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'S' TO SW-CERROJO-PUESTO
           END-READ
           CLOSE ARCHIVO-CERROJO.

       215-LEER-PASO-EN-CURSO.
           OPEN INPUT ARCHIVO-PASO-EN-CURSO
           IF FS-PASO-EN-CURSO NOT = '00'
               EXIT PARAGRAPH
           END-IF
           READ ARCHIVO-PASO-EN-CURSO
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'S' TO SW-HAY-PASO
           END-READ
           CLOSE ARCHIVO-PASO-EN-CURSO.

      * LAS FECHAS DISTINTAS DEL JOBLOG (ES CRONOLOGICO): SE GUARDAN
      * LAS ONCE ULTIMAS, QUE ALCANZAN PARA DIEZ NOCHES DE HISTORIA
      * ADEMAS DE LA QUE SE MUESTRA.
       220-RELEVAR-NOCHES.
           OPEN INPUT ARCHIVO-JOBLOG
           IF FS-JOBLOG NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO SW-HAY-JOBLOG

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-JOBLOG
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF JOB-FECHA NOT = WK-ULTIMA-FECHA-LOG
                           PERFORM 222-AGREGAR-NOCHE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-JOBLOG.

       222-AGREGAR-NOCHE.
           MOVE JOB-FECHA TO WK-ULTIMA-FECHA-LOG
           IF CONT-NOCHES >= WK-NOCHES-HISTORIA + 1
               PERFORM VARYING WK-IDX-NOCHE FROM 1 BY 1
                       UNTIL WK-IDX-NOCHE >= CONT-NOCHES
                   MOVE TN-FECHA(WK-IDX-NOCHE + 1)
                     TO TN-FECHA(WK-IDX-NOCHE)
               END-PERFORM
           ELSE
               ADD 1 TO CONT-NOCHES
           END-IF
           MOVE JOB-FECHA TO TN-FECHA(CONT-NOCHES).

      * LA HISTORIA SON LAS NOCHES ANTERIORES A LA QUE SE MUESTRA,
      * HASTA DIEZ.
       225-FIJAR-NOCHE.
           EVALUATE TRUE
               WHEN HAY-PASO-EN-CURSO
                   MOVE PEC-FECHA TO WK-NOCHE
                   MOVE "PASO EN CURSO" TO WK-ORIGEN-NOCHE
               WHEN CERROJO-PUESTO
                   MOVE CER-FECHA TO WK-NOCHE
                   MOVE "CERROJO" TO WK-ORIGEN-NOCHE
               WHEN WK-ULTIMA-FECHA-LOG > ZEROS
                   MOVE WK-ULTIMA-FECHA-LOG TO WK-NOCHE
                   MOVE "ULTIMA DEL JOBLOG" TO WK-ORIGEN-NOCHE
               WHEN OTHER
                   MOVE WK-FECHA-HOY TO WK-NOCHE
                   MOVE "RELOJ" TO WK-ORIGEN-NOCHE
           END-EVALUATE

           MOVE ZEROS TO WK-NOCHE-DESDE
                         WK-NOCHES-USADAS
           PERFORM VARYING WK-IDX-NOCHE FROM CONT-NOCHES BY -1
                   UNTIL WK-IDX-NOCHE < 1
                      OR WK-NOCHES-USADAS >= WK-NOCHES-HISTORIA
               IF TN-FECHA(WK-IDX-NOCHE) < WK-NOCHE
                   ADD 1 TO WK-NOCHES-USADAS
                   MOVE TN-FECHA(WK-IDX-NOCHE) TO WK-NOCHE-DESDE
               END-IF
           END-PERFORM.

       230-RELEVAR-HABITUALES.
           IF NOT HAY-JOBLOG OR WK-NOCHES-USADAS = ZEROS
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ARCHIVO-JOBLOG
           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-JOBLOG
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF JOB-FECHA >= WK-NOCHE-DESDE
                           AND JOB-FECHA < WK-NOCHE
                           AND JOB-RESULTADO(1:2) = "OK"
                           PERFORM 232-ACUMULAR-HABITUAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-JOBLOG.

       232-ACUMULAR-HABITUAL.
           PERFORM 400-CALCULAR-DURACION

           MOVE JOB-PASO TO WK-PASO-BUSCADO
           PERFORM 410-BUSCAR-HABITUAL
           IF NOT HALLADO
               IF CONT-PASOS >= WK-MAX-PASOS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CONT-PASOS
               MOVE JOB-PASO TO TH-PASO(CONT-PASOS)
               MOVE ZEROS TO TH-VECES(CONT-PASOS)
                             TH-SEGUNDOS(CONT-PASOS)
                             TH-MAXIMO(CONT-PASOS)
               MOVE CONT-PASOS TO WK-IDX-PASO-HALLADO
           END-IF

           ADD 1 TO TH-VECES(WK-IDX-PASO-HALLADO)
           ADD WK-DURACION TO TH-SEGUNDOS(WK-IDX-PASO-HALLADO)
           IF WK-DURACION > TH-MAXIMO(WK-IDX-PASO-HALLADO)
               MOVE WK-DURACION TO TH-MAXIMO(WK-IDX-PASO-HALLADO)
           END-IF.

      * UN RESULTADO QUE NO EMPIEZA CON "OK" NI CON "AVISO" ES UN
      * FALLO QUE DETUVO LA CADENA.
       235-RELEVAR-TERMINADOS.
           IF NOT HAY-JOBLOG
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ARCHIVO-JOBLOG
           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-JOBLOG
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF JOB-FECHA = WK-NOCHE
                           AND CONT-TERMINADOS < WK-MAX-TERMINADOS
                           PERFORM 237-GUARDAR-TERMINADO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-JOBLOG.

       237-GUARDAR-TERMINADO.
           PERFORM 400-CALCULAR-DURACION
           ADD 1 TO CONT-TERMINADOS
           MOVE JOB-PASO        TO TE-PASO(CONT-TERMINADOS)
           MOVE JOB-HORA-INICIO TO TE-HORA-INICIO(CONT-TERMINADOS)
           MOVE JOB-HORA-FIN    TO TE-HORA-FIN(CONT-TERMINADOS)
           MOVE WK-DURACION     TO TE-SEGUNDOS(CONT-TERMINADOS)
           MOVE JOB-RESULTADO   TO TE-RESULTADO(CONT-TERMINADOS)

           EVALUATE TRUE
               WHEN JOB-RESULTADO(1:2) = "OK"
                   CONTINUE
               WHEN JOB-RESULTADO(1:5) = "AVISO"
                   MOVE 'S' TO SW-PASO-CON-AVISO
               WHEN OTHER
                   MOVE 'S' TO SW-PASO-FALLIDO
           END-EVALUATE.

      * LO QUE LLEVA EL PASO EN CURSO CONTRA SU COSTUMBRE: HASTA EL
      * PROMEDIO VA EN TIEMPO, HASTA LA NOCHE MAS LARGA VA LENTO, Y
      * PASADA ESA ESTA DEMORADO. UN FIN MENOR QUE EL INICIO CRUZO
      * LA MEDIANOCHE.
       240-MEDIR-PASO-EN-CURSO.
           IF NOT HAY-PASO-EN-CURSO
               EXIT PARAGRAPH
           END-IF

           MOVE PEC-HORA-INICIO TO WK-HORA-TRABAJO
           COMPUTE WK-SEG-INICIO =
               WK-HT-HH * 3600 + WK-HT-MM * 60 + WK-HT-SS
           MOVE WK-HORA-AHORA(1:6) TO WK-HORA-TRABAJO
           COMPUTE WK-SEG-FIN =
               WK-HT-HH * 3600 + WK-HT-MM * 60 + WK-HT-SS
           COMPUTE WK-DURACION = WK-SEG-FIN - WK-SEG-INICIO
           IF WK-DURACION < ZERO
               ADD 86400 TO WK-DURACION
           END-IF
           MOVE WK-DURACION TO WK-TRANSCURRIDO

           MOVE PEC-PASO(1:18) TO WK-PASO-BUSCADO
           PERFORM 420-COSTUMBRE-DEL-PASO

           EVALUATE TRUE
               WHEN WK-VECES = ZEROS
                   MOVE 'H' TO WK-RITMO
               WHEN WK-TRANSCURRIDO <= WK-PROMEDIO
                   MOVE 'T' TO WK-RITMO
               WHEN WK-TRANSCURRIDO <= WK-MAXIMO
                   MOVE 'L' TO WK-RITMO
               WHEN OTHER
                   MOVE 'D' TO WK-RITMO
           END-EVALUATE.

      * LA LINEA DE ARRIBA: LO QUE EL TURNO NECESITA SABER DE UN
      * VISTAZO. UN PASO EN CURSO SIN CERROJO ES UNA CADENA QUE MURIO
      * SIN PASAR POR SU FINAL.
       245-DECIDIR-ESTADO.
           EVALUATE TRUE
               WHEN CERROJO-PUESTO AND RITMO-DEMORADO
                   MOVE "EN CURSO, DEMORADA" TO WK-ESTADO-NOCHE
               WHEN CERROJO-PUESTO AND HAY-PASO-FALLIDO
                   MOVE "EN CURSO, CON UN PASO FALLIDO"
                     TO WK-ESTADO-NOCHE
               WHEN CERROJO-PUESTO AND HAY-PASO-EN-CURSO
                   MOVE "EN CURSO" TO WK-ESTADO-NOCHE
               WHEN CERROJO-PUESTO
                   MOVE "EN CURSO, ENTRE DOS PASOS" TO WK-ESTADO-NOCHE
               WHEN HAY-PASO-EN-CURSO
                   MOVE "INTERRUMPIDA DENTRO DE UN PASO"
                     TO WK-ESTADO-NOCHE
               WHEN HAY-PASO-FALLIDO
                   MOVE "DETENIDA POR UN FALLO" TO WK-ESTADO-NOCHE
               WHEN CONT-TERMINADOS = ZEROS
                   MOVE "SIN CADENA ESTA NOCHE" TO WK-ESTADO-NOCHE
               WHEN HAY-PASO-CON-AVISO
                   MOVE "TERMINADA CON AVISOS" TO WK-ESTADO-NOCHE
               WHEN OTHER
                   MOVE "TERMINADA LIMPIA" TO WK-ESTADO-NOCHE
           END-EVALUATE.

       300-MOSTRAR-CABECERA.
           MOVE WK-FECHA-HOY TO WK-FECHA-A-EDITAR
           PERFORM 450-EDITAR-FECHA
           MOVE WK-HORA-AHORA(1:6) TO WK-HORA-A-EDITAR
           PERFORM 455-EDITAR-HORA
           DISPLAY " "
           DISPLAY "========================================"
                   "========================================"
           DISPLAY "CONSOLA DE LA CADENA - " WK-FECHA-EDITADA " "
                   WK-HORA-EDITADA
           MOVE WK-NOCHE TO WK-FECHA-A-EDITAR
           PERFORM 450-EDITAR-FECHA
           DISPLAY "NOCHE DEL " WK-FECHA-EDITADA ", SEGUN "
                   WK-ORIGEN-NOCHE
           DISPLAY "ESTADO DE LA NOCHE: " WK-ESTADO-NOCHE
           DISPLAY "========================================"
                   "========================================".

       310-MOSTRAR-CERROJO.
           IF NOT CERROJO-PUESTO
               DISPLAY "CERROJO: LIBRE"
               EXIT PARAGRAPH
           END-IF
           MOVE CER-FECHA TO WK-FECHA-A-EDITAR
           PERFORM 450-EDITAR-FECHA
           MOVE CER-HORA TO WK-HORA-A-EDITAR
           PERFORM 455-EDITAR-HORA
           DISPLAY "CERROJO: TOMADO POR " CER-OPERADOR " DESDE EL "
                   WK-FECHA-EDITADA " A LAS " WK-HORA-EDITADA.

       320-MOSTRAR-PASO-EN-CURSO.
           DISPLAY " "
           IF NOT HAY-PASO-EN-CURSO
               DISPLAY "PASO EN CURSO: NINGUNO"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "PASO EN CURSO: " PEC-PASO " (" PEC-NUMERO
                   " DE " PEC-TOTAL " DE LA CADENA)"
           MOVE PEC-HORA-INICIO TO WK-HORA-A-EDITAR
           PERFORM 455-EDITAR-HORA
           COMPUTE WK-MINUTOS = WK-TRANSCURRIDO / 60
           DISPLAY "  LANZADO A LAS " WK-HORA-EDITADA
                   ", LLEVA " WK-MINUTOS " MIN"

           IF RITMO-SIN-HISTORIA
               DISPLAY "  SIN CORRIDAS OK EN LAS ULTIMAS "
                       WK-NOCHES-HISTORIA " NOCHES PARA COMPARAR"
           ELSE
               COMPUTE WK-MINUTOS ROUNDED = WK-PROMEDIO / 60
               DISPLAY "  DE COSTUMBRE " WK-MINUTOS " MIN (PROMEDIO"
                       " DE " WK-VECES " CORRIDAS EN LAS ULTIMAS "
                       WK-NOCHES-USADAS " NOCHES)"
               COMPUTE WK-MINUTOS ROUNDED = WK-MAXIMO / 60
               DISPLAY "  LA MAS LARGA: " WK-MINUTOS " MIN"
           END-IF

           EVALUATE TRUE
               WHEN RITMO-EN-TIEMPO
                   DISPLAY "  -> EN TIEMPO"
               WHEN RITMO-LENTO
                   DISPLAY "  -> MAS LENTO QUE EL PROMEDIO, DENTRO"
                           " DE LO VISTO"
               WHEN RITMO-DEMORADO
                   DISPLAY "  -> *** DEMORADO: YA SUPERA LA CORRIDA"
                           " MAS LARGA ***"
           END-EVALUATE

           IF NOT CERROJO-PUESTO
               DISPLAY "  *** EL CERROJO ESTA SUELTO: LA CADENA MURIO"
                       " DENTRO DE ESTE PASO ***"
           END-IF.

       330-MOSTRAR-TERMINADOS.
           DISPLAY " "
           DISPLAY "PASOS TERMINADOS ESTA NOCHE (JOBLOG.DAT):"
           IF CONT-TERMINADOS = ZEROS
               DISPLAY "  (NINGUNO)"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  PASO               INICIO   FIN       MIN"
                   " HABIT  RESULTADO"

           PERFORM VARYING WK-IDX-TERMINADO FROM 1 BY 1
                   UNTIL WK-IDX-TERMINADO > CONT-TERMINADOS
               PERFORM 335-MOSTRAR-TERMINADO
           END-PERFORM

           IF CONT-DEMORADOS > ZEROS
               DISPLAY "  (*) TARDO MAS QUE SU CORRIDA MAS LARGA DE"
                       " LAS ULTIMAS NOCHES"
           END-IF.

       335-MOSTRAR-TERMINADO.
           MOVE TE-PASO(WK-IDX-TERMINADO) TO LT-PASO
           MOVE TE-HORA-INICIO(WK-IDX-TERMINADO) TO WK-HORA-A-EDITAR
           PERFORM 455-EDITAR-HORA
           MOVE WK-HORA-EDITADA TO LT-INICIO
           MOVE TE-HORA-FIN(WK-IDX-TERMINADO) TO WK-HORA-A-EDITAR
           PERFORM 455-EDITAR-HORA
           MOVE WK-HORA-EDITADA TO LT-FIN
           COMPUTE LT-MINUTOS = TE-SEGUNDOS(WK-IDX-TERMINADO) / 60
           MOVE TE-RESULTADO(WK-IDX-TERMINADO) TO LT-RESULTADO

           MOVE TE-PASO(WK-IDX-TERMINADO) TO WK-PASO-BUSCADO
           PERFORM 420-COSTUMBRE-DEL-PASO
           MOVE SPACES TO LT-MARCA
           IF WK-VECES = ZEROS
               MOVE ZEROS TO LT-HABITUAL
           ELSE
               COMPUTE LT-HABITUAL ROUNDED = WK-PROMEDIO / 60
               IF TE-SEGUNDOS(WK-IDX-TERMINADO) > WK-MAXIMO
                   MOVE " *" TO LT-MARCA
                   ADD 1 TO CONT-DEMORADOS
               END-IF
           END-IF
           DISPLAY LINEA-TERMINADO.

      * LAS ALERTAS LLEVAN LA FECHA DEL RELOJ DEL PASO QUE LAS
      * DISPARO: LAS DE DESPUES DE MEDIANOCHE YA TIENEN LA DEL DIA
      * SIGUIENTE Y TAMBIEN SON DE ESTA NOCHE.
       340-MOSTRAR-ALERTAS.
           DISPLAY " "
           DISPLAY "ALERTAS DE ESTA NOCHE (ALERTAS.DAT):"

           OPEN INPUT ARCHIVO-ALERTAS
           IF FS-ALERTAS NOT = '00'
               DISPLAY "  (NINGUNA)"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-ALERTAS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF ALE-FECHA >= WK-NOCHE
                           ADD 1 TO CONT-ALERTAS
                           MOVE ALE-UMBRAL       TO LA-UMBRAL
                           MOVE ALE-VALOR        TO LA-VALOR
                           MOVE ALE-LIMITE       TO LA-LIMITE
                           MOVE ALE-ID-EJECUCION TO LA-ID-EJECUCION
                           DISPLAY LINEA-ALERTA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-ALERTAS

           IF CONT-ALERTAS = ZEROS
               DISPLAY "  (NINGUNA)"
           END-IF.

       350-MOSTRAR-CORRIDA.
           DISPLAY " "
           OPEN INPUT ARCHIVO-ESTADO-CORRIDA
           IF FS-ESTADO-CORRIDA NOT = '00'
               DISPLAY "ULTIMA CORRIDA DEL CRUZADO: SIN"
                       " ESTADO-CORRIDA.DAT"
               EXIT PARAGRAPH
           END-IF

           READ ARCHIVO-ESTADO-CORRIDA
               AT END
                   DISPLAY "ULTIMA CORRIDA DEL CRUZADO: SIN"
                           " VEREDICTO ANOTADO"
               NOT AT END
                   DISPLAY "ULTIMA CORRIDA DEL CRUZADO: "
                           EST-ID-EJECUCION
                   DISPLAY "  RESULTADO: " EST-RESULTADO
                           "  CUADRE: " EST-CUADRE
                           "  RC: " EST-RC
                   IF EST-MOTIVO NOT = SPACES
                       DISPLAY "  MOTIVO: " EST-MOTIVO
                   END-IF
                   IF EST-PARRAFO NOT = SPACES
                       DISPLAY "  PARRAFO: " EST-PARRAFO
                   END-IF
           END-READ
           CLOSE ARCHIVO-ESTADO-CORRIDA.

      * EL CRUZADO BORRA SU CHECKPOINT AL TERMINAR BIEN: SI HAY UNO
      * ES DE UNA CORRIDA EN MARCHA O DE UNA QUE QUEDO A MEDIAS.
       360-MOSTRAR-CHECKPOINT.
           DISPLAY " "
           OPEN INPUT ARCHIVO-CHECKPOINT
           IF FS-CHECKPOINT NOT = '00'
               DISPLAY "CHECKPOINT: NINGUNO"
               EXIT PARAGRAPH
           END-IF

           READ ARCHIVO-CHECKPOINT
               AT END
                   DISPLAY "CHECKPOINT: NINGUNO"
               NOT AT END
                   DISPLAY "CHECKPOINT: ULTIMA CUENTA "
                           CK-CODIGO-MAESTRO ", ULTIMO MOVIMIENTO "
                           CK-CODIGO-MOVIMIENTO
                   DISPLAY "  CUENTAS LEIDAS " CK-CONT-MAESTRO
                           ", MOVIMIENTOS LEIDOS "
                           CK-CONT-MOVIMIENTOS
           END-READ
           CLOSE ARCHIVO-CHECKPOINT.

      * DURACION DE UN PASO DEL JOBLOG EN SEGUNDOS, COMO EN
      * REPORTE-VENTANA.
       400-CALCULAR-DURACION.
           MOVE JOB-HORA-INICIO TO WK-HORA-TRABAJO
           COMPUTE WK-SEG-INICIO =
               WK-HT-HH * 3600 + WK-HT-MM * 60 + WK-HT-SS
           MOVE JOB-HORA-FIN TO WK-HORA-TRABAJO
           COMPUTE WK-SEG-FIN =
               WK-HT-HH * 3600 + WK-HT-MM * 60 + WK-HT-SS
           COMPUTE WK-DURACION = WK-SEG-FIN - WK-SEG-INICIO
           IF WK-DURACION < ZERO
               ADD 86400 TO WK-DURACION
           END-IF.

       410-BUSCAR-HABITUAL.
           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-IDX-PASO FROM 1 BY 1
                   UNTIL WK-IDX-PASO > CONT-PASOS
                   OR HALLADO
               IF TH-PASO(WK-IDX-PASO) = WK-PASO-BUSCADO
                   MOVE 'S' TO SW-HALLADO
                   MOVE WK-IDX-PASO TO WK-IDX-PASO-HALLADO
               END-IF
           END-PERFORM.

      * PROMEDIO Y MAXIMO EN SEGUNDOS DEL PASO EN WK-PASO-BUSCADO;
      * WK-VECES EN CERO SI NO HAY HISTORIA.
       420-COSTUMBRE-DEL-PASO.
           MOVE ZEROS TO WK-PROMEDIO
                         WK-MAXIMO
                         WK-VECES
           PERFORM 410-BUSCAR-HABITUAL
           IF NOT HALLADO
               EXIT PARAGRAPH
           END-IF
           MOVE TH-VECES(WK-IDX-PASO-HALLADO) TO WK-VECES
           MOVE TH-MAXIMO(WK-IDX-PASO-HALLADO) TO WK-MAXIMO
           COMPUTE WK-PROMEDIO ROUNDED =
               TH-SEGUNDOS(WK-IDX-PASO-HALLADO) / WK-VECES.

       450-EDITAR-FECHA.
           MOVE SPACES TO WK-FECHA-EDITADA
           IF WK-FECHA-A-EDITAR > ZEROS
               STRING WK-FECHA-A-EDITAR(7:2) "/"
                      WK-FECHA-A-EDITAR(5:2) "/"
                      WK-FECHA-A-EDITAR(1:4)
                   DELIMITED BY SIZE INTO WK-FECHA-EDITADA
           END-IF.

       455-EDITAR-HORA.
           MOVE SPACES TO WK-HORA-EDITADA
           STRING WK-HORA-A-EDITAR(1:2) ":"
                  WK-HORA-A-EDITAR(3:2) ":"
                  WK-HORA-A-EDITAR(5:2)
               DELIMITED BY SIZE INTO WK-HORA-EDITADA.
