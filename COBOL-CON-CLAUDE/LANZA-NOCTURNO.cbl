      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: LANZADOR DE LA CADENA NOCTURNA
      * PROPOSITO: EJECUTA EN ORDEN LOS PASOS DE LA NOCHE QUE
      *            DICTA CADENA-NOCTURNA.DAT (ORDEN, PASO, SI UN FALLO
      *            DETIENE LA CADENA O SOLO AVISA, Y FRECUENCIA: TODAS
      *            LAS NOCHES, EL ULTIMO DIA HABIL DEL MES O EL ULTIMO
      *            DIA HABIL DEL AÑO SEGUN DIA-HABIL Y CALENDARIO.DAT),
      *            DE MODO QUE OPERACIONES AGREGA O REORDENA PASOS SIN
      *            RECOMPILAR. SIN ESE ARCHIVO CORRE LA CADENA DE
      *            SIEMPRE, TODA DIARIA Y TODA DETENIENDO --
      *              0. PREVUELO (GO/NO-GO ANTES DE TOCAR NADA)
      *              1. RECICLA-SUSPENSA
      *              2. LIBERA-ALMACEN
      *                 VACIA PARA QUE NO REENTRE LA DEL MES PASADO)
      *              5. GENERA-PERIODICOS
      *              6. VENCE-PLAZOS
      *              7. VENCE-CUOTAS (CUOTAS DE PRESTAMOS)
      *              8. GENERA-CIERRES
      *              9. VENCE-REVISIONES (REVISIONES PERIODICAS DE
      *                 CLIENTES; RESTRINGE LAS VENCIDAS)
      *             10. EMITE-DISPUTAS (CREDITOS Y REVERSOS DE LA
      *                 MESA DE DISPUTAS)
      *             11. ENTREGA-CAPTURA (LOTES DE CAPTURA MANUAL YA
      *                 VERIFICADOS)
      *             12. REVALUA-MONEDAS (GUARDIAN DE TASAS)
      *             13. RECIBE-FUENTES (ARCHIVOS DE SUCURSAL CON
      *                 HORA DE CORTE; LOS TARDIOS QUEDAN PARA
      *                 LA NOCHE SIGUIENTE)
      *             14. MEZCLA-MOVIMIENTOS
      *             15. CRUZADO-ARCHIVOS
      *             16. GENERA-BARRIDOS (BARRIDOS DE SALDO OBJETIVO
      *                 PARA LA NOCHE SIGUIENTE)
      *             17. RECIBE-NOMINAS (NOMINAS DE EMPRESAS PARA
      *                 LA NOCHE SIGUIENTE)
      *             18. CUADRA-CAJAS (CUADRE DE LAS CAJAS DE
      *                 VENTANILLA CONTRA SU ARQUEO)
      *             19. TRASPASA-ABANDONOS (SALDOS EN ABANDONO;
      *                 AVISOS Y ENTREGA AL ESTADO A FIN DE AÑO)
      *             20. LIQUIDA-RECAUDOS (COBRO DE FACTURAS DE
      *                 SERVICIOS Y REMESA A CADA EMPRESA)
      *             21. EMITE-INTERBANCARIO (TRANSFERENCIAS A OTROS
      *                 BANCOS PARA LA CAMARA)
      *             22. CONCILIA-EXTRACTO (PARTIDA A PARTIDA CONTRA
      *                 EL EXTRACTO DEL CORRESPONSAL)
      *             23. CARGA-HISTORICO
      *             24. SIGUE-MORA (MORA Y CASOS DE COBRANZA)
      *             25. EMITE-CARTAS (CARTAS A LOS TITULARES)
      *             26. VIGILA-LAVADO (ALERTAS DE CUMPLIMIENTO)
      *             27. PERFILA-MOVIMIENTOS (MOVIMIENTOS INUSUALES
      *                 PARA LA COSTUMBRE DE CADA CUENTA)
      *             28. POSICION-DIVISAS (POSICION ABIERTA POR
      *                 MONEDA CONTRA SU LIMITE)
      *             29. CRIBA-SANCIONES (COTEJO COMPLETO CUANDO
      *                 LLEGA UNA LISTA DE SANCIONES NUEVA)
      *             30. RESGUARDA-REPORTES
      *             31. VERIFICA-LINAJE
      *             32. INVENTARIO-LIMBO
      *             33. VERIFICA-SELLOS (SELLOS DE LAS BITACORAS DE
      *                 AUDITORIA)
      *             34. MANIFIESTO-RESPALDO (HUELLA DE CADA ARCHIVO
      *                 DE ESTADO PARA EL RESPALDO DE FIN DE NOCHE)
      *            -- VERIFICANDO EL RESULTADO DE CADA UNO ANTES DE
      *            LANZAR EL SIGUIENTE: UN PASO QUE DETIENE ROMPE LA
      *            CADENA AL FALLAR; UNO QUE AVISA QUEDA ANOTADO COMO
      *            AVISO Y LA CADENA SIGUE. CADA PASO QUEDA ANOTADO EN
      *            JOBLOG.DAT CON SU HORA DE INICIO, HORA DE FIN Y
      *            RESULTADO, PARA QUE EL TURNO DE LA MAÑANA VEA DE
      *            UN VISTAZO QUE CORRIO Y QUE NO. MIENTRAS UN PASO
      *            CORRE, PASO-EN-CURSO.DAT DICE CUAL ES Y DESDE QUE
      *            HORA (LO MUESTRA CONSOLA-CADENA); AL VOLVER EL PASO
      *            QUEDA VACIO.
      *            LOS PASOS QUE OPERACIONES CORRIA A MANO (POSTEA-
      *            DIARIO, LIQUIDA-SUCURSALES, CONCILIA-CAMARA,
      *            EXPORTA-CSV, CALCULA-ENCAJE DESPUES DE POSTEA-
      *            DIARIO) Y LOS DE FIN DE MES (GENERA-COMISIONES,
      *            CIERRE-MENSUAL, PROMEDIA-SALDOS) SE LANZAN
      *            DESATENDIDOS: TODOS TERMINAN EN GOBACK CON SU
      *            RETURN-CODE.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTADO-CORRIDA.

      * EL PASO QUE ESTA CORRIENDO AHORA: SE ESCRIBE AL LANZARLO Y
      * SE VACIA AL VOLVER. SI LA CADENA MUERE DENTRO DE UN PASO,
      * QUEDA ESCRITO Y SEÑALA DONDE.
           SELECT ARCHIVO-PASO-EN-CURSO
               ASSIGN TO "PASO-EN-CURSO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PASO-EN-CURSO.

      * DEFINICION DE LA CADENA: LA MANTIENE OPERACIONES A MANO.
           SELECT ARCHIVO-CADENA
               ASSIGN TO "CADENA-NOCTURNA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CADENA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-OPERADORES.
      * SUPERVISOR. EN BLANCO (TABLA ANTERIOR AL CAMPO) SE ADMITE
      * COMO SUPERVISOR, CON AVISO, MIENTRAS SE CONVIERTE LA TABLA.
           05 OPE-NIVEL            PIC X(1).
      * OPE-ESTADO 'B': OPERADOR DADO DE BAJA (YA NO TRABAJA EN LA
      * CASA), NINGUN PROGRAMA LO ADMITE; EN BLANCO (TABLA ANTERIOR
      * AL CAMPO) O 'A', ACTIVO. LA OFICINA SOLO LA USA
      * REVISA-ACTIVIDAD.
           05 FILLER               PIC X(3).
           05 OPE-ESTADO           PIC X(1).
              88 OPE-DADO-DE-BAJA  VALUE 'B'.

       FD  ARCHIVO-INTENTOS.
       01  REG-INTENTO.
           05 EST-CUADRE           PIC X(1).
           05 EST-RC               PIC 9(4).

       FD  ARCHIVO-PASO-EN-CURSO.
       01  REG-PASO-EN-CURSO.
           05 PEC-FECHA            PIC 9(8).
           05 PEC-PASO             PIC X(20).
           05 PEC-HORA-INICIO      PIC 9(6).
           05 PEC-OPERADOR         PIC X(8).
           05 PEC-NUMERO           PIC 9(2).
           05 PEC-TOTAL            PIC 9(2).
           05 PEC-FECHA-NEGOCIO    PIC 9(8).

      * UNA LINEA POR PASO. CAD-SI-FALLA: 'D' DETIENE LA CADENA,
      * 'A' SOLO AVISA. CAD-FRECUENCIA: 'D' TODAS LAS NOCHES, 'M'
      * EL ULTIMO DIA HABIL DEL MES, 'A' EL ULTIMO DIA HABIL DEL AÑO.
      * EL ORDEN NO NECESITA VENIR ORDENADO NI SER CORRELATIVO.
       FD  ARCHIVO-CADENA.
       01  REG-CADENA.
           05 CAD-ORDEN            PIC 9(3).
           05 CAD-PASO             PIC X(20).
           05 CAD-SI-FALLA         PIC X(1).
           05 CAD-FRECUENCIA       PIC X(1).

       FD  ARCHIVO-JOBLOG.
       01  REG-JOBLOG.
           05 JOB-FECHA            PIC 9(8).
           05 JOB-RESULTADO        PIC X(20).
           05 FILLER               PIC X(01).
           05 JOB-OPERADOR         PIC X(8).
           05 FILLER               PIC X(01).
           05 JOB-SECUENCIA        PIC 9(9).
           05 JOB-SELLO            PIC 9(18).

       WORKING-STORAGE SECTION.
       01  FS-JOBLOG               PIC XX.
       01  FS-FECHAS-PEND          PIC XX.
       01  FS-FECHA-PROCESO        PIC XX.
       01  FS-ESTADO-CORRIDA       PIC XX.
       01  FS-CADENA               PIC XX.
       01  FS-PASO-EN-CURSO        PIC XX.
       01  WK-RESPUESTA-CERROJO    PIC X(1) VALUE SPACE.
       01  WK-HORA-CERROJO         PIC 9(8) VALUE ZEROS.

       01  CONTADORES.
           05 CONT-PASOS-OK        PIC 9(2) VALUE ZEROS.
           05 CONT-PASOS-OMITIDOS  PIC 9(2) VALUE ZEROS.
           05 CONT-PASOS-AVISO     PIC 9(2) VALUE ZEROS.
           05 CONT-PASOS-NO-TOCA   PIC 9(2) VALUE ZEROS.

      * REANUDACION DE UNA CADENA PARCIAL: AL ARRANCAR SE LEE EL
      * JOBLOG DE ESTA MISMA FECHA Y SE ANOTA QUE PASOS YA
       01  SW-FIN-JOBLOG           PIC X VALUE 'N'.
           88 FIN-JOBLOG           VALUE 'S'.
       01  WK-RESPUESTA            PIC X(1) VALUE SPACE.
       01  WK-MAX-COMPLETADOS      PIC 9(2) VALUE 40.
       01  CONT-COMPLETADOS        PIC 9(2) VALUE ZEROS.
       01  TABLA-COMPLETADOS.
           05 ENTRADA-COMPLETADA   OCCURS 1 TO 40 TIMES
                                   DEPENDING ON CONT-COMPLETADOS.
              10 TC-PASO           PIC X(18).
              10 TC-RESULTADO      PIC X(20).
       01  WK-RC-PASO              PIC S9(4) VALUE ZEROS.
       01  WK-OPERADOR             PIC X(8)  VALUE SPACES.

      * LA CADENA DE SIEMPRE, PARA CUANDO NO HAY CADENA-NOCTURNA.DAT:
      * TODOS LOS PASOS DIARIOS Y TODOS DETIENEN AL FALLAR.
       01  TABLA-CADENA-FIJA.
           05 FILLER               PIC X(20) VALUE "PREVUELO".
           05 FILLER               PIC X(20) VALUE "RECICLA-SUSPENSA".
           05 FILLER               PIC X(20) VALUE "LIBERA-ALMACEN".
           05 FILLER               PIC X(20) VALUE "DEVENGA-INTERESES".
           05 FILLER               PIC X(20)
              VALUE "CAPITALIZA-INTERESES".
           05 FILLER               PIC X(20) VALUE "GENERA-PERIODICOS".
           05 FILLER               PIC X(20) VALUE "VENCE-PLAZOS".
           05 FILLER               PIC X(20) VALUE "VENCE-CUOTAS".
           05 FILLER               PIC X(20) VALUE "GENERA-CIERRES".
           05 FILLER               PIC X(20) VALUE "VENCE-REVISIONES".
           05 FILLER               PIC X(20) VALUE "EMITE-DISPUTAS".
           05 FILLER               PIC X(20) VALUE "ENTREGA-CAPTURA".
           05 FILLER               PIC X(20) VALUE "REVALUA-MONEDAS".
           05 FILLER               PIC X(20) VALUE "RECIBE-FUENTES".
           05 FILLER               PIC X(20)
              VALUE "MEZCLA-MOVIMIENTOS".
           05 FILLER               PIC X(20) VALUE "CRUZADO-ARCHIVOS".
           05 FILLER               PIC X(20) VALUE "GENERA-BARRIDOS".
           05 FILLER               PIC X(20) VALUE "RECIBE-NOMINAS".
           05 FILLER               PIC X(20) VALUE "CUADRA-CAJAS".
           05 FILLER               PIC X(20)
              VALUE "TRASPASA-ABANDONOS".
           05 FILLER               PIC X(20) VALUE "LIQUIDA-RECAUDOS".
           05 FILLER               PIC X(20)
              VALUE "EMITE-INTERBANCARIO".
           05 FILLER               PIC X(20) VALUE "CONCILIA-EXTRACTO".
           05 FILLER               PIC X(20) VALUE "CARGA-HISTORICO".
           05 FILLER               PIC X(20) VALUE "SIGUE-MORA".
           05 FILLER               PIC X(20) VALUE "EMITE-CARTAS".
           05 FILLER               PIC X(20) VALUE "VIGILA-LAVADO".
           05 FILLER               PIC X(20)
              VALUE "PERFILA-MOVIMIENTOS".
           05 FILLER               PIC X(20) VALUE "POSICION-DIVISAS".
           05 FILLER               PIC X(20) VALUE "CRIBA-SANCIONES".
           05 FILLER               PIC X(20)
              VALUE "RESGUARDA-REPORTES".
           05 FILLER               PIC X(20) VALUE "VERIFICA-LINAJE".
           05 FILLER               PIC X(20) VALUE "INVENTARIO-LIMBO".
           05 FILLER               PIC X(20) VALUE "VERIFICA-SELLOS".
           05 FILLER               PIC X(20)
              VALUE "MANIFIESTO-RESPALDO".
       01  FILLER REDEFINES TABLA-CADENA-FIJA.
           05 TCF-PASO             PIC X(20) OCCURS 35 TIMES.
       01  WK-CANT-PASOS-FIJOS     PIC 9(2) VALUE 35.

      * LA CADENA DE ESTA NOCHE, YA ORDENADA POR CAD-ORDEN.
       01  WK-MAX-PASOS-CADENA     PIC 9(2) VALUE 40.
       01  CONT-PASOS-CADENA       PIC 9(2) VALUE ZEROS.
       01  TABLA-CADENA.
           05 ENTRADA-CADENA       OCCURS 1 TO 40 TIMES
                                   DEPENDING ON CONT-PASOS-CADENA.
              10 TCA-ORDEN         PIC 9(3).
              10 TCA-PASO          PIC X(20).
              10 TCA-SI-FALLA      PIC X(1).
                 88 TCA-DETIENE    VALUE 'D'.
              10 TCA-FRECUENCIA    PIC X(1).
       01  WK-IDX-CADENA           PIC 9(2) VALUE ZEROS.
       01  WK-IDX-HUECO            PIC 9(2) VALUE ZEROS.
       01  SW-FIN-CADENA           PIC X VALUE 'N'.
           88 FIN-CADENA           VALUE 'S'.
       01  SW-CADENA-INVALIDA      PIC X VALUE 'N'.
           88 CADENA-INVALIDA      VALUE 'S'.
       01  SW-PASO-NO-LANZADO      PIC X VALUE 'N'.
           88 PASO-NO-LANZADO      VALUE 'S'.
       01  WK-SI-FALLA-ACTUAL      PIC X(1) VALUE 'D'.
           88 FALLO-DETIENE        VALUE 'D'.

      * FECHA DE NEGOCIO DE LA VUELTA (LA DEL RELOJ, O LA IMPUESTA EN
      * LA RECUPERACION MULTI-DIA) Y SI ES EL ULTIMO DIA HABIL DE SU
      * MES O DE SU AÑO: LO ES SI ES HABIL Y EL SIGUIENTE DIA HABIL
      * CAE EN OTRO MES (U OTRO AÑO).
       01  CALCULO-CALENDARIO.
           05 WK-FECHA-NEGOCIO     PIC 9(8) VALUE ZEROS.
           05 WK-FECHA-CONSULTA    PIC 9(8) VALUE ZEROS.
           05 WK-FECHA-HABIL       PIC 9(8) VALUE ZEROS.
           05 WK-AJUSTADA          PIC X(1) VALUE 'N'.
           05 WK-DIA-ENTERO        PIC 9(7) VALUE ZEROS.
       01  SW-FIN-MES-HABIL        PIC X VALUE 'N'.
           88 FIN-MES-HABIL        VALUE 'S'.
       01  SW-FIN-ANIO-HABIL       PIC X VALUE 'N'.
           88 FIN-ANIO-HABIL       VALUE 'S'.
       01  SW-PASO-TOCA            PIC X VALUE 'N'.
           88 PASO-TOCA            VALUE 'S'.


      * CONTROL DE NIVEL DE AUTORIZACION: ESTE PROGRAMA EXIGE NIVEL
      * 2 EN OPERADORES.DAT; UN INTENTO CON NIVEL INSUFICIENTE SE
       01  WK-FECHA-INTENTO        PIC 9(8) VALUE ZEROS.
       01  WK-HORA-INTENTO         PIC 9(8) VALUE ZEROS.

      * LA CLAVE DEL OPERADOR LA PIDE Y COTEJA VERIFICA-CLAVE.CBL
      * (BLOQUEO POR FALLOS, VENCIMIENTO Y CAMBIO OBLIGADO).
       01  WK-CLAVE-PROGRAMA       PIC X(18) VALUE
           "LANZA-NOCTURNO".
       01  WK-CLAVE-VEREDICTO      PIC X(1) VALUE SPACE.
           88 CLAVE-ACEPTADA       VALUE 'S'.

      * BITACORA SELLADA (VER SELLA-BITACORA): NOMBRE DEL ARCHIVO
      * Y POSICIONES DE DATOS ANTES DE LA SECUENCIA Y EL SELLO.
       01  WK-SELLO-BITACORA       PIC X(30) VALUE "JOBLOG.DAT".
       01  WK-SELLO-LARGO          PIC 9(3) VALUE 072.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR

           PERFORM 150-VALIDAR-OPERADOR

      * LA DEFINICION SE VALIDA ANTES DE TOMAR EL CERROJO: UNA
      * CADENA MAL ESCRITA NO DEBE DEJAR EL MAESTRO BLOQUEADO.
           PERFORM 190-CARGAR-CADENA

           PERFORM 160-DETECTAR-NOCHE-PARCIAL

           PERFORM 170-TOMAR-CERROJO

      * JOBLOG.DAT NUNCA SE TRUNCA: CADA NOCHE AGREGA SUS PASOS A
      * LOS DE LAS NOCHES ANTERIORES. SI TODAVIA NO EXISTE SE CREA
      * VACIO ANTES DE ABRIRLO EN EXTEND. CADA LINEA VA SELLADA EN
      * LA CADENA DEL ARCHIVO (SELLA-BITACORA, 220-ANOTAR-JOBLOG).
           OPEN EXTEND ARCHIVO-JOBLOG

           IF FS-JOBLOG = '35'
                       CONTINUE
                   NOT AT END
                       IF OPE-ID = WK-OPERADOR
                           IF OPE-DADO-DE-BAJA
                               DISPLAY "EL OPERADOR " WK-OPERADOR
                                       " ESTA DADO DE BAJA"
                           ELSE
                               MOVE 'S' TO SW-OPERADOR-VALIDO
                               MOVE OPE-NIVEL TO WK-NIVEL-OPERADOR
                               DISPLAY "OPERADOR: " OPE-NOMBRE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               STOP RUN
           END-IF

           PERFORM 9505-VERIFICAR-CLAVE

           PERFORM 9510-EXIGIR-NIVEL.

      * LEE EL JOBLOG DE ESTA FECHA: SI LA CADENA DE ESTA NOCHE
               MOVE 'S' TO SW-MODO-RECUPERACION
           END-IF.

      * SIN CADENA-NOCTURNA.DAT CORRE LA CADENA FIJA. CON EL, CADA
      * LINEA SE INSERTA EN SU LUGAR SEGUN CAD-ORDEN (A IGUAL ORDEN,
      * DETRAS DE LAS YA CARGADAS). UNA FRECUENCIA O UNA POLITICA
      * DESCONOCIDA NO SE ADIVINA: UN PASO DE FIN DE AÑO CORRIENDO
      * TODAS LAS NOCHES HARIA MAS DAÑO QUE NO LANZAR LA CADENA.
       190-CARGAR-CADENA.
           OPEN INPUT ARCHIVO-CADENA

           IF FS-CADENA = '35'
               DISPLAY "AVISO: SIN CADENA-NOCTURNA.DAT, CORRE LA"
                       " CADENA FIJA DE SIEMPRE"
               PERFORM VARYING WK-IDX-CADENA FROM 1 BY 1
                       UNTIL WK-IDX-CADENA > WK-CANT-PASOS-FIJOS
                   ADD 1 TO CONT-PASOS-CADENA
                   MOVE WK-IDX-CADENA TO TCA-ORDEN(CONT-PASOS-CADENA)
                   MOVE TCF-PASO(WK-IDX-CADENA)
                       TO TCA-PASO(CONT-PASOS-CADENA)
                   MOVE 'D' TO TCA-SI-FALLA(CONT-PASOS-CADENA)
                   MOVE 'D' TO TCA-FRECUENCIA(CONT-PASOS-CADENA)
               END-PERFORM
               EXIT PARAGRAPH
           END-IF

           IF FS-CADENA NOT = '00'
               DISPLAY "ERROR ABRIENDO CADENA-NOCTURNA.DAT: "
                       FS-CADENA
               STOP RUN
           END-IF

           PERFORM UNTIL FIN-CADENA
               READ ARCHIVO-CADENA
                   AT END
                       MOVE 'S' TO SW-FIN-CADENA
                   NOT AT END
                       IF CAD-PASO NOT = SPACES
                           PERFORM 195-INSERTAR-PASO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CADENA

           IF CONT-PASOS-CADENA = ZEROS
               DISPLAY "CADENA-NOCTURNA.DAT NO TIENE PASOS"
               MOVE 'S' TO SW-CADENA-INVALIDA
           END-IF

           IF CADENA-INVALIDA
               DISPLAY "CADENA NO LANZADA: CORRIJA CADENA-NOCTURNA.DAT"
               STOP RUN
           END-IF

           DISPLAY "CADENA-NOCTURNA.DAT: " CONT-PASOS-CADENA " PASOS".

       195-INSERTAR-PASO.
           IF CAD-ORDEN NOT NUMERIC
               OR (CAD-SI-FALLA NOT = 'D' AND NOT = 'A')
               OR (CAD-FRECUENCIA NOT = 'D' AND NOT = 'M'
                   AND NOT = 'A')
               DISPLAY "LINEA INVALIDA EN CADENA-NOCTURNA.DAT: "
                       REG-CADENA
               MOVE 'S' TO SW-CADENA-INVALIDA
               EXIT PARAGRAPH
           END-IF

           IF CONT-PASOS-CADENA >= WK-MAX-PASOS-CADENA
               DISPLAY "CADENA-NOCTURNA.DAT PASA DE "
                       WK-MAX-PASOS-CADENA " PASOS: " CAD-PASO
               MOVE 'S' TO SW-CADENA-INVALIDA
               EXIT PARAGRAPH
           END-IF

      * SE ABRE EL HUECO CORRIENDO HACIA ABAJO LOS DE ORDEN MAYOR.
           ADD 1 TO CONT-PASOS-CADENA
           MOVE CONT-PASOS-CADENA TO WK-IDX-HUECO
           PERFORM UNTIL WK-IDX-HUECO = 1
                   OR TCA-ORDEN(WK-IDX-HUECO - 1) <= CAD-ORDEN
               MOVE ENTRADA-CADENA(WK-IDX-HUECO - 1)
                   TO ENTRADA-CADENA(WK-IDX-HUECO)
               SUBTRACT 1 FROM WK-IDX-HUECO
           END-PERFORM

           MOVE CAD-ORDEN      TO TCA-ORDEN(WK-IDX-HUECO)
           MOVE CAD-PASO       TO TCA-PASO(WK-IDX-HUECO)
           MOVE CAD-SI-FALLA   TO TCA-SI-FALLA(WK-IDX-HUECO)
           MOVE CAD-FRECUENCIA TO TCA-FRECUENCIA(WK-IDX-HUECO).

      * UNA VUELTA COMPLETA DE LA CADENA POR FECHA PENDIENTE: LA
      * FECHA SE IMPONE VIA FECHA-PROCESO.DAT (LIBERA-ALMACEN Y EL
      * CRUZADO LA ADOPTAN), EL MAESTRO-NUEVO DEL DIA SE PROMUEVE
               MOVE 'S' TO SW-RECUPERACION-ROTA
           END-IF.

      * CADA PASO SOLO SE LANZA SI EL ANTERIOR TERMINO BIEN (O SI
      * EL QUE FALLO ERA DE LOS QUE SOLO AVISAN): LA CADENA SE ROMPE
      * EN EL PRIMER FALLO QUE DETIENE Y LO QUE FALTA QUEDA SIN
      * CORRER (Y SIN ANOTAR COMO CORRIDO). EL ORDEN LO DA LA
      * DEFINICION; CONVIENE QUE EL PREVUELO SEA EL PRIMERO, PARA QUE
      * UN NO-GO LLEGUE ANTES DE TOCAR NINGUNA COLA NI SALDO.
       200-EJECUTAR-CADENA.
           IF MODO-RECUPERACION
               MOVE TF-FECHA(WK-IDX-FECHA) TO WK-FECHA-NEGOCIO
           ELSE
               MOVE WK-FECHA-HOY TO WK-FECHA-NEGOCIO
           END-IF

           PERFORM 205-RESOLVER-CALENDARIO

           PERFORM VARYING WK-IDX-CADENA FROM 1 BY 1
                   UNTIL WK-IDX-CADENA > CONT-PASOS-CADENA
                   OR CADENA-ROTA
               PERFORM 207-DECIDIR-PASO
           END-PERFORM.

       205-RESOLVER-CALENDARIO.
           MOVE 'N' TO SW-FIN-MES-HABIL SW-FIN-ANIO-HABIL

           MOVE WK-FECHA-NEGOCIO TO WK-FECHA-CONSULTA
           CALL "DIA-HABIL" USING WK-FECHA-CONSULTA
                                  WK-FECHA-HABIL
                                  WK-AJUSTADA

      * UN DIA INHABIL NO ES FIN DE NADA: EL CIERRE YA CORRIO LA
      * NOCHE DEL ULTIMO DIA HABIL.
           IF WK-AJUSTADA = 'S'
               DISPLAY "FECHA DE NEGOCIO " WK-FECHA-NEGOCIO
                       ": DIA INHABIL"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WK-DIA-ENTERO =
               FUNCTION INTEGER-OF-DATE(WK-FECHA-NEGOCIO) + 1
           COMPUTE WK-FECHA-CONSULTA =
               FUNCTION DATE-OF-INTEGER(WK-DIA-ENTERO)
           CALL "DIA-HABIL" USING WK-FECHA-CONSULTA
                                  WK-FECHA-HABIL
                                  WK-AJUSTADA

           IF WK-FECHA-HABIL(1:6) NOT = WK-FECHA-NEGOCIO(1:6)
               MOVE 'S' TO SW-FIN-MES-HABIL
           END-IF
           IF WK-FECHA-HABIL(1:4) NOT = WK-FECHA-NEGOCIO(1:4)
               MOVE 'S' TO SW-FIN-ANIO-HABIL
           END-IF

           EVALUATE TRUE
               WHEN FIN-ANIO-HABIL
                   DISPLAY "FECHA DE NEGOCIO " WK-FECHA-NEGOCIO
                           ": ULTIMO DIA HABIL DEL AÑO"
               WHEN FIN-MES-HABIL
                   DISPLAY "FECHA DE NEGOCIO " WK-FECHA-NEGOCIO
                           ": ULTIMO DIA HABIL DEL MES"
               WHEN OTHER
                   DISPLAY "FECHA DE NEGOCIO " WK-FECHA-NEGOCIO
           END-EVALUATE.

      * UN PASO DE FIN DE MES O DE AÑO QUE NO TOCA ESTA NOCHE NO SE
      * ANOTA EN EL JOBLOG: NO CORRIO NI DEBIA CORRER.
       207-DECIDIR-PASO.
           EVALUATE TCA-FRECUENCIA(WK-IDX-CADENA)
               WHEN 'M'
                   MOVE SW-FIN-MES-HABIL TO SW-PASO-TOCA
               WHEN 'A'
                   MOVE SW-FIN-ANIO-HABIL TO SW-PASO-TOCA
               WHEN OTHER
                   MOVE 'S' TO SW-PASO-TOCA
           END-EVALUATE

           IF NOT PASO-TOCA
               ADD 1 TO CONT-PASOS-NO-TOCA
               DISPLAY ">>> PASO " TCA-PASO(WK-IDX-CADENA)
                       " NO TOCA ESTA NOCHE (FRECUENCIA "
                       TCA-FRECUENCIA(WK-IDX-CADENA) ")"
               EXIT PARAGRAPH
           END-IF

           MOVE TCA-PASO(WK-IDX-CADENA)     TO WK-PASO-ACTUAL
           MOVE TCA-SI-FALLA(WK-IDX-CADENA) TO WK-SI-FALLA-ACTUAL
           PERFORM 210-EJECUTAR-PASO.

       210-EJECUTAR-PASO.
      * EN MODO REANUDACION, UN PASO CUYA COMPLETITUD YA CONSTA EN
           DISPLAY " "
           DISPLAY ">>> LANZANDO PASO: " WK-PASO-ACTUAL
           ACCEPT WK-HORA-INICIO FROM TIME
           PERFORM 215-MARCAR-PASO-EN-CURSO
           MOVE ZEROS TO RETURN-CODE
           MOVE 'N' TO SW-PASO-NO-LANZADO

           CALL WK-PASO-ACTUAL
               ON EXCEPTION
                   DISPLAY "*** NO SE PUDO LANZAR " WK-PASO-ACTUAL
                           " ***"
                   MOVE 'S' TO SW-PASO-NO-LANZADO
           END-CALL

           ACCEPT WK-HORA-FIN FROM TIME
      * POR EJEMPLO, SALDRIA EN SECO CON SUS FINES DE ARCHIVO EN
      * 'S' Y REPORTARIA EL DIA ANTERIOR COMO SI FUERA EL NUEVO).
           CANCEL WK-PASO-ACTUAL
           PERFORM 217-VACIAR-PASO-EN-CURSO

      * UN PASO QUE SOLO AVISA QUEDA EN EL JOBLOG COMO AVISO (NO
      * "OK": LA REANUDACION LO VUELVE A CORRER Y LA HOJA DE TURNO LO
      * SEÑALA) Y LA CADENA SIGUE CON EL PROXIMO.
           EVALUATE TRUE
               WHEN PASO-NO-LANZADO AND FALLO-DETIENE
                   MOVE 'S' TO SW-CADENA-ROTA
                   MOVE "NO LANZADO" TO JOB-RESULTADO
               WHEN PASO-NO-LANZADO
                   ADD 1 TO CONT-PASOS-AVISO
                   MOVE "AVISO NO LANZADO" TO JOB-RESULTADO
               WHEN WK-RC-PASO = ZEROS
                   ADD 1 TO CONT-PASOS-OK
                   MOVE "OK" TO JOB-RESULTADO
               WHEN FALLO-DETIENE
                   MOVE 'S' TO SW-CADENA-ROTA
                   MOVE SPACES TO JOB-RESULTADO
                   STRING "FALLO RC=" WK-RC-PASO
                   DISPLAY "*** PASO " WK-PASO-ACTUAL
                           " TERMINO CON RC " WK-RC-PASO
                           ", CADENA DETENIDA ***"
               WHEN OTHER
                   ADD 1 TO CONT-PASOS-AVISO
                   MOVE SPACES TO JOB-RESULTADO
                   STRING "AVISO RC=" WK-RC-PASO
                       DELIMITED BY SIZE INTO JOB-RESULTADO
                   DISPLAY "*** PASO " WK-PASO-ACTUAL
                           " TERMINO CON RC " WK-RC-PASO
                           ", SOLO AVISA: LA CADENA SIGUE ***"
           END-EVALUATE

           PERFORM 220-ANOTAR-JOBLOG.

      * UN FALLO AL ESCRIBIR LA MARCA NO DETIENE LA CADENA: SOLO LA
      * CONSOLA SE QUEDA SIN SABER QUE PASO CORRE.
       215-MARCAR-PASO-EN-CURSO.
           OPEN OUTPUT ARCHIVO-PASO-EN-CURSO
           IF FS-PASO-EN-CURSO NOT = '00'
               EXIT PARAGRAPH
           END-IF
           MOVE WK-FECHA-HOY        TO PEC-FECHA
           MOVE WK-PASO-ACTUAL      TO PEC-PASO
           MOVE WK-HORA-INICIO(1:6) TO PEC-HORA-INICIO
           MOVE WK-OPERADOR         TO PEC-OPERADOR
           MOVE WK-IDX-CADENA       TO PEC-NUMERO
           MOVE CONT-PASOS-CADENA   TO PEC-TOTAL
           MOVE WK-FECHA-NEGOCIO    TO PEC-FECHA-NEGOCIO
           WRITE REG-PASO-EN-CURSO
           CLOSE ARCHIVO-PASO-EN-CURSO.

       217-VACIAR-PASO-EN-CURSO.
           OPEN OUTPUT ARCHIVO-PASO-EN-CURSO
           IF FS-PASO-EN-CURSO = '00'
               CLOSE ARCHIVO-PASO-EN-CURSO
           END-IF.

       220-ANOTAR-JOBLOG.
           MOVE WK-FECHA-HOY        TO JOB-FECHA
           MOVE WK-PASO-ACTUAL      TO JOB-PASO
           MOVE WK-HORA-INICIO(1:6) TO JOB-HORA-INICIO
           MOVE WK-HORA-FIN(1:6)    TO JOB-HORA-FIN
           MOVE WK-OPERADOR         TO JOB-OPERADOR
           CALL "SELLA-BITACORA" USING WK-SELLO-BITACORA
                                       REG-JOBLOG
                                       WK-SELLO-LARGO
                                       JOB-SECUENCIA
                                       JOB-SELLO
           IF JOB-SECUENCIA = ZEROS
               DISPLAY "ERROR: SIN SELLO PARA "
                       WK-SELLO-BITACORA
               DISPLAY "NO SE GRABA; PROCESO DETENIDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE REG-JOBLOG.

       300-FINALIZAR.
           DISPLAY "PASOS TERMINADOS BIEN: " CONT-PASOS-OK
           DISPLAY "PASOS OMITIDOS (YA COMPLETOS): "
                   CONT-PASOS-OMITIDOS
           DISPLAY "PASOS CON AVISO: " CONT-PASOS-AVISO
           DISPLAY "PASOS QUE NO TOCABAN (FRECUENCIA): "
                   CONT-PASOS-NO-TOCA
           DISPLAY "BITACORA EN: JOBLOG.DAT".

      * EL OPERADOR ENCONTRADO TODAVIA TIENE QUE DAR SU CLAVE; EL
      * RECHAZO YA QUEDO REGISTRADO EN INTENTOS-RECHAZADOS.DAT.
       9505-VERIFICAR-CLAVE.
           CALL "VERIFICA-CLAVE" USING WK-OPERADOR
                                       WK-CLAVE-PROGRAMA
                                       WK-NIVEL-OPERADOR
                                       WK-CLAVE-VEREDICTO

           IF NOT CLAVE-ACEPTADA
               STOP RUN
           END-IF.

      * LA TABLA VIEJA SIN COLUMNA DE NIVEL SE ADMITE COMO
      * SUPERVISOR CON AVISO; CON NIVEL, EL QUE NO ALCANZA EL
      * REQUERIDO SE RECHAZA Y EL INTENTO QUEDA REGISTRADO.
