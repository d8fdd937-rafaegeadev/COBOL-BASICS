       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENERA-BARRIDOS.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: BARRIDOS DE SALDO OBJETIVO ENTRE CUENTAS VINCULADAS
      * PROPOSITO: CORRE EN LA CADENA DESPUES DEL CRUZADO. POR CADA
      *            ACUERDO DE ACUERDOS-BARRIDO.DAT (CUENTA OPERATIVA,
      *            CUENTA VINCULADA, PISO, OBJETIVO, TECHO Y MONEDA)
      *            MIRA EL SALDO DE CIERRE DE LA OPERATIVA EN
      *            MAESTRO-NUEVO.DAT:
      *            -- POR DEBAJO DEL PISO: LA VINCULADA LA REPONE
      *               HASTA EL OBJETIVO;
      *            -- POR ENCIMA DEL TECHO: EL EXCEDENTE SOBRE EL
      *               OBJETIVO VUELVE A LA VINCULADA;
      *            -- ENTRE PISO Y TECHO: NO SE MUEVE NADA.
      *            LO QUE SALE DE UNA CUENTA NUNCA TOCA SUS
      *            RETENCIONES VIGENTES (RETENCIONES.DAT) NI ENTRA EN
      *            DESCUBIERTO: SI NO ALCANZA, SE BARRE LO QUE HAY
      *            LIBRE. LAS DOS CUENTAS DEBEN ESTAR OPERABLES Y EN
      *            LA MONEDA DEL ACUERDO, CON LAS REGLAS DE ESTADO DEL
      *            CRUZADO ('R' NO DEJA SALIR, 'I' NO DEJA ENTRAR); LAS
      *            EMBARGADAS NO SE BARREN. CADA BARRIDO SALE A
      *            MOVS-BARRIDOS.DAT COMO CONJUNTO DE TRANSFERENCIA
      *            (DOS PIERNAS CON LA MISMA REFERENCIA "TR8NNNNN": O
      *            ENTRAN LAS DOS O NINGUNA) PARA LA MEZCLA DE LA
      *            NOCHE SIGUIENTE. EL DETALLE DE CADA ACUERDO QUEDA
      *            EN BARRIDOS.TXT.
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

      * UN ACUERDO DE BARRIDO POR LINEA.
           SELECT ARCHIVO-ACUERDOS
               ASSIGN TO "ACUERDOS-BARRIDO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACUERDOS.

           SELECT ARCHIVO-MAESTRO
               ASSIGN TO "MAESTRO-NUEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODIGO-MAESTRO
               FILE STATUS IS FS-MAESTRO.

           SELECT ARCHIVO-RETENCIONES
               ASSIGN TO "RETENCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETENCIONES.

           SELECT ARCHIVO-ESTADO-CORRIDA
               ASSIGN TO "ESTADO-CORRIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTADO-CORRIDA.

           SELECT ARCHIVO-MOVS-BARRIDOS
               ASSIGN TO "MOVS-BARRIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVS-BARRIDOS.

           SELECT ARCHIVO-REPORTE
               ASSIGN TO "BARRIDOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-FECHA-PROCESO.
       01  REG-FECHA-PROCESO.
           05 FPR-FECHA            PIC 9(8).

      * EL PISO, EL OBJETIVO Y EL TECHO SON SALDOS DE LA CUENTA
      * OPERATIVA EN LA MONEDA DEL ACUERDO (EN BLANCO, LA BASE).
      * DEBE CUMPLIRSE PISO <= OBJETIVO <= TECHO.
       FD  ARCHIVO-ACUERDOS.
       01  REG-ACUERDO.
           05 BAR-OPERATIVA        PIC 9(5).
           05 BAR-VINCULADA        PIC 9(5).
           05 BAR-PISO             PIC 9(7)V99.
           05 BAR-OBJETIVO         PIC 9(7)V99.
           05 BAR-TECHO            PIC 9(7)V99.
           05 BAR-MONEDA           PIC X(3).

       FD  ARCHIVO-MAESTRO.
       01  REG-MAESTRO.
           05 CODIGO-MAESTRO       PIC 9(5).
           05 NOMBRE-MAESTRO       PIC X(30).
           05 SALDO-MAESTRO        PIC S9(7)V99.
           05 ESTADO-MAESTRO       PIC X(01).
              88 MAESTRO-BLOQUEADO VALUE 'B'.
              88 MAESTRO-CERRADO   VALUE 'C'.
              88 MAESTRO-SOLO-DEPOSITOS VALUE 'R'.
              88 MAESTRO-SOLO-RETIROS   VALUE 'I'.
              88 MAESTRO-EMBARGADO      VALUE 'E'.
           05 FECHA-ESTADO-MAESTRO PIC 9(8).
           05 MONEDA-MAESTRO       PIC X(3).
           05 SUCURSAL-MAESTRO     PIC 9(3).
           05 PRODUCTO-MAESTRO     PIC X(2).

       FD  ARCHIVO-RETENCIONES.
       01  REG-RETENCION.
           05 RET-CODIGO           PIC 9(5).
           05 RET-IMPORTE          PIC 9(7)V99.
           05 RET-MOTIVO           PIC X(30).
           05 RET-OPERADOR         PIC X(8).
           05 RET-FECHA-ALTA       PIC 9(8).
           05 RET-FECHA-LIBERACION PIC 9(8).

       FD  ARCHIVO-ESTADO-CORRIDA.
       01  REG-ESTADO-CORRIDA.
           05 EST-ID-EJECUCION     PIC X(19).
           05 EST-RESULTADO        PIC X(8).
           05 EST-PARRAFO          PIC X(30).
           05 EST-MOTIVO           PIC X(40).
           05 EST-CUADRE           PIC X(1).
           05 EST-RC               PIC 9(4).

       FD  ARCHIVO-MOVS-BARRIDOS.
       01  REG-MOV-BARRIDO.
           05 MBA-CODIGO           PIC 9(5).
           05 MBA-TIPO             PIC X(01).
           05 MBA-IMPORTE          PIC 9(7)V99.
           05 MBA-DESCRIPCION      PIC X(20).
           05 MBA-LOTE             PIC X(08).
           05 MBA-FECHA            PIC 9(8).
           05 MBA-MONEDA           PIC X(3).
           05 MBA-SECUENCIA        PIC 9(5).
           05 MBA-REFERENCIA       PIC X(8).
           05 MBA-SUCURSAL         PIC 9(3).
       01  REG-MBA-ENCABEZADO REDEFINES REG-MOV-BARRIDO.
           05 HDR-CODIGO           PIC 9(5).
           05 HDR-TIPO             PIC X(01).
           05 HDR-LOTE             PIC X(08).
           05 HDR-FECHA-CREACION   PIC 9(8).
           05 FILLER               PIC X(48).
       01  REG-MBA-RESUMEN REDEFINES REG-MOV-BARRIDO.
           05 TRL-CODIGO           PIC 9(5).
           05 TRL-TIPO             PIC X(01).
           05 TRL-CUENTA-REGISTROS PIC 9(7).
           05 TRL-HASH-IMPORTES    PIC 9(11)V99.
           05 FILLER               PIC X(44).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-FECHA-PROCESO     PIC XX.
           05 FS-ACUERDOS          PIC XX.
           05 FS-MAESTRO           PIC XX.
           05 FS-RETENCIONES       PIC XX.
           05 FS-ESTADO-CORRIDA    PIC XX.
           05 FS-MOVS-BARRIDOS     PIC XX.
           05 FS-REPORTE           PIC XX.

       01  SWITCHES.
           05 SW-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 SW-CUENTA-HALLADA    PIC X VALUE 'N'.
              88 CUENTA-HALLADA    VALUE 'S'.

       01  CONTADORES.
           05 CONT-ACUERDOS        PIC 9(3) VALUE ZEROS.
           05 CONT-REPOSICIONES    PIC 9(3) VALUE ZEROS.
           05 CONT-DEVOLUCIONES    PIC 9(3) VALUE ZEROS.
           05 CONT-EN-BANDA        PIC 9(3) VALUE ZEROS.
           05 CONT-OMITIDOS        PIC 9(3) VALUE ZEROS.
           05 CONT-MOVS-SALIDA     PIC 9(5) VALUE ZEROS.

       01  MONEDA-BASE             PIC X(3) VALUE 'EUR'.
       01  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
       01  WK-ID-CORRIDA           PIC X(19) VALUE SPACES.
       01  WK-HASH-SALIDA          PIC 9(11)V99 VALUE ZEROS.

      * LOS ACUERDOS SE CARGAN EN MEMORIA ANTES DE MOVER NADA. CON
      * LA TABLA LLENA NO SE BARRE NINGUNO (RC 12): BARRER SOLO UNA
      * PARTE SIN DECIR CUAL DEJARIA CLIENTES SIN REPONER.
       01  WK-MAX-ACUERDOS         PIC 9(3) VALUE 200.
       01  CONT-TABLA-ACUERDOS     PIC 9(3) VALUE ZEROS.
       01  TABLA-ACUERDOS.
           05 ENTRADA-ACUERDO      OCCURS 1 TO 200 TIMES
                                   DEPENDING ON CONT-TABLA-ACUERDOS.
              10 TA-OPERATIVA      PIC 9(5).
              10 TA-VINCULADA      PIC 9(5).
              10 TA-PISO           PIC 9(7)V99.
              10 TA-OBJETIVO       PIC 9(7)V99.
              10 TA-TECHO          PIC 9(7)V99.
              10 TA-MONEDA         PIC X(3).
       01  WK-IDX-ACUERDO          PIC 9(3) VALUE ZEROS.

      * RETENCIONES VIGENTES A LA FECHA DE PROCESO, CON LA MISMA
      * REGLA QUE EL CRUZADO (SIN LIBERACION, O LIBERACION POSTERIOR
      * A LA FECHA). SE RESTAN DE LO QUE UNA CUENTA PUEDE ENTREGAR.
       01  WK-MAX-RETENCIONES      PIC 9(3) VALUE 500.
       01  CONT-RETENCIONES        PIC 9(3) VALUE ZEROS.
       01  TABLA-RETENCIONES.
           05 ENTRADA-RETENCION    OCCURS 1 TO 500 TIMES
                                   DEPENDING ON CONT-RETENCIONES.
              10 TRE-CODIGO        PIC 9(5).
              10 TRE-IMPORTE       PIC 9(7)V99.
       01  WK-IDX-RETENCION        PIC 9(3) VALUE ZEROS.

      * LO QUE LOS BARRIDOS YA EMITIDOS ESTA NOCHE MUEVEN EN CADA
      * CUENTA: UNA VINCULADA QUE RESPALDA A VARIAS OPERATIVAS NO
      * PUEDE ENTREGAR DOS VECES EL MISMO SALDO.
       01  WK-MAX-AJUSTES          PIC 9(3) VALUE 400.
       01  CONT-AJUSTES            PIC 9(3) VALUE ZEROS.
       01  TABLA-AJUSTES.
           05 ENTRADA-AJUSTE       OCCURS 1 TO 400 TIMES
                                   DEPENDING ON CONT-AJUSTES.
              10 TAJ-CODIGO        PIC 9(5).
              10 TAJ-IMPORTE       PIC S9(9)V99.
       01  WK-IDX-AJUSTE           PIC 9(3) VALUE ZEROS.

      * LAS DOS CUENTAS DEL ACUERDO EN PROCESO, TAL COMO QUEDAN
      * DESPUES DE LOS BARRIDOS YA EMITIDOS.
       01  DATOS-OPERATIVA.
           05 WK-OPE-SALDO         PIC S9(9)V99 VALUE ZEROS.
           05 WK-OPE-RETENIDO      PIC 9(9)V99 VALUE ZEROS.
           05 WK-OPE-ESTADO        PIC X(1) VALUE SPACE.
           05 WK-OPE-MONEDA        PIC X(3) VALUE SPACES.
           05 WK-OPE-SUCURSAL      PIC 9(3) VALUE ZEROS.
       01  DATOS-VINCULADA.
           05 WK-VIN-SALDO         PIC S9(9)V99 VALUE ZEROS.
           05 WK-VIN-RETENIDO      PIC 9(9)V99 VALUE ZEROS.
           05 WK-VIN-ESTADO        PIC X(1) VALUE SPACE.
           05 WK-VIN-MONEDA        PIC X(3) VALUE SPACES.
           05 WK-VIN-SUCURSAL      PIC 9(3) VALUE ZEROS.

       01  WK-CODIGO-BUSCADO       PIC 9(5) VALUE ZEROS.
       01  WK-RETENIDO-CTA         PIC 9(9)V99 VALUE ZEROS.
       01  WK-AJUSTE-CTA           PIC S9(9)V99 VALUE ZEROS.
       01  WK-LIBRE                PIC S9(9)V99 VALUE ZEROS.
       01  WK-IMPORTE-BARRIDO      PIC S9(9)V99 VALUE ZEROS.
       01  WK-TOPE-IMPORTE         PIC 9(7)V99 VALUE 9999999.99.
       01  WK-MOTIVO               PIC X(30) VALUE SPACES.
       01  WK-SENTIDO              PIC X(1) VALUE SPACE.
           88 ES-REPOSICION        VALUE 'R'.
           88 ES-DEVOLUCION        VALUE 'D'.

      * EL DEUDOR DEL CONJUNTO LLEVA LA PIERNA 'A' (SALE) Y EL
      * ACREEDOR LA 'C' (ENTRA), COMO EN EL TRASPASO DE CIERRE.
       01  DATOS-PIERNAS.
           05 WK-DEUDOR            PIC 9(5) VALUE ZEROS.
           05 WK-DEUDOR-SUCURSAL   PIC 9(3) VALUE ZEROS.
           05 WK-ACREEDOR          PIC 9(5) VALUE ZEROS.
           05 WK-ACREEDOR-SUCURSAL PIC 9(3) VALUE ZEROS.

      * LA REFERENCIA "TR8NNNNN" AGRUPA LAS DOS PIERNAS DEL BARRIDO
      * COMO CONJUNTO DE TRANSFERENCIA DEL CRUZADO. EL RANGO TR8
      * QUEDA RESERVADO PARA LOS BARRIDOS, COMO TR9 PARA LOS
      * CIERRES, PARA NO PISAR LOS CONJUNTOS DE CAPTURA.
       01  WK-NUM-TRANSF           PIC 9(5) VALUE ZEROS.
       01  WK-REFERENCIA           PIC X(8) VALUE SPACES.
       01  WK-REF-ARMADA.
           05 FILLER               PIC X(3) VALUE "TR8".
           05 WK-REF-NUMERO        PIC 9(5) VALUE ZEROS.

      * LAS PIERNAS SE JUNTAN EN MEMORIA Y SE ORDENAN POR CODIGO
      * ANTES DE ESCRIBIR: LA MEZCLA EXIGE CADA FUENTE ASCENDENTE
      * POR CODIGO.
       01  WK-MAX-PIERNAS          PIC 9(3) VALUE 400.
       01  CONT-TABLA-PIERNAS      PIC 9(3) VALUE ZEROS.
       01  TABLA-PIERNAS.
           05 ENTRADA-PIERNA       OCCURS 1 TO 400 TIMES
                                   DEPENDING ON CONT-TABLA-PIERNAS.
              10 TPI-CODIGO        PIC 9(5).
              10 TPI-TIPO          PIC X(1).
              10 TPI-IMPORTE       PIC 9(7)V99.
              10 TPI-DESCRIPCION   PIC X(20).
              10 TPI-MONEDA        PIC X(3).
              10 TPI-REFERENCIA    PIC X(8).
              10 TPI-SUCURSAL      PIC 9(3).

       01  WK-INDICE-ORDEN         PIC 9(3) VALUE ZEROS.
       01  WK-CONTADOR-ORDEN       PIC 9(3) VALUE ZEROS.
       01  WK-ENTRADA-AUX.
           05 WK-AUX-CODIGO        PIC 9(5).
           05 WK-AUX-TIPO          PIC X(1).
           05 WK-AUX-IMPORTE       PIC 9(7)V99.
           05 WK-AUX-DESCRIPCION   PIC X(20).
           05 WK-AUX-MONEDA        PIC X(3).
           05 WK-AUX-REFERENCIA    PIC X(8).
           05 WK-AUX-SUCURSAL      PIC 9(3).

       01  LINEA-TITULO.
           05 FILLER               PIC X(36)
              VALUE 'BARRIDOS DE SALDO OBJETIVO - CORRIDA'.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LT-ID                PIC X(19).
           05 FILLER               PIC X(08) VALUE '  FECHA '.
           05 LT-FECHA             PIC 9(8).

       01  LINEA-ENCABEZADO.
           05 FILLER               PIC X(32)
              VALUE 'OPER. VINC. MON SALDO OPERATIVA '.
           05 FILLER               PIC X(33)
              VALUE '       IMPORTE REF.     RESULTADO'.

       01  LINEA-DETALLE.
           05 LD-OPERATIVA         PIC 9(5).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LD-VINCULADA         PIC 9(5).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LD-MONEDA            PIC X(3).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LD-SALDO             PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LD-IMPORTE           PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LD-REFERENCIA        PIC X(8).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LD-RESULTADO         PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 110-CARGAR-ACUERDOS
           PERFORM 120-CARGAR-RETENCIONES
           PERFORM 200-PROCESAR-ACUERDOS
           PERFORM 300-FINALIZAR
           GOBACK.

       100-INICIALIZAR.
           DISPLAY "BARRIDOS DE SALDO OBJETIVO..."
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

      * LA SALIDA SE REESCRIBE CADA NOCHE, AUNQUE NO HAYA BARRIDOS:
      * LA MEZCLA DE ESTA NOCHE YA APLICO LOS DE ANOCHE Y UN ARCHIVO
      * VIEJO LOS REINYECTARIA. AQUI QUEDA SOLO EL CONTROL H/T.
           PERFORM 245-ABRIR-SALIDA-MOVS

      * EL MAESTRO NUEVO SOLO ES EL LIBRO DEL DIA SI LA CORRIDA
      * TERMINO COMPLETA; SI NO, NO HAY SALDOS DE CIERRE QUE NIVELAR.
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
                       " NO SE EMITEN BARRIDOS"
               PERFORM 260-CERRAR-SALIDA-MOVS
               GOBACK
           END-IF

           OPEN INPUT ARCHIVO-MAESTRO

           IF FS-MAESTRO NOT = '00'
               DISPLAY "ERROR ABRIENDO MAESTRO-NUEVO: " FS-MAESTRO
               PERFORM 260-CERRAR-SALIDA-MOVS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARCHIVO-REPORTE

           IF FS-REPORTE NOT = '00'
               DISPLAY "ERROR ABRIENDO BARRIDOS.TXT: " FS-REPORTE
               PERFORM 260-CERRAR-SALIDA-MOVS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WK-ID-CORRIDA TO LT-ID
           MOVE WK-FECHA-HOY  TO LT-FECHA
           WRITE REG-REPORTE FROM LINEA-TITULO
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           WRITE REG-REPORTE FROM LINEA-ENCABEZADO.

      * SIN ACUERDOS NO HAY NADA QUE BARRER: QUEDA EL REPORTE VACIO
      * Y LA SALIDA CON SU CONTROL.
       110-CARGAR-ACUERDOS.
           OPEN INPUT ARCHIVO-ACUERDOS

           IF FS-ACUERDOS = '35'
               DISPLAY "SIN ACUERDOS-BARRIDO.DAT: NO HAY BARRIDOS"
               EXIT PARAGRAPH
           END-IF

           IF FS-ACUERDOS NOT = '00'
               DISPLAY "ERROR ABRIENDO ACUERDOS-BARRIDO: " FS-ACUERDOS
               PERFORM 260-CERRAR-SALIDA-MOVS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM 115-LEER-ACUERDO
           PERFORM UNTIL FIN-ARCHIVO
                   OR CONT-TABLA-ACUERDOS >= WK-MAX-ACUERDOS
               ADD 1 TO CONT-TABLA-ACUERDOS
               MOVE BAR-OPERATIVA TO TA-OPERATIVA(CONT-TABLA-ACUERDOS)
               MOVE BAR-VINCULADA TO TA-VINCULADA(CONT-TABLA-ACUERDOS)
               MOVE BAR-PISO      TO TA-PISO(CONT-TABLA-ACUERDOS)
               MOVE BAR-OBJETIVO  TO TA-OBJETIVO(CONT-TABLA-ACUERDOS)
               MOVE BAR-TECHO     TO TA-TECHO(CONT-TABLA-ACUERDOS)
               MOVE BAR-MONEDA    TO TA-MONEDA(CONT-TABLA-ACUERDOS)
               IF TA-MONEDA(CONT-TABLA-ACUERDOS) = SPACES
                   MOVE MONEDA-BASE TO TA-MONEDA(CONT-TABLA-ACUERDOS)
               END-IF
               PERFORM 115-LEER-ACUERDO
           END-PERFORM

           IF NOT FIN-ARCHIVO
               DISPLAY "*** ACUERDOS-BARRIDO.DAT EXCEDE "
                       WK-MAX-ACUERDOS " ACUERDOS: NO SE BARRE"
                       " NINGUNO ***"
               CLOSE ARCHIVO-ACUERDOS
               PERFORM 260-CERRAR-SALIDA-MOVS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           CLOSE ARCHIVO-ACUERDOS

           DISPLAY "ACUERDOS DE BARRIDO CARGADOS: " CONT-TABLA-ACUERDOS.

       115-LEER-ACUERDO.
           READ ARCHIVO-ACUERDOS
               AT END
                   MOVE 'S' TO SW-FIN-ARCHIVO
           END-READ.

      * SIN RETENCIONES.DAT NINGUNA CUENTA TIENE SALDO RETENIDO, COMO
      * EN EL CRUZADO. CON LA TABLA LLENA NO SE BARRE NADA: UNA
      * RETENCION QUE NO SE VE PODRIA SALIR EN UN BARRIDO.
       120-CARGAR-RETENCIONES.
           OPEN INPUT ARCHIVO-RETENCIONES

           IF FS-RETENCIONES = '35'
               EXIT PARAGRAPH
           END-IF

           IF FS-RETENCIONES NOT = '00'
               DISPLAY "ERROR ABRIENDO RETENCIONES: " FS-RETENCIONES
               PERFORM 260-CERRAR-SALIDA-MOVS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-RETENCIONES
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF RET-FECHA-LIBERACION = ZEROS
                           OR RET-FECHA-LIBERACION > WK-FECHA-HOY
                           PERFORM 125-ANOTAR-RETENCION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-RETENCIONES

           DISPLAY "RETENCIONES VIGENTES CARGADAS: " CONT-RETENCIONES.

       125-ANOTAR-RETENCION.
           IF CONT-RETENCIONES >= WK-MAX-RETENCIONES
               DISPLAY "*** RETENCIONES.DAT EXCEDE "
                       WK-MAX-RETENCIONES " RETENCIONES VIGENTES: NO"
                       " SE BARRE NADA ***"
               CLOSE ARCHIVO-RETENCIONES
               PERFORM 260-CERRAR-SALIDA-MOVS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO CONT-RETENCIONES
           MOVE RET-CODIGO  TO TRE-CODIGO(CONT-RETENCIONES)
           MOVE RET-IMPORTE TO TRE-IMPORTE(CONT-RETENCIONES).

       200-PROCESAR-ACUERDOS.
           PERFORM VARYING WK-IDX-ACUERDO FROM 1 BY 1
                   UNTIL WK-IDX-ACUERDO > CONT-TABLA-ACUERDOS
               ADD 1 TO CONT-ACUERDOS
               MOVE SPACES TO WK-MOTIVO
                              WK-REFERENCIA
               MOVE ZEROS  TO WK-IMPORTE-BARRIDO
                              WK-OPE-SALDO
               PERFORM 210-TRATAR-ACUERDO
               PERFORM 250-INFORMAR-ACUERDO
           END-PERFORM

           IF CONT-TABLA-PIERNAS > ZEROS
               PERFORM 243-ORDENAR-PIERNAS
           END-IF
           PERFORM 246-ESCRIBIR-PIERNAS
           PERFORM 260-CERRAR-SALIDA-MOVS.

      * CADA COTEJO QUE FALLA DEJA SU MOTIVO Y EL ACUERDO NO MUEVE
      * NADA ESTA NOCHE; MAÑANA SE VUELVE A MIRAR.
       210-TRATAR-ACUERDO.
           IF TA-OPERATIVA(WK-IDX-ACUERDO) =
              TA-VINCULADA(WK-IDX-ACUERDO)
               OR TA-PISO(WK-IDX-ACUERDO) > TA-OBJETIVO(WK-IDX-ACUERDO)
               OR TA-OBJETIVO(WK-IDX-ACUERDO) >
                  TA-TECHO(WK-IDX-ACUERDO)
               MOVE "ACUERDO INVALIDO" TO WK-MOTIVO
               ADD 1 TO CONT-OMITIDOS
               EXIT PARAGRAPH
           END-IF

           MOVE TA-OPERATIVA(WK-IDX-ACUERDO) TO WK-CODIGO-BUSCADO
           PERFORM 220-LEER-CUENTA
           IF NOT CUENTA-HALLADA
               MOVE "OPERATIVA NO EXISTE" TO WK-MOTIVO
               ADD 1 TO CONT-OMITIDOS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WK-OPE-SALDO = SALDO-MAESTRO + WK-AJUSTE-CTA
           MOVE WK-RETENIDO-CTA  TO WK-OPE-RETENIDO
           MOVE ESTADO-MAESTRO   TO WK-OPE-ESTADO
           MOVE MONEDA-MAESTRO   TO WK-OPE-MONEDA
           MOVE SUCURSAL-MAESTRO TO WK-OPE-SUCURSAL
           IF MAESTRO-BLOQUEADO OR MAESTRO-CERRADO
               OR MAESTRO-EMBARGADO
               MOVE "OPERATIVA NO OPERABLE" TO WK-MOTIVO
               ADD 1 TO CONT-OMITIDOS
               EXIT PARAGRAPH
           END-IF

           MOVE TA-VINCULADA(WK-IDX-ACUERDO) TO WK-CODIGO-BUSCADO
           PERFORM 220-LEER-CUENTA
           IF NOT CUENTA-HALLADA
               MOVE "VINCULADA NO EXISTE" TO WK-MOTIVO
               ADD 1 TO CONT-OMITIDOS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WK-VIN-SALDO = SALDO-MAESTRO + WK-AJUSTE-CTA
           MOVE WK-RETENIDO-CTA  TO WK-VIN-RETENIDO
           MOVE ESTADO-MAESTRO   TO WK-VIN-ESTADO
           MOVE MONEDA-MAESTRO   TO WK-VIN-MONEDA
           MOVE SUCURSAL-MAESTRO TO WK-VIN-SUCURSAL
           IF MAESTRO-BLOQUEADO OR MAESTRO-CERRADO
               OR MAESTRO-EMBARGADO
               MOVE "VINCULADA NO OPERABLE" TO WK-MOTIVO
               ADD 1 TO CONT-OMITIDOS
               EXIT PARAGRAPH
           END-IF

      * EL BARRIDO NO CONVIERTE: LAS DOS CUENTAS DEBEN VIVIR EN LA
      * MONEDA DEL ACUERDO.
           IF WK-OPE-MONEDA = SPACES
               MOVE MONEDA-BASE TO WK-OPE-MONEDA
           END-IF
           IF WK-VIN-MONEDA = SPACES
               MOVE MONEDA-BASE TO WK-VIN-MONEDA
           END-IF
           IF WK-OPE-MONEDA NOT = TA-MONEDA(WK-IDX-ACUERDO)
               OR WK-VIN-MONEDA NOT = TA-MONEDA(WK-IDX-ACUERDO)
               MOVE "MONEDA DISTINTA AL ACUERDO" TO WK-MOTIVO
               ADD 1 TO CONT-OMITIDOS
               EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
               WHEN WK-OPE-SALDO < TA-PISO(WK-IDX-ACUERDO)
                   MOVE 'R' TO WK-SENTIDO
                   PERFORM 230-CALCULAR-REPOSICION
               WHEN WK-OPE-SALDO > TA-TECHO(WK-IDX-ACUERDO)
                   MOVE 'D' TO WK-SENTIDO
                   PERFORM 235-CALCULAR-DEVOLUCION
               WHEN OTHER
                   MOVE "EN BANDA, SIN BARRIDO" TO WK-MOTIVO
                   ADD 1 TO CONT-EN-BANDA
           END-EVALUATE.

      * LEE LA CUENTA DEL MAESTRO NUEVO Y DEJA LISTOS SU RETENIDO
      * VIGENTE Y LO QUE YA LE MOVIERON LOS BARRIDOS DE ESTA NOCHE.
       220-LEER-CUENTA.
           MOVE 'S' TO SW-CUENTA-HALLADA
           MOVE WK-CODIGO-BUSCADO TO CODIGO-MAESTRO
           READ ARCHIVO-MAESTRO
               INVALID KEY
                   MOVE 'N' TO SW-CUENTA-HALLADA
           END-READ

           MOVE ZEROS TO WK-RETENIDO-CTA
           PERFORM VARYING WK-IDX-RETENCION FROM 1 BY 1
                   UNTIL WK-IDX-RETENCION > CONT-RETENCIONES
               IF TRE-CODIGO(WK-IDX-RETENCION) = WK-CODIGO-BUSCADO
                   ADD TRE-IMPORTE(WK-IDX-RETENCION)
                       TO WK-RETENIDO-CTA
               END-IF
           END-PERFORM

           MOVE ZEROS TO WK-AJUSTE-CTA
           PERFORM VARYING WK-IDX-AJUSTE FROM 1 BY 1
                   UNTIL WK-IDX-AJUSTE > CONT-AJUSTES
               IF TAJ-CODIGO(WK-IDX-AJUSTE) = WK-CODIGO-BUSCADO
                   MOVE TAJ-IMPORTE(WK-IDX-AJUSTE) TO WK-AJUSTE-CTA
               END-IF
           END-PERFORM.

      * OPERATIVA BAJO EL PISO: LA VINCULADA LA LLEVA AL OBJETIVO
      * CON LO QUE TENGA LIBRE (SALDO MENOS RETENCIONES, SIN
      * DESCUBIERTO). 'R' EN LA VINCULADA NO DEJA SALIR FONDOS E 'I'
      * EN LA OPERATIVA NO LOS DEJA ENTRAR.
       230-CALCULAR-REPOSICION.
           IF WK-VIN-ESTADO = 'R'
               MOVE "VINCULADA SIN RETIROS" TO WK-MOTIVO
               ADD 1 TO CONT-OMITIDOS
               EXIT PARAGRAPH
           END-IF
           IF WK-OPE-ESTADO = 'I'
               MOVE "OPERATIVA SIN INGRESOS" TO WK-MOTIVO
               ADD 1 TO CONT-OMITIDOS
               EXIT PARAGRAPH
           END-IF

           COMPUTE WK-IMPORTE-BARRIDO =
               TA-OBJETIVO(WK-IDX-ACUERDO) - WK-OPE-SALDO
           COMPUTE WK-LIBRE = WK-VIN-SALDO - WK-VIN-RETENIDO
           IF WK-IMPORTE-BARRIDO > WK-LIBRE
               MOVE WK-LIBRE TO WK-IMPORTE-BARRIDO
           END-IF

           IF WK-IMPORTE-BARRIDO NOT > ZEROS
               MOVE ZEROS TO WK-IMPORTE-BARRIDO
               MOVE "VINCULADA SIN SALDO LIBRE" TO WK-MOTIVO
               ADD 1 TO CONT-OMITIDOS
               EXIT PARAGRAPH
           END-IF

           MOVE TA-VINCULADA(WK-IDX-ACUERDO) TO WK-DEUDOR
           MOVE WK-VIN-SUCURSAL              TO WK-DEUDOR-SUCURSAL
           MOVE TA-OPERATIVA(WK-IDX-ACUERDO) TO WK-ACREEDOR
           MOVE WK-OPE-SUCURSAL              TO WK-ACREEDOR-SUCURSAL
           PERFORM 240-EMITIR-BARRIDO.

      * OPERATIVA SOBRE EL TECHO: EL EXCEDENTE SOBRE EL OBJETIVO
      * VUELVE A LA VINCULADA, SIN TOCAR LO RETENIDO EN LA
      * OPERATIVA. 'R' EN LA OPERATIVA NO DEJA SALIR FONDOS E 'I' EN
      * LA VINCULADA NO LOS DEJA ENTRAR.
       235-CALCULAR-DEVOLUCION.
           IF WK-OPE-ESTADO = 'R'
               MOVE "OPERATIVA SIN RETIROS" TO WK-MOTIVO
               ADD 1 TO CONT-OMITIDOS
               EXIT PARAGRAPH
           END-IF
           IF WK-VIN-ESTADO = 'I'
               MOVE "VINCULADA SIN INGRESOS" TO WK-MOTIVO
               ADD 1 TO CONT-OMITIDOS
               EXIT PARAGRAPH
           END-IF

           COMPUTE WK-IMPORTE-BARRIDO =
               WK-OPE-SALDO - TA-OBJETIVO(WK-IDX-ACUERDO)
           COMPUTE WK-LIBRE = WK-OPE-SALDO - WK-OPE-RETENIDO
           IF WK-IMPORTE-BARRIDO > WK-LIBRE
               MOVE WK-LIBRE TO WK-IMPORTE-BARRIDO
           END-IF

           IF WK-IMPORTE-BARRIDO NOT > ZEROS
               MOVE ZEROS TO WK-IMPORTE-BARRIDO
               MOVE "EXCEDENTE RETENIDO" TO WK-MOTIVO
               ADD 1 TO CONT-OMITIDOS
               EXIT PARAGRAPH
           END-IF

           MOVE TA-OPERATIVA(WK-IDX-ACUERDO) TO WK-DEUDOR
           MOVE WK-OPE-SUCURSAL              TO WK-DEUDOR-SUCURSAL
           MOVE TA-VINCULADA(WK-IDX-ACUERDO) TO WK-ACREEDOR
           MOVE WK-VIN-SUCURSAL              TO WK-ACREEDOR-SUCURSAL
           PERFORM 240-EMITIR-BARRIDO.

      * LAS DOS PIERNAS SALEN JUNTAS CON LA MISMA REFERENCIA; EL
      * CRUZADO LAS APLICA COMO CONJUNTO O LAS RECHAZA COMPLETAS.
      * LAS PIERNAS NO SE ESCRIBEN AQUI: ENTRAN A LA TABLA Y SALEN
      * ORDENADAS POR CODIGO AL FINAL.
       240-EMITIR-BARRIDO.
           IF CONT-TABLA-PIERNAS + 2 > WK-MAX-PIERNAS
               OR CONT-AJUSTES + 2 > WK-MAX-AJUSTES
               MOVE ZEROS TO WK-IMPORTE-BARRIDO
               MOVE "TABLA LLENA, ESPERA A MAÑANA" TO WK-MOTIVO
               ADD 1 TO CONT-OMITIDOS
               EXIT PARAGRAPH
           END-IF

           IF WK-IMPORTE-BARRIDO > WK-TOPE-IMPORTE
               MOVE WK-TOPE-IMPORTE TO WK-IMPORTE-BARRIDO
           END-IF

           ADD 1 TO WK-NUM-TRANSF
           MOVE WK-NUM-TRANSF TO WK-REF-NUMERO
           MOVE WK-REF-ARMADA TO WK-REFERENCIA

           ADD 1 TO CONT-TABLA-PIERNAS
           MOVE WK-DEUDOR TO TPI-CODIGO(CONT-TABLA-PIERNAS)
           MOVE 'A'       TO TPI-TIPO(CONT-TABLA-PIERNAS)
           MOVE WK-IMPORTE-BARRIDO
               TO TPI-IMPORTE(CONT-TABLA-PIERNAS)
           IF ES-REPOSICION
               MOVE "BARRIDO REPOSICION"
                   TO TPI-DESCRIPCION(CONT-TABLA-PIERNAS)
           ELSE
               MOVE "BARRIDO EXCEDENTE"
                   TO TPI-DESCRIPCION(CONT-TABLA-PIERNAS)
           END-IF
           MOVE TA-MONEDA(WK-IDX-ACUERDO)
               TO TPI-MONEDA(CONT-TABLA-PIERNAS)
           MOVE WK-REFERENCIA TO TPI-REFERENCIA(CONT-TABLA-PIERNAS)
           MOVE WK-DEUDOR-SUCURSAL
               TO TPI-SUCURSAL(CONT-TABLA-PIERNAS)

           ADD 1 TO CONT-TABLA-PIERNAS
           MOVE WK-ACREEDOR TO TPI-CODIGO(CONT-TABLA-PIERNAS)
           MOVE 'C'         TO TPI-TIPO(CONT-TABLA-PIERNAS)
           MOVE WK-IMPORTE-BARRIDO
               TO TPI-IMPORTE(CONT-TABLA-PIERNAS)
           MOVE TPI-DESCRIPCION(CONT-TABLA-PIERNAS - 1)
               TO TPI-DESCRIPCION(CONT-TABLA-PIERNAS)
           MOVE TA-MONEDA(WK-IDX-ACUERDO)
               TO TPI-MONEDA(CONT-TABLA-PIERNAS)
           MOVE WK-REFERENCIA TO TPI-REFERENCIA(CONT-TABLA-PIERNAS)
           MOVE WK-ACREEDOR-SUCURSAL
               TO TPI-SUCURSAL(CONT-TABLA-PIERNAS)

           COMPUTE WK-AJUSTE-CTA = ZEROS - WK-IMPORTE-BARRIDO
           MOVE WK-DEUDOR TO WK-CODIGO-BUSCADO
           PERFORM 242-ACUMULAR-AJUSTE
           MOVE WK-IMPORTE-BARRIDO TO WK-AJUSTE-CTA
           MOVE WK-ACREEDOR TO WK-CODIGO-BUSCADO
           PERFORM 242-ACUMULAR-AJUSTE

           IF ES-REPOSICION
               ADD 1 TO CONT-REPOSICIONES
               MOVE "REPOSICION EMITIDA" TO WK-MOTIVO
           ELSE
               ADD 1 TO CONT-DEVOLUCIONES
               MOVE "EXCEDENTE EMITIDO" TO WK-MOTIVO
           END-IF.

       242-ACUMULAR-AJUSTE.
           MOVE 'N' TO SW-CUENTA-HALLADA
           PERFORM VARYING WK-IDX-AJUSTE FROM 1 BY 1
                   UNTIL WK-IDX-AJUSTE > CONT-AJUSTES
                   OR CUENTA-HALLADA
               IF TAJ-CODIGO(WK-IDX-AJUSTE) = WK-CODIGO-BUSCADO
                   ADD WK-AJUSTE-CTA TO TAJ-IMPORTE(WK-IDX-AJUSTE)
                   MOVE 'S' TO SW-CUENTA-HALLADA
               END-IF
           END-PERFORM

           IF NOT CUENTA-HALLADA
               ADD 1 TO CONT-AJUSTES
               MOVE WK-CODIGO-BUSCADO TO TAJ-CODIGO(CONT-AJUSTES)
               MOVE WK-AJUSTE-CTA     TO TAJ-IMPORTE(CONT-AJUSTES)
           END-IF.

      * MISMO BURBUJEO ESTABLE QUE GENERA-CIERRES: LA MEZCLA EXIGE LA
      * FUENTE ASCENDENTE POR CODIGO. A IGUALDAD DE CODIGO EL ORDEN
      * DE EMISION SE CONSERVA.
       243-ORDENAR-PIERNAS.
           MOVE 1 TO WK-INDICE-ORDEN
           PERFORM UNTIL WK-INDICE-ORDEN > CONT-TABLA-PIERNAS - 1
               MOVE 1 TO WK-CONTADOR-ORDEN
               PERFORM UNTIL WK-CONTADOR-ORDEN >
                       CONT-TABLA-PIERNAS - WK-INDICE-ORDEN
                   IF TPI-CODIGO(WK-CONTADOR-ORDEN) >
                      TPI-CODIGO(WK-CONTADOR-ORDEN + 1)
                       MOVE ENTRADA-PIERNA(WK-CONTADOR-ORDEN)
                           TO WK-ENTRADA-AUX
                       MOVE ENTRADA-PIERNA(WK-CONTADOR-ORDEN + 1)
                           TO ENTRADA-PIERNA(WK-CONTADOR-ORDEN)
                       MOVE WK-ENTRADA-AUX
                           TO ENTRADA-PIERNA(WK-CONTADOR-ORDEN + 1)
                   END-IF
                   ADD 1 TO WK-CONTADOR-ORDEN
               END-PERFORM
               ADD 1 TO WK-INDICE-ORDEN
           END-PERFORM.

      * LAS PIERNAS VIAJAN SIN FECHA ("SIN FECHA, ESTA NOCHE"): SE
      * APLICAN LA NOCHE QUE LAS MEZCLA. LAS SECUENCIAS SE NUMERAN
      * SOBRE EL ORDEN FINAL PARA QUE EL LOTE "BARRIDOS" FORME SU
      * CORRIDA 1..N SIN HUECOS.
       246-ESCRIBIR-PIERNAS.
           PERFORM VARYING WK-INDICE-ORDEN FROM 1 BY 1
                   UNTIL WK-INDICE-ORDEN > CONT-TABLA-PIERNAS
               MOVE SPACES TO REG-MOV-BARRIDO
               MOVE TPI-CODIGO(WK-INDICE-ORDEN)  TO MBA-CODIGO
               MOVE TPI-TIPO(WK-INDICE-ORDEN)    TO MBA-TIPO
               MOVE TPI-IMPORTE(WK-INDICE-ORDEN) TO MBA-IMPORTE
               MOVE TPI-DESCRIPCION(WK-INDICE-ORDEN)
                   TO MBA-DESCRIPCION
               MOVE "BARRIDOS"                   TO MBA-LOTE
               MOVE ZEROS                        TO MBA-FECHA
               MOVE TPI-MONEDA(WK-INDICE-ORDEN)  TO MBA-MONEDA
               ADD 1 TO CONT-MOVS-SALIDA
               MOVE CONT-MOVS-SALIDA             TO MBA-SECUENCIA
               MOVE TPI-REFERENCIA(WK-INDICE-ORDEN)
                   TO MBA-REFERENCIA
               MOVE TPI-SUCURSAL(WK-INDICE-ORDEN) TO MBA-SUCURSAL
               WRITE REG-MOV-BARRIDO
               ADD TPI-IMPORTE(WK-INDICE-ORDEN) TO WK-HASH-SALIDA
           END-PERFORM.

       245-ABRIR-SALIDA-MOVS.
           OPEN OUTPUT ARCHIVO-MOVS-BARRIDOS

           IF FS-MOVS-BARRIDOS NOT = '00'
               DISPLAY "ERROR ABRIENDO MOVS-BARRIDOS: "
                       FS-MOVS-BARRIDOS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO REG-MOV-BARRIDO
           MOVE ZEROS  TO HDR-CODIGO
           MOVE 'H'    TO HDR-TIPO
           MOVE "BARRIDOS" TO HDR-LOTE
           MOVE WK-FECHA-HOY TO HDR-FECHA-CREACION
           WRITE REG-MOV-BARRIDO.

       250-INFORMAR-ACUERDO.
           MOVE SPACES TO LINEA-DETALLE
           MOVE TA-OPERATIVA(WK-IDX-ACUERDO) TO LD-OPERATIVA
           MOVE TA-VINCULADA(WK-IDX-ACUERDO) TO LD-VINCULADA
           MOVE TA-MONEDA(WK-IDX-ACUERDO)    TO LD-MONEDA
           MOVE WK-OPE-SALDO                 TO LD-SALDO
           MOVE WK-IMPORTE-BARRIDO           TO LD-IMPORTE
           MOVE WK-REFERENCIA                TO LD-REFERENCIA
           MOVE WK-MOTIVO                    TO LD-RESULTADO
           WRITE REG-REPORTE FROM LINEA-DETALLE.

      * CON UN SOLO CONJUNTO O NINGUNO, LA SALIDA LLEVA IGUAL SU
      * CONTROL 'T' CON LA CUENTA Y EL HASH PARA LA MEZCLA.
       260-CERRAR-SALIDA-MOVS.
           MOVE SPACES TO REG-MOV-BARRIDO
           MOVE 99999  TO TRL-CODIGO
           MOVE 'T'    TO TRL-TIPO
           MOVE CONT-MOVS-SALIDA TO TRL-CUENTA-REGISTROS
           MOVE WK-HASH-SALIDA   TO TRL-HASH-IMPORTES
           WRITE REG-MOV-BARRIDO

           CLOSE ARCHIVO-MOVS-BARRIDOS.

       300-FINALIZAR.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           STRING "ACUERDOS: " CONT-ACUERDOS
                  "  REPOSICIONES: " CONT-REPOSICIONES
                  "  EXCEDENTES: " CONT-DEVOLUCIONES
                  "  EN BANDA: " CONT-EN-BANDA
                  "  OMITIDOS: " CONT-OMITIDOS
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE

           CLOSE ARCHIVO-MAESTRO
                 ARCHIVO-REPORTE

           DISPLAY "ACUERDOS REVISADOS:    " CONT-ACUERDOS
           DISPLAY "REPOSICIONES EMITIDAS: " CONT-REPOSICIONES
           DISPLAY "EXCEDENTES EMITIDOS:   " CONT-DEVOLUCIONES
           DISPLAY "EN BANDA:              " CONT-EN-BANDA
           DISPLAY "OMITIDOS:              " CONT-OMITIDOS
           DISPLAY "REPORTE GENERADO: BARRIDOS.TXT".
