       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMEDIA-SALDOS.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: SALDOS PROMEDIO DIARIOS POR CUENTA Y MES
      * PROPOSITO: INTERESES, COMISIONES, RENTABILIDAD Y LAS
      *            DECLARACIONES PIDEN SALDOS PROMEDIO, Y AUDITORIA.DAT
      *            SOLO TIENE APERTURA Y CIERRE DE LAS CUENTAS QUE
      *            TOCO CADA CORRIDA. ESTE PROGRAMA RECONSTRUYE EL
      *            SALDO DE CADA CUENTA PARA CADA DIA CALENDARIO DEL
      *            MES: EL DIA QUE LA CUENTA TUVO CORRIDA VALE SU
      *            SALDO DE CIERRE (EL DE LA ULTIMA CORRIDA DEL DIA);
      *            EL DIA QUE NO, ARRASTRA EL ULTIMO SALDO CONOCIDO.
      *            EL SALDO CON QUE ENTRA AL MES ES EL CIERRE DE SU
      *            ULTIMA LINEA ANTERIOR (AUDITORIA-HISTORICO.DAT Y
      *            AUDITORIA.DAT); SIN ELLA, LA APERTURA DE SU PRIMERA
      *            LINEA POSTERIOR; SIN NINGUNA, EL SALDO DE
      *            MAESTRO-NUEVO.DAT, QUE NO SE MOVIO EN TODO ESE
      *            TIEMPO. LOS DIAS HABILES SALEN DE DIA-HABIL
      *            (CALENDARIO.DAT): EL PROMEDIO VA SOBRE LOS DIAS
      *            CALENDARIO Y, APARTE, SOBRE LOS HABILES.
      *            UNA CUENTA CERRADA ANTES DEL MES NO ENTRA; LA QUE
      *            CERRO DENTRO DEL MES CUENTA HASTA EL DIA DEL CIERRE.
      *            EL MES ES EL DE LA FECHA DE PROCESO SI ESA FECHA YA
      *            LLEGO AL ULTIMO DIA HABIL DEL MES (ASI CORRE EN LA
      *            CADENA, COMO PASO DE FIN DE MES 'M' EN
      *            CADENA-NOCTURNA.DAT); ANTES, EL MES ANTERIOR, QUE
      *            YA ESTA COMPLETO.
      *            SALIDA: SALDOS-PROMEDIO-AAAAMM.DAT, UN REGISTRO POR
      *            CUENTA, PARA QUE LOS DEMAS PROGRAMAS LO LEAN EN VEZ
      *            DE RECALCULAR:
      *              SPR-CODIGO            9(5)
      *              SPR-MES               9(6)     AAAAMM
      *              SPR-MONEDA            X(3)
      *              SPR-SUCURSAL          9(3)
      *              SPR-PRODUCTO          X(2)
      *              SPR-DIAS              9(2)     DIAS CONTADOS
      *              SPR-DIAS-HABILES      9(2)
      *              SPR-PROMEDIO          S9(7)V99 SOBRE DIAS
      *              SPR-PROMEDIO-HABIL    S9(7)V99 SOBRE HABILES
      *              SPR-MINIMO            S9(7)V99
      *              SPR-MAXIMO            S9(7)V99
      *              SPR-DIAS-DESCUBIERTO  9(2)     SALDO NEGATIVO
      *              SPR-SALDO-INICIAL     S9(7)V99 EL DEL DIA 1
      *              SPR-SALDO-FINAL       S9(7)V99 EL DEL ULTIMO DIA
      *              SPR-ORIGEN            X(1)     'A' AUDITORIA,
      *                                             'M' SOLO MAESTRO
      *            RC 16 ERROR DE ARCHIVO, 12 TABLA DE CUENTAS LLENA,
      *            04 DIAS HABILES DEL MES SIN NINGUNA LINEA DE
      *            AUDITORIA (CORRIDA FALTANTE O YA DEPURADA).
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-MAESTRO-NUEVO
               ASSIGN TO "MAESTRO-NUEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CODIGO-MAESTRO-NUEVO
               FILE STATUS IS FS-MAESTRO-NUEVO.

           SELECT ARCHIVO-AUDITORIA
               ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

           SELECT ARCHIVO-HISTORICO
               ASSIGN TO "AUDITORIA-HISTORICO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-HISTORICO.

           SELECT ARCHIVO-FECHA-PROCESO
               ASSIGN TO "FECHA-PROCESO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHA-PROCESO.

      * EL ARCHIVO DEL MES, CON EL MES EN EL NOMBRE ARMADO EN
      * EJECUCION: UNA NUEVA CORRIDA DEL MISMO MES LO REEMPLAZA.
           SELECT ARCHIVO-PROMEDIOS
               ASSIGN TO WK-NOMBRE-PROMEDIOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PROMEDIOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-MAESTRO-NUEVO.
       01  REG-MAESTRO-NUEVO.
           05 CODIGO-MAESTRO-NUEVO PIC 9(5).
           05 NOMBRE-MAESTRO-NUEVO PIC X(30).
           05 SALDO-MAESTRO-NUEVO  PIC S9(7)V99.
           05 ESTADO-MAESTRO-NUEVO PIC X(01).
              88 MAESTRO-CERRADO   VALUE 'C'.
           05 FECHA-ESTADO-MAESTRO-NUEVO PIC 9(8).
           05 MONEDA-MAESTRO-NUEVO PIC X(3).
           05 SUCURSAL-MAESTRO-NUEVO PIC 9(3).
           05 PRODUCTO-MAESTRO-NUEVO PIC X(2).

       FD  ARCHIVO-AUDITORIA.
       01  REG-AUDITORIA.
           05 AUD-ID-EJECUCION     PIC X(19).
           05 AUD-CODIGO           PIC 9(5).
           05 AUD-NOMBRE           PIC X(30).
           05 AUD-SALDO-APERTURA   PIC S9(7)V99.
           05 AUD-SALDO-CIERRE     PIC S9(7)V99.
           05 AUD-SUCURSAL         PIC 9(3).
           05 AUD-OPERADOR         PIC X(8).
           05 AUD-SECUENCIA        PIC 9(9).
           05 AUD-SELLO            PIC 9(18).

       FD  ARCHIVO-HISTORICO.
       01  REG-HISTORICO.
           05 HIS-ID-EJECUCION     PIC X(19).
           05 HIS-CODIGO           PIC 9(5).
           05 HIS-NOMBRE           PIC X(30).
           05 HIS-SALDO-APERTURA   PIC S9(7)V99.
           05 HIS-SALDO-CIERRE     PIC S9(7)V99.
           05 HIS-SUCURSAL         PIC 9(3).
           05 HIS-OPERADOR         PIC X(8).
           05 HIS-SECUENCIA        PIC 9(9).
           05 HIS-SELLO            PIC 9(18).

       FD  ARCHIVO-FECHA-PROCESO.
       01  REG-FECHA-PROCESO.
           05 FPR-FECHA            PIC 9(8).

       FD  ARCHIVO-PROMEDIOS.
       01  REG-PROMEDIO.
           05 SPR-CODIGO           PIC 9(5).
           05 SPR-MES              PIC 9(6).
           05 SPR-MONEDA           PIC X(3).
           05 SPR-SUCURSAL         PIC 9(3).
           05 SPR-PRODUCTO         PIC X(2).
           05 SPR-DIAS             PIC 9(2).
           05 SPR-DIAS-HABILES     PIC 9(2).
           05 SPR-PROMEDIO         PIC S9(7)V99.
           05 SPR-PROMEDIO-HABIL   PIC S9(7)V99.
           05 SPR-MINIMO           PIC S9(7)V99.
           05 SPR-MAXIMO           PIC S9(7)V99.
           05 SPR-DIAS-DESCUBIERTO PIC 9(2).
           05 SPR-SALDO-INICIAL    PIC S9(7)V99.
           05 SPR-SALDO-FINAL      PIC S9(7)V99.
           05 SPR-ORIGEN           PIC X(1).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-MAESTRO-NUEVO     PIC XX.
           05 FS-AUDITORIA         PIC XX.
           05 FS-HISTORICO         PIC XX.
           05 FS-FECHA-PROCESO     PIC XX.
           05 FS-PROMEDIOS         PIC XX.

       01  SWITCHES.
           05 SW-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 SW-HALLADO           PIC X VALUE 'N'.
              88 HALLADO           VALUE 'S'.
           05 SW-FIN-CUENTA        PIC X VALUE 'N'.
              88 FIN-CUENTA        VALUE 'S'.

       01  CONTADORES.
           05 CONT-LINEAS-LEIDAS   PIC 9(9) VALUE ZEROS.
           05 CONT-LINEAS-USADAS   PIC 9(9) VALUE ZEROS.
           05 CONT-LINEAS-HUERFANAS PIC 9(9) VALUE ZEROS.
           05 CONT-CERRADAS-ANTES  PIC 9(5) VALUE ZEROS.
           05 CONT-ESCRITOS        PIC 9(5) VALUE ZEROS.
           05 CONT-SOLO-MAESTRO    PIC 9(5) VALUE ZEROS.
           05 CONT-CON-DESCUBIERTO PIC 9(5) VALUE ZEROS.
           05 CONT-HABILES-SIN-CORRIDA PIC 9(2) VALUE ZEROS.

       01  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
       01  WK-NOMBRE-PROMEDIOS     PIC X(40) VALUE SPACES.

      * EL MES QUE SE PROMEDIA: PRIMER Y ULTIMO DIA CALENDARIO, Y
      * EL ULTIMO DIA HABIL (DESDE EL QUE EL MES ESTA COMPLETO).
       01  CALCULO-MES.
           05 WK-MES               PIC 9(6) VALUE ZEROS.
           05 WK-PRIMER-DIA        PIC 9(8) VALUE ZEROS.
           05 WK-ULTIMO-DIA        PIC 9(8) VALUE ZEROS.
           05 WK-ULTIMO-HABIL      PIC 9(8) VALUE ZEROS.
           05 WK-DIAS-MES          PIC 9(2) VALUE ZEROS.
           05 WK-DIA-ENTERO        PIC 9(7) VALUE ZEROS.
           05 WK-FECHA-CONSULTA    PIC 9(8) VALUE ZEROS.
           05 WK-FECHA-HABIL       PIC 9(8) VALUE ZEROS.
           05 WK-AJUSTADA          PIC X(1) VALUE 'N'.

      * LOS DIAS DEL MES: SI ES HABIL Y SI HUBO ALGUNA LINEA DE
      * AUDITORIA ESE DIA.
       01  TABLA-DIAS.
           05 ENTRADA-DIA          OCCURS 31 TIMES.
              10 TD-HABIL          PIC X(1).
              10 TD-CON-CORRIDA    PIC X(1).
       01  WK-DIA                  PIC 9(2) VALUE ZEROS.

      * LAS CUENTAS DEL MAESTRO, EN SU ORDEN DE CODIGO. POR CUENTA:
      *   TC-FECHA-PREVIA/TC-SALDO-PREVIO  ULTIMA LINEA ANTES DEL MES
      *   TC-FECHA-PRIMERA/TC-APERTURA-PRIMERA  PRIMERA LINEA DESDE
      *                                    EL PRIMER DIA DEL MES
      *   TC-CIERRE-DIA/TC-TOCADO-DIA      CIERRE DE CADA DIA DEL MES
      *                                    QUE LA CUENTA TUVO CORRIDA
       01  WK-MAX-CUENTAS          PIC 9(5) VALUE 5000.
       01  CONT-CUENTAS            PIC 9(5) VALUE ZEROS.
       01  TABLA-CUENTAS.
           05 ENTRADA-CUENTA       OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-CUENTAS.
              10 TC-CODIGO         PIC 9(5).
              10 TC-MONEDA         PIC X(3).
              10 TC-SUCURSAL       PIC 9(3).
              10 TC-PRODUCTO       PIC X(2).
              10 TC-SALDO-ACTUAL   PIC S9(7)V99.
              10 TC-FECHA-CIERRE   PIC 9(8).
              10 TC-FECHA-PREVIA   PIC 9(8).
              10 TC-SALDO-PREVIO   PIC S9(7)V99.
              10 TC-FECHA-PRIMERA  PIC 9(8).
              10 TC-APERTURA-PRIMERA PIC S9(7)V99.
              10 TC-DIA-CUENTA     OCCURS 31 TIMES.
                 15 TC-CIERRE-DIA  PIC S9(7)V99.
                 15 TC-TOCADO-DIA  PIC X(1).
       01  WK-INDICE               PIC 9(5) VALUE ZEROS.

      * LA LINEA DE AUDITORIA EN CURSO, DE CUALQUIERA DE LOS DOS
      * ARCHIVOS.
       01  WK-LINEA-ID             PIC X(19) VALUE SPACES.
       01  WK-LINEA-FECHA          PIC 9(8) VALUE ZEROS.
       01  WK-LINEA-CODIGO         PIC 9(5) VALUE ZEROS.
       01  WK-LINEA-APERTURA       PIC S9(7)V99 VALUE ZEROS.
       01  WK-LINEA-CIERRE         PIC S9(7)V99 VALUE ZEROS.

      * EL MES DE UNA CUENTA, DIA POR DIA.
       01  CALCULO-CUENTA.
           05 WK-SALDO-DIA         PIC S9(7)V99 VALUE ZEROS.
           05 WK-FECHA-DIA         PIC 9(8) VALUE ZEROS.
           05 WK-SUMA              PIC S9(11)V99 VALUE ZEROS.
           05 WK-SUMA-HABIL        PIC S9(11)V99 VALUE ZEROS.
           05 WK-DIAS-CONTADOS     PIC 9(2) VALUE ZEROS.
           05 WK-DIAS-HABILES      PIC 9(2) VALUE ZEROS.
           05 WK-DIAS-DESCUBIERTO  PIC 9(2) VALUE ZEROS.
           05 WK-MINIMO            PIC S9(7)V99 VALUE ZEROS.
           05 WK-MAXIMO            PIC S9(7)V99 VALUE ZEROS.
           05 WK-SALDO-INICIAL     PIC S9(7)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 130-LEER-HISTORICO
           PERFORM 140-LEER-AUDITORIA
           PERFORM 200-PROMEDIAR
           PERFORM 300-FINALIZAR
           GOBACK.

       100-INICIALIZAR.
           DISPLAY "SALDOS PROMEDIO DIARIOS DEL MES..."
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

           PERFORM 105-ELEGIR-MES

           STRING "SALDOS-PROMEDIO-" WK-MES ".DAT"
               DELIMITED BY SIZE INTO WK-NOMBRE-PROMEDIOS
           DISPLAY "MES: " WK-MES " (" WK-PRIMER-DIA " A "
                   WK-ULTIMO-DIA ")"

           PERFORM 120-CARGAR-CUENTAS.

      * EL MES DE LA FECHA DE PROCESO, SI YA LLEGO A SU ULTIMO DIA
      * HABIL (LOS DIAS QUE QUEDAN NO TIENEN CORRIDA Y ARRASTRAN EL
      * SALDO DE ESE DIA); SI TODAVIA NO, EL MES ANTERIOR.
       105-ELEGIR-MES.
           MOVE WK-FECHA-HOY(1:6) TO WK-MES
           PERFORM 110-ARMAR-DIAS

           IF WK-FECHA-HOY < WK-ULTIMO-HABIL
               COMPUTE WK-DIA-ENTERO =
                   FUNCTION INTEGER-OF-DATE(WK-PRIMER-DIA) - 1
               COMPUTE WK-FECHA-CONSULTA =
                   FUNCTION DATE-OF-INTEGER(WK-DIA-ENTERO)
               MOVE WK-FECHA-CONSULTA(1:6) TO WK-MES
               PERFORM 110-ARMAR-DIAS
           END-IF.

      * PRIMER Y ULTIMO DIA DE WK-MES (EL ULTIMO ES LA VISPERA DEL
      * PRIMERO DEL MES SIGUIENTE) Y LA MARCA DE HABIL DE CADA DIA;
      * UN DIA ES HABIL SI DIA-HABIL NO LO CORRE.
       110-ARMAR-DIAS.
           COMPUTE WK-PRIMER-DIA = WK-MES * 100 + 1
           COMPUTE WK-DIA-ENTERO =
               FUNCTION INTEGER-OF-DATE(WK-PRIMER-DIA) + 31
           COMPUTE WK-FECHA-CONSULTA =
               FUNCTION DATE-OF-INTEGER(WK-DIA-ENTERO)
           MOVE 01 TO WK-FECHA-CONSULTA(7:2)
           COMPUTE WK-DIA-ENTERO =
               FUNCTION INTEGER-OF-DATE(WK-FECHA-CONSULTA) - 1
           COMPUTE WK-ULTIMO-DIA =
               FUNCTION DATE-OF-INTEGER(WK-DIA-ENTERO)
           MOVE WK-ULTIMO-DIA(7:2) TO WK-DIAS-MES

           MOVE ZEROS TO WK-ULTIMO-HABIL
           PERFORM VARYING WK-DIA FROM 1 BY 1
                   UNTIL WK-DIA > 31
               MOVE 'N' TO TD-HABIL(WK-DIA)
               MOVE 'N' TO TD-CON-CORRIDA(WK-DIA)
               IF WK-DIA <= WK-DIAS-MES
                   COMPUTE WK-FECHA-CONSULTA = WK-MES * 100 + WK-DIA
                   CALL "DIA-HABIL" USING WK-FECHA-CONSULTA
                                          WK-FECHA-HABIL
                                          WK-AJUSTADA
                   IF WK-AJUSTADA = 'N'
                       MOVE 'S' TO TD-HABIL(WK-DIA)
                       MOVE WK-FECHA-CONSULTA TO WK-ULTIMO-HABIL
                   END-IF
               END-IF
           END-PERFORM.

      * LAS CUENTAS DEL MAESTRO, SALVO LAS QUE YA ESTABAN CERRADAS
      * ANTES DEL PRIMER DIA DEL MES.
       120-CARGAR-CUENTAS.
           OPEN INPUT ARCHIVO-MAESTRO-NUEVO
           IF FS-MAESTRO-NUEVO NOT = '00'
               DISPLAY "ERROR ABRIENDO MAESTRO-NUEVO: " FS-MAESTRO-NUEVO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-MAESTRO-NUEVO
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF MAESTRO-CERRADO
                           AND FECHA-ESTADO-MAESTRO-NUEVO
                               < WK-PRIMER-DIA
                           ADD 1 TO CONT-CERRADAS-ANTES
                       ELSE
                           PERFORM 125-AGREGAR-CUENTA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MAESTRO-NUEVO.

       125-AGREGAR-CUENTA.
           IF CONT-CUENTAS >= WK-MAX-CUENTAS
               DISPLAY "*** MAS DE " WK-MAX-CUENTAS " CUENTAS: NO SE"
                       " GENERA " WK-NOMBRE-PROMEDIOS " ***"
               CLOSE ARCHIVO-MAESTRO-NUEVO
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO CONT-CUENTAS
           INITIALIZE ENTRADA-CUENTA(CONT-CUENTAS)
           MOVE CODIGO-MAESTRO-NUEVO   TO TC-CODIGO(CONT-CUENTAS)
           MOVE MONEDA-MAESTRO-NUEVO   TO TC-MONEDA(CONT-CUENTAS)
           MOVE SUCURSAL-MAESTRO-NUEVO TO TC-SUCURSAL(CONT-CUENTAS)
           MOVE PRODUCTO-MAESTRO-NUEVO TO TC-PRODUCTO(CONT-CUENTAS)
           MOVE SALDO-MAESTRO-NUEVO    TO TC-SALDO-ACTUAL(CONT-CUENTAS)
           IF MAESTRO-CERRADO
               MOVE FECHA-ESTADO-MAESTRO-NUEVO
                   TO TC-FECHA-CIERRE(CONT-CUENTAS)
           END-IF
           PERFORM VARYING WK-DIA FROM 1 BY 1
                   UNTIL WK-DIA > 31
               MOVE 'N' TO TC-TOCADO-DIA(CONT-CUENTAS, WK-DIA)
           END-PERFORM.

      * PRIMERO LO ARCHIVADO, QUE ES LO MAS VIEJO, Y DESPUES LO
      * VIVO: ASI LAS LINEAS LLEGAN EN EL ORDEN EN QUE SE ESCRIBIERON
      * Y LA ULTIMA DE CADA DIA ES LA QUE QUEDA.
       130-LEER-HISTORICO.
           OPEN INPUT ARCHIVO-HISTORICO
           IF FS-HISTORICO = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-HISTORICO NOT = '00'
               DISPLAY "ERROR ABRIENDO AUDITORIA-HISTORICO: "
                       FS-HISTORICO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-HISTORICO
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       MOVE HIS-ID-EJECUCION   TO WK-LINEA-ID
                       MOVE HIS-CODIGO         TO WK-LINEA-CODIGO
                       MOVE HIS-SALDO-APERTURA TO WK-LINEA-APERTURA
                       MOVE HIS-SALDO-CIERRE   TO WK-LINEA-CIERRE
                       PERFORM 150-APLICAR-LINEA
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-HISTORICO.

       140-LEER-AUDITORIA.
           OPEN INPUT ARCHIVO-AUDITORIA
           IF FS-AUDITORIA = '35'
               DISPLAY "AVISO: NO EXISTE AUDITORIA.DAT"
               EXIT PARAGRAPH
           END-IF
           IF FS-AUDITORIA NOT = '00'
               DISPLAY "ERROR ABRIENDO AUDITORIA: " FS-AUDITORIA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-AUDITORIA
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       MOVE AUD-ID-EJECUCION   TO WK-LINEA-ID
                       MOVE AUD-CODIGO         TO WK-LINEA-CODIGO
                       MOVE AUD-SALDO-APERTURA TO WK-LINEA-APERTURA
                       MOVE AUD-SALDO-CIERRE   TO WK-LINEA-CIERRE
                       PERFORM 150-APLICAR-LINEA
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-AUDITORIA.

      * LA FECHA DE LA LINEA VIAJA EN EL ID (RUN-AAAAMMDD-HHMMSS).
      * ANTES DEL MES SOLO INTERESA LA ULTIMA; DESDE EL PRIMER DIA,
      * LA PRIMERA (POR SU APERTURA) Y, DENTRO DEL MES, EL CIERRE DE
      * CADA DIA.
       150-APLICAR-LINEA.
           ADD 1 TO CONT-LINEAS-LEIDAS
           IF WK-LINEA-ID(5:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WK-LINEA-ID(5:8) TO WK-LINEA-FECHA

           PERFORM 400-BUSCAR-CUENTA
           IF NOT HALLADO
               ADD 1 TO CONT-LINEAS-HUERFANAS
               EXIT PARAGRAPH
           END-IF

           IF WK-LINEA-FECHA < WK-PRIMER-DIA
               IF WK-LINEA-FECHA >= TC-FECHA-PREVIA(WK-INDICE)
                   MOVE WK-LINEA-FECHA TO TC-FECHA-PREVIA(WK-INDICE)
                   MOVE WK-LINEA-CIERRE
                       TO TC-SALDO-PREVIO(WK-INDICE)
                   ADD 1 TO CONT-LINEAS-USADAS
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF TC-FECHA-PRIMERA(WK-INDICE) = ZEROS
               OR WK-LINEA-FECHA < TC-FECHA-PRIMERA(WK-INDICE)
               MOVE WK-LINEA-FECHA TO TC-FECHA-PRIMERA(WK-INDICE)
               MOVE WK-LINEA-APERTURA
                   TO TC-APERTURA-PRIMERA(WK-INDICE)
           END-IF

           IF WK-LINEA-FECHA <= WK-ULTIMO-DIA
               MOVE WK-LINEA-FECHA(7:2) TO WK-DIA
               MOVE WK-LINEA-CIERRE
                   TO TC-CIERRE-DIA(WK-INDICE, WK-DIA)
               MOVE 'S' TO TC-TOCADO-DIA(WK-INDICE, WK-DIA)
               MOVE 'S' TO TD-CON-CORRIDA(WK-DIA)
               ADD 1 TO CONT-LINEAS-USADAS
           END-IF.

      *****************************************************************
      * DIA POR DIA, CADA CUENTA: EL SALDO DEL DIA ES EL CIERRE SI
      * TUVO CORRIDA, Y SI NO EL DEL DIA ANTERIOR. UNA CUENTA CERRADA
      * EN EL MES DEJA DE CONTAR DESPUES DEL DIA DEL CIERRE.
      *****************************************************************
       200-PROMEDIAR.
           OPEN OUTPUT ARCHIVO-PROMEDIOS
           IF FS-PROMEDIOS NOT = '00'
               DISPLAY "ERROR ABRIENDO " WK-NOMBRE-PROMEDIOS ": "
                       FS-PROMEDIOS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CUENTAS
               PERFORM 210-PROMEDIAR-CUENTA
           END-PERFORM

           CLOSE ARCHIVO-PROMEDIOS

           PERFORM VARYING WK-DIA FROM 1 BY 1
                   UNTIL WK-DIA > WK-DIAS-MES
               IF TD-HABIL(WK-DIA) = 'S'
                   AND TD-CON-CORRIDA(WK-DIA) = 'N'
                   ADD 1 TO CONT-HABILES-SIN-CORRIDA
               END-IF
           END-PERFORM.

       210-PROMEDIAR-CUENTA.
           INITIALIZE CALCULO-CUENTA
           MOVE SPACES TO REG-PROMEDIO
           MOVE 'A' TO SPR-ORIGEN
           EVALUATE TRUE
               WHEN TC-FECHA-PREVIA(WK-INDICE) > ZEROS
                   MOVE TC-SALDO-PREVIO(WK-INDICE) TO WK-SALDO-DIA
               WHEN TC-FECHA-PRIMERA(WK-INDICE) > ZEROS
                   MOVE TC-APERTURA-PRIMERA(WK-INDICE) TO WK-SALDO-DIA
               WHEN OTHER
                   MOVE TC-SALDO-ACTUAL(WK-INDICE) TO WK-SALDO-DIA
                   MOVE 'M' TO SPR-ORIGEN
                   ADD 1 TO CONT-SOLO-MAESTRO
           END-EVALUATE

           MOVE 'N' TO SW-FIN-CUENTA
           PERFORM VARYING WK-DIA FROM 1 BY 1
                   UNTIL WK-DIA > WK-DIAS-MES
                   OR FIN-CUENTA
               COMPUTE WK-FECHA-DIA = WK-MES * 100 + WK-DIA
               IF TC-FECHA-CIERRE(WK-INDICE) > ZEROS
                   AND WK-FECHA-DIA > TC-FECHA-CIERRE(WK-INDICE)
                   MOVE 'S' TO SW-FIN-CUENTA
               ELSE
                   PERFORM 220-CONTAR-DIA
               END-IF
           END-PERFORM

           IF WK-DIAS-CONTADOS = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE TC-CODIGO(WK-INDICE)   TO SPR-CODIGO
           MOVE WK-MES                 TO SPR-MES
           MOVE TC-MONEDA(WK-INDICE)   TO SPR-MONEDA
           MOVE TC-SUCURSAL(WK-INDICE) TO SPR-SUCURSAL
           MOVE TC-PRODUCTO(WK-INDICE) TO SPR-PRODUCTO
           MOVE WK-DIAS-CONTADOS       TO SPR-DIAS
           MOVE WK-DIAS-HABILES        TO SPR-DIAS-HABILES
           COMPUTE SPR-PROMEDIO ROUNDED = WK-SUMA / WK-DIAS-CONTADOS
           IF WK-DIAS-HABILES > ZEROS
               COMPUTE SPR-PROMEDIO-HABIL ROUNDED =
                   WK-SUMA-HABIL / WK-DIAS-HABILES
           ELSE
               MOVE ZEROS TO SPR-PROMEDIO-HABIL
           END-IF
           MOVE WK-MINIMO              TO SPR-MINIMO
           MOVE WK-MAXIMO              TO SPR-MAXIMO
           MOVE WK-DIAS-DESCUBIERTO    TO SPR-DIAS-DESCUBIERTO
           MOVE WK-SALDO-INICIAL       TO SPR-SALDO-INICIAL
           MOVE WK-SALDO-DIA           TO SPR-SALDO-FINAL
           WRITE REG-PROMEDIO
           ADD 1 TO CONT-ESCRITOS
           IF WK-DIAS-DESCUBIERTO > ZEROS
               ADD 1 TO CONT-CON-DESCUBIERTO
           END-IF.

       220-CONTAR-DIA.
           IF TC-TOCADO-DIA(WK-INDICE, WK-DIA) = 'S'
               MOVE TC-CIERRE-DIA(WK-INDICE, WK-DIA) TO WK-SALDO-DIA
           END-IF

           ADD 1 TO WK-DIAS-CONTADOS
           IF WK-DIAS-CONTADOS = 1
               MOVE WK-SALDO-DIA TO WK-SALDO-INICIAL
                                    WK-MINIMO
                                    WK-MAXIMO
           END-IF
           ADD WK-SALDO-DIA TO WK-SUMA
           IF WK-SALDO-DIA < WK-MINIMO
               MOVE WK-SALDO-DIA TO WK-MINIMO
           END-IF
           IF WK-SALDO-DIA > WK-MAXIMO
               MOVE WK-SALDO-DIA TO WK-MAXIMO
           END-IF
           IF WK-SALDO-DIA < ZEROS
               ADD 1 TO WK-DIAS-DESCUBIERTO
           END-IF
           IF TD-HABIL(WK-DIA) = 'S'
               ADD 1 TO WK-DIAS-HABILES
               ADD WK-SALDO-DIA TO WK-SUMA-HABIL
           END-IF.

       300-FINALIZAR.
           DISPLAY "CUENTAS PROMEDIADAS:     " CONT-ESCRITOS
           DISPLAY "  SIN LINEAS (MAESTRO):  " CONT-SOLO-MAESTRO
           DISPLAY "  CON DIAS DESCUBIERTAS: " CONT-CON-DESCUBIERTO
           DISPLAY "CERRADAS ANTES DEL MES:  " CONT-CERRADAS-ANTES
           DISPLAY "LINEAS DE AUDITORIA:     " CONT-LINEAS-LEIDAS
           DISPLAY "  SIN CUENTA EN MAESTRO: " CONT-LINEAS-HUERFANAS
           DISPLAY "ARCHIVO GENERADO: " WK-NOMBRE-PROMEDIOS

      * UN DIA HABIL SIN NINGUNA LINEA ES UNA NOCHE QUE NO CORRIO O
      * QUE YA SE DEPURO: LOS SALDOS DE ESE DIA SON ARRASTRADOS.
           IF CONT-HABILES-SIN-CORRIDA > ZEROS
               DISPLAY "AVISO: " CONT-HABILES-SIN-CORRIDA
                       " DIAS HABILES DEL MES SIN LINEAS DE AUDITORIA"
               MOVE 4 TO RETURN-CODE
           END-IF.

      * BUSCA WK-LINEA-CODIGO EN LA TABLA (ORDENADA POR CODIGO) Y
      * DEJA LA POSICION EN WK-INDICE.
       400-BUSCAR-CUENTA.
           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CUENTAS
                   OR TC-CODIGO(WK-INDICE) >= WK-LINEA-CODIGO
               CONTINUE
           END-PERFORM
           IF WK-INDICE <= CONT-CUENTAS
               IF TC-CODIGO(WK-INDICE) = WK-LINEA-CODIGO
                   MOVE 'S' TO SW-HALLADO
               END-IF
           END-IF.
