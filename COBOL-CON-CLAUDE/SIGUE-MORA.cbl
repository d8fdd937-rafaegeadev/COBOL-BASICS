       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGUE-MORA.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: SEGUIMIENTO DIARIO DE MORA
      * PROPOSITO: CORRE EN LA CADENA DESPUES DEL CRUZADO Y DEJA EN
      *            MORA.DAT UNA LINEA POR POSICION EN MORA AL CIERRE:
      *            -- CUENTAS CON SALDO NEGATIVO EN MAESTRO-NUEVO.DAT
      *               (ORIGEN 'D'): DESDE CUANDO ESTAN BAJO CERO
      *               (RACHA DE CIERRES NEGATIVOS EN AUDITORIA.DAT),
      *               DEUDA ACTUAL, DEUDA PICO DE LA RACHA, LIMITE DE
      *               DESCUBIERTOS.DAT Y CUANTO LO EXCEDE.
      *            -- PRESTAMOS CON CUOTAS IMPAGAS (ORIGEN 'P'):
      *               DESDE EL VENCIMIENTO DE LA IMPAGA MAS VIEJA DEL
      *               CUADRO, CON LA DEUDA DE LAS PIERNAS QUE FALTAN.
      *            CADA POSICION LLEVA SU TRAMO DE ATRASO (01-30,
      *            31-60, 61-90, 90+). LA POSICION NUEVA ABRE UN
      *            CASO EN COBRANZA-CASOS.DAT PARA LA MESA DE
      *            RECUPERO (MANTEN-COBRANZA); EL CASO CUYA POSICION
      *            YA NO ESTA EN MORA (SALDO DE VUELTA SOBRE CERO O
      *            CUOTAS AL DIA) SE CIERRA SOLO. LA PROMESA DE PAGO
      *            VENCIDA CON EL CASO TODAVIA ABIERTO SE MARCA ROTA.
      *            APERTURAS, CIERRES Y PROMESAS ROTAS QUEDAN EN
      *            COBRANZA-GESTIONES.DAT CON OPERADOR "CADENA".
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

           SELECT ARCHIVO-DESCUBIERTOS
               ASSIGN TO "DESCUBIERTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DESCUBIERTOS.

           SELECT ARCHIVO-PRESTAMOS
               ASSIGN TO "PRESTAMOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRESTAMOS.

           SELECT ARCHIVO-CUADRO
               ASSIGN TO "CUADRO-PRESTAMOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUA-CLAVE
               FILE STATUS IS FS-CUADRO.

           SELECT ARCHIVO-MORA
               ASSIGN TO "MORA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MORA.

           SELECT ARCHIVO-CASOS
               ASSIGN TO "COBRANZA-CASOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CASOS.

           SELECT ARCHIVO-GESTIONES
               ASSIGN TO "COBRANZA-GESTIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GESTIONES.

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

       FD  ARCHIVO-MAESTRO-NUEVO.
       01  REG-MAESTRO-NUEVO.
           05 CODIGO-MAESTRO-NUEVO PIC 9(5).
           05 NOMBRE-MAESTRO-NUEVO PIC X(30).
           05 SALDO-MAESTRO-NUEVO  PIC S9(7)V99.
           05 ESTADO-MAESTRO-NUEVO PIC X(01).
           05 FECHA-ESTADO-MAESTRO-NUEVO PIC 9(8).
           05 MONEDA-MAESTRO-NUEVO PIC X(3).
           05 SUCURSAL-MAESTRO-NUEVO PIC 9(3).
           05 PRODUCTO-MAESTRO-NUEVO PIC X(2).

       FD  ARCHIVO-AUDITORIA.
       01  REG-AUDITORIA.
           05 AUD-ID-EJECUCION        PIC X(19).
           05 AUD-CODIGO              PIC 9(5).
           05 AUD-NOMBRE              PIC X(30).
           05 AUD-SALDO-APERTURA      PIC S9(7)V99.
           05 AUD-SALDO-CIERRE        PIC S9(7)V99.
           05 AUD-SUCURSAL            PIC 9(3).
           05 AUD-OPERADOR            PIC X(8).
           05 AUD-SECUENCIA           PIC 9(9).
           05 AUD-SELLO               PIC 9(18).

       FD  ARCHIVO-DESCUBIERTOS.
       01  REG-DESCUBIERTO.
           05 DES-CODIGO           PIC 9(5).
           05 DES-LIMITE           PIC 9(7)V99.

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
              88 CUA-IMPAGA        VALUE 'I'.
           05 CUA-COBRO-CAPITAL    PIC X(1).
           05 CUA-COBRO-INTERES    PIC X(1).
           05 CUA-FECHA-EMISION    PIC 9(8).
           05 CUA-FECHA-COBRO      PIC 9(8).
           05 CUA-VECES-IMPAGA     PIC 9(2).

      * UNA LINEA POR POSICION EN MORA, REHECHO CADA NOCHE. ORIGEN
      * 'D' DESCUBIERTO DE CUENTA, 'P' PRESTAMO (CON SU NUMERO).
       FD  ARCHIVO-MORA.
       01  REG-MORA.
           05 MOR-CODIGO           PIC 9(5).
           05 MOR-ORIGEN           PIC X(1).
           05 MOR-PRESTAMO         PIC 9(5).
           05 MOR-SUCURSAL         PIC 9(3).
           05 MOR-FECHA-INICIO     PIC 9(8).
           05 MOR-DIAS             PIC 9(5).
           05 MOR-DEUDA            PIC 9(7)V99.
           05 MOR-DEUDA-PICO       PIC 9(7)V99.
           05 MOR-LIMITE           PIC 9(7)V99.
           05 MOR-EXCESO           PIC 9(7)V99.
           05 MOR-TRAMO            PIC X(5).
           05 MOR-FECHA-CALCULO    PIC 9(8).
           05 MOR-CASO             PIC 9(5).

      * CASOS DE COBRANZA: 'A' ABIERTO, 'C' CERRADO. LA PROMESA DE
      * PAGO VIGENTE ES 'V'; 'R' ROTA (VENCIO SIN QUE EL CASO SE
      * CERRARA); ESPACIO SIN PROMESA.
       FD  ARCHIVO-CASOS.
       01  REG-CASO.
           05 CAS-NUMERO           PIC 9(5).
           05 CAS-CODIGO           PIC 9(5).
           05 CAS-ORIGEN           PIC X(1).
           05 CAS-PRESTAMO         PIC 9(5).
           05 CAS-SUCURSAL         PIC 9(3).
           05 CAS-ESTADO           PIC X(1).
           05 CAS-FECHA-APERTURA   PIC 9(8).
           05 CAS-FECHA-CIERRE     PIC 9(8).
           05 CAS-FECHA-INICIO     PIC 9(8).
           05 CAS-DIAS             PIC 9(5).
           05 CAS-DEUDA            PIC 9(7)V99.
           05 CAS-DEUDA-PICO       PIC 9(7)V99.
           05 CAS-TRAMO            PIC X(5).
           05 CAS-ULTIMA-GESTION   PIC 9(8).
           05 CAS-PROMESA-FECHA    PIC 9(8).
           05 CAS-PROMESA-IMPORTE  PIC 9(7)V99.
           05 CAS-PROMESA-ESTADO   PIC X(1).

      * BITACORA DE GESTIONES DEL CASO: 'A' APERTURA, 'X' CIERRE,
      * 'R' PROMESA ROTA (LAS TRES LAS ESCRIBE LA CADENA), 'C'
      * CONTACTO Y 'P' PROMESA (LAS ANOTA LA MESA DE RECUPERO).
       FD  ARCHIVO-GESTIONES.
       01  REG-GESTION.
           05 GES-CASO             PIC 9(5).
           05 GES-FECHA            PIC 9(8).
           05 GES-HORA             PIC 9(6).
           05 GES-OPERADOR         PIC X(8).
           05 GES-TIPO             PIC X(1).
           05 GES-CANAL            PIC X(1).
           05 GES-RESULTADO        PIC X(30).
           05 GES-PROMESA-FECHA    PIC 9(8).
           05 GES-PROMESA-IMPORTE  PIC 9(7)V99.
           05 GES-SECUENCIA        PIC 9(9).
           05 GES-SELLO            PIC 9(18).

       WORKING-STORAGE SECTION.
       01  FS-FECHA-PROCESO        PIC XX.
       01  FILE-STATUS.
           05 FS-ESTADO-CORRIDA    PIC XX.
           05 FS-MAESTRO-NUEVO     PIC XX.
           05 FS-AUDITORIA         PIC XX.
           05 FS-DESCUBIERTOS      PIC XX.
           05 FS-PRESTAMOS         PIC XX.
           05 FS-CUADRO            PIC XX.
           05 FS-MORA              PIC XX.
           05 FS-CASOS             PIC XX.
           05 FS-GESTIONES         PIC XX.

       01  SWITCHES.
           05 SW-FIN-MAESTRO       PIC X VALUE 'N'.
              88 FIN-MAESTRO       VALUE 'S'.
           05 SW-FIN-AUDITORIA     PIC X VALUE 'N'.
              88 FIN-AUDITORIA     VALUE 'S'.
           05 SW-FIN-PRESTAMOS     PIC X VALUE 'N'.
              88 FIN-PRESTAMOS     VALUE 'S'.
           05 SW-FIN-CUADRO        PIC X VALUE 'N'.
              88 FIN-CUADRO        VALUE 'S'.
           05 SW-FIN-CASOS         PIC X VALUE 'N'.
              88 FIN-CASOS         VALUE 'S'.
           05 SW-HALLADO           PIC X VALUE 'N'.
              88 HALLADO           VALUE 'S'.
           05 SW-HAY-CUADRO        PIC X VALUE 'N'.
              88 HAY-CUADRO        VALUE 'S'.

       01  CONTADORES.
           05 CONT-LEIDAS          PIC 9(5) VALUE ZEROS.
           05 CONT-MORA-CUENTAS    PIC 9(5) VALUE ZEROS.
           05 CONT-MORA-PRESTAMOS  PIC 9(5) VALUE ZEROS.
           05 CONT-EXCEDIDAS       PIC 9(5) VALUE ZEROS.
           05 CONT-CASOS-ABIERTOS  PIC 9(5) VALUE ZEROS.
           05 CONT-CASOS-CERRADOS  PIC 9(5) VALUE ZEROS.
           05 CONT-PROMESAS-ROTAS  PIC 9(5) VALUE ZEROS.
           05 CONT-TRAMO-1         PIC 9(5) VALUE ZEROS.
           05 CONT-TRAMO-2         PIC 9(5) VALUE ZEROS.
           05 CONT-TRAMO-3         PIC 9(5) VALUE ZEROS.
           05 CONT-TRAMO-4         PIC 9(5) VALUE ZEROS.

       01  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
       01  WK-HORA-HOY             PIC 9(8) VALUE ZEROS.
       01  WK-FECHA-CORRIDA        PIC 9(8) VALUE ZEROS.
       01  WK-DIAS-HOY             PIC 9(7) VALUE ZEROS.

      * DESCUBIERTOS AUTORIZADOS, PARA MEDIR CUANTO SE PASA CADA
      * CUENTA DE SU LIMITE.
       01  WK-MAX-DESCUBIERTOS     PIC 9(3) VALUE 500.
       01  CONT-DESCUBIERTOS       PIC 9(3) VALUE ZEROS.
       01  TABLA-DESCUBIERTOS.
           05 ENTRADA-DESCUBIERTO  OCCURS 1 TO 500 TIMES
                                   DEPENDING ON CONT-DESCUBIERTOS.
              10 TDE-CODIGO        PIC 9(5).
              10 TDE-LIMITE        PIC 9(7)V99.
       01  WK-IDX-DESCUBIERTO      PIC 9(3) VALUE ZEROS.

      * RACHA NEGATIVA DE CADA CUENTA SEGUN AUDITORIA.DAT (ESCRITO
      * EN EXTEND, EN ORDEN CRONOLOGICO): FECHA DEL PRIMER CIERRE
      * NEGATIVO DE LA RACHA EN CURSO (CERO SI EL ULTIMO CIERRE NO
      * FUE NEGATIVO) Y LA MAYOR DEUDA DENTRO DE ELLA. SI LA RACHA
      * ARRANCA EN EL PRIMER REGISTRO VIVO DE LA CUENTA, PUEDE VENIR
      * DE ANTES DEL ULTIMO ARCHIVADO DE AUDITORIA: ENTONCES MANDA
      * LA FECHA QUE YA TENIA EL CASO ABIERTO.
       01  WK-MAX-CUENTAS          PIC 9(5) VALUE 5000.
       01  CONT-CUENTAS            PIC 9(5) VALUE ZEROS.
       01  TABLA-CUENTAS.
           05 ENTRADA-CUENTA       OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-CUENTAS.
              10 TC-CODIGO         PIC 9(5).
              10 TC-INICIO         PIC 9(8).
              10 TC-PICO           PIC 9(7)V99.
              10 TC-DESDE-PRIMERA  PIC X(1).
       01  WK-IDX-CUENTA           PIC 9(5) VALUE ZEROS.
       01  WK-FECHA-AUDITORIA      PIC 9(8) VALUE ZEROS.
       01  WK-DEUDA-AUDITORIA      PIC 9(7)V99 VALUE ZEROS.

      * CASOS DE COBRANZA: EL ARCHIVO ENTERO EN MEMORIA, PORQUE SE
      * REESCRIBE AL FINAL. SI NO CABE NO SE TOCA NADA.
       01  WK-MAX-CASOS            PIC 9(5) VALUE 5000.
       01  CONT-CASOS              PIC 9(5) VALUE ZEROS.
       01  TABLA-CASOS.
           05 ENTRADA-CASO         OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-CASOS.
              10 TK-NUMERO         PIC 9(5).
              10 TK-CODIGO         PIC 9(5).
              10 TK-ORIGEN         PIC X(1).
              10 TK-PRESTAMO       PIC 9(5).
              10 TK-SUCURSAL       PIC 9(3).
              10 TK-ESTADO         PIC X(1).
                 88 TK-ABIERTO     VALUE 'A'.
              10 TK-FECHA-APERTURA PIC 9(8).
              10 TK-FECHA-CIERRE   PIC 9(8).
              10 TK-FECHA-INICIO   PIC 9(8).
              10 TK-DIAS           PIC 9(5).
              10 TK-DEUDA          PIC 9(7)V99.
              10 TK-DEUDA-PICO     PIC 9(7)V99.
              10 TK-TRAMO          PIC X(5).
              10 TK-ULTIMA-GESTION PIC 9(8).
              10 TK-PROMESA-FECHA  PIC 9(8).
              10 TK-PROMESA-IMPORTE PIC 9(7)V99.
              10 TK-PROMESA-ESTADO PIC X(1).
              10 TK-VISTO          PIC X(1).
       01  WK-IDX-CASO             PIC 9(5) VALUE ZEROS.
       01  WK-NUMERO-MAYOR         PIC 9(5) VALUE ZEROS.

      * POSICION EN MORA QUE SE ESTA ARMANDO.
       01  WK-POSICION.
           05 WK-POS-CODIGO        PIC 9(5).
           05 WK-POS-ORIGEN        PIC X(1).
           05 WK-POS-PRESTAMO      PIC 9(5).
           05 WK-POS-SUCURSAL      PIC 9(3).
           05 WK-POS-INICIO        PIC 9(8).
           05 WK-POS-DEUDA         PIC 9(7)V99.
           05 WK-POS-PICO          PIC 9(7)V99.
           05 WK-POS-LIMITE        PIC 9(7)V99.
           05 WK-POS-DESDE-PRIMERA PIC X(1).
       01  WK-DIAS-MORA            PIC 9(5) VALUE ZEROS.
       01  WK-TRAMO                PIC X(5) VALUE SPACES.

       01  WK-RESULTADO-GESTION    PIC X(30) VALUE SPACES.
       01  WK-IMPORTE-EDITADO      PIC Z,ZZZ,ZZ9.99.

      * BITACORA SELLADA (VER SELLA-BITACORA): NOMBRE DEL ARCHIVO
      * Y POSICIONES DE DATOS ANTES DE LA SECUENCIA Y EL SELLO.
       01  WK-SELLO-BITACORA       PIC X(30) VALUE
           "COBRANZA-GESTIONES.DAT".
       01  WK-SELLO-LARGO          PIC 9(3) VALUE 076.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 150-LEVANTAR-RACHAS
           PERFORM 200-RECORRER-MAESTRO
           PERFORM 230-RECORRER-PRESTAMOS
           PERFORM 260-CERRAR-CASOS-SALDADOS
           PERFORM 280-REESCRIBIR-CASOS
           PERFORM 300-FINALIZAR
           GOBACK.

       100-INICIALIZAR.
           DISPLAY "SEGUIMIENTO DE MORA..."
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

           COMPUTE WK-DIAS-HOY =
               FUNCTION INTEGER-OF-DATE(WK-FECHA-HOY)

      * MAESTRO-NUEVO SOLO ES EL CIERRE DE HOY SI EL CRUZADO TERMINO
      * COMPLETO; SI NO, LA MORA DE AYER SIGUE VALIENDO Y NO SE
      * TOCA (NO ES UN FALLO DE ESTE PASO: LA CADENA YA SE DETUVO
      * O LA CORRIDA FUE SIMULADA).
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
                       END-IF
               END-READ
               CLOSE ARCHIVO-ESTADO-CORRIDA
           END-IF

           IF WK-FECHA-CORRIDA = ZEROS
               DISPLAY "AVISO: LA ULTIMA CORRIDA NO TERMINO COMPLETA,"
                       " LA MORA NO SE RECALCULA"
               GOBACK
           END-IF

           PERFORM 110-CARGAR-DESCUBIERTOS
           PERFORM 120-CARGAR-CASOS

           OPEN INPUT ARCHIVO-MAESTRO-NUEVO

           IF FS-MAESTRO-NUEVO NOT = '00'
               DISPLAY "ERROR ABRIENDO MAESTRO-NUEVO: "
                       FS-MAESTRO-NUEVO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARCHIVO-MORA

           IF FS-MORA NOT = '00'
               DISPLAY "ERROR ABRIENDO MORA.DAT: " FS-MORA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * COBRANZA-GESTIONES.DAT NUNCA SE TRUNCA.
           OPEN EXTEND ARCHIVO-GESTIONES

           IF FS-GESTIONES = '35'
               OPEN OUTPUT ARCHIVO-GESTIONES
               CLOSE ARCHIVO-GESTIONES
               OPEN EXTEND ARCHIVO-GESTIONES
           END-IF

           IF FS-GESTIONES NOT = '00'
               DISPLAY "ERROR ABRIENDO COBRANZA-GESTIONES: "
                       FS-GESTIONES
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

       110-CARGAR-DESCUBIERTOS.
           OPEN INPUT ARCHIVO-DESCUBIERTOS

           IF FS-DESCUBIERTOS = '35'
               DISPLAY "AVISO: SIN DESCUBIERTOS.DAT, TODA DEUDA SE"
                       " MIDE COMO EXCESO"
               EXIT PARAGRAPH
           END-IF

           IF FS-DESCUBIERTOS NOT = '00'
               DISPLAY "ERROR ABRIENDO DESCUBIERTOS: "
                       FS-DESCUBIERTOS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FS-DESCUBIERTOS NOT = '00'
                   OR CONT-DESCUBIERTOS >= WK-MAX-DESCUBIERTOS
               READ ARCHIVO-DESCUBIERTOS
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO CONT-DESCUBIERTOS
                       MOVE DES-CODIGO
                           TO TDE-CODIGO(CONT-DESCUBIERTOS)
                       MOVE DES-LIMITE
                           TO TDE-LIMITE(CONT-DESCUBIERTOS)
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-DESCUBIERTOS.

       120-CARGAR-CASOS.
           OPEN INPUT ARCHIVO-CASOS

           IF FS-CASOS = '35'
               EXIT PARAGRAPH
           END-IF

           IF FS-CASOS NOT = '00'
               DISPLAY "ERROR ABRIENDO COBRANZA-CASOS: " FS-CASOS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FIN-CASOS
               READ ARCHIVO-CASOS
                   AT END
                       MOVE 'S' TO SW-FIN-CASOS
                   NOT AT END
                       IF CONT-CASOS >= WK-MAX-CASOS
                           DISPLAY "*** COBRANZA-CASOS.DAT EXCEDE "
                                   WK-MAX-CASOS " CASOS: NO SE TOCA"
                                   " NADA ***"
                           CLOSE ARCHIVO-CASOS
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO CONT-CASOS
                       MOVE CAS-NUMERO   TO TK-NUMERO(CONT-CASOS)
                       MOVE CAS-CODIGO   TO TK-CODIGO(CONT-CASOS)
                       MOVE CAS-ORIGEN   TO TK-ORIGEN(CONT-CASOS)
                       MOVE CAS-PRESTAMO TO TK-PRESTAMO(CONT-CASOS)
                       MOVE CAS-SUCURSAL TO TK-SUCURSAL(CONT-CASOS)
                       MOVE CAS-ESTADO   TO TK-ESTADO(CONT-CASOS)
                       MOVE CAS-FECHA-APERTURA
                           TO TK-FECHA-APERTURA(CONT-CASOS)
                       MOVE CAS-FECHA-CIERRE
                           TO TK-FECHA-CIERRE(CONT-CASOS)
                       MOVE CAS-FECHA-INICIO
                           TO TK-FECHA-INICIO(CONT-CASOS)
                       MOVE CAS-DIAS     TO TK-DIAS(CONT-CASOS)
                       MOVE CAS-DEUDA    TO TK-DEUDA(CONT-CASOS)
                       MOVE CAS-DEUDA-PICO
                           TO TK-DEUDA-PICO(CONT-CASOS)
                       MOVE CAS-TRAMO    TO TK-TRAMO(CONT-CASOS)
                       MOVE CAS-ULTIMA-GESTION
                           TO TK-ULTIMA-GESTION(CONT-CASOS)
                       MOVE CAS-PROMESA-FECHA
                           TO TK-PROMESA-FECHA(CONT-CASOS)
                       MOVE CAS-PROMESA-IMPORTE
                           TO TK-PROMESA-IMPORTE(CONT-CASOS)
                       MOVE CAS-PROMESA-ESTADO
                           TO TK-PROMESA-ESTADO(CONT-CASOS)
                       MOVE 'N' TO TK-VISTO(CONT-CASOS)
                       IF CAS-NUMERO > WK-NUMERO-MAYOR
                           MOVE CAS-NUMERO TO WK-NUMERO-MAYOR
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CASOS.

      * UNA PASADA POR AUDITORIA.DAT ARMANDO LA RACHA NEGATIVA EN
      * CURSO DE CADA CUENTA. SIN AUDITORIA LA RACHA ARRANCA HOY.
       150-LEVANTAR-RACHAS.
           OPEN INPUT ARCHIVO-AUDITORIA

           IF FS-AUDITORIA NOT = '00'
               DISPLAY "AVISO: SIN AUDITORIA.DAT, LOS DIAS DE MORA SE"
                       " CUENTAN DESDE LOS CASOS ABIERTOS"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FIN-AUDITORIA
               READ ARCHIVO-AUDITORIA
                   AT END
                       MOVE 'S' TO SW-FIN-AUDITORIA
                   NOT AT END
                       PERFORM 155-ANOTAR-CIERRE
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-AUDITORIA.

       155-ANOTAR-CIERRE.
           IF AUD-ID-EJECUCION(5:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE AUD-ID-EJECUCION(5:8) TO WK-FECHA-AUDITORIA

           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-IDX-CUENTA FROM 1 BY 1
                   UNTIL WK-IDX-CUENTA > CONT-CUENTAS
                   OR HALLADO
               IF TC-CODIGO(WK-IDX-CUENTA) = AUD-CODIGO
                   MOVE 'S' TO SW-HALLADO
               END-IF
           END-PERFORM

           IF HALLADO
               SUBTRACT 1 FROM WK-IDX-CUENTA
           ELSE
               IF CONT-CUENTAS >= WK-MAX-CUENTAS
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CONT-CUENTAS
               MOVE CONT-CUENTAS TO WK-IDX-CUENTA
               MOVE AUD-CODIGO TO TC-CODIGO(WK-IDX-CUENTA)
               MOVE ZEROS TO TC-INICIO(WK-IDX-CUENTA)
               MOVE ZEROS TO TC-PICO(WK-IDX-CUENTA)
               IF AUD-SALDO-CIERRE < ZERO
                   MOVE 'S' TO TC-DESDE-PRIMERA(WK-IDX-CUENTA)
               ELSE
                   MOVE 'N' TO TC-DESDE-PRIMERA(WK-IDX-CUENTA)
               END-IF
           END-IF

           IF AUD-SALDO-CIERRE < ZERO
               COMPUTE WK-DEUDA-AUDITORIA = ZERO - AUD-SALDO-CIERRE
               IF TC-INICIO(WK-IDX-CUENTA) = ZEROS
                   MOVE WK-FECHA-AUDITORIA TO TC-INICIO(WK-IDX-CUENTA)
                   MOVE ZEROS TO TC-PICO(WK-IDX-CUENTA)
               END-IF
               IF WK-DEUDA-AUDITORIA > TC-PICO(WK-IDX-CUENTA)
                   MOVE WK-DEUDA-AUDITORIA TO TC-PICO(WK-IDX-CUENTA)
               END-IF
           ELSE
               MOVE ZEROS TO TC-INICIO(WK-IDX-CUENTA)
               MOVE ZEROS TO TC-PICO(WK-IDX-CUENTA)
               MOVE 'N' TO TC-DESDE-PRIMERA(WK-IDX-CUENTA)
           END-IF.

       200-RECORRER-MAESTRO.
           PERFORM UNTIL FIN-MAESTRO
               READ ARCHIVO-MAESTRO-NUEVO NEXT RECORD
                   AT END
                       MOVE 'S' TO SW-FIN-MAESTRO
                   NOT AT END
                       ADD 1 TO CONT-LEIDAS
                       IF SALDO-MAESTRO-NUEVO < ZERO
                           PERFORM 210-POSICION-CUENTA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MAESTRO-NUEVO.

       210-POSICION-CUENTA.
           ADD 1 TO CONT-MORA-CUENTAS
           MOVE CODIGO-MAESTRO-NUEVO TO WK-POS-CODIGO
           MOVE 'D' TO WK-POS-ORIGEN
           MOVE ZEROS TO WK-POS-PRESTAMO
           MOVE SUCURSAL-MAESTRO-NUEVO TO WK-POS-SUCURSAL
           COMPUTE WK-POS-DEUDA = ZERO - SALDO-MAESTRO-NUEVO

           MOVE WK-FECHA-CORRIDA TO WK-POS-INICIO
           MOVE WK-POS-DEUDA TO WK-POS-PICO
           MOVE 'S' TO WK-POS-DESDE-PRIMERA
           PERFORM VARYING WK-IDX-CUENTA FROM 1 BY 1
                   UNTIL WK-IDX-CUENTA > CONT-CUENTAS
               IF TC-CODIGO(WK-IDX-CUENTA) = CODIGO-MAESTRO-NUEVO
                   AND TC-INICIO(WK-IDX-CUENTA) > ZEROS
                   MOVE TC-INICIO(WK-IDX-CUENTA) TO WK-POS-INICIO
                   IF TC-PICO(WK-IDX-CUENTA) > WK-POS-PICO
                       MOVE TC-PICO(WK-IDX-CUENTA) TO WK-POS-PICO
                   END-IF
                   MOVE TC-DESDE-PRIMERA(WK-IDX-CUENTA)
                       TO WK-POS-DESDE-PRIMERA
               END-IF
           END-PERFORM

           MOVE ZEROS TO WK-POS-LIMITE
           PERFORM VARYING WK-IDX-DESCUBIERTO FROM 1 BY 1
                   UNTIL WK-IDX-DESCUBIERTO > CONT-DESCUBIERTOS
               IF TDE-CODIGO(WK-IDX-DESCUBIERTO) =
                  CODIGO-MAESTRO-NUEVO
                   MOVE TDE-LIMITE(WK-IDX-DESCUBIERTO)
                       TO WK-POS-LIMITE
               END-IF
           END-PERFORM

           PERFORM 250-REGISTRAR-POSICION.

      * LOS PRESTAMOS VIGENTES CON CUOTAS IMPAGAS (LAS CUENTA
      * VENCE-CUOTAS) SE MIDEN CONTRA SU CUADRO.
       230-RECORRER-PRESTAMOS.
           OPEN INPUT ARCHIVO-PRESTAMOS
           IF FS-PRESTAMOS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ARCHIVO-CUADRO
           IF FS-CUADRO = '00'
               MOVE 'S' TO SW-HAY-CUADRO
           END-IF

           PERFORM UNTIL FIN-PRESTAMOS
               READ ARCHIVO-PRESTAMOS
                   AT END
                       MOVE 'S' TO SW-FIN-PRESTAMOS
                   NOT AT END
                       IF PRE-ESTADO = 'V'
                           AND PRE-CUOTAS-IMPAGAS > ZEROS
                           AND HAY-CUADRO
                           PERFORM 235-POSICION-PRESTAMO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PRESTAMOS
           IF HAY-CUADRO
               CLOSE ARCHIVO-CUADRO
           END-IF.

       235-POSICION-PRESTAMO.
           MOVE PRE-CODIGO-CUENTA TO WK-POS-CODIGO
           MOVE 'P' TO WK-POS-ORIGEN
           MOVE PRE-NUMERO TO WK-POS-PRESTAMO
           MOVE PRE-SUCURSAL TO WK-POS-SUCURSAL
           MOVE ZEROS TO WK-POS-INICIO
           MOVE ZEROS TO WK-POS-DEUDA
           MOVE ZEROS TO WK-POS-LIMITE
           MOVE 'N' TO WK-POS-DESDE-PRIMERA

           MOVE PRE-NUMERO TO CUA-NUMERO
           MOVE ZEROS TO CUA-CUOTA
           MOVE 'N' TO SW-FIN-CUADRO
           START ARCHIVO-CUADRO KEY IS >= CUA-CLAVE
               INVALID KEY
                   MOVE 'S' TO SW-FIN-CUADRO
           END-START

           PERFORM UNTIL FIN-CUADRO
               READ ARCHIVO-CUADRO NEXT RECORD
                   AT END
                       MOVE 'S' TO SW-FIN-CUADRO
                   NOT AT END
                       IF CUA-NUMERO NOT = PRE-NUMERO
                           MOVE 'S' TO SW-FIN-CUADRO
                       ELSE
                           IF CUA-IMPAGA
                               PERFORM 237-SUMAR-IMPAGA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WK-POS-DEUDA = ZEROS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-MORA-PRESTAMOS
           MOVE WK-POS-DEUDA TO WK-POS-PICO
           PERFORM 250-REGISTRAR-POSICION.

       237-SUMAR-IMPAGA.
           IF CUA-COBRO-CAPITAL = 'N'
               ADD CUA-CAPITAL TO WK-POS-DEUDA
           END-IF
           IF CUA-COBRO-INTERES = 'N'
               ADD CUA-INTERES TO WK-POS-DEUDA
           END-IF
           IF WK-POS-INICIO = ZEROS
               OR CUA-FECHA-VENCIMIENTO < WK-POS-INICIO
               MOVE CUA-FECHA-VENCIMIENTO TO WK-POS-INICIO
           END-IF.

      * LA POSICION SE ASOCIA A SU CASO ABIERTO (O ABRE UNO), SE
      * MIDE EN DIAS Y TRAMO Y SE ESCRIBE EN MORA.DAT.
       250-REGISTRAR-POSICION.
           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-IDX-CASO FROM 1 BY 1
                   UNTIL WK-IDX-CASO > CONT-CASOS
                   OR HALLADO
               IF TK-ABIERTO(WK-IDX-CASO)
                   AND TK-CODIGO(WK-IDX-CASO) = WK-POS-CODIGO
                   AND TK-ORIGEN(WK-IDX-CASO) = WK-POS-ORIGEN
                   AND TK-PRESTAMO(WK-IDX-CASO) = WK-POS-PRESTAMO
                   MOVE 'S' TO SW-HALLADO
               END-IF
           END-PERFORM

           IF HALLADO
               SUBTRACT 1 FROM WK-IDX-CASO
               IF WK-POS-DESDE-PRIMERA = 'S'
                   IF TK-FECHA-INICIO(WK-IDX-CASO) < WK-POS-INICIO
                       MOVE TK-FECHA-INICIO(WK-IDX-CASO)
                           TO WK-POS-INICIO
                   END-IF
               END-IF
               IF TK-DEUDA-PICO(WK-IDX-CASO) > WK-POS-PICO
                   AND TK-FECHA-INICIO(WK-IDX-CASO) = WK-POS-INICIO
                   MOVE TK-DEUDA-PICO(WK-IDX-CASO) TO WK-POS-PICO
               END-IF
           ELSE
               PERFORM 255-ABRIR-CASO
               IF WK-IDX-CASO = ZEROS
                   EXIT PARAGRAPH
               END-IF
           END-IF

           COMPUTE WK-DIAS-MORA = WK-DIAS-HOY
               - FUNCTION INTEGER-OF-DATE(WK-POS-INICIO) + 1
           EVALUATE TRUE
               WHEN WK-DIAS-MORA <= 30
                   MOVE "01-30" TO WK-TRAMO
                   ADD 1 TO CONT-TRAMO-1
               WHEN WK-DIAS-MORA <= 60
                   MOVE "31-60" TO WK-TRAMO
                   ADD 1 TO CONT-TRAMO-2
               WHEN WK-DIAS-MORA <= 90
                   MOVE "61-90" TO WK-TRAMO
                   ADD 1 TO CONT-TRAMO-3
               WHEN OTHER
                   MOVE "90+" TO WK-TRAMO
                   ADD 1 TO CONT-TRAMO-4
           END-EVALUATE

           MOVE 'S'            TO TK-VISTO(WK-IDX-CASO)
           MOVE WK-POS-INICIO  TO TK-FECHA-INICIO(WK-IDX-CASO)
           MOVE WK-DIAS-MORA   TO TK-DIAS(WK-IDX-CASO)
           MOVE WK-POS-DEUDA   TO TK-DEUDA(WK-IDX-CASO)
           MOVE WK-POS-PICO    TO TK-DEUDA-PICO(WK-IDX-CASO)
           MOVE WK-TRAMO       TO TK-TRAMO(WK-IDX-CASO)
           MOVE WK-POS-SUCURSAL TO TK-SUCURSAL(WK-IDX-CASO)

           MOVE WK-POS-CODIGO   TO MOR-CODIGO
           MOVE WK-POS-ORIGEN   TO MOR-ORIGEN
           MOVE WK-POS-PRESTAMO TO MOR-PRESTAMO
           MOVE WK-POS-SUCURSAL TO MOR-SUCURSAL
           MOVE WK-POS-INICIO   TO MOR-FECHA-INICIO
           MOVE WK-DIAS-MORA    TO MOR-DIAS
           MOVE WK-POS-DEUDA    TO MOR-DEUDA
           MOVE WK-POS-PICO     TO MOR-DEUDA-PICO
           MOVE WK-POS-LIMITE   TO MOR-LIMITE
           IF WK-POS-ORIGEN = 'D' AND WK-POS-DEUDA > WK-POS-LIMITE
               COMPUTE MOR-EXCESO = WK-POS-DEUDA - WK-POS-LIMITE
               ADD 1 TO CONT-EXCEDIDAS
           ELSE
               MOVE ZEROS TO MOR-EXCESO
           END-IF
           MOVE WK-TRAMO        TO MOR-TRAMO
           MOVE WK-FECHA-HOY    TO MOR-FECHA-CALCULO
           MOVE TK-NUMERO(WK-IDX-CASO) TO MOR-CASO
           WRITE REG-MORA.

       255-ABRIR-CASO.
           IF CONT-CASOS >= WK-MAX-CASOS
               DISPLAY "*** TABLA DE CASOS LLENA: LA CUENTA "
                       WK-POS-CODIGO " QUEDA SIN CASO ***"
               MOVE ZEROS TO WK-IDX-CASO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-CASOS
           ADD 1 TO WK-NUMERO-MAYOR
           ADD 1 TO CONT-CASOS-ABIERTOS
           MOVE CONT-CASOS TO WK-IDX-CASO
           MOVE WK-NUMERO-MAYOR TO TK-NUMERO(WK-IDX-CASO)
           MOVE WK-POS-CODIGO   TO TK-CODIGO(WK-IDX-CASO)
           MOVE WK-POS-ORIGEN   TO TK-ORIGEN(WK-IDX-CASO)
           MOVE WK-POS-PRESTAMO TO TK-PRESTAMO(WK-IDX-CASO)
           MOVE 'A'             TO TK-ESTADO(WK-IDX-CASO)
           MOVE WK-FECHA-HOY    TO TK-FECHA-APERTURA(WK-IDX-CASO)
           MOVE ZEROS           TO TK-FECHA-CIERRE(WK-IDX-CASO)
           MOVE ZEROS           TO TK-ULTIMA-GESTION(WK-IDX-CASO)
           MOVE ZEROS           TO TK-PROMESA-FECHA(WK-IDX-CASO)
           MOVE ZEROS           TO TK-PROMESA-IMPORTE(WK-IDX-CASO)
           MOVE SPACE           TO TK-PROMESA-ESTADO(WK-IDX-CASO)

           MOVE 'A' TO GES-TIPO
           MOVE WK-POS-DEUDA TO WK-IMPORTE-EDITADO
           MOVE SPACES TO WK-RESULTADO-GESTION
           IF WK-POS-ORIGEN = 'D'
               STRING "DESCUBIERTO " WK-IMPORTE-EDITADO
                   DELIMITED BY SIZE INTO WK-RESULTADO-GESTION
           ELSE
               STRING "PRESTAMO " WK-POS-PRESTAMO " "
                      WK-IMPORTE-EDITADO
                   DELIMITED BY SIZE INTO WK-RESULTADO-GESTION
           END-IF
           PERFORM 270-ANOTAR-GESTION.

      * EL CASO ABIERTO QUE ESTA NOCHE NO TUVO POSICION EN MORA SE
      * CIERRA SOLO; LA PROMESA VENCIDA DE UN CASO QUE SIGUE
      * ABIERTO SE DA POR ROTA.
       260-CERRAR-CASOS-SALDADOS.
           PERFORM VARYING WK-IDX-CASO FROM 1 BY 1
                   UNTIL WK-IDX-CASO > CONT-CASOS
               IF TK-ABIERTO(WK-IDX-CASO)
                   IF TK-VISTO(WK-IDX-CASO) = 'N'
                       MOVE 'C' TO TK-ESTADO(WK-IDX-CASO)
                       MOVE WK-FECHA-HOY
                           TO TK-FECHA-CIERRE(WK-IDX-CASO)
                       MOVE ZEROS TO TK-DEUDA(WK-IDX-CASO)
                       ADD 1 TO CONT-CASOS-CERRADOS
                       MOVE 'X' TO GES-TIPO
                       IF TK-ORIGEN(WK-IDX-CASO) = 'D'
                           MOVE "CIERRE: SALDO SOBRE CERO"
                               TO WK-RESULTADO-GESTION
                       ELSE
                           MOVE "CIERRE: CUOTAS AL DIA"
                               TO WK-RESULTADO-GESTION
                       END-IF
                       PERFORM 270-ANOTAR-GESTION
                   ELSE
                       IF TK-PROMESA-ESTADO(WK-IDX-CASO) = 'V'
                           AND TK-PROMESA-FECHA(WK-IDX-CASO)
                               < WK-FECHA-HOY
                           MOVE 'R' TO TK-PROMESA-ESTADO(WK-IDX-CASO)
                           ADD 1 TO CONT-PROMESAS-ROTAS
                           MOVE 'R' TO GES-TIPO
                           MOVE "PROMESA DE PAGO INCUMPLIDA"
                               TO WK-RESULTADO-GESTION
                           PERFORM 270-ANOTAR-GESTION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE ARCHIVO-MORA
                 ARCHIVO-GESTIONES.

       270-ANOTAR-GESTION.
           MOVE TK-NUMERO(WK-IDX-CASO) TO GES-CASO
           MOVE WK-FECHA-HOY         TO GES-FECHA
           MOVE WK-HORA-HOY(1:6)     TO GES-HORA
           MOVE "CADENA"             TO GES-OPERADOR
           MOVE SPACE                TO GES-CANAL
           MOVE WK-RESULTADO-GESTION TO GES-RESULTADO
           MOVE ZEROS                TO GES-PROMESA-FECHA
           MOVE ZEROS                TO GES-PROMESA-IMPORTE
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

       280-REESCRIBIR-CASOS.
           OPEN OUTPUT ARCHIVO-CASOS

           IF FS-CASOS NOT = '00'
               DISPLAY "ERROR REESCRIBIENDO COBRANZA-CASOS: " FS-CASOS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WK-IDX-CASO FROM 1 BY 1
                   UNTIL WK-IDX-CASO > CONT-CASOS
               MOVE TK-NUMERO(WK-IDX-CASO)   TO CAS-NUMERO
               MOVE TK-CODIGO(WK-IDX-CASO)   TO CAS-CODIGO
               MOVE TK-ORIGEN(WK-IDX-CASO)   TO CAS-ORIGEN
               MOVE TK-PRESTAMO(WK-IDX-CASO) TO CAS-PRESTAMO
               MOVE TK-SUCURSAL(WK-IDX-CASO) TO CAS-SUCURSAL
               MOVE TK-ESTADO(WK-IDX-CASO)   TO CAS-ESTADO
               MOVE TK-FECHA-APERTURA(WK-IDX-CASO)
                   TO CAS-FECHA-APERTURA
               MOVE TK-FECHA-CIERRE(WK-IDX-CASO)
                   TO CAS-FECHA-CIERRE
               MOVE TK-FECHA-INICIO(WK-IDX-CASO)
                   TO CAS-FECHA-INICIO
               MOVE TK-DIAS(WK-IDX-CASO)     TO CAS-DIAS
               MOVE TK-DEUDA(WK-IDX-CASO)    TO CAS-DEUDA
               MOVE TK-DEUDA-PICO(WK-IDX-CASO) TO CAS-DEUDA-PICO
               MOVE TK-TRAMO(WK-IDX-CASO)    TO CAS-TRAMO
               MOVE TK-ULTIMA-GESTION(WK-IDX-CASO)
                   TO CAS-ULTIMA-GESTION
               MOVE TK-PROMESA-FECHA(WK-IDX-CASO)
                   TO CAS-PROMESA-FECHA
               MOVE TK-PROMESA-IMPORTE(WK-IDX-CASO)
                   TO CAS-PROMESA-IMPORTE
               MOVE TK-PROMESA-ESTADO(WK-IDX-CASO)
                   TO CAS-PROMESA-ESTADO
               WRITE REG-CASO
           END-PERFORM

           CLOSE ARCHIVO-CASOS.

       300-FINALIZAR.
           DISPLAY "SEGUIMIENTO DE MORA FINALIZADO"
           DISPLAY "CUENTAS LEIDAS:          " CONT-LEIDAS
           DISPLAY "CUENTAS BAJO CERO:       " CONT-MORA-CUENTAS
           DISPLAY "  SOBRE SU LIMITE:       " CONT-EXCEDIDAS
           DISPLAY "PRESTAMOS EN MORA:       " CONT-MORA-PRESTAMOS
           DISPLAY "TRAMO 01-30:             " CONT-TRAMO-1
           DISPLAY "TRAMO 31-60:             " CONT-TRAMO-2
           DISPLAY "TRAMO 61-90:             " CONT-TRAMO-3
           DISPLAY "TRAMO 90+:               " CONT-TRAMO-4
           DISPLAY "CASOS ABIERTOS HOY:      " CONT-CASOS-ABIERTOS
           DISPLAY "CASOS CERRADOS SOLOS:    " CONT-CASOS-CERRADOS
           DISPLAY "PROMESAS ROTAS:          " CONT-PROMESAS-ROTAS
           DISPLAY "MORA EN: MORA.DAT".
