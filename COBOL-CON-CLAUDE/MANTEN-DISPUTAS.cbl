       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTEN-DISPUTAS.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: MESA DE DISPUTAS DE CLIENTES
      * PROPOSITO: CUANDO UN CLIENTE DESCONOCE UN CARGO, LA SUCURSAL
      *            ABRE AQUI UN CASO CONTRA EL MOVIMIENTO APLICADO
      *            CONCRETO (CUENTA + LOTE + SECUENCIA, UBICADO EN
      *            HISTORICO-APLICADOS.DAT), CON MOTIVO, IMPORTE EN
      *            DISPUTA Y FECHA LIMITE PARA RESOLVERLO. SOLO SE
      *            DISPUTAN ABONOS (TIPO 'A', DINERO QUE SALIO DE LA
      *            CUENTA). AL ABRIR SE PUEDE CONCEDER UN CREDITO
      *            PROVISIONAL; ESTE PROGRAMA NO MUEVE DINERO: DEJA
      *            EL CREDITO "POR EMITIR" Y EMITE-DISPUTAS LO SACA
      *            ESA NOCHE COMO MOVIMIENTO. LA RESOLUCION (NIVEL 3,
      *            SUPERVISOR):
      *            -- A FAVOR DEL CLIENTE: EL CREDITO PROVISIONAL
      *               QUEDA FIRME; SI NO LO HUBO, SE EMITE ESA NOCHE
      *               YA COMO DEFINITIVO;
      *            -- EN CONTRA: EL CREDITO PROVISIONAL YA EMITIDO
      *               SE REVIERTE ESA NOCHE (EMITE-DISPUTAS); SI
      *               TODAVIA NO HABIA SALIDO, SE ANULA SIN MOVIMIENTO.
      *            LOS CASOS VIVEN EN DISPUTAS.DAT; CADA APERTURA Y
      *            CADA RESOLUCION QUEDA EN DISPUTAS-GESTIONES.DAT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-OPERADORES
               ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

      * CERROJO DE CORRIDA: MIENTRAS LA CADENA NOCTURNA LO TENGA
      * PUESTO, EL MANTENIMIENTO EN LINEA NO TOCA EL MAESTRO NI LAS
      * TASAS (YA CASI CORROMPIMOS EL INDEXADO DOS VECES ASI).
           SELECT ARCHIVO-CERROJO
               ASSIGN TO "CERROJO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CERROJO.

      * INTENTOS DE OPERACION RECHAZADOS POR NIVEL INSUFICIENTE:
      * CADA NEGATIVA QUEDA ANOTADA CON OPERADOR, PROGRAMA Y NIVEL.
           SELECT ARCHIVO-INTENTOS
               ASSIGN TO "INTENTOS-RECHAZADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INTENTOS.

           SELECT ARCHIVO-MAESTRO
               ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODIGO-MAESTRO
               FILE STATUS IS FS-MAESTRO.

      * HISTORICO INDEXADO DE APLICADOS (LO MANTIENE CARGA-HISTORICO
      * EN LA CADENA): START EN LA CUENTA Y LECTURA SECUENCIAL HASTA
      * CAMBIAR DE CODIGO, IGUAL QUE CONSULTA-CUENTA.
           SELECT ARCHIVO-HISTORICO
               ASSIGN TO "HISTORICO-APLICADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               ALTERNATE RECORD KEY IS HIS-LOTE
                   WITH DUPLICATES
               FILE STATUS IS FS-HISTORICO.

           SELECT ARCHIVO-DISPUTAS
               ASSIGN TO "DISPUTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DISPUTAS.

           SELECT ARCHIVO-GESTIONES
               ASSIGN TO "DISPUTAS-GESTIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GESTIONES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-OPERADORES.
       01  REG-OPERADOR.
           05 OPE-ID               PIC X(8).
           05 OPE-NOMBRE           PIC X(30).
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
           05 INT-FECHA            PIC 9(8).
           05 INT-HORA             PIC 9(6).
           05 INT-OPERADOR         PIC X(8).
           05 INT-PROGRAMA         PIC X(18).
           05 INT-NIVEL            PIC X(1).
           05 INT-NIVEL-REQUERIDO  PIC 9(1).

       FD  ARCHIVO-CERROJO.
       01  REG-CERROJO.
           05 CER-FECHA            PIC 9(8).
           05 CER-HORA             PIC 9(6).
           05 CER-OPERADOR         PIC X(8).

       FD  ARCHIVO-MAESTRO.
       01  REG-MAESTRO.
           05 CODIGO-MAESTRO       PIC 9(5).
           05 NOMBRE-MAESTRO       PIC X(30).
           05 SALDO-MAESTRO        PIC S9(7)V99.
           05 ESTADO-MAESTRO       PIC X(01).
              88 MAESTRO-CERRADO   VALUE 'C'.
           05 FECHA-ESTADO-MAESTRO PIC 9(8).
           05 MONEDA-MAESTRO       PIC X(3).
           05 SUCURSAL-MAESTRO     PIC 9(3).
           05 PRODUCTO-MAESTRO     PIC X(2).

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

      * UN CASO DE DISPUTA POR LINEA. DIS-ESTADO: 'A' ABIERTA, 'F'
      * RESUELTA A FAVOR DEL CLIENTE, 'C' RESUELTA EN CONTRA.
      * DIS-CREDITO, EL CREDITO PROVISIONAL: ESPACIO SIN CREDITO,
      * 'P' POR EMITIR, 'E' EMITIDO (PROVISIONAL), 'F' FIRME, 'R'
      * REVERSO POR EMITIR, 'V' REVERTIDO, 'X' ANULADO ANTES DE
      * EMITIRSE. LAS FECHAS DE EMISION LAS PONE EMITE-DISPUTAS.
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

      * BITACORA DEL CASO: 'A' APERTURA, 'F' RESUELTA A FAVOR, 'C'
      * RESUELTA EN CONTRA (LAS ANOTA LA MESA), 'E' CREDITO EMITIDO
      * Y 'V' REVERSO EMITIDO (LAS ANOTA EMITE-DISPUTAS).
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

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-OPERADORES        PIC XX.
           05 FS-MAESTRO           PIC XX.
           05 FS-HISTORICO         PIC XX.
           05 FS-DISPUTAS          PIC XX.
           05 FS-GESTIONES         PIC XX.

       01  SWITCHES.
           05 SW-OPERADOR-VALIDO   PIC X VALUE 'N'.
              88 OPERADOR-VALIDO   VALUE 'S'.
           05 SW-FIN-DISPUTAS      PIC X VALUE 'N'.
              88 FIN-DISPUTAS      VALUE 'S'.
           05 SW-FIN-GESTIONES     PIC X VALUE 'N'.
              88 FIN-GESTIONES     VALUE 'S'.
           05 SW-FIN-HISTORICO     PIC X VALUE 'N'.
              88 FIN-HISTORICO     VALUE 'S'.
           05 SW-HALLADO           PIC X VALUE 'N'.
              88 HALLADO           VALUE 'S'.
           05 SW-HAY-CAMBIOS       PIC X VALUE 'N'.
              88 HAY-CAMBIOS       VALUE 'S'.

       01  CONTADORES.
           05 CONT-ABIERTAS        PIC 9(5) VALUE ZEROS.
           05 CONT-RESUELTAS       PIC 9(5) VALUE ZEROS.
           05 CONT-COINCIDENCIAS   PIC 9(3) VALUE ZEROS.

      * LOS CASOS SE CARGAN EN MEMORIA Y DISPUTAS.DAT SE REESCRIBE
      * AL FINAL DE LA SESION, COMO COBRANZA-CASOS.DAT EN LA MESA
      * DE RECUPERO.
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
                 88 TD-ABIERTA     VALUE 'A'.
              10 TD-FECHA-APERTURA PIC 9(8).
              10 TD-FECHA-LIMITE   PIC 9(8).
              10 TD-FECHA-RESOLUCION PIC 9(8).
              10 TD-CREDITO        PIC X(1).
              10 TD-FECHA-CREDITO  PIC 9(8).
              10 TD-FECHA-REVERSO  PIC 9(8).
              10 TD-OPERADOR       PIC X(8).

       01  WK-INDICE               PIC 9(5) VALUE ZEROS.
       01  WK-IDX-CASO             PIC 9(5) VALUE ZEROS.
       01  WK-ULTIMO-NUMERO        PIC 9(5) VALUE ZEROS.
       01  WK-ACCION               PIC X(1) VALUE SPACE.
           88 ACCION-LISTAR        VALUE 'L'.
           88 ACCION-VER           VALUE 'V'.
           88 ACCION-ABRIR         VALUE 'A'.
           88 ACCION-RESOLVER      VALUE 'R'.
           88 ACCION-FIN           VALUE 'F'.
       01  WK-CASO-PEDIDO          PIC 9(5) VALUE ZEROS.
       01  WK-CODIGO-PEDIDO        PIC 9(5) VALUE ZEROS.
       01  WK-LOTE-PEDIDO          PIC X(8) VALUE SPACES.
       01  WK-SECUENCIA-PEDIDA     PIC 9(5) VALUE ZEROS.
       01  WK-MOTIVO               PIC X(30) VALUE SPACES.
       01  WK-IMPORTE-DISPUTADO    PIC 9(7)V99 VALUE ZEROS.
       01  WK-FECHA-LIMITE         PIC 9(8) VALUE ZEROS.
       01  WK-PIDE-CREDITO         PIC X(1) VALUE SPACE.
       01  WK-CONFIRMA             PIC X(1) VALUE SPACE.
       01  WK-FALLO                PIC X(1) VALUE SPACE.
           88 FALLO-A-FAVOR        VALUE 'F'.
           88 FALLO-EN-CONTRA      VALUE 'C'.
       01  WK-DETALLE              PIC X(30) VALUE SPACES.
       01  WK-OPERADOR             PIC X(8) VALUE SPACES.
       01  WK-IMPORTE-EDITADO      PIC Z,ZZZ,ZZ9.99.
       01  WK-ORIGINAL-EDITADO     PIC Z,ZZZ,ZZ9.99.
       01  WK-DIAS-ABIERTA         PIC S9(5) VALUE ZEROS.
       01  WK-TEXTO-CREDITO        PIC X(30) VALUE SPACES.

      * PLAZO POR DEFECTO PARA RESOLVER UNA DISPUTA, EN DIAS
      * CORRIDOS DESDE LA APERTURA, CUANDO LA SUCURSAL NO TECLEA
      * UNA FECHA LIMITE.
       01  WK-DIAS-PLAZO           PIC 9(3) VALUE 45.

      * RESOLVER MUEVE DINERO (FIRMA EL CREDITO O LO REVIERTE): LA
      * MESA ABRE CON NIVEL 2, PERO RESOLVER EXIGE SUPERVISOR.
       01  WK-NIVEL-RESOLVER       PIC 9(1) VALUE 3.

      * EL MOVIMIENTO DISPUTADO, TAL COMO LO DEJO EL CRUZADO. SI EL
      * LOTE RECURRE (LOS DE REPRESENTACION) PUEDE HABER MAS DE UNA
      * CORRIDA CON LA MISMA SECUENCIA: SE TOMA LA MAS RECIENTE.
       01  WK-MOVIMIENTO.
           05 WK-MOV-ID-EJECUCION  PIC X(19).
           05 WK-MOV-TIPO          PIC X(1).
           05 WK-MOV-IMPORTE       PIC 9(7)V99.
           05 WK-MOV-DESCRIPCION   PIC X(20).
           05 WK-MOV-MONEDA        PIC X(3).

       01  DATOS-DE-SESION.
           05 FECHA-SESION         PIC 9(8).
           05 HORA-SESION          PIC 9(8).

      * CONTROL DE NIVEL DE AUTORIZACION: ESTE PROGRAMA EXIGE NIVEL
      * 2 EN OPERADORES.DAT; UN INTENTO CON NIVEL INSUFICIENTE SE
      * RECHAZA Y QUEDA EN INTENTOS-RECHAZADOS.DAT.
       01  FS-INTENTOS             PIC XX.
       01  WK-NIVEL-OPERADOR       PIC X(1) VALUE SPACE.
       01  WK-NIVEL-NUMERICO       PIC 9(1) VALUE ZERO.
       01  WK-NIVEL-REQUERIDO      PIC 9(1) VALUE 2.
       01  WK-FECHA-INTENTO        PIC 9(8) VALUE ZEROS.
       01  WK-HORA-INTENTO         PIC 9(8) VALUE ZEROS.

      * LA CLAVE DEL OPERADOR LA PIDE Y COTEJA VERIFICA-CLAVE.CBL
      * (BLOQUEO POR FALLOS, VENCIMIENTO Y CAMBIO OBLIGADO).
       01  WK-CLAVE-PROGRAMA       PIC X(18) VALUE
           "MANTEN-DISPUTAS".
       01  WK-CLAVE-VEREDICTO      PIC X(1) VALUE SPACE.
           88 CLAVE-ACEPTADA       VALUE 'S'.

       01  FS-CERROJO              PIC XX.
       01  WK-RESPUESTA-CERROJO    PIC X(1) VALUE SPACE.

      * BITACORA SELLADA (VER SELLA-BITACORA): NOMBRE DEL ARCHIVO
      * Y POSICIONES DE DATOS ANTES DE LA SECUENCIA Y EL SELLO.
       01  WK-SELLO-BITACORA       PIC X(30) VALUE
           "DISPUTAS-GESTIONES.DAT".
       01  WK-SELLO-LARGO          PIC 9(3) VALUE 058.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 200-CICLO-DE-MANTENIMIENTO
           PERFORM 300-FINALIZAR
           STOP RUN.

       100-INICIALIZAR.
           DISPLAY "========================================"
           DISPLAY "  MESA DE DISPUTAS DE CLIENTES"
           DISPLAY "========================================"
           DISPLAY " "

           DISPLAY "IDENTIFICADOR DE OPERADOR (8 CARACTERES): "
           ACCEPT WK-OPERADOR

           IF WK-OPERADOR = SPACES
               DISPLAY "SE REQUIERE UN OPERADOR PARA DEJAR CONSTANCIA"
               STOP RUN
           END-IF
           PERFORM 9500-VALIDAR-OPERADOR

           ACCEPT FECHA-SESION FROM DATE YYYYMMDD
           ACCEPT HORA-SESION  FROM TIME

           PERFORM 110-CARGAR-DISPUTAS

           OPEN INPUT ARCHIVO-MAESTRO

           IF FS-MAESTRO NOT = '00'
               DISPLAY "ERROR ABRIENDO MAESTRO: " FS-MAESTRO
               STOP RUN
           END-IF

      * DISPUTAS-GESTIONES.DAT NUNCA SE TRUNCA: CADA SESION AGREGA
      * SUS GESTIONES A LAS ANTERIORES.
           OPEN EXTEND ARCHIVO-GESTIONES

           IF FS-GESTIONES = '35'
               OPEN OUTPUT ARCHIVO-GESTIONES
               CLOSE ARCHIVO-GESTIONES
               OPEN EXTEND ARCHIVO-GESTIONES
           END-IF

           IF FS-GESTIONES NOT = '00'
               DISPLAY "ERROR ABRIENDO DISPUTAS-GESTIONES: "
                       FS-GESTIONES
               STOP RUN
           END-IF.

       110-CARGAR-DISPUTAS.
           OPEN INPUT ARCHIVO-DISPUTAS

           IF FS-DISPUTAS = '35'
               DISPLAY "SIN DISPUTAS.DAT: NO HAY CASOS TODAVIA"
               EXIT PARAGRAPH
           END-IF

           IF FS-DISPUTAS NOT = '00'
               DISPLAY "ERROR ABRIENDO DISPUTAS: " FS-DISPUTAS
               STOP RUN
           END-IF

           PERFORM UNTIL FIN-DISPUTAS
               READ ARCHIVO-DISPUTAS
                   AT END
                       MOVE 'S' TO SW-FIN-DISPUTAS
                   NOT AT END
                       IF CONT-DISPUTAS >= WK-MAX-DISPUTAS
                           DISPLAY "DISPUTAS.DAT EXCEDE "
                                   WK-MAX-DISPUTAS " CASOS"
                           STOP RUN
                       END-IF
                       ADD 1 TO CONT-DISPUTAS
                       MOVE REG-DISPUTA
                           TO ENTRADA-DISPUTA(CONT-DISPUTAS)
                       IF DIS-NUMERO > WK-ULTIMO-NUMERO
                           MOVE DIS-NUMERO TO WK-ULTIMO-NUMERO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-DISPUTAS.

       200-CICLO-DE-MANTENIMIENTO.
           MOVE SPACE TO WK-ACCION
           PERFORM UNTIL ACCION-FIN
               DISPLAY " "
               DISPLAY "L=LISTAR V=VER A=ABRIR R=RESOLVER F=FIN: "
               ACCEPT WK-ACCION
               EVALUATE TRUE
                   WHEN ACCION-LISTAR
                       PERFORM 210-LISTAR-ABIERTAS
                   WHEN ACCION-VER
                       PERFORM 220-VER-CASO
                   WHEN ACCION-ABRIR
                       PERFORM 230-ABRIR-DISPUTA
                   WHEN ACCION-RESOLVER
                       PERFORM 250-RESOLVER-DISPUTA
                   WHEN ACCION-FIN
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ACCION NO RECONOCIDA"
               END-EVALUATE
           END-PERFORM.

      * CUENTA EN CERO LISTA TODAS LAS ABIERTAS; LA QUE PASO SU
      * FECHA LIMITE SALE MARCADA.
       210-LISTAR-ABIERTAS.
           DISPLAY "CUENTA (0 = TODAS): "
           ACCEPT WK-CODIGO-PEDIDO

           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-DISPUTAS
               IF TD-ABIERTA(WK-INDICE)
                   AND (WK-CODIGO-PEDIDO = ZEROS
                        OR TD-CODIGO(WK-INDICE) = WK-CODIGO-PEDIDO)
                   MOVE TD-IMPORTE(WK-INDICE) TO WK-IMPORTE-EDITADO
                   IF TD-FECHA-LIMITE(WK-INDICE) < FECHA-SESION
                       MOVE "VENCIDA" TO WK-DETALLE
                   ELSE
                       MOVE SPACES TO WK-DETALLE
                   END-IF
                   DISPLAY "  " TD-NUMERO(WK-INDICE)
                           " CTA " TD-CODIGO(WK-INDICE)
                           " SUC " TD-SUCURSAL(WK-INDICE)
                           " " WK-IMPORTE-EDITADO
                           " " TD-MONEDA(WK-INDICE)
                           " LIM " TD-FECHA-LIMITE(WK-INDICE)
                           " CRED " TD-CREDITO(WK-INDICE)
                           " " WK-DETALLE(1:7)
               END-IF
           END-PERFORM.

       215-BUSCAR-CASO.
           DISPLAY "NUMERO DE CASO: "
           ACCEPT WK-CASO-PEDIDO

           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-IDX-CASO FROM 1 BY 1
                   UNTIL WK-IDX-CASO > CONT-DISPUTAS
                   OR HALLADO
               IF TD-NUMERO(WK-IDX-CASO) = WK-CASO-PEDIDO
                   MOVE 'S' TO SW-HALLADO
               END-IF
           END-PERFORM

           IF HALLADO
               SUBTRACT 1 FROM WK-IDX-CASO
           ELSE
               DISPLAY "EL CASO " WK-CASO-PEDIDO " NO EXISTE"
           END-IF.

       220-VER-CASO.
           PERFORM 215-BUSCAR-CASO
           IF NOT HALLADO
               EXIT PARAGRAPH
           END-IF

           PERFORM 225-MOSTRAR-CASO

           CLOSE ARCHIVO-GESTIONES
           OPEN INPUT ARCHIVO-GESTIONES
           MOVE 'N' TO SW-FIN-GESTIONES
           PERFORM UNTIL FIN-GESTIONES
               READ ARCHIVO-GESTIONES
                   AT END
                       MOVE 'S' TO SW-FIN-GESTIONES
                   NOT AT END
                       IF GES-DISPUTA = TD-NUMERO(WK-IDX-CASO)
                           DISPLAY "  " GES-FECHA " " GES-HORA
                                   " " GES-OPERADOR " " GES-TIPO
                                   " " GES-DETALLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-GESTIONES
           OPEN EXTEND ARCHIVO-GESTIONES.

       225-MOSTRAR-CASO.
           MOVE TD-IMPORTE(WK-IDX-CASO) TO WK-IMPORTE-EDITADO
           MOVE TD-IMPORTE-ORIGINAL(WK-IDX-CASO)
               TO WK-ORIGINAL-EDITADO
           PERFORM 226-TEXTO-CREDITO
           DISPLAY "----------------------------------------"
           DISPLAY "CASO:        " TD-NUMERO(WK-IDX-CASO)
                   "  ESTADO: " TD-ESTADO(WK-IDX-CASO)
           DISPLAY "CUENTA:      " TD-CODIGO(WK-IDX-CASO)
                   "  SUC: " TD-SUCURSAL(WK-IDX-CASO)
           DISPLAY "MOVIMIENTO:  LOTE " TD-LOTE(WK-IDX-CASO)
                   " SEC " TD-SECUENCIA(WK-IDX-CASO)
                   " CORRIDA " TD-ID-EJECUCION(WK-IDX-CASO)
           DISPLAY "IMPORTE:     " WK-ORIGINAL-EDITADO
                   "  EN DISPUTA: " WK-IMPORTE-EDITADO
                   " " TD-MONEDA(WK-IDX-CASO)
           DISPLAY "MOTIVO:      " TD-MOTIVO(WK-IDX-CASO)
           DISPLAY "ABIERTA:     " TD-FECHA-APERTURA(WK-IDX-CASO)
                   "  LIMITE: " TD-FECHA-LIMITE(WK-IDX-CASO)
                   "  RESUELTA: " TD-FECHA-RESOLUCION(WK-IDX-CASO)
           DISPLAY "CREDITO:     " WK-TEXTO-CREDITO
           DISPLAY "----------------------------------------".

       226-TEXTO-CREDITO.
           EVALUATE TD-CREDITO(WK-IDX-CASO)
               WHEN 'P'
                   MOVE "POR EMITIR ESTA NOCHE" TO WK-TEXTO-CREDITO
               WHEN 'E'
                   MOVE "PROVISIONAL EMITIDO" TO WK-TEXTO-CREDITO
               WHEN 'F'
                   MOVE "FIRME" TO WK-TEXTO-CREDITO
               WHEN 'R'
                   MOVE "REVERSO POR EMITIR ESTA NOCHE"
                       TO WK-TEXTO-CREDITO
               WHEN 'V'
                   MOVE "REVERTIDO" TO WK-TEXTO-CREDITO
               WHEN 'X'
                   MOVE "ANULADO ANTES DE EMITIRSE"
                       TO WK-TEXTO-CREDITO
               WHEN OTHER
                   MOVE "SIN CREDITO PROVISIONAL" TO WK-TEXTO-CREDITO
           END-EVALUATE.

       230-ABRIR-DISPUTA.
           IF CONT-DISPUTAS >= WK-MAX-DISPUTAS
               DISPLAY "TABLA DE DISPUTAS LLENA"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CUENTA: "
           ACCEPT WK-CODIGO-PEDIDO
           MOVE WK-CODIGO-PEDIDO TO CODIGO-MAESTRO
           READ ARCHIVO-MAESTRO
               INVALID KEY
                   DISPLAY "LA CUENTA " WK-CODIGO-PEDIDO
                           " NO EXISTE EN EL MAESTRO"
                   EXIT PARAGRAPH
           END-READ

           IF MAESTRO-CERRADO
               DISPLAY "LA CUENTA ESTA CERRADA: NO SE ABRE DISPUTA"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "LOTE DEL MOVIMIENTO: "
           ACCEPT WK-LOTE-PEDIDO
           DISPLAY "SECUENCIA DEL MOVIMIENTO: "
           ACCEPT WK-SECUENCIA-PEDIDA

           PERFORM 235-BUSCAR-MOVIMIENTO
           IF CONT-COINCIDENCIAS = ZEROS
               EXIT PARAGRAPH
           END-IF

           IF WK-MOV-TIPO NOT = 'A'
               DISPLAY "EL MOVIMIENTO ES TIPO " WK-MOV-TIPO
                       ": SOLO SE DISPUTAN ABONOS (TIPO 'A')"
               EXIT PARAGRAPH
           END-IF

           PERFORM 237-BUSCAR-DISPUTA-PREVIA
           IF HALLADO
               DISPLAY "ESE MOVIMIENTO YA FUE DISPUTADO EN EL CASO "
                       TD-NUMERO(WK-IDX-CASO)
               EXIT PARAGRAPH
           END-IF

           MOVE WK-MOV-IMPORTE TO WK-ORIGINAL-EDITADO
           DISPLAY "----------------------------------------"
           DISPLAY "CUENTA:      " CODIGO-MAESTRO "  " NOMBRE-MAESTRO
           DISPLAY "MOVIMIENTO:  " WK-MOV-TIPO " " WK-MOV-DESCRIPCION
                   " " WK-ORIGINAL-EDITADO " " WK-MOV-MONEDA
           DISPLAY "CORRIDA:     " WK-MOV-ID-EJECUCION
           DISPLAY "----------------------------------------"

           DISPLAY "MOTIVO DE LA DISPUTA (OBLIGATORIO): "
           ACCEPT WK-MOTIVO
           IF WK-MOTIVO = SPACES
               DISPLAY "SIN MOTIVO NO SE ABRE LA DISPUTA"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "IMPORTE EN DISPUTA (9999999.99, 0 = TODO): "
           ACCEPT WK-IMPORTE-DISPUTADO
           IF WK-IMPORTE-DISPUTADO = ZEROS
               MOVE WK-MOV-IMPORTE TO WK-IMPORTE-DISPUTADO
           END-IF
           IF WK-IMPORTE-DISPUTADO > WK-MOV-IMPORTE
               DISPLAY "EL IMPORTE EN DISPUTA SUPERA EL DEL"
                       " MOVIMIENTO: DISPUTA NO ABIERTA"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "FECHA LIMITE (AAAAMMDD, 0 = " WK-DIAS-PLAZO
                   " DIAS): "
           ACCEPT WK-FECHA-LIMITE
           IF WK-FECHA-LIMITE = ZEROS
               COMPUTE WK-FECHA-LIMITE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(FECHA-SESION)
                   + WK-DIAS-PLAZO)
           END-IF
           IF WK-FECHA-LIMITE < FECHA-SESION
               OR FUNCTION INTEGER-OF-DATE(WK-FECHA-LIMITE) = ZERO
               DISPLAY "FECHA LIMITE PASADA O INVALIDA: DISPUTA NO"
                       " ABIERTA"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CONCEDER CREDITO PROVISIONAL? (S/N): "
           ACCEPT WK-PIDE-CREDITO

           MOVE WK-IMPORTE-DISPUTADO TO WK-IMPORTE-EDITADO
           DISPLAY "ABRIR DISPUTA POR " WK-IMPORTE-EDITADO
                   " CON LIMITE " WK-FECHA-LIMITE "? (S/N): "
           ACCEPT WK-CONFIRMA
           IF WK-CONFIRMA NOT = 'S'
               DISPLAY "DISPUTA NO ABIERTA"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-DISPUTAS
           ADD 1 TO WK-ULTIMO-NUMERO
           MOVE CONT-DISPUTAS TO WK-IDX-CASO
           MOVE WK-ULTIMO-NUMERO    TO TD-NUMERO(WK-IDX-CASO)
           MOVE CODIGO-MAESTRO      TO TD-CODIGO(WK-IDX-CASO)
           MOVE SUCURSAL-MAESTRO    TO TD-SUCURSAL(WK-IDX-CASO)
           MOVE WK-MOV-ID-EJECUCION TO TD-ID-EJECUCION(WK-IDX-CASO)
           MOVE WK-LOTE-PEDIDO      TO TD-LOTE(WK-IDX-CASO)
           MOVE WK-SECUENCIA-PEDIDA TO TD-SECUENCIA(WK-IDX-CASO)
           MOVE WK-MOV-IMPORTE
               TO TD-IMPORTE-ORIGINAL(WK-IDX-CASO)
           MOVE WK-MOV-MONEDA       TO TD-MONEDA(WK-IDX-CASO)
           MOVE WK-IMPORTE-DISPUTADO TO TD-IMPORTE(WK-IDX-CASO)
           MOVE WK-MOTIVO           TO TD-MOTIVO(WK-IDX-CASO)
           MOVE 'A'                 TO TD-ESTADO(WK-IDX-CASO)
           MOVE FECHA-SESION        TO TD-FECHA-APERTURA(WK-IDX-CASO)
           MOVE WK-FECHA-LIMITE     TO TD-FECHA-LIMITE(WK-IDX-CASO)
           MOVE ZEROS TO TD-FECHA-RESOLUCION(WK-IDX-CASO)
                         TD-FECHA-CREDITO(WK-IDX-CASO)
                         TD-FECHA-REVERSO(WK-IDX-CASO)
           IF WK-PIDE-CREDITO = 'S'
               MOVE 'P'   TO TD-CREDITO(WK-IDX-CASO)
               MOVE "ABIERTA CON CREDITO PROVISORIO" TO GES-DETALLE
           ELSE
               MOVE SPACE TO TD-CREDITO(WK-IDX-CASO)
               MOVE "ABIERTA SIN CREDITO PROVISORIO" TO GES-DETALLE
           END-IF
           MOVE WK-OPERADOR         TO TD-OPERADOR(WK-IDX-CASO)

           MOVE 'S' TO SW-HAY-CAMBIOS
           ADD 1 TO CONT-ABIERTAS
           MOVE 'A' TO GES-TIPO
           PERFORM 260-ESCRIBIR-GESTION
           DISPLAY "DISPUTA ABIERTA: CASO " WK-ULTIMO-NUMERO
           IF WK-PIDE-CREDITO = 'S'
               DISPLAY "EL CREDITO PROVISIONAL SALE ESTA NOCHE"
                       " (EMITE-DISPUTAS)"
           END-IF.

      * RECORRE EL HISTORICO DE LA CUENTA Y SE QUEDA CON LA ULTIMA
      * COINCIDENCIA DE LOTE Y SECUENCIA: LA CLAVE VA POR CORRIDA,
      * ASI QUE LA ULTIMA LEIDA ES LA MAS RECIENTE.
       235-BUSCAR-MOVIMIENTO.
           MOVE ZEROS TO CONT-COINCIDENCIAS
           MOVE 'N' TO SW-FIN-HISTORICO
           OPEN INPUT ARCHIVO-HISTORICO

           IF FS-HISTORICO NOT = '00'
               DISPLAY "SIN HISTORICO-APLICADOS.DAT NO SE PUEDE"
                       " UBICAR EL MOVIMIENTO (FS " FS-HISTORICO ")"
               EXIT PARAGRAPH
           END-IF

           MOVE WK-CODIGO-PEDIDO TO HIS-CODIGO
           MOVE SPACES TO HIS-ID-EJECUCION HIS-LOTE
           MOVE ZEROS  TO HIS-SECUENCIA
           START ARCHIVO-HISTORICO KEY >= HIS-CLAVE
               INVALID KEY
                   MOVE 'S' TO SW-FIN-HISTORICO
           END-START

           PERFORM UNTIL FIN-HISTORICO
               READ ARCHIVO-HISTORICO NEXT
                   AT END
                       MOVE 'S' TO SW-FIN-HISTORICO
                   NOT AT END
                       IF HIS-CODIGO NOT = WK-CODIGO-PEDIDO
                           MOVE 'S' TO SW-FIN-HISTORICO
                       ELSE
                           IF HIS-LOTE = WK-LOTE-PEDIDO
                               AND HIS-SECUENCIA
                                   = WK-SECUENCIA-PEDIDA
                               ADD 1 TO CONT-COINCIDENCIAS
                               MOVE HIS-ID-EJECUCION
                                   TO WK-MOV-ID-EJECUCION
                               MOVE HIS-TIPO    TO WK-MOV-TIPO
                               MOVE HIS-IMPORTE TO WK-MOV-IMPORTE
                               MOVE HIS-DESCRIPCION
                                   TO WK-MOV-DESCRIPCION
                               MOVE HIS-MONEDA  TO WK-MOV-MONEDA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-HISTORICO

           EVALUATE TRUE
               WHEN CONT-COINCIDENCIAS = ZEROS
                   DISPLAY "NO HAY MOVIMIENTO APLICADO A LA CUENTA "
                           WK-CODIGO-PEDIDO " CON LOTE "
                           WK-LOTE-PEDIDO " Y SECUENCIA "
                           WK-SECUENCIA-PEDIDA
               WHEN CONT-COINCIDENCIAS > 1
                   DISPLAY "AVISO: EL LOTE RECURRE EN "
                           CONT-COINCIDENCIAS " CORRIDAS, SE TOMA LA"
                           " MAS RECIENTE"
           END-EVALUATE.

       237-BUSCAR-DISPUTA-PREVIA.
           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-IDX-CASO FROM 1 BY 1
                   UNTIL WK-IDX-CASO > CONT-DISPUTAS
                   OR HALLADO
               IF TD-CODIGO(WK-IDX-CASO) = WK-CODIGO-PEDIDO
                   AND TD-ID-EJECUCION(WK-IDX-CASO)
                       = WK-MOV-ID-EJECUCION
                   AND TD-LOTE(WK-IDX-CASO) = WK-LOTE-PEDIDO
                   AND TD-SECUENCIA(WK-IDX-CASO)
                       = WK-SECUENCIA-PEDIDA
                   MOVE 'S' TO SW-HALLADO
               END-IF
           END-PERFORM

           IF HALLADO
               SUBTRACT 1 FROM WK-IDX-CASO
           END-IF.

       250-RESOLVER-DISPUTA.
           IF WK-NIVEL-OPERADOR NUMERIC
               AND WK-NIVEL-NUMERICO < WK-NIVEL-RESOLVER
               DISPLAY "RESOLVER UNA DISPUTA EXIGE NIVEL "
                       WK-NIVEL-RESOLVER " (SUPERVISOR)"
               EXIT PARAGRAPH
           END-IF

           PERFORM 215-BUSCAR-CASO
           IF NOT HALLADO
               EXIT PARAGRAPH
           END-IF

           IF NOT TD-ABIERTA(WK-IDX-CASO)
               DISPLAY "EL CASO YA ESTA RESUELTO"
               EXIT PARAGRAPH
           END-IF

           PERFORM 225-MOSTRAR-CASO

           DISPLAY "F=A FAVOR DEL CLIENTE  C=EN CONTRA: "
           ACCEPT WK-FALLO
           IF NOT FALLO-A-FAVOR AND NOT FALLO-EN-CONTRA
               DISPLAY "FALLO NO RECONOCIDO: CASO SIN RESOLVER"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "FUNDAMENTO DE LA RESOLUCION (OBLIGATORIO): "
           ACCEPT WK-DETALLE
           IF WK-DETALLE = SPACES
               DISPLAY "SIN FUNDAMENTO NO SE RESUELVE"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CONFIRMA LA RESOLUCION? (S/N): "
           ACCEPT WK-CONFIRMA
           IF WK-CONFIRMA NOT = 'S'
               DISPLAY "CASO SIN RESOLVER"
               EXIT PARAGRAPH
           END-IF

           MOVE WK-FALLO     TO TD-ESTADO(WK-IDX-CASO)
           MOVE FECHA-SESION TO TD-FECHA-RESOLUCION(WK-IDX-CASO)

           IF FALLO-A-FAVOR
               PERFORM 255-FALLO-A-FAVOR
           ELSE
               PERFORM 257-FALLO-EN-CONTRA
           END-IF

           MOVE 'S' TO SW-HAY-CAMBIOS
           ADD 1 TO CONT-RESUELTAS
           MOVE WK-FALLO   TO GES-TIPO
           MOVE WK-DETALLE TO GES-DETALLE
           PERFORM 260-ESCRIBIR-GESTION
           PERFORM 226-TEXTO-CREDITO
           DISPLAY "CASO " TD-NUMERO(WK-IDX-CASO) " RESUELTO;"
                   " CREDITO: " WK-TEXTO-CREDITO.

      * A FAVOR: LO PROVISIONAL SE VUELVE FIRME. SIN CREDITO PREVIO
      * SE EMITE AHORA, YA DEFINITIVO; UNO QUE TODAVIA NO SALIO
      * SIGUE POR EMITIR Y EMITE-DISPUTAS LO DEJA FIRME AL SACARLO.
       255-FALLO-A-FAVOR.
           EVALUATE TD-CREDITO(WK-IDX-CASO)
               WHEN 'E'
                   MOVE 'F' TO TD-CREDITO(WK-IDX-CASO)
               WHEN 'P'
                   CONTINUE
               WHEN OTHER
                   MOVE 'P' TO TD-CREDITO(WK-IDX-CASO)
           END-EVALUATE.

      * EN CONTRA: EL CREDITO YA EMITIDO SE REVIERTE ESTA NOCHE;
      * EL QUE NO HABIA SALIDO SE ANULA SIN MOVER NADA.
       257-FALLO-EN-CONTRA.
           EVALUATE TD-CREDITO(WK-IDX-CASO)
               WHEN 'E'
                   MOVE 'R' TO TD-CREDITO(WK-IDX-CASO)
               WHEN 'P'
                   MOVE 'X' TO TD-CREDITO(WK-IDX-CASO)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       260-ESCRIBIR-GESTION.
           MOVE TD-NUMERO(WK-IDX-CASO) TO GES-DISPUTA
           MOVE FECHA-SESION     TO GES-FECHA
           MOVE HORA-SESION(1:6) TO GES-HORA
           MOVE WK-OPERADOR      TO GES-OPERADOR
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
               STOP RUN
           END-IF
           WRITE REG-GESTION.

      * DISPUTAS.DAT SE REESCRIBE COMPLETO SOLO SI LA SESION CAMBIO
      * ALGO.
       300-FINALIZAR.
           CLOSE ARCHIVO-GESTIONES
                 ARCHIVO-MAESTRO

           IF HAY-CAMBIOS
               OPEN OUTPUT ARCHIVO-DISPUTAS

               IF FS-DISPUTAS NOT = '00'
                   DISPLAY "ERROR REESCRIBIENDO DISPUTAS: "
                           FS-DISPUTAS
                   STOP RUN
               END-IF

               PERFORM VARYING WK-INDICE FROM 1 BY 1
                       UNTIL WK-INDICE > CONT-DISPUTAS
                   MOVE ENTRADA-DISPUTA(WK-INDICE) TO REG-DISPUTA
                   WRITE REG-DISPUTA
               END-PERFORM

               CLOSE ARCHIVO-DISPUTAS
           END-IF

           DISPLAY " "
           DISPLAY "DISPUTAS ABIERTAS:     " CONT-ABIERTAS
           DISPLAY "DISPUTAS RESUELTAS:    " CONT-RESUELTAS
           DISPLAY "CONSTANCIA EN: DISPUTAS-GESTIONES.DAT".

      * EL OPERADOR DEBE FIGURAR EN OPERADORES.DAT PARA PODER
      * OPERAR; SIN TABLA (INSTALACION NUEVA) SE ADMITE CUALQUIER
      * IDENTIFICADOR NO VACIO, CON AVISO.
       9500-VALIDAR-OPERADOR.
           MOVE 'N' TO SW-OPERADOR-VALIDO
           OPEN INPUT ARCHIVO-OPERADORES

           IF FS-OPERADORES = '35'
               DISPLAY "AVISO: SIN OPERADORES.DAT, NO SE VALIDA EL"
                       " OPERADOR"
               EXIT PARAGRAPH
           END-IF

           IF FS-OPERADORES NOT = '00'
               DISPLAY "ERROR ABRIENDO OPERADORES: " FS-OPERADORES
               STOP RUN
           END-IF

           PERFORM UNTIL FS-OPERADORES NOT = '00'
                   OR OPERADOR-VALIDO
               READ ARCHIVO-OPERADORES
                   AT END
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

           CLOSE ARCHIVO-OPERADORES

           IF NOT OPERADOR-VALIDO
               DISPLAY "EL OPERADOR " WK-OPERADOR
                       " NO ESTA AUTORIZADO"
               STOP RUN
           END-IF

           PERFORM 9505-VERIFICAR-CLAVE

           PERFORM 9510-EXIGIR-NIVEL

           PERFORM 9530-VERIFICAR-CERROJO.

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
       9510-EXIGIR-NIVEL.
           IF WK-NIVEL-OPERADOR NOT NUMERIC
               DISPLAY "AVISO: OPERADORES.DAT SIN NIVEL, SE ADMITE"
                       " COMO SUPERVISOR (CONVIERTA LA TABLA)"
               EXIT PARAGRAPH
           END-IF

           MOVE WK-NIVEL-OPERADOR TO WK-NIVEL-NUMERICO
           IF WK-NIVEL-NUMERICO < WK-NIVEL-REQUERIDO
               DISPLAY "EL OPERADOR " WK-OPERADOR " (NIVEL "
                       WK-NIVEL-OPERADOR ") NO ALCANZA EL NIVEL "
                       WK-NIVEL-REQUERIDO " QUE EXIGE ESTE PROGRAMA"
               PERFORM 9520-REGISTRAR-INTENTO
               STOP RUN
           END-IF.

      * INTENTOS-RECHAZADOS.DAT NUNCA SE TRUNCA: CADA NEGATIVA SE
      * AGREGA A LAS ANTERIORES.
       9520-REGISTRAR-INTENTO.
           OPEN EXTEND ARCHIVO-INTENTOS

           IF FS-INTENTOS = '35'
               OPEN OUTPUT ARCHIVO-INTENTOS
               CLOSE ARCHIVO-INTENTOS
               OPEN EXTEND ARCHIVO-INTENTOS
           END-IF

           IF FS-INTENTOS = '00'
               ACCEPT WK-FECHA-INTENTO FROM DATE YYYYMMDD
               ACCEPT WK-HORA-INTENTO FROM TIME
               MOVE WK-FECHA-INTENTO     TO INT-FECHA
               MOVE WK-HORA-INTENTO(1:6) TO INT-HORA
               MOVE WK-OPERADOR          TO INT-OPERADOR
               MOVE "MANTEN-DISPUTAS" TO INT-PROGRAMA
               MOVE WK-NIVEL-OPERADOR    TO INT-NIVEL
               MOVE WK-NIVEL-REQUERIDO   TO INT-NIVEL-REQUERIDO
               WRITE REG-INTENTO
               CLOSE ARCHIVO-INTENTOS
           END-IF.

      * CON EL CERROJO PUESTO SOLO UN SUPERVISOR PUEDE SEGUIR, Y
      * SOLO SI LO CONFIRMA EXPRESAMENTE (PARA EL DIA QUE LA CADENA
      * MUERA CON EL CERROJO EN LA MANO). TODOS LOS DEMAS VUELVEN
      * CUANDO LA NOCHE TERMINE.
       9530-VERIFICAR-CERROJO.
           OPEN INPUT ARCHIVO-CERROJO

           IF FS-CERROJO NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ ARCHIVO-CERROJO
               AT END
                   CLOSE ARCHIVO-CERROJO
                   EXIT PARAGRAPH
           END-READ

           CLOSE ARCHIVO-CERROJO

           DISPLAY "*** LA CADENA NOCTURNA TIENE EL CERROJO"
                   " PUESTO (OPERADOR " CER-OPERADOR
                   " DESDE " CER-FECHA " " CER-HORA ") ***"

           IF WK-NIVEL-OPERADOR NOT NUMERIC
               OR WK-NIVEL-NUMERICO >= 3
               DISPLAY "SUPERVISOR: TOMAR LOS CASOS IGUAL,"
                       " BAJO SU RESPONSABILIDAD? (S/N): "
               ACCEPT WK-RESPUESTA-CERROJO
               IF WK-RESPUESTA-CERROJO = 'S'
                   DISPLAY "CERROJO IGNORADO POR ORDEN EXPRESA"
                           " DEL SUPERVISOR"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           DISPLAY "VUELVA CUANDO LA CADENA TERMINE Y SUELTE EL"
                   " CERROJO"
           STOP RUN.
