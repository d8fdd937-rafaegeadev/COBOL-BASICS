               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONVERSIONES.

      * CUENTAS CERRADAS DEPURADAS DEL MAESTRO: FUERA DEL MAESTRO EL
      * CODIGO SE VUELVE A ASIGNAR, Y ESTE REGISTRO ES LO UNICO QUE
      * DICE DE QUIEN FUE Y CUANDO SE CERRO (LO USA
      * ANONIMIZA-TITULARES).
           SELECT ARCHIVO-DEPURADAS
               ASSIGN TO "CUENTAS-DEPURADAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEPURADAS.

      * FECHA DE PROCESO IMPUESTA POR LA RECUPERACION MULTI-DIA DE
      * LANZA-NOCTURNO: CON EL ARCHIVO PRESENTE, LA CORRIDA VIVE EN
      * ESA FECHA DE NEGOCIO (ID DE EJECUCION, FECHA VALOR,
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EMBARGOS.

      * REGISTRO DE CHEQUERAS ENTREGADAS (LO MANTIENE MANTEN-
      * CHEQUES): RANGO DE NUMEROS EMITIDO A CADA CUENTA. UN CHEQUE
      * QUE NO CAE EN NINGUNA CHEQUERA ACTIVA DE SU CUENTA REBOTA.
           SELECT ARCHIVO-CHEQUERAS
               ASSIGN TO "CHEQUERAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHEQUERAS.

      * ORDENES DE NO PAGAR, POR CUENTA Y NUMERO DE CHEQUE. SE
      * CONSULTAN POR CLAVE, UNA LECTURA POR CHEQUE PRESENTADO.
           SELECT ARCHIVO-STOP-PAGO
               ASSIGN TO "STOP-PAGO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STP-CLAVE
               FILE STATUS IS FS-STOP-PAGO.

      * CHEQUES YA PAGADOS, POR CUENTA Y NUMERO: UN CHEQUE SE PAGA
      * UNA SOLA VEZ. SE GRABA AL APLICAR EL ABONO Y NUNCA SE
      * TRUNCA (LO CONSULTA TAMBIEN MANTEN-CHEQUES).
           SELECT ARCHIVO-CHEQUES-PAG
               ASSIGN TO "CHEQUES-PAGADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PAG-CLAVE
               FILE STATUS IS FS-CHEQUES-PAG.

      * TABLA DE TASAS POR TRAMO DE SALDO: SALDO-DESDE, SALDO-HASTA,
      * TASA Y FECHA DE VIGENCIA. SOLO SE CARGAN LAS FILAS YA
      * VIGENTES; ANTE DOS FILAS VIGENTES DEL MISMO TRAMO GANA LA
           05 CNV-TASA-CRUZADA     PIC 9(3)V9(6).
           05 CNV-MARGEN           PIC 9(2)V99.

       FD  ARCHIVO-DEPURADAS.
       01  REG-DEPURADA.
           05 DEP-CODIGO           PIC 9(5).
           05 DEP-NOMBRE           PIC X(30).
           05 DEP-SUCURSAL         PIC 9(3).
           05 DEP-FECHA-CIERRE     PIC 9(8).
           05 DEP-FECHA-DEPURACION PIC 9(8).
           05 DEP-ID-EJECUCION     PIC X(19).

       FD  ARCHIVO-FECHA-PROCESO.
       01  REG-FECHA-PROCESO.
           05 FPR-FECHA            PIC 9(8).
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

       FD  ARCHIVO-EXCEP-SUCURSAL.
       01  REG-EXCEP-SUCURSAL.
           05 SUD-NOMBRE           PIC X(30).
           05 SUD-REGION           PIC X(15).
           05 SUD-ABIERTA          PIC X(1).
      * RANGO DE CODIGOS DE CUENTA DE LA SUCURSAL (CUATRO PRIMERAS
      * POSICIONES, SIN DIGITO DE CONTROL) PARA ASIGNA-CODIGO.
           05 SUD-RANGO-DESDE      PIC 9(4).
           05 SUD-RANGO-HASTA      PIC 9(4).

       FD  ARCHIVO-DUPLICADOS.
       01  REG-DUPLICADO.
           05 AUD-SALDO-CIERRE        PIC S9(7)V99.
           05 AUD-SUCURSAL            PIC 9(3).
           05 AUD-OPERADOR            PIC X(8).
           05 AUD-SECUENCIA           PIC 9(9).
           05 AUD-SELLO               PIC 9(18).

      * UNA FOTO DE LOS CONTADORES Y LAS ULTIMAS CLAVES LEIDAS,
      * GRABADA PERIODICAMENTE PARA PODER REANUDAR UNA CORRIDA
           05 EMB-OPERADOR         PIC X(8).
           05 EMB-FECHA-ALTA       PIC 9(8).

       FD  ARCHIVO-CHEQUERAS.
       01  REG-CHEQUERA.
           05 CHQ-CODIGO           PIC 9(5).
           05 CHQ-DESDE            PIC 9(6).
           05 CHQ-HASTA            PIC 9(6).
           05 CHQ-FECHA-ENTREGA    PIC 9(8).
           05 CHQ-ESTADO           PIC X(01).
              88 CHQ-ACTIVA        VALUE 'A'.
              88 CHQ-ANULADA       VALUE 'X'.
           05 CHQ-OPERADOR         PIC X(8).

       FD  ARCHIVO-STOP-PAGO.
       01  REG-STOP-PAGO.
           05 STP-CLAVE.
              10 STP-CODIGO        PIC 9(5).
              10 STP-CHEQUE        PIC 9(6).
           05 STP-FECHA-ALTA       PIC 9(8).
           05 STP-OPERADOR         PIC X(8).
           05 STP-MOTIVO           PIC X(30).
           05 STP-ESTADO           PIC X(01).
              88 STP-VIGENTE       VALUE 'V'.
              88 STP-LEVANTADA     VALUE 'L'.
           05 STP-FECHA-BAJA       PIC 9(8).
           05 STP-OPERADOR-BAJA    PIC X(8).

       FD  ARCHIVO-CHEQUES-PAG.
       01  REG-CHEQUE-PAGADO.
           05 PAG-CLAVE.
              10 PAG-CODIGO        PIC 9(5).
              10 PAG-CHEQUE        PIC 9(6).
           05 PAG-IMPORTE          PIC 9(7)V99.
           05 PAG-FECHA            PIC 9(8).
           05 PAG-LOTE             PIC X(8).
           05 PAG-SECUENCIA        PIC 9(5).
           05 PAG-ID-EJECUCION     PIC X(19).

       FD  ARCHIVO-TASAS.
       01  REG-TASA.
           05 TAS-SALDO-DESDE      PIC 9(7)V99.
           05 FS-MAESTRO-DIR       PIC XX.
           05 FS-FECHA-PROCESO     PIC XX.
           05 FS-CONVERSIONES      PIC XX.
           05 FS-DEPURADAS         PIC XX.
           05 FS-DESCUBIERTOS      PIC XX.
           05 FS-RETENCIONES       PIC XX.
           05 FS-SUSCRIPCIONES     PIC XX.
           05 FS-REGLAS-PROD       PIC XX.
           05 FS-NOTIFICACIONES    PIC XX.
           05 FS-CHEQUERAS         PIC XX.
           05 FS-STOP-PAGO         PIC XX.
           05 FS-CHEQUES-PAG       PIC XX.

       01  SWITCHES.
           05 SW-PARAMETROS-LEIDOS PIC X VALUE 'N'.
              10 TEM-OPERADOR       PIC X(8).
              10 TEM-FECHA-ALTA     PIC 9(8).
       01  WK-IDX-EMBARGO           PIC 9(3) VALUE ZEROS.

      * CHEQUERAS EN MEMORIA. SIN CHEQUERAS.DAT NO HAY REGISTRO QUE
      * COTEJAR Y EL CONTROL DE RANGO QUEDA APAGADO; LA ORDEN DE NO
      * PAGAR Y EL CHEQUE YA PAGADO SE SIGUEN CONTROLANDO IGUAL.
       01  WK-MAX-CHEQUERAS         PIC 9(4) VALUE 2000.
       01  CONT-CHEQUERAS           PIC 9(4) VALUE ZEROS.
       01  TABLA-CHEQUERAS.
           05 ENTRADA-CHEQUERA      OCCURS 1 TO 2000 TIMES
                                    DEPENDING ON CONT-CHEQUERAS.
              10 TCH-CODIGO         PIC 9(5).
              10 TCH-DESDE          PIC 9(6).
              10 TCH-HASTA          PIC 9(6).
       01  WK-IDX-CHEQUERA          PIC 9(4) VALUE ZEROS.
       01  WK-NUMERO-CHEQUE         PIC 9(6) VALUE ZEROS.
       01  WK-MOTIVO-CHEQUE         PIC X(20) VALUE SPACES.
       01  SW-HAY-CHEQUERAS         PIC X VALUE 'N'.
           88 HAY-CHEQUERAS         VALUE 'S'.
       01  SW-HAY-STOP-PAGO         PIC X VALUE 'N'.
           88 HAY-STOP-PAGO         VALUE 'S'.
       01  SW-HAY-CHEQUES-PAG       PIC X VALUE 'N'.
           88 HAY-CHEQUES-PAG       VALUE 'S'.
       01  SW-CHEQUE-EN-RANGO       PIC X VALUE 'N'.
           88 CHEQUE-EN-RANGO       VALUE 'S'.
       01  SW-ES-CHEQUE             PIC X VALUE 'N'.
           88 ES-CHEQUE             VALUE 'S'.
       01  WK-CAPTURA-EMBARGO       PIC 9(7)V99 VALUE ZEROS.
       01  SW-HUBO-CAPTURAS         PIC X VALUE 'N'.
           88 HUBO-CAPTURAS         VALUE 'S'.
      * (PARA LOS ABONOS) TENGA FONDOS A LA APERTURA; UN CONJUNTO
      * QUE FALLA CUALQUIER COTEJO SE RECHAZA COMPLETO CON UN SOLO
      * MOTIVO, PARA QUE EL LIBRO NUNCA QUEDE COJO CON UNA PIERNA
      * APLICADA Y LA OTRA EN SUSPENSO O EN ERRORES. CADA ACUERDO
      * DE BARRIDO (GENERA-BARRIDOS) PUEDE TRAER SU CONJUNTO CADA
      * NOCHE, ASI QUE LA TABLA TIENE LUGAR DE SOBRA.
       01  WK-MAX-TRANSFERENCIAS    PIC 9(3) VALUE 500.
       01  CONT-TRANSFERENCIAS      PIC 9(3) VALUE ZEROS.
       01  TABLA-TRANSFERENCIAS.
           05 ENTRADA-TRANSF        OCCURS 1 TO 500 TIMES
                                    DEPENDING ON CONT-TRANSFERENCIAS.
              10 TF-ID              PIC X(8).
              10 TF-IMP-CARGOS      PIC 9(11)V99.
       01  WK-OPERADOR              PIC X(8) VALUE SPACES.
       01  SW-OPERADOR-VALIDO       PIC X VALUE 'N'.
           88 OPERADOR-VALIDO       VALUE 'S'.
      * EL OPERADOR TECLEADO EN CONSOLA DA SU CLAVE (VERIFICA-CLAVE);
      * EL DE PARAMETROS.DAT NO PUEDE: LA CORRIDA ES DESATENDIDA Y
      * EL ARCHIVO LO CUSTODIA EL PLANIFICADOR.
       01  SW-OPERADOR-CONSOLA      PIC X VALUE 'N'.
           88 OPERADOR-CONSOLA      VALUE 'S'.
       01  WK-CLAVE-PROGRAMA        PIC X(18) VALUE
           "CRUZADO-ARCHIVOS".
       01  WK-CLAVE-VEREDICTO       PIC X(1) VALUE SPACE.
           88 CLAVE-ACEPTADA        VALUE 'S'.
      * NIVEL DEL OPERADOR DE LA CORRIDA: LA CORRIDA EXIGE NIVEL 2
      * (OPERACION) Y LA AUTORIZACION DE REPROCESO DE LOTES EXIGE
      * NIVEL 3 (SUPERVISOR). EL RECHAZO BATCH QUEDA EN EL ABEND Y
      * CUADRE Y ADEMAS AQUI PARA SU PROPIA LINEA DEL REPORTE. LAS
      * CAPTURAS DE EMBARGO NO SON MOVIMIENTOS: SOLO CUENTAN AQUI.
           05 CONT-MOV-RESTRINGIDOS PIC 9(5) VALUE ZEROS.
      * LOS CHEQUES RECHAZADOS (NO PAGAR, FUERA DE RANGO, YA
      * PAGADO) SIGUEN LA MISMA REGLA QUE LOS RESTRINGIDOS.
           05 CONT-MOV-CHEQUES     PIC 9(5) VALUE ZEROS.
           05 CONT-CHEQUES-PAGADOS PIC 9(5) VALUE ZEROS.
           05 CONT-CAPTURAS-EMBARGO PIC 9(5) VALUE ZEROS.
           05 TOTAL-IMP-EMBARGADO  PIC 9(9)V99 VALUE ZEROS.
           05 CONT-CERRADAS-DEPUR  PIC 9(5) VALUE ZEROS.
           05 HORA-EJECUCION        PIC 9(8).
           05 ID-EJECUCION          PIC X(19).

      * BITACORA SELLADA (VER SELLA-BITACORA): NOMBRE DEL ARCHIVO
      * Y POSICIONES DE DATOS ANTES DE LA SECUENCIA Y EL SELLO.
       01  WK-SELLO-BITACORA       PIC X(30) VALUE "AUDITORIA.DAT".
       01  WK-SELLO-LARGO          PIC 9(3) VALUE 083.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR

           PERFORM 157-CARGAR-ACUERDOS

           PERFORM 154-CARGAR-CHEQUERAS

      * LA VERIFICACION DE CONTROL SE HACE ANTES DE ABRIR NINGUNA
      * SALIDA: UN ARCHIVO TRUNCADO O MANIPULADO RECHAZA LA CORRIDA
      * SIN HABER TOCADO UN SOLO SALDO DE MAESTRO-NUEVO.DAT.
               PERFORM 9000-ABEND
           END-IF

      * CUENTAS-DEPURADAS.DAT TAMPOCO SE TRUNCA. UNA REANUDACION
      * PUEDE REPETIR UNA DEPURACION YA ANOTADA; QUIEN LO LEE
      * DESCARTA LA REPETIDA.
           IF NOT ES-SIMULACION
               OPEN EXTEND ARCHIVO-DEPURADAS

               IF FS-DEPURADAS = '35'
                   OPEN OUTPUT ARCHIVO-DEPURADAS
                   CLOSE ARCHIVO-DEPURADAS
                   OPEN EXTEND ARCHIVO-DEPURADAS
               END-IF
           END-IF

           IF NOT ES-SIMULACION AND FS-DEPURADAS NOT = '00'
               DISPLAY "ERROR ABRIENDO CUENTAS-DEPURADAS: "
                       FS-DEPURADAS
               MOVE "100-INICIALIZAR" TO WK-ABEND-PARRAFO
               MOVE "NO ABRE CUENTAS-DEPURADAS.DAT"
                   TO WK-ABEND-MOTIVO
               MOVE 16 TO WK-ABEND-RC
               PERFORM 9000-ABEND
           END-IF

           PERFORM 140-ABRIR-CHEQUES

           IF ES-REINICIO
               PERFORM 103-REPOSICIONAR-ARCHIVOS
               PERFORM 132-ESCRIBIR-MARCA-REINICIO

           DISPLAY "EMBARGOS VIGENTES CARGADOS: " CONT-EMBARGOS.

      * SOLO LAS CHEQUERAS ACTIVAS ENTRAN A LA TABLA: UNA CHEQUERA
      * ANULADA (ROBADA, EXTRAVIADA ENTERA) DEJA FUERA DE RANGO A
      * TODOS SUS CHEQUES.
       154-CARGAR-CHEQUERAS.
           OPEN INPUT ARCHIVO-CHEQUERAS

           IF FS-CHEQUERAS = '35'
               DISPLAY "SIN CHEQUERAS.DAT: NO SE CONTROLA EL RANGO"
               EXIT PARAGRAPH
           END-IF

           IF FS-CHEQUERAS NOT = '00'
               DISPLAY "ERROR ABRIENDO CHEQUERAS: " FS-CHEQUERAS
               MOVE "154-CARGAR-CHEQUERAS" TO WK-ABEND-PARRAFO
               MOVE "NO ABRE CHEQUERAS.DAT" TO WK-ABEND-MOTIVO
               MOVE 16 TO WK-ABEND-RC
               PERFORM 9000-ABEND
           END-IF

           MOVE 'S' TO SW-HAY-CHEQUERAS

           PERFORM UNTIL FS-CHEQUERAS NOT = '00'
               READ ARCHIVO-CHEQUERAS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHQ-ACTIVA
                           IF CONT-CHEQUERAS >= WK-MAX-CHEQUERAS
                               DISPLAY "TABLA DE CHEQUERAS LLENA"
                               CLOSE ARCHIVO-CHEQUERAS
                               MOVE "154-CARGAR-CHEQUERAS"
                                   TO WK-ABEND-PARRAFO
                               MOVE "TABLA DE CHEQUERAS LLENA"
                                   TO WK-ABEND-MOTIVO
                               MOVE 12 TO WK-ABEND-RC
                               PERFORM 9000-ABEND
                           END-IF
                           ADD 1 TO CONT-CHEQUERAS
                           MOVE CHQ-CODIGO
                               TO TCH-CODIGO(CONT-CHEQUERAS)
                           MOVE CHQ-DESDE
                               TO TCH-DESDE(CONT-CHEQUERAS)
                           MOVE CHQ-HASTA
                               TO TCH-HASTA(CONT-CHEQUERAS)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CHEQUERAS

           DISPLAY "CHEQUERAS ACTIVAS CARGADAS: " CONT-CHEQUERAS.

      * LAS ORDENES DE NO PAGAR SOLO SE LEEN. EL REGISTRO DE PAGADOS
      * SE ABRE EN I-O Y NUNCA SE TRUNCA (CREADO VACIO LA PRIMERA
      * VEZ); EN SIMULACION SOLO SE CONSULTA, SI EXISTE.
       140-ABRIR-CHEQUES.
           OPEN INPUT ARCHIVO-STOP-PAGO

           EVALUATE FS-STOP-PAGO
               WHEN '00'
                   MOVE 'S' TO SW-HAY-STOP-PAGO
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "ERROR ABRIENDO STOP-PAGO: " FS-STOP-PAGO
                   MOVE "140-ABRIR-CHEQUES" TO WK-ABEND-PARRAFO
                   MOVE "NO ABRE STOP-PAGO.DAT" TO WK-ABEND-MOTIVO
                   MOVE 16 TO WK-ABEND-RC
                   PERFORM 9000-ABEND
           END-EVALUATE

           IF ES-SIMULACION
               OPEN INPUT ARCHIVO-CHEQUES-PAG
               IF FS-CHEQUES-PAG = '00'
                   MOVE 'S' TO SW-HAY-CHEQUES-PAG
               END-IF
               EXIT PARAGRAPH
           END-IF

           OPEN I-O ARCHIVO-CHEQUES-PAG

           IF FS-CHEQUES-PAG = '35'
               OPEN OUTPUT ARCHIVO-CHEQUES-PAG
               CLOSE ARCHIVO-CHEQUES-PAG
               OPEN I-O ARCHIVO-CHEQUES-PAG
           END-IF

           IF FS-CHEQUES-PAG NOT = '00'
               DISPLAY "ERROR ABRIENDO CHEQUES-PAGADOS: "
                       FS-CHEQUES-PAG
               MOVE "140-ABRIR-CHEQUES" TO WK-ABEND-PARRAFO
               MOVE "NO ABRE CHEQUES-PAGADOS.DAT" TO WK-ABEND-MOTIVO
               MOVE 16 TO WK-ABEND-RC
               PERFORM 9000-ABEND
           END-IF

           MOVE 'S' TO SW-HAY-CHEQUES-PAG.

      * SOLO LAS FILAS DE LA FECHA DE ESTA CORRIDA INTERESAN: LO DE
      * DIAS ANTERIORES YA CUMPLIO SU PAPEL Y SE DEJA CAER AL
      * REESCRIBIR, ASI EL ARCHIVO NO CRECE SIN LIMITE.
           IF WK-OPERADOR = SPACES
               DISPLAY "IDENTIFICADOR DE OPERADOR (8 CARACTERES): "
               ACCEPT WK-OPERADOR
               MOVE 'S' TO SW-OPERADOR-CONSOLA
           END-IF

           IF WK-OPERADOR = SPACES
                       CONTINUE
                   NOT AT END
                       IF OPE-ID = WK-OPERADOR
                           IF OPE-DADO-DE-BAJA
                               DISPLAY "EL OPERADOR " WK-OPERADOR
                                       " ESTA DADO DE BAJA"
                           ELSE
                               MOVE 'S' TO SW-OPERADOR-VALIDO
                               MOVE OPE-NIVEL TO WK-NIVEL-OPERADOR
                               DISPLAY "OPERADOR DE LA CORRIDA: "
                                       OPE-NOMBRE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               PERFORM 9000-ABEND
           END-IF

           IF OPERADOR-CONSOLA
               CALL "VERIFICA-CLAVE" USING WK-OPERADOR
                                           WK-CLAVE-PROGRAMA
                                           WK-NIVEL-OPERADOR
                                           WK-CLAVE-VEREDICTO
               IF NOT CLAVE-ACEPTADA
                   MOVE "114-IDENTIFICAR-OPERADOR"
                       TO WK-ABEND-PARRAFO
                   MOVE "CLAVE DE OPERADOR RECHAZADA"
                       TO WK-ABEND-MOTIVO
                   MOVE 18 TO WK-ABEND-RC
                   PERFORM 9000-ABEND
               END-IF
           END-IF

      * UNA TABLA VIEJA SIN COLUMNA DE NIVEL SE ADMITE COMO
      * SUPERVISOR CON AVISO; CON NIVEL, LA CORRIDA EXIGE OPERACION
      * (NIVEL 2).
           END-EVALUATE.

      * LOS LOTES DE REPRESENTACION ("RECICLAD", "CORREGID",
      * "LIBERADO", "PERIODIC", "CIERRESP", "DISPUTAS", "BARRIDOS")
      * RECURREN CADA NOCHE POR DISEÑO: NI
      * SE COTEJAN CONTRA EL REGISTRO NI SE REGISTRAN. SUS PARTIDAS
      * CONSERVAN EL LOTE DE ORIGEN EN LA REFERENCIA PARA LA
      * TRAZABILIDAD (LAS ORDENES PERMANENTES NACEN SIN LOTE DE
               OR LOTE-MOVIMIENTO = "LIBERADO"
               OR LOTE-MOVIMIENTO = "PERIODIC"
               OR LOTE-MOVIMIENTO = "VENCPLAZ"
               OR LOTE-MOVIMIENTO = "CUOTAPRE"
               OR LOTE-MOVIMIENTO = "CIERRESP"
               OR LOTE-MOVIMIENTO = "DISPUTAS"
               OR LOTE-MOVIMIENTO = "BARRIDOS"
               EXIT PARAGRAPH
           END-IF

                      CODIGO-MAESTRO
                   DELIMITED BY SIZE INTO REG-EXCEPCION
               PERFORM 129-ESCRIBIR-EXCEPCION
               IF NOT ES-SIMULACION
                   MOVE CODIGO-MAESTRO       TO DEP-CODIGO
                   MOVE NOMBRE-MAESTRO       TO DEP-NOMBRE
                   MOVE SUCURSAL-MAESTRO     TO DEP-SUCURSAL
                   MOVE FECHA-ESTADO-MAESTRO TO DEP-FECHA-CIERRE
                   MOVE FECHA-EJECUCION      TO DEP-FECHA-DEPURACION
                   MOVE ID-EJECUCION         TO DEP-ID-EJECUCION
                   WRITE REG-DEPURADA
               END-IF
           END-IF.

      * TRASLADA SIN CAMBIOS UNA CUENTA SIN MOVIMIENTOS AL MAESTRO
           MOVE SALDO-MAESTRO-NUEVO TO AUD-SALDO-CIERRE
           MOVE SUCURSAL-MAESTRO-NUEVO TO AUD-SUCURSAL
           MOVE WK-OPERADOR TO AUD-OPERADOR
           CALL "SELLA-BITACORA" USING WK-SELLO-BITACORA
                                       REG-AUDITORIA
                                       WK-SELLO-LARGO
                                       AUD-SECUENCIA
                                       AUD-SELLO
           IF AUD-SECUENCIA = ZEROS
               DISPLAY "ERROR: SIN SELLO PARA "
                       WK-SELLO-BITACORA
               DISPLAY "NO SE GRABA; PROCESO DETENIDO"
               MOVE "217-REGISTRAR-AUDITORIA"
                   TO WK-ABEND-PARRAFO
               MOVE "BITACORA SIN SELLO" TO WK-ABEND-MOTIVO
               MOVE 16 TO WK-ABEND-RC
               PERFORM 9000-ABEND
           END-IF
           WRITE REG-AUDITORIA.

      * UN FS DISTINTO DE '00' AQUI (POR EJEMPLO 22, CLAVE DUPLICADA)
               AND WK-MONEDA-MOV NOT = WK-MONEDA-CUENTA
               PERFORM 222-CONVERTIR-MONEDA
           END-IF
      * UN ABONO CON REFERENCIA "CH" + NUMERO ES EL PAGO DE UN
      * CHEQUE: SE COTEJA CONTRA LAS ORDENES DE NO PAGAR, LOS YA
      * PAGADOS Y LAS CHEQUERAS ENTREGADAS A LA CUENTA.
           MOVE 'N' TO SW-ES-CHEQUE
           MOVE SPACES TO WK-MOTIVO-CHEQUE
           IF MAESTRO-OPERABLE AND ES-ABONO
               AND REFERENCIA-MOVIMIENTO(1:2) = "CH"
               MOVE 'S' TO SW-ES-CHEQUE
               PERFORM 258-COTEJAR-CHEQUE
           END-IF
           EVALUATE TRUE
               WHEN NOT MAESTRO-OPERABLE
                   PERFORM 224-RECHAZAR-POR-ESTADO
               WHEN WK-MONEDA-MOV NOT = WK-MONEDA-CUENTA
                   PERFORM 221-RECHAZAR-POR-MONEDA
               WHEN WK-MOTIVO-CHEQUE NOT = SPACES
                   PERFORM 259-RECHAZAR-POR-CHEQUE
      * RESTRICCIONES GRANULARES: 'R' NO ADMITE RETIROS (ABONOS),
      * 'I' NO ADMITE INGRESOS (CARGOS). EL RESTO DE TIPOS --
      * INTERESES, COMISIONES, REVERSOS -- SIGUE OPERANDO.
                  DELIMITED BY SIZE INTO REG-EXCEPCION
           PERFORM 129-ESCRIBIR-EXCEPCION.

      * EL ORDEN DE LOS CONTROLES FIJA EL MOTIVO CUANDO CONCURREN
      * VARIOS: LA ORDEN DE NO PAGAR PRIMERO (ES LO QUE EL CLIENTE
      * PIDIO), LUEGO EL CHEQUE YA PAGADO, LUEGO EL RANGO. UN
      * PAGADO QUE LLEVA EL MISMO LOTE Y SECUENCIA QUE ESTE
      * MOVIMIENTO ES EL MISMO PAGO REAPLICADO TRAS UN REINICIO,
      * NO UN SEGUNDO COBRO.
       258-COTEJAR-CHEQUE.
           IF REFERENCIA-MOVIMIENTO(3:6) IS NOT NUMERIC
               MOVE "CHEQUE FUERA RANGO" TO WK-MOTIVO-CHEQUE
               EXIT PARAGRAPH
           END-IF

           MOVE REFERENCIA-MOVIMIENTO(3:6) TO WK-NUMERO-CHEQUE

           IF HAY-STOP-PAGO
               MOVE CODIGO-MOVIMIENTO TO STP-CODIGO
               MOVE WK-NUMERO-CHEQUE  TO STP-CHEQUE
               READ ARCHIVO-STOP-PAGO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF STP-VIGENTE
                           MOVE "CHEQUE CON NO PAGO"
                               TO WK-MOTIVO-CHEQUE
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-IF

           IF HAY-CHEQUES-PAG
               MOVE CODIGO-MOVIMIENTO TO PAG-CODIGO
               MOVE WK-NUMERO-CHEQUE  TO PAG-CHEQUE
               READ ARCHIVO-CHEQUES-PAG
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PAG-LOTE NOT = LOTE-MOVIMIENTO
                           OR PAG-SECUENCIA NOT = SECUENCIA-MOVIMIENTO
                           MOVE "CHEQUE YA PAGADO"
                               TO WK-MOTIVO-CHEQUE
                           EXIT PARAGRAPH
                       END-IF
               END-READ
           END-IF

           IF NOT HAY-CHEQUERAS
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-CHEQUE-EN-RANGO
           PERFORM VARYING WK-IDX-CHEQUERA FROM 1 BY 1
                   UNTIL WK-IDX-CHEQUERA > CONT-CHEQUERAS
                      OR CHEQUE-EN-RANGO
               IF TCH-CODIGO(WK-IDX-CHEQUERA) = CODIGO-MOVIMIENTO
                   AND WK-NUMERO-CHEQUE >= TCH-DESDE(WK-IDX-CHEQUERA)
                   AND WK-NUMERO-CHEQUE <= TCH-HASTA(WK-IDX-CHEQUERA)
                   MOVE 'S' TO SW-CHEQUE-EN-RANGO
               END-IF
           END-PERFORM

           IF NOT CHEQUE-EN-RANGO
               MOVE "CHEQUE FUERA RANGO" TO WK-MOTIVO-CHEQUE
           END-IF.

      * RECHAZO DE CHEQUE: MISMO CAJON CONTABLE QUE LOS BLOQUEADOS
      * (COMO 252) CON SU PROPIO MOTIVO EN ERRORES-REG.DAT Y SU
      * PROPIA LINEA INFORMATIVA EN LAS ESTADISTICAS.
       259-RECHAZAR-POR-CHEQUE.
           ADD 1 TO CONT-MOV-BLOQUEADOS
           ADD 1 TO CONT-MOV-CHEQUES
           MOVE WK-MOTIVO-CHEQUE TO WK-MOTIVO-RECHAZO
           PERFORM 124-REGISTRAR-ERROR-ESTRUCT
           MOVE SPACES TO REG-ERROR
           STRING "CODIGO: " CODIGO-MOVIMIENTO
                  " RECHAZADO: " WK-MOTIVO-RECHAZO
                  " CHEQUE: " REFERENCIA-MOVIMIENTO(3:6)
                  " IMPORTE: " IMPORTE-MOVIMIENTO
                  " LOTE: " LOTE-MOVIMIENTO
                  DELIMITED BY SIZE INTO REG-ERROR
           WRITE REG-ERROR
           MOVE SPACES TO REG-EXCEPCION
           STRING "CHEQUE RECHAZADO (" WK-MOTIVO-CHEQUE
                  "), CODIGO: " CODIGO-MOVIMIENTO
                  " CHEQUE: " REFERENCIA-MOVIMIENTO(3:6)
                  DELIMITED BY SIZE INTO REG-EXCEPCION
           PERFORM 129-ESCRIBIR-EXCEPCION.

      * EL CHEQUE PAGADO QUEDA REGISTRADO PARA QUE NO PUEDA COBRARSE
      * DOS VECES. EN SIMULACION NO SE GRABA NADA; LA CLAVE
      * DUPLICADA SOLO PUEDE SER EL MISMO PAGO REAPLICADO TRAS UN
      * REINICIO (258 YA RECHAZO CUALQUIER OTRO), Y SE IGNORA.
       255-ANOTAR-CHEQUE-PAGADO.
           ADD 1 TO CONT-CHEQUES-PAGADOS

           IF ES-SIMULACION OR NOT HAY-CHEQUES-PAG
               EXIT PARAGRAPH
           END-IF

           MOVE CODIGO-MOVIMIENTO    TO PAG-CODIGO
           MOVE WK-NUMERO-CHEQUE     TO PAG-CHEQUE
           MOVE IMPORTE-MOVIMIENTO   TO PAG-IMPORTE
           MOVE FECHA-EJECUCION      TO PAG-FECHA
           MOVE LOTE-MOVIMIENTO      TO PAG-LOTE
           MOVE SECUENCIA-MOVIMIENTO TO PAG-SECUENCIA
           MOVE ID-EJECUCION         TO PAG-ID-EJECUCION
           WRITE REG-CHEQUE-PAGADO
               INVALID KEY
                   CONTINUE
           END-WRITE.

      * CAPTURA DE EMBARGO: EL INGRESO YA SE APLICO; AHORA SE
      * RETIENE (MECANISMO DE RETENCIONES DE SIEMPRE) HASTA AGOTAR
      * EL RESTANTE DEL EMBARGO. LA RETENCION ENTRA A LA TABLA EN
                       ADD 1 TO TSU-ABONOS(WK-IDX-SUC-HALLADA)
                       ADD IMPORTE-MOVIMIENTO
                           TO TSU-IMP-ABONOS(WK-IDX-SUC-HALLADA)
                       IF ES-CHEQUE
                           PERFORM 255-ANOTAR-CHEQUE-PAGADO
                       END-IF
                   END-IF
               WHEN ES-COMISION
                   ADD 1 TO CONT-MOV-APLICADOS
           MOVE LINEA-CONTADOR TO REG-SALIDA
           PERFORM 128-ESCRIBIR-LINEA-REPORTE

           MOVE "  DE ELLOS CHEQUES RECHAZADOS:" TO LCN-ETIQUETA
           MOVE CONT-MOV-CHEQUES TO LCN-NUMERO
           MOVE LINEA-CONTADOR TO REG-SALIDA
           PERFORM 128-ESCRIBIR-LINEA-REPORTE

           MOVE "CHEQUES PAGADOS:" TO LCN-ETIQUETA
           MOVE CONT-CHEQUES-PAGADOS TO LCN-NUMERO
           MOVE LINEA-CONTADOR TO REG-SALIDA
           PERFORM 128-ESCRIBIR-LINEA-REPORTE

           MOVE "CAPTURAS DE EMBARGO:" TO LCN-ETIQUETA
           MOVE CONT-CAPTURAS-EMBARGO TO LCN-NUMERO
           MOVE LINEA-CONTADOR TO REG-SALIDA
                 ARCHIVO-ALMACEN
                 ARCHIVO-NOTIFICACIONES
                 ARCHIVO-CONVERSIONES
                 ARCHIVO-DEPURADAS

           IF HAY-STOP-PAGO
               CLOSE ARCHIVO-STOP-PAGO
           END-IF
           IF HAY-CHEQUES-PAG
               CLOSE ARCHIVO-CHEQUES-PAG
           END-IF

           PERFORM 153-REESCRIBIR-EMBARGOS

           CLOSE ARCHIVO-APLICADOS
           CLOSE ARCHIVO-ALMACEN
           CLOSE ARCHIVO-NOTIFICACIONES
           CLOSE ARCHIVO-CONVERSIONES
           CLOSE ARCHIVO-DEPURADAS
           CLOSE ARCHIVO-STOP-PAGO
           CLOSE ARCHIVO-CHEQUES-PAG.
