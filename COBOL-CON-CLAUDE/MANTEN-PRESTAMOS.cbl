       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTEN-PRESTAMOS.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: MANTENIMIENTO DE PRESTAMOS AL CONSUMO
      * PROPOSITO: ADMINISTRA PRESTAMOS.DAT, EL MAESTRO DE PRESTAMOS
      *            QUE LAS SUCURSALES LLEVABAN EN PAPEL: ALTA
      *            (CUENTA DE DESEMBOLSO, PRINCIPAL, TASA NOMINAL
      *            ANUAL, PLAZO EN MESES Y PRIMER VENCIMIENTO),
      *            CANCELACION CON MOTIVO, LISTADO Y CONSULTA DEL
      *            CUADRO. AL DAR DE ALTA SE ARMA EL CUADRO DE
      *            AMORTIZACION COMPLETO (SISTEMA FRANCES, CUOTA
      *            CONSTANTE) EN CUADRO-PRESTAMOS.DAT: LA CUOTA 000
      *            ES EL DESEMBOLSO Y CADA CUOTA SIGUIENTE LLEVA SU
      *            CAPITAL Y SU INTERES POR SEPARADO. EL COBRO
      *            NOCTURNO LO HACE VENCE-CUOTAS EN LA CADENA; AQUI
      *            SOLO SE CAPTURA Y SE CONSULTA. CADA DECISION
      *            QUEDA EN PRESTAMOS-LOG.DAT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-OPERADORES
               ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

      * CERROJO DE CORRIDA: MIENTRAS LA CADENA NOCTURNA LO TENGA
      * PUESTO, EL MANTENIMIENTO EN LINEA NO TOCA EL CUADRO QUE
      * VENCE-CUOTAS ESTA RECORRIENDO.
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

           SELECT ARCHIVO-PRESTAMOS
               ASSIGN TO "PRESTAMOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PRESTAMOS.

      * EL CUADRO CRECE CON CADA ALTA (UNA FILA POR CUOTA) Y EL
      * COBRO NOCTURNO LO ACTUALIZA FILA POR FILA: VA INDEXADO POR
      * PRESTAMO + CUOTA, COMO EL HISTORICO DE APLICADOS.
           SELECT ARCHIVO-CUADRO
               ASSIGN TO "CUADRO-PRESTAMOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUA-CLAVE
               FILE STATUS IS FS-CUADRO.

           SELECT ARCHIVO-LOG
               ASSIGN TO "PRESTAMOS-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOG.

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
              88 MAESTRO-ACTIVO    VALUES 'A', ' '.
           05 FECHA-ESTADO-MAESTRO PIC 9(8).
           05 MONEDA-MAESTRO       PIC X(3).
           05 SUCURSAL-MAESTRO     PIC 9(3).
           05 PRODUCTO-MAESTRO     PIC X(2).

      * UN PRESTAMO POR LINEA. 'V' VIGENTE, 'L' LIQUIDADO (TODAS
      * SUS CUOTAS COBRADAS), 'C' CANCELADO POR VENTANILLA. EL
      * CAPITAL PENDIENTE Y LAS CUOTAS IMPAGAS LOS MANTIENE
      * VENCE-CUOTAS NOCHE A NOCHE.
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

      * UNA FILA POR CUOTA. 'P' PENDIENTE, 'E' EMITIDA A LA MEZCLA
      * (ESPERANDO EL RESULTADO DEL CRUZADO), 'C' COBRADA, 'I'
      * IMPAGA (SE VUELVE A PRESENTAR CADA NOCHE). CADA PIERNA
      * (CAPITAL E INTERES) LLEVA SU PROPIA MARCA DE COBRO, PARA NO
      * VOLVER A COBRAR LA QUE YA ENTRO, Y LA FILA CUENTA CUANTAS
      * VECES REBOTO.
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
           05 CUA-COBRO-CAPITAL    PIC X(1).
           05 CUA-COBRO-INTERES    PIC X(1).
           05 CUA-FECHA-EMISION    PIC 9(8).
           05 CUA-FECHA-COBRO      PIC 9(8).
           05 CUA-VECES-IMPAGA     PIC 9(2).

       FD  ARCHIVO-LOG.
       01  REG-LOG.
           05 LOG-FECHA            PIC 9(8).
           05 LOG-HORA             PIC 9(6).
           05 LOG-OPERADOR         PIC X(8).
           05 LOG-ACCION           PIC X(10).
           05 LOG-NUMERO           PIC 9(5).
           05 LOG-CUENTA           PIC 9(5).
           05 LOG-IMPORTE          PIC 9(7)V99.
           05 LOG-MOTIVO           PIC X(30).
           05 LOG-SECUENCIA        PIC 9(9).
           05 LOG-SELLO            PIC 9(18).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-OPERADORES        PIC XX.
           05 FS-MAESTRO           PIC XX.
           05 FS-PRESTAMOS         PIC XX.
           05 FS-CUADRO            PIC XX.
           05 FS-LOG               PIC XX.

       01  SWITCHES.
           05 SW-OPERADOR-VALIDO   PIC X VALUE 'N'.
              88 OPERADOR-VALIDO   VALUE 'S'.
           05 SW-FIN-PRESTAMOS     PIC X VALUE 'N'.
              88 FIN-PRESTAMOS     VALUE 'S'.
           05 SW-FIN-CUADRO        PIC X VALUE 'N'.
              88 FIN-CUADRO        VALUE 'S'.

       01  CONTADORES.
           05 CONT-ALTAS           PIC 9(5) VALUE ZEROS.
           05 CONT-CANCELADOS      PIC 9(5) VALUE ZEROS.

       01  WK-MAX-PRESTAMOS        PIC 9(4) VALUE 2000.
       01  CONT-PRESTAMOS          PIC 9(4) VALUE ZEROS.
       01  TABLA-PRESTAMOS.
           05 ENTRADA-PRESTAMO     OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON CONT-PRESTAMOS.
              10 TP-NUMERO         PIC 9(5).
              10 TP-CUENTA         PIC 9(5).
              10 TP-PRINCIPAL      PIC 9(7)V99.
              10 TP-TASA           PIC 9V9(4).
              10 TP-PLAZO          PIC 9(3).
              10 TP-ALTA           PIC 9(8).
              10 TP-PRIMER-VTO     PIC 9(8).
              10 TP-CUOTA          PIC 9(7)V99.
              10 TP-PENDIENTE      PIC 9(7)V99.
              10 TP-IMPAGAS        PIC 9(3).
              10 TP-ESTADO         PIC X(1).
                 88 TP-VIGENTE     VALUE 'V'.
              10 TP-MONEDA         PIC X(3).
              10 TP-SUCURSAL       PIC 9(3).

       01  WK-INDICE               PIC 9(4) VALUE ZEROS.
       01  WK-NUMERO-MAYOR         PIC 9(5) VALUE ZEROS.
       01  WK-ACCION               PIC X(1) VALUE SPACE.
           88 ACCION-ALTA          VALUE 'A'.
           88 ACCION-CANCELAR      VALUE 'C'.
           88 ACCION-LISTAR        VALUE 'L'.
           88 ACCION-CUADRO        VALUE 'V'.
           88 ACCION-FIN           VALUE 'F'.
       01  WK-CUENTA-PEDIDA        PIC 9(5) VALUE ZEROS.
       01  WK-PRINCIPAL            PIC 9(7)V99 VALUE ZEROS.
       01  WK-TASA                 PIC 9V9(4) VALUE ZEROS.
       01  WK-PLAZO                PIC 9(3) VALUE ZEROS.
       01  WK-PRIMER-VTO           PIC 9(8) VALUE ZEROS.
       01  WK-NUMERO-PEDIDO        PIC 9(5) VALUE ZEROS.
       01  WK-MOTIVO               PIC X(30) VALUE SPACES.
       01  WK-OPERADOR             PIC X(8) VALUE SPACES.
       01  WK-IMPORTE-EDITADO      PIC Z,ZZZ,ZZ9.99.
       01  WK-CAPITAL-EDITADO      PIC Z,ZZZ,ZZ9.99.
       01  WK-INTERES-EDITADO      PIC Z,ZZZ,ZZ9.99.

      * CALCULO DEL CUADRO: CUOTA FRANCESA
      *     CUOTA = P * I / (1 - (1 + I) ** -N)
      * CON I = TASA ANUAL / 12. CADA MES EL INTERES SE CALCULA
      * SOBRE EL CAPITAL PENDIENTE Y EL RESTO DE LA CUOTA AMORTIZA;
      * LA ULTIMA CUOTA SE AJUSTA PARA CANCELAR EL REDONDEO.
       01  CALCULO-CUADRO.
           05 WK-TASA-MENSUAL      PIC 9V9(8) VALUE ZEROS.
           05 WK-FACTOR            PIC 9(5)V9(8) VALUE ZEROS.
           05 WK-CUOTA             PIC 9(7)V99 VALUE ZEROS.
           05 WK-PENDIENTE         PIC 9(7)V99 VALUE ZEROS.
           05 WK-INTERES-CUOTA     PIC 9(7)V99 VALUE ZEROS.
           05 WK-CAPITAL-CUOTA     PIC 9(7)V99 VALUE ZEROS.
           05 WK-NRO-CUOTA         PIC 9(3) VALUE ZEROS.
           05 WK-TOTAL-INTERESES   PIC 9(9)V99 VALUE ZEROS.

      * FECHA DE CADA VENCIMIENTO: MISMO DIA DEL MES QUE EL PRIMERO,
      * RECORTADO AL ULTIMO DIA CUANDO EL MES ES MAS CORTO.
       01  WK-FECHA-VTO.
           05 WK-VTO-ANIO          PIC 9(4).
           05 WK-VTO-MES           PIC 9(2).
           05 WK-VTO-DIA           PIC 9(2).
       01  WK-FECHA-VTO-NUM REDEFINES WK-FECHA-VTO PIC 9(8).
       01  WK-DIA-PACTADO          PIC 9(2) VALUE ZEROS.
       01  WK-FECHA-AUX.
           05 WK-AUX-ANIO          PIC 9(4).
           05 WK-AUX-MES           PIC 9(2).
           05 WK-AUX-DIA           PIC 9(2).
       01  WK-FECHA-AUX-NUM REDEFINES WK-FECHA-AUX PIC 9(8).
       01  WK-DIA-ENTERO           PIC 9(7) VALUE ZEROS.
       01  WK-ULTIMO-DIA           PIC 9(2) VALUE ZEROS.

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
           "MANTEN-PRESTAMOS".
       01  WK-CLAVE-VEREDICTO      PIC X(1) VALUE SPACE.
           88 CLAVE-ACEPTADA       VALUE 'S'.

       01  FS-CERROJO              PIC XX.
       01  WK-RESPUESTA-CERROJO    PIC X(1) VALUE SPACE.

      * BITACORA SELLADA (VER SELLA-BITACORA): NOMBRE DEL ARCHIVO
      * Y POSICIONES DE DATOS ANTES DE LA SECUENCIA Y EL SELLO.
       01  WK-SELLO-BITACORA       PIC X(30) VALUE
           "PRESTAMOS-LOG.DAT".
       01  WK-SELLO-LARGO          PIC 9(3) VALUE 081.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 200-CICLO-DE-MANTENIMIENTO
           PERFORM 300-FINALIZAR
           STOP RUN.

       100-INICIALIZAR.
           DISPLAY "========================================"
           DISPLAY "  MANTENIMIENTO DE PRESTAMOS"
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

           OPEN INPUT ARCHIVO-MAESTRO

           IF FS-MAESTRO NOT = '00'
               DISPLAY "ERROR ABRIENDO MAESTRO: " FS-MAESTRO
               STOP RUN
           END-IF

           PERFORM 110-CARGAR-PRESTAMOS

      * LA PRIMERA ALTA DE LA INSTALACION CREA EL CUADRO VACIO.
           OPEN I-O ARCHIVO-CUADRO

           IF FS-CUADRO = '35'
               OPEN OUTPUT ARCHIVO-CUADRO
               CLOSE ARCHIVO-CUADRO
               OPEN I-O ARCHIVO-CUADRO
           END-IF

           IF FS-CUADRO NOT = '00'
               DISPLAY "ERROR ABRIENDO CUADRO-PRESTAMOS: " FS-CUADRO
               STOP RUN
           END-IF

           OPEN EXTEND ARCHIVO-LOG

           IF FS-LOG = '35'
               OPEN OUTPUT ARCHIVO-LOG
               CLOSE ARCHIVO-LOG
               OPEN EXTEND ARCHIVO-LOG
           END-IF

           IF FS-LOG NOT = '00'
               DISPLAY "ERROR ABRIENDO PRESTAMOS-LOG: " FS-LOG
               STOP RUN
           END-IF.

       110-CARGAR-PRESTAMOS.
           OPEN INPUT ARCHIVO-PRESTAMOS

           IF FS-PRESTAMOS = '35'
               EXIT PARAGRAPH
           END-IF

           IF FS-PRESTAMOS NOT = '00'
               DISPLAY "ERROR ABRIENDO PRESTAMOS: " FS-PRESTAMOS
               STOP RUN
           END-IF

           PERFORM UNTIL FIN-PRESTAMOS
                   OR CONT-PRESTAMOS >= WK-MAX-PRESTAMOS
               READ ARCHIVO-PRESTAMOS
                   AT END
                       MOVE 'S' TO SW-FIN-PRESTAMOS
                   NOT AT END
                       ADD 1 TO CONT-PRESTAMOS
                       MOVE PRE-NUMERO
                           TO TP-NUMERO(CONT-PRESTAMOS)
                       MOVE PRE-CODIGO-CUENTA
                           TO TP-CUENTA(CONT-PRESTAMOS)
                       MOVE PRE-PRINCIPAL
                           TO TP-PRINCIPAL(CONT-PRESTAMOS)
                       MOVE PRE-TASA TO TP-TASA(CONT-PRESTAMOS)
                       MOVE PRE-PLAZO-MESES
                           TO TP-PLAZO(CONT-PRESTAMOS)
                       MOVE PRE-FECHA-ALTA
                           TO TP-ALTA(CONT-PRESTAMOS)
                       MOVE PRE-PRIMER-VENCIMIENTO
                           TO TP-PRIMER-VTO(CONT-PRESTAMOS)
                       MOVE PRE-CUOTA TO TP-CUOTA(CONT-PRESTAMOS)
                       MOVE PRE-CAPITAL-PENDIENTE
                           TO TP-PENDIENTE(CONT-PRESTAMOS)
                       MOVE PRE-CUOTAS-IMPAGAS
                           TO TP-IMPAGAS(CONT-PRESTAMOS)
                       MOVE PRE-ESTADO TO TP-ESTADO(CONT-PRESTAMOS)
                       MOVE PRE-MONEDA TO TP-MONEDA(CONT-PRESTAMOS)
                       MOVE PRE-SUCURSAL
                           TO TP-SUCURSAL(CONT-PRESTAMOS)
                       IF PRE-NUMERO > WK-NUMERO-MAYOR
                           MOVE PRE-NUMERO TO WK-NUMERO-MAYOR
                       END-IF
               END-READ
           END-PERFORM

      * CON LA TABLA LLENA NO SE PUEDE REESCRIBIR EL MAESTRO DE
      * PRESTAMOS SIN PERDER LOS QUE QUEDARON FUERA.
           IF NOT FIN-PRESTAMOS
               READ ARCHIVO-PRESTAMOS
                   AT END
                       MOVE 'S' TO SW-FIN-PRESTAMOS
               END-READ
           END-IF

           IF NOT FIN-PRESTAMOS
               DISPLAY "*** PRESTAMOS.DAT EXCEDE " WK-MAX-PRESTAMOS
                       " PRESTAMOS: AMPLIE LA TABLA ***"
               STOP RUN
           END-IF

           CLOSE ARCHIVO-PRESTAMOS.

       200-CICLO-DE-MANTENIMIENTO.
           MOVE SPACE TO WK-ACCION
           PERFORM UNTIL ACCION-FIN
               DISPLAY " "
               DISPLAY "A=ALTA C=CANCELAR L=LISTAR V=VER CUADRO"
                       " F=FIN: "
               ACCEPT WK-ACCION
               EVALUATE TRUE
                   WHEN ACCION-ALTA
                       PERFORM 210-ALTA-PRESTAMO
                   WHEN ACCION-CANCELAR
                       PERFORM 220-CANCELAR-PRESTAMO
                   WHEN ACCION-LISTAR
                       PERFORM 230-LISTAR-PRESTAMOS
                   WHEN ACCION-CUADRO
                       PERFORM 240-VER-CUADRO
                   WHEN ACCION-FIN
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ACCION NO RECONOCIDA"
               END-EVALUATE
           END-PERFORM.

       210-ALTA-PRESTAMO.
           IF CONT-PRESTAMOS >= WK-MAX-PRESTAMOS
               DISPLAY "TABLA DE PRESTAMOS LLENA"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CUENTA DE DESEMBOLSO Y COBRO (5 DIGITOS): "
           ACCEPT WK-CUENTA-PEDIDA
           MOVE WK-CUENTA-PEDIDA TO CODIGO-MAESTRO
           READ ARCHIVO-MAESTRO
               INVALID KEY
                   DISPLAY "LA CUENTA " WK-CUENTA-PEDIDA
                           " NO EXISTE"
                   EXIT PARAGRAPH
           END-READ

           IF NOT MAESTRO-ACTIVO
               DISPLAY "LA CUENTA DE DESEMBOLSO NO ESTA ACTIVA"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "PRINCIPAL (9999999.99): "
           ACCEPT WK-PRINCIPAL
           DISPLAY "TASA NOMINAL ANUAL (EJ. 0.0750): "
           ACCEPT WK-TASA
           DISPLAY "PLAZO EN MESES (1-360): "
           ACCEPT WK-PLAZO
           DISPLAY "PRIMER VENCIMIENTO (AAAAMMDD): "
           ACCEPT WK-PRIMER-VTO

           IF WK-PRINCIPAL = ZEROS
               OR WK-PLAZO = ZEROS OR WK-PLAZO > 360
               OR WK-PRIMER-VTO <= FECHA-SESION
               DISPLAY "PRINCIPAL EN CERO, PLAZO FUERA DE RANGO O"
                       " PRIMER VENCIMIENTO NO FUTURO: ALTA CANCELADA"
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION INTEGER-OF-DATE(WK-PRIMER-VTO) = ZEROS
               DISPLAY "FECHA DE PRIMER VENCIMIENTO INVALIDA"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-PRESTAMOS
           ADD 1 TO WK-NUMERO-MAYOR
           MOVE WK-NUMERO-MAYOR  TO TP-NUMERO(CONT-PRESTAMOS)
           MOVE WK-CUENTA-PEDIDA TO TP-CUENTA(CONT-PRESTAMOS)
           MOVE WK-PRINCIPAL     TO TP-PRINCIPAL(CONT-PRESTAMOS)
           MOVE WK-TASA          TO TP-TASA(CONT-PRESTAMOS)
           MOVE WK-PLAZO         TO TP-PLAZO(CONT-PRESTAMOS)
           MOVE FECHA-SESION     TO TP-ALTA(CONT-PRESTAMOS)
           MOVE WK-PRIMER-VTO    TO TP-PRIMER-VTO(CONT-PRESTAMOS)
           MOVE WK-PRINCIPAL     TO TP-PENDIENTE(CONT-PRESTAMOS)
           MOVE ZEROS            TO TP-IMPAGAS(CONT-PRESTAMOS)
           MOVE 'V'              TO TP-ESTADO(CONT-PRESTAMOS)
           IF MONEDA-MAESTRO = SPACES
               MOVE 'EUR' TO TP-MONEDA(CONT-PRESTAMOS)
           ELSE
               MOVE MONEDA-MAESTRO TO TP-MONEDA(CONT-PRESTAMOS)
           END-IF
           MOVE SUCURSAL-MAESTRO TO TP-SUCURSAL(CONT-PRESTAMOS)

           PERFORM 250-ARMAR-CUADRO
           MOVE WK-CUOTA TO TP-CUOTA(CONT-PRESTAMOS)

           ADD 1 TO CONT-ALTAS
           MOVE "ALTA" TO LOG-ACCION
           MOVE WK-NUMERO-MAYOR  TO LOG-NUMERO
           MOVE WK-CUENTA-PEDIDA TO LOG-CUENTA
           MOVE WK-PRINCIPAL     TO LOG-IMPORTE
           MOVE SPACES           TO LOG-MOTIVO
           PERFORM 260-ESCRIBIR-LOG

           MOVE WK-CUOTA TO WK-IMPORTE-EDITADO
           DISPLAY "PRESTAMO " WK-NUMERO-MAYOR " DADO DE ALTA: "
                   WK-PLAZO " CUOTAS DE " WK-IMPORTE-EDITADO
           MOVE WK-TOTAL-INTERESES TO WK-IMPORTE-EDITADO
           DISPLAY "INTERES TOTAL DEL CUADRO: " WK-IMPORTE-EDITADO
           DISPLAY "EL DESEMBOLSO SE ABONA EN LA CADENA DE ESTA"
                   " NOCHE".

       220-CANCELAR-PRESTAMO.
           DISPLAY "NUMERO DE PRESTAMO A CANCELAR: "
           ACCEPT WK-NUMERO-PEDIDO
           DISPLAY "MOTIVO DE LA CANCELACION (OBLIGATORIO): "
           ACCEPT WK-MOTIVO

           IF WK-MOTIVO = SPACES
               DISPLAY "SIN MOTIVO NO SE CANCELA"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-PRESTAMOS
               IF TP-NUMERO(WK-INDICE) = WK-NUMERO-PEDIDO
                   AND TP-VIGENTE(WK-INDICE)
                   MOVE 'C' TO TP-ESTADO(WK-INDICE)
                   ADD 1 TO CONT-CANCELADOS
                   MOVE "CANCELADO" TO LOG-ACCION
                   MOVE TP-NUMERO(WK-INDICE) TO LOG-NUMERO
                   MOVE TP-CUENTA(WK-INDICE) TO LOG-CUENTA
                   MOVE TP-PENDIENTE(WK-INDICE) TO LOG-IMPORTE
                   MOVE WK-MOTIVO TO LOG-MOTIVO
                   PERFORM 260-ESCRIBIR-LOG
                   MOVE TP-PENDIENTE(WK-INDICE) TO WK-IMPORTE-EDITADO
                   DISPLAY "PRESTAMO CANCELADO: NO SE PRESENTAN MAS"
                           " CUOTAS. CAPITAL PENDIENTE "
                           WK-IMPORTE-EDITADO
                           " A SALDAR POR VENTANILLA"
               END-IF
           END-PERFORM.

       230-LISTAR-PRESTAMOS.
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-PRESTAMOS
               IF TP-VIGENTE(WK-INDICE)
                   MOVE TP-PENDIENTE(WK-INDICE)
                       TO WK-IMPORTE-EDITADO
                   MOVE TP-CUOTA(WK-INDICE) TO WK-CAPITAL-EDITADO
                   DISPLAY "  " TP-NUMERO(WK-INDICE)
                           " CTA " TP-CUENTA(WK-INDICE)
                           " PENDIENTE " WK-IMPORTE-EDITADO
                           " CUOTA " WK-CAPITAL-EDITADO
                           " IMPAGAS " TP-IMPAGAS(WK-INDICE)
               END-IF
           END-PERFORM.

       240-VER-CUADRO.
           DISPLAY "NUMERO DE PRESTAMO: "
           ACCEPT WK-NUMERO-PEDIDO

           MOVE WK-NUMERO-PEDIDO TO CUA-NUMERO
           MOVE ZEROS TO CUA-CUOTA
           MOVE 'N' TO SW-FIN-CUADRO
           START ARCHIVO-CUADRO KEY IS >= CUA-CLAVE
               INVALID KEY
                   DISPLAY "SIN CUADRO PARA EL PRESTAMO "
                           WK-NUMERO-PEDIDO
                   EXIT PARAGRAPH
           END-START

           DISPLAY "CUOTA VENCIMIENTO       CAPITAL       INTERES"
                   " EST"
           PERFORM UNTIL FIN-CUADRO
               READ ARCHIVO-CUADRO NEXT RECORD
                   AT END
                       MOVE 'S' TO SW-FIN-CUADRO
                   NOT AT END
                       IF CUA-NUMERO NOT = WK-NUMERO-PEDIDO
                           MOVE 'S' TO SW-FIN-CUADRO
                       ELSE
                           MOVE CUA-CAPITAL TO WK-CAPITAL-EDITADO
                           MOVE CUA-INTERES TO WK-INTERES-EDITADO
                           DISPLAY "  " CUA-CUOTA "  "
                                   CUA-FECHA-VENCIMIENTO " "
                                   WK-CAPITAL-EDITADO " "
                                   WK-INTERES-EDITADO "  "
                                   CUA-ESTADO
                       END-IF
               END-READ
           END-PERFORM.

      * LA CUOTA 000 ES EL DESEMBOLSO (CAPITAL = PRINCIPAL, SE ABONA
      * A LA CUENTA); DE LA 001 A LA N, LAS CUOTAS MENSUALES.
       250-ARMAR-CUADRO.
           COMPUTE WK-TASA-MENSUAL ROUNDED = WK-TASA / 12
           IF WK-TASA-MENSUAL = ZEROS
               COMPUTE WK-CUOTA ROUNDED = WK-PRINCIPAL / WK-PLAZO
           ELSE
               COMPUTE WK-FACTOR ROUNDED =
                   (1 + WK-TASA-MENSUAL) ** WK-PLAZO
               COMPUTE WK-CUOTA ROUNDED =
                   WK-PRINCIPAL * WK-TASA-MENSUAL * WK-FACTOR
                   / (WK-FACTOR - 1)
           END-IF

           MOVE ZEROS TO WK-TOTAL-INTERESES
           MOVE WK-NUMERO-MAYOR TO CUA-NUMERO
           MOVE ZEROS           TO CUA-CUOTA
           MOVE FECHA-SESION    TO CUA-FECHA-VENCIMIENTO
           MOVE WK-PRINCIPAL    TO CUA-CAPITAL
           MOVE ZEROS           TO CUA-INTERES
           MOVE WK-PRINCIPAL    TO CUA-CAPITAL-PENDIENTE
           PERFORM 255-GRABAR-FILA-CUADRO

           MOVE WK-PRINCIPAL TO WK-PENDIENTE
           MOVE WK-PRIMER-VTO TO WK-FECHA-VTO-NUM
           MOVE WK-VTO-DIA TO WK-DIA-PACTADO
           PERFORM VARYING WK-NRO-CUOTA FROM 1 BY 1
                   UNTIL WK-NRO-CUOTA > WK-PLAZO
               COMPUTE WK-INTERES-CUOTA ROUNDED =
                   WK-PENDIENTE * WK-TASA-MENSUAL
               IF WK-NRO-CUOTA = WK-PLAZO
                   OR WK-CUOTA - WK-INTERES-CUOTA > WK-PENDIENTE
                   MOVE WK-PENDIENTE TO WK-CAPITAL-CUOTA
               ELSE
                   COMPUTE WK-CAPITAL-CUOTA =
                       WK-CUOTA - WK-INTERES-CUOTA
               END-IF
               SUBTRACT WK-CAPITAL-CUOTA FROM WK-PENDIENTE
               ADD WK-INTERES-CUOTA TO WK-TOTAL-INTERESES

               MOVE WK-NRO-CUOTA      TO CUA-CUOTA
               MOVE WK-FECHA-VTO-NUM  TO CUA-FECHA-VENCIMIENTO
               MOVE WK-CAPITAL-CUOTA  TO CUA-CAPITAL
               MOVE WK-INTERES-CUOTA  TO CUA-INTERES
               MOVE WK-PENDIENTE      TO CUA-CAPITAL-PENDIENTE
               PERFORM 255-GRABAR-FILA-CUADRO
               PERFORM 257-SIGUIENTE-VENCIMIENTO
           END-PERFORM.

      * UNA PIERNA EN CERO (INTERES DE UNA TASA CERO) NACE COBRADA:
      * NO HAY NADA QUE PRESENTAR.
       255-GRABAR-FILA-CUADRO.
           MOVE 'P'   TO CUA-ESTADO
           MOVE 'N'   TO CUA-COBRO-CAPITAL
           MOVE 'N'   TO CUA-COBRO-INTERES
           IF CUA-CAPITAL = ZEROS
               MOVE 'S' TO CUA-COBRO-CAPITAL
           END-IF
           IF CUA-INTERES = ZEROS
               MOVE 'S' TO CUA-COBRO-INTERES
           END-IF
           MOVE ZEROS TO CUA-FECHA-EMISION
           MOVE ZEROS TO CUA-FECHA-COBRO
           MOVE ZEROS TO CUA-VECES-IMPAGA
           WRITE REG-CUADRO
               INVALID KEY
                   DISPLAY "*** CUOTA " CUA-CUOTA " DEL PRESTAMO "
                           CUA-NUMERO " YA EXISTIA EN EL CUADRO ***"
           END-WRITE.

      * AVANZA UN MES CONSERVANDO EL DIA PACTADO; EN UN MES MAS
      * CORTO SE VENCE EL ULTIMO DIA (EL DIA ANTERIOR AL PRIMERO
      * DEL MES SIGUIENTE).
       257-SIGUIENTE-VENCIMIENTO.
           ADD 1 TO WK-VTO-MES
           IF WK-VTO-MES > 12
               MOVE 1 TO WK-VTO-MES
               ADD 1 TO WK-VTO-ANIO
           END-IF

           MOVE WK-VTO-ANIO TO WK-AUX-ANIO
           COMPUTE WK-AUX-MES = WK-VTO-MES + 1
           IF WK-AUX-MES > 12
               MOVE 1 TO WK-AUX-MES
               ADD 1 TO WK-AUX-ANIO
           END-IF
           MOVE 1 TO WK-AUX-DIA
           COMPUTE WK-DIA-ENTERO =
               FUNCTION INTEGER-OF-DATE(WK-FECHA-AUX-NUM) - 1
           COMPUTE WK-FECHA-AUX-NUM =
               FUNCTION DATE-OF-INTEGER(WK-DIA-ENTERO)
           MOVE WK-AUX-DIA TO WK-ULTIMO-DIA

           IF WK-DIA-PACTADO > WK-ULTIMO-DIA
               MOVE WK-ULTIMO-DIA TO WK-VTO-DIA
           ELSE
               MOVE WK-DIA-PACTADO TO WK-VTO-DIA
           END-IF.

       260-ESCRIBIR-LOG.
           MOVE FECHA-SESION     TO LOG-FECHA
           MOVE HORA-SESION(1:6) TO LOG-HORA
           MOVE WK-OPERADOR      TO LOG-OPERADOR
           CALL "SELLA-BITACORA" USING WK-SELLO-BITACORA
                                       REG-LOG
                                       WK-SELLO-LARGO
                                       LOG-SECUENCIA
                                       LOG-SELLO
           IF LOG-SECUENCIA = ZEROS
               DISPLAY "ERROR: SIN SELLO PARA "
                       WK-SELLO-BITACORA
               DISPLAY "NO SE GRABA; PROCESO DETENIDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE REG-LOG.

       300-FINALIZAR.
           CLOSE ARCHIVO-MAESTRO
                 ARCHIVO-CUADRO
                 ARCHIVO-LOG

           OPEN OUTPUT ARCHIVO-PRESTAMOS

           IF FS-PRESTAMOS NOT = '00'
               DISPLAY "ERROR REESCRIBIENDO PRESTAMOS: " FS-PRESTAMOS
               STOP RUN
           END-IF

           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-PRESTAMOS
               MOVE TP-NUMERO(WK-INDICE)     TO PRE-NUMERO
               MOVE TP-CUENTA(WK-INDICE)     TO PRE-CODIGO-CUENTA
               MOVE TP-PRINCIPAL(WK-INDICE)  TO PRE-PRINCIPAL
               MOVE TP-TASA(WK-INDICE)       TO PRE-TASA
               MOVE TP-PLAZO(WK-INDICE)      TO PRE-PLAZO-MESES
               MOVE TP-ALTA(WK-INDICE)       TO PRE-FECHA-ALTA
               MOVE TP-PRIMER-VTO(WK-INDICE)
                   TO PRE-PRIMER-VENCIMIENTO
               MOVE TP-CUOTA(WK-INDICE)      TO PRE-CUOTA
               MOVE TP-PENDIENTE(WK-INDICE)
                   TO PRE-CAPITAL-PENDIENTE
               MOVE TP-IMPAGAS(WK-INDICE)    TO PRE-CUOTAS-IMPAGAS
               MOVE TP-ESTADO(WK-INDICE)     TO PRE-ESTADO
               MOVE TP-MONEDA(WK-INDICE)     TO PRE-MONEDA
               MOVE TP-SUCURSAL(WK-INDICE)   TO PRE-SUCURSAL
               WRITE REG-PRESTAMO
           END-PERFORM

           CLOSE ARCHIVO-PRESTAMOS

           DISPLAY " "
           DISPLAY "ALTAS DE PRESTAMO:     " CONT-ALTAS
           DISPLAY "CANCELACIONES:         " CONT-CANCELADOS
           DISPLAY "CONSTANCIA EN: PRESTAMOS-LOG.DAT".

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
               MOVE "MANTEN-PRESTAMOS" TO INT-PROGRAMA
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
               DISPLAY "SUPERVISOR: TOMAR LOS PRESTAMOS IGUAL,"
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
