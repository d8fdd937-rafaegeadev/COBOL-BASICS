       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRA-CAJA.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: PANTALLA DE CAJA DEL CAJERO DE VENTANILLA
      * PROPOSITO: EL EFECTIVO QUE ENTRA Y SALE POR VENTANILLA LLEGA
      *            COMO CARGOS Y ABONOS CON REFERENCIA "EF" MAS EL
      *            CAJERO; LO QUE FALTA PARA CUADRAR CADA CAJA ES LO
      *            QUE EL CAJERO TIENE EN LA MANO. AQUI CADA CAJERO
      *            LLEVA SU CAJA DEL DIA EN CAJAS.DAT:
      *            A  ABRIR: TURNO (MAÑANA O TARDE) Y FONDO INICIAL.
      *            B  BOVEDA: CADA TRASPASO DE EFECTIVO DESDE LA
      *               BOVEDA A LA CAJA O DE LA CAJA A LA BOVEDA.
      *            C  CERRAR: EL EFECTIVO CONTADO AL CIERRE. EL
      *               CAJERO CUENTA A CIEGAS: LA PANTALLA NO LE DICE
      *               CUANTO DEBERIA TENER.
      *            R  REABRIR (SUPERVISOR): UNA CAJA CERRADA CON UN
      *               ARQUEO MAL TECLEADO VUELVE A QUEDAR ABIERTA.
      *            L  LISTAR LAS CAJAS DEL DIA DE LA SUCURSAL.
      *            EL CAJERO ES EL PROPIO OPERADOR (SU IDENTIFICADOR
      *            DEBE CABER EN LAS 6 POSICIONES DE LA REFERENCIA);
      *            UN SUPERVISOR PUEDE LLEVAR LA CAJA DE OTRO. ESA
      *            NOCHE CUADRA-CAJAS COMPARA LO CONTADO CON LO QUE
      *            LA CAJA DEBIA TENER. CADA PASO QUEDA EN
      *            CAJAS-GESTIONES.DAT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-OPERADORES
               ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

      * CERROJO DE CORRIDA: MIENTRAS LA CADENA NOCTURNA LO TENGA
      * PUESTO NO SE TOCAN LAS CAJAS (CUADRA-CAJAS LAS DEPURA).
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

           SELECT ARCHIVO-CAJAS
               ASSIGN TO "CAJAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAJAS.

           SELECT ARCHIVO-GESTIONES
               ASSIGN TO "CAJAS-GESTIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GESTIONES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-OPERADORES.
       01  REG-OPERADOR.
           05 OPE-ID               PIC X(8).
           05 OPE-NOMBRE           PIC X(30).
      * NIVEL DE AUTORIZACION: 1 CONSULTA, 2 OPERACION, 3
      * SUPERVISOR. EN BLANCO (TABLA ANTERIOR AL CAMPO) SE ADMITE
      * COMO SUPERVISOR, CON AVISO, MIENTRAS SE CONVIERTE LA TABLA.
           05 OPE-NIVEL            PIC X(1).
      * OPE-SUCURSAL ES LA OFICINA DONDE TRABAJA EL OPERADOR: ES LA
      * SUCURSAL DE SU CAJA.
           05 OPE-SUCURSAL         PIC X(3).
      * OPE-ESTADO 'B': OPERADOR DADO DE BAJA (YA NO TRABAJA EN LA
      * CASA), NINGUN PROGRAMA LO ADMITE.
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

      * UNA CAJA POR DIA, SUCURSAL Y CAJERO. ESTADOS: 'A' ABIERTA,
      * 'C' CERRADA CON SU ARQUEO. LOS TRASPASOS CON LA BOVEDA SE
      * ACUMULAN EN LA CAJA; EL DETALLE QUEDA EN LAS GESTIONES.
       FD  ARCHIVO-CAJAS.
       01  REG-CAJA.
           05 CAJ-FECHA            PIC 9(8).
           05 CAJ-SUCURSAL         PIC 9(3).
           05 CAJ-CAJERO           PIC X(6).
           05 CAJ-TURNO            PIC X(1).
           05 CAJ-FONDO            PIC 9(7)V99.
           05 CAJ-DE-BOVEDA        PIC 9(7)V99.
           05 CAJ-A-BOVEDA         PIC 9(7)V99.
           05 CAJ-ARQUEO           PIC 9(7)V99.
           05 CAJ-ESTADO           PIC X(1).
           05 CAJ-OPERADOR-APERTURA PIC X(8).
           05 CAJ-HORA-APERTURA    PIC 9(6).
           05 CAJ-OPERADOR-CIERRE  PIC X(8).
           05 CAJ-HORA-CIERRE      PIC 9(6).

       FD  ARCHIVO-GESTIONES.
       01  REG-GESTION.
           05 GES-FECHA            PIC 9(8).
           05 GES-HORA             PIC 9(6).
           05 GES-OPERADOR         PIC X(8).
           05 GES-SUCURSAL         PIC 9(3).
           05 GES-CAJERO           PIC X(6).
           05 GES-ACCION           PIC X(10).
           05 GES-IMPORTE          PIC 9(7)V99.
           05 GES-SECUENCIA        PIC 9(9).
           05 GES-SELLO            PIC 9(18).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-OPERADORES        PIC XX.
           05 FS-CAJAS             PIC XX.
           05 FS-GESTIONES         PIC XX.

       01  SWITCHES.
           05 SW-OPERADOR-VALIDO   PIC X VALUE 'N'.
              88 OPERADOR-VALIDO   VALUE 'S'.
           05 SW-FIN-CAJAS         PIC X VALUE 'N'.
              88 FIN-CAJAS         VALUE 'S'.
           05 SW-HALLADO           PIC X VALUE 'N'.
              88 HALLADO           VALUE 'S'.
           05 SW-GUARDADO          PIC X VALUE 'N'.
              88 CAJA-GUARDADA     VALUE 'S'.

       01  CONTADORES.
           05 CONT-APERTURAS       PIC 9(3) VALUE ZEROS.
           05 CONT-TRASPASOS       PIC 9(3) VALUE ZEROS.
           05 CONT-CIERRES         PIC 9(3) VALUE ZEROS.
           05 CONT-REAPERTURAS     PIC 9(3) VALUE ZEROS.

      * LAS CAJAS SE RELEEN ENTERAS ANTES DE CADA GUARDADO (OTRO
      * CAJERO PUDO GUARDAR LA SUYA ENTRE TANTO). CON LA TABLA LLENA
      * NO SE REESCRIBE NADA: LO QUE QUEDARA FUERA DESAPARECERIA.
       01  WK-MAX-CAJAS            PIC 9(4) VALUE 5000.
       01  CONT-CAJAS              PIC 9(4) VALUE ZEROS.
       01  TABLA-CAJAS.
           05 ENTRADA-CAJA         OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-CAJAS.
              10 TC-FECHA          PIC 9(8).
              10 TC-SUCURSAL       PIC 9(3).
              10 TC-CAJERO         PIC X(6).
              10 TC-TURNO          PIC X(1).
              10 TC-FONDO          PIC 9(7)V99.
              10 TC-DE-BOVEDA      PIC 9(7)V99.
              10 TC-A-BOVEDA       PIC 9(7)V99.
              10 TC-ARQUEO         PIC 9(7)V99.
              10 TC-ESTADO         PIC X(1).
                 88 TC-ABIERTA     VALUE 'A'.
                 88 TC-CERRADA     VALUE 'C'.
              10 TC-OPERADOR-APERTURA PIC X(8).
              10 TC-HORA-APERTURA  PIC 9(6).
              10 TC-OPERADOR-CIERRE PIC X(8).
              10 TC-HORA-CIERRE    PIC 9(6).
       01  WK-IDX-CAJA             PIC 9(4) VALUE ZEROS.
       01  WK-IDX-CAJA-ACTUAL      PIC 9(4) VALUE ZEROS.

      * LA CAJA EN LA QUE SE TRABAJA Y LO QUE SE VA A GUARDAR.
       01  DATOS-CAJA.
           05 WK-CAJERO            PIC X(6) VALUE SPACES.
           05 WK-SUCURSAL-CAJA     PIC 9(3) VALUE ZEROS.
           05 WK-TURNO             PIC X(1) VALUE SPACE.
              88 TURNO-VALIDO      VALUES 'M', 'T'.
           05 WK-IMPORTE           PIC 9(7)V99 VALUE ZEROS.
           05 WK-SENTIDO           PIC X(1) VALUE SPACE.
              88 DESDE-BOVEDA      VALUE 'D'.
              88 HACIA-BOVEDA      VALUE 'H'.
           05 WK-ESTADO-ESPERADO   PIC X(1) VALUE SPACE.
           05 WK-GES-ACCION        PIC X(10) VALUE SPACES.
       01  WK-CAJERO-PEDIDO        PIC X(8) VALUE SPACES.
       01  WK-SUCURSAL-OPERADOR    PIC X(3) VALUE SPACES.
       01  WK-SUCURSAL-TECLEADA    PIC X(3) VALUE SPACES.
       01  WK-CONFIRMACION         PIC X(1) VALUE SPACE.

       01  WK-ACCION               PIC X(1) VALUE SPACE.
           88 ACCION-ABRIR         VALUE 'A'.
           88 ACCION-BOVEDA        VALUE 'B'.
           88 ACCION-CERRAR        VALUE 'C'.
           88 ACCION-REABRIR       VALUE 'R'.
           88 ACCION-LISTAR        VALUE 'L'.
           88 ACCION-FIN           VALUE 'F'.

       01  WK-IMPORTE-EDITADO      PIC Z,ZZZ,ZZ9.99.
       01  WK-BOVEDA-D-EDITADO     PIC Z,ZZZ,ZZ9.99.
       01  WK-BOVEDA-H-EDITADO     PIC Z,ZZZ,ZZ9.99.
       01  WK-ESTADO-TEXTO         PIC X(8) VALUE SPACES.

       01  WK-OPERADOR             PIC X(8) VALUE SPACES.
       01  DATOS-DE-SESION.
           05 FECHA-SESION         PIC 9(8).
           05 HORA-SESION          PIC 9(8).
       01  WK-HORA-ACCION          PIC 9(8) VALUE ZEROS.

      * CONTROL DE NIVEL DE AUTORIZACION: LLEVAR LA PROPIA CAJA ES
      * OPERACION (NIVEL 2); LA CAJA DE OTRO Y REABRIR, SUPERVISOR.
       01  FS-INTENTOS             PIC XX.
       01  WK-NIVEL-OPERADOR       PIC X(1) VALUE SPACE.
       01  WK-NIVEL-NUMERICO       PIC 9(1) VALUE ZERO.
       01  WK-NIVEL-REQUERIDO      PIC 9(1) VALUE 2.
       01  WK-FECHA-INTENTO        PIC 9(8) VALUE ZEROS.
       01  WK-HORA-INTENTO         PIC 9(8) VALUE ZEROS.

      * LA CLAVE DEL OPERADOR LA PIDE Y COTEJA VERIFICA-CLAVE.CBL
      * (BLOQUEO POR FALLOS, VENCIMIENTO Y CAMBIO OBLIGADO).
       01  WK-CLAVE-PROGRAMA       PIC X(18) VALUE
           "CIERRA-CAJA".
       01  WK-CLAVE-VEREDICTO      PIC X(1) VALUE SPACE.
           88 CLAVE-ACEPTADA       VALUE 'S'.

       01  FS-CERROJO              PIC XX.
       01  WK-RESPUESTA-CERROJO    PIC X(1) VALUE SPACE.

      * BITACORA SELLADA (VER SELLA-BITACORA): NOMBRE DEL ARCHIVO
      * Y POSICIONES DE DATOS ANTES DE LA SECUENCIA Y EL SELLO.
       01  WK-SELLO-BITACORA       PIC X(30) VALUE
           "CAJAS-GESTIONES.DAT".
       01  WK-SELLO-LARGO          PIC 9(3) VALUE 050.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 200-CICLO-DE-CAJA
           PERFORM 300-FINALIZAR
           STOP RUN.

       100-INICIALIZAR.
           DISPLAY "========================================"
           DISPLAY "  CAJA DE VENTANILLA"
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

           PERFORM 150-ELEGIR-CAJA

      * CAJAS-GESTIONES.DAT NUNCA SE TRUNCA: CADA SESION AGREGA SUS
      * GESTIONES A LAS ANTERIORES.
           OPEN EXTEND ARCHIVO-GESTIONES

           IF FS-GESTIONES = '35'
               OPEN OUTPUT ARCHIVO-GESTIONES
               CLOSE ARCHIVO-GESTIONES
               OPEN EXTEND ARCHIVO-GESTIONES
           END-IF

           IF FS-GESTIONES NOT = '00'
               DISPLAY "ERROR ABRIENDO CAJAS-GESTIONES: " FS-GESTIONES
               STOP RUN
           END-IF

           PERFORM 110-CARGAR-CAJAS
           PERFORM 160-MOSTRAR-CAJA.

      * RELEE LAS CAJAS TAL COMO ESTAN AHORA EN DISCO Y UBICA LA DE
      * HOY DEL CAJERO EN TRABAJO (WK-IDX-CAJA-ACTUAL EN CERO SI
      * TODAVIA NO LA ABRIO).
       110-CARGAR-CAJAS.
           MOVE ZEROS TO CONT-CAJAS
                         WK-IDX-CAJA-ACTUAL
           OPEN INPUT ARCHIVO-CAJAS

           IF FS-CAJAS = '35'
               EXIT PARAGRAPH
           END-IF

           IF FS-CAJAS NOT = '00'
               DISPLAY "ERROR ABRIENDO CAJAS: " FS-CAJAS
               STOP RUN
           END-IF

           MOVE 'N' TO SW-FIN-CAJAS
           PERFORM UNTIL FIN-CAJAS
               READ ARCHIVO-CAJAS
                   AT END
                       MOVE 'S' TO SW-FIN-CAJAS
                   NOT AT END
                       PERFORM 112-GUARDAR-CAJA-LEIDA
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CAJAS.

       112-GUARDAR-CAJA-LEIDA.
           IF CONT-CAJAS >= WK-MAX-CAJAS
               DISPLAY "*** CAJAS.DAT EXCEDE " WK-MAX-CAJAS
                       " CAJAS: AVISE A OPERACIONES ***"
               CLOSE ARCHIVO-CAJAS
               STOP RUN
           END-IF

           ADD 1 TO CONT-CAJAS
           MOVE REG-CAJA TO ENTRADA-CAJA(CONT-CAJAS)
           IF CAJ-FECHA = FECHA-SESION
               AND CAJ-SUCURSAL = WK-SUCURSAL-CAJA
               AND CAJ-CAJERO = WK-CAJERO
               MOVE CONT-CAJAS TO WK-IDX-CAJA-ACTUAL
           END-IF.

      * EL CAJERO ES EL OPERADOR; UN SUPERVISOR PUEDE NOMBRAR A
      * OTRO. LA SUCURSAL ES LA DEL OPERADOR, O SE PIDE SI LA TABLA
      * DE OPERADORES NO LA TRAE.
       150-ELEGIR-CAJA.
           DISPLAY "CAJERO (EN BLANCO, USTED MISMO): "
           ACCEPT WK-CAJERO-PEDIDO
           IF WK-CAJERO-PEDIDO = SPACES
               MOVE WK-OPERADOR TO WK-CAJERO-PEDIDO
           END-IF

           IF WK-CAJERO-PEDIDO NOT = WK-OPERADOR
               MOVE 3 TO WK-NIVEL-REQUERIDO
               PERFORM 9510-EXIGIR-NIVEL
               MOVE 2 TO WK-NIVEL-REQUERIDO
           END-IF

           IF WK-CAJERO-PEDIDO(7:2) NOT = SPACES
               DISPLAY "EL CAJERO " WK-CAJERO-PEDIDO
                       " NO CABE EN LA REFERENCIA DE EFECTIVO"
                       " (6 POSICIONES): PIDA UN IDENTIFICADOR CORTO"
               STOP RUN
           END-IF
           MOVE WK-CAJERO-PEDIDO(1:6) TO WK-CAJERO

           IF WK-SUCURSAL-OPERADOR IS NUMERIC
               MOVE WK-SUCURSAL-OPERADOR TO WK-SUCURSAL-CAJA
           ELSE
               MOVE SPACES TO WK-SUCURSAL-TECLEADA
               PERFORM UNTIL WK-SUCURSAL-TECLEADA IS NUMERIC
                   DISPLAY "SUCURSAL DE LA CAJA (3 DIGITOS): "
                   ACCEPT WK-SUCURSAL-TECLEADA
               END-PERFORM
               MOVE WK-SUCURSAL-TECLEADA TO WK-SUCURSAL-CAJA
           END-IF.

       160-MOSTRAR-CAJA.
           DISPLAY " "
           IF WK-IDX-CAJA-ACTUAL = ZEROS
               DISPLAY "CAJA " WK-CAJERO " SUCURSAL " WK-SUCURSAL-CAJA
                       " FECHA " FECHA-SESION ": SIN ABRIR"
               EXIT PARAGRAPH
           END-IF

           MOVE WK-IDX-CAJA-ACTUAL TO WK-IDX-CAJA
           PERFORM 275-MOSTRAR-FILA.

       200-CICLO-DE-CAJA.
           MOVE SPACE TO WK-ACCION
           PERFORM UNTIL ACCION-FIN
               DISPLAY " "
               DISPLAY "A=ABRIR B=BOVEDA C=CERRAR R=REABRIR L=LISTAR"
                       " F=FIN: "
               ACCEPT WK-ACCION
               EVALUATE TRUE
                   WHEN ACCION-ABRIR
                       PERFORM 210-ABRIR-CAJA
                   WHEN ACCION-BOVEDA
                       PERFORM 220-TRASPASAR-BOVEDA
                   WHEN ACCION-CERRAR
                       PERFORM 230-CERRAR-CAJA
                   WHEN ACCION-REABRIR
                       PERFORM 240-REABRIR-CAJA
                   WHEN ACCION-LISTAR
                       PERFORM 270-LISTAR-CAJAS
                   WHEN ACCION-FIN
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ACCION NO RECONOCIDA"
               END-EVALUATE
           END-PERFORM.

      *****************************************************************
      * APERTURA: TURNO Y FONDO INICIAL QUE EL CAJERO RECIBE.
      *****************************************************************
       210-ABRIR-CAJA.
           IF WK-IDX-CAJA-ACTUAL NOT = ZEROS
               DISPLAY "LA CAJA YA FUE ABIERTA HOY"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO WK-TURNO
           PERFORM UNTIL TURNO-VALIDO
               DISPLAY "TURNO (M=MAÑANA T=TARDE): "
               ACCEPT WK-TURNO
           END-PERFORM

           DISPLAY "FONDO INICIAL EN EFECTIVO: "
           ACCEPT WK-IMPORTE
           MOVE WK-IMPORTE TO WK-IMPORTE-EDITADO
           DISPLAY "ABRIR LA CAJA CON " WK-IMPORTE-EDITADO
                   " DE FONDO? (S/N): "
           ACCEPT WK-CONFIRMACION
           IF WK-CONFIRMACION NOT = 'S'
               DISPLAY "APERTURA DESCARTADA"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE      TO WK-ESTADO-ESPERADO
           MOVE "APERTURA" TO WK-GES-ACCION
           PERFORM 440-GUARDAR-CAJA
           IF CAJA-GUARDADA
               ADD 1 TO CONT-APERTURAS
               DISPLAY "CAJA ABIERTA"
           END-IF.

      *****************************************************************
      * TRASPASO CON LA BOVEDA: CADA UNO SE SUMA A SU ACUMULADO.
      *****************************************************************
       220-TRASPASAR-BOVEDA.
           IF WK-IDX-CAJA-ACTUAL = ZEROS
               DISPLAY "LA CAJA NO ESTA ABIERTA"
               EXIT PARAGRAPH
           END-IF
           IF NOT TC-ABIERTA(WK-IDX-CAJA-ACTUAL)
               DISPLAY "LA CAJA YA ESTA CERRADA"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO WK-SENTIDO
           PERFORM UNTIL DESDE-BOVEDA OR HACIA-BOVEDA
               DISPLAY "D=DESDE LA BOVEDA A LA CAJA"
                       "  H=HACIA LA BOVEDA: "
               ACCEPT WK-SENTIDO
           END-PERFORM

           DISPLAY "IMPORTE DEL TRASPASO: "
           ACCEPT WK-IMPORTE
           IF WK-IMPORTE = ZEROS
               DISPLAY "TRASPASO SIN IMPORTE, DESCARTADO"
               EXIT PARAGRAPH
           END-IF

           MOVE WK-IMPORTE TO WK-IMPORTE-EDITADO
           IF DESDE-BOVEDA
               DISPLAY "RECIBIR " WK-IMPORTE-EDITADO
                       " DE LA BOVEDA? (S/N): "
               MOVE "DE BOVEDA" TO WK-GES-ACCION
           ELSE
               DISPLAY "ENTREGAR " WK-IMPORTE-EDITADO
                       " A LA BOVEDA? (S/N): "
               MOVE "A BOVEDA"  TO WK-GES-ACCION
           END-IF
           ACCEPT WK-CONFIRMACION
           IF WK-CONFIRMACION NOT = 'S'
               DISPLAY "TRASPASO DESCARTADO"
               EXIT PARAGRAPH
           END-IF

           MOVE 'A' TO WK-ESTADO-ESPERADO
           PERFORM 440-GUARDAR-CAJA
           IF CAJA-GUARDADA
               ADD 1 TO CONT-TRASPASOS
               DISPLAY "TRASPASO ANOTADO"
           END-IF.

      *****************************************************************
      * CIERRE: EL EFECTIVO CONTADO. LA CAJA QUEDA CERRADA PARA EL
      * CUADRE DE LA NOCHE.
      *****************************************************************
       230-CERRAR-CAJA.
           IF WK-IDX-CAJA-ACTUAL = ZEROS
               DISPLAY "LA CAJA NO ESTA ABIERTA"
               EXIT PARAGRAPH
           END-IF
           IF NOT TC-ABIERTA(WK-IDX-CAJA-ACTUAL)
               DISPLAY "LA CAJA YA ESTA CERRADA"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "EFECTIVO CONTADO EN LA CAJA: "
           ACCEPT WK-IMPORTE
           MOVE WK-IMPORTE TO WK-IMPORTE-EDITADO
           DISPLAY "CERRAR LA CAJA CON " WK-IMPORTE-EDITADO
                   " CONTADOS? (S/N): "
           ACCEPT WK-CONFIRMACION
           IF WK-CONFIRMACION NOT = 'S'
               DISPLAY "CIERRE DESCARTADO"
               EXIT PARAGRAPH
           END-IF

           MOVE 'A'      TO WK-ESTADO-ESPERADO
           MOVE "CIERRE" TO WK-GES-ACCION
           PERFORM 440-GUARDAR-CAJA
           IF CAJA-GUARDADA
               ADD 1 TO CONT-CIERRES
               DISPLAY "CAJA CERRADA"
           END-IF.

      *****************************************************************
      * REAPERTURA: SOLO UN SUPERVISOR, Y SOLO EL DIA DE LA CAJA (EL
      * CUADRE DE LA NOCHE YA LA HABRA TOMADO). EL ARQUEO ANTERIOR
      * QUEDA EN LAS GESTIONES.
      *****************************************************************
       240-REABRIR-CAJA.
           IF WK-IDX-CAJA-ACTUAL = ZEROS
               DISPLAY "LA CAJA NO ESTA ABIERTA"
               EXIT PARAGRAPH
           END-IF
           IF NOT TC-CERRADA(WK-IDX-CAJA-ACTUAL)
               DISPLAY "LA CAJA NO ESTA CERRADA"
               EXIT PARAGRAPH
           END-IF

           MOVE 3 TO WK-NIVEL-REQUERIDO
           PERFORM 9510-EXIGIR-NIVEL
           MOVE 2 TO WK-NIVEL-REQUERIDO

           DISPLAY "REABRIR LA CAJA Y DESCARTAR SU ARQUEO? (S/N): "
           ACCEPT WK-CONFIRMACION
           IF WK-CONFIRMACION NOT = 'S'
               DISPLAY "REAPERTURA DESCARTADA"
               EXIT PARAGRAPH
           END-IF

           MOVE TC-ARQUEO(WK-IDX-CAJA-ACTUAL) TO WK-IMPORTE
           MOVE 'C'       TO WK-ESTADO-ESPERADO
           MOVE "REAPERTURA" TO WK-GES-ACCION
           PERFORM 440-GUARDAR-CAJA
           IF CAJA-GUARDADA
               ADD 1 TO CONT-REAPERTURAS
               DISPLAY "CAJA REABIERTA"
           END-IF.

       270-LISTAR-CAJAS.
           PERFORM 110-CARGAR-CAJAS
           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-IDX-CAJA FROM 1 BY 1
                   UNTIL WK-IDX-CAJA > CONT-CAJAS
               IF TC-FECHA(WK-IDX-CAJA) = FECHA-SESION
                   AND TC-SUCURSAL(WK-IDX-CAJA) = WK-SUCURSAL-CAJA
                   MOVE 'S' TO SW-HALLADO
                   PERFORM 275-MOSTRAR-FILA
               END-IF
           END-PERFORM
           IF NOT HALLADO
               DISPLAY "NINGUNA CAJA ABIERTA HOY EN LA SUCURSAL "
                       WK-SUCURSAL-CAJA
           END-IF.

      * EL ARQUEO NO SE MUESTRA: LA PANTALLA NO AYUDA A "AJUSTAR" UN
      * CONTEO, NI EL PROPIO NI EL AJENO.
       275-MOSTRAR-FILA.
           EVALUATE TRUE
               WHEN TC-ABIERTA(WK-IDX-CAJA)
                   MOVE "ABIERTA" TO WK-ESTADO-TEXTO
               WHEN TC-CERRADA(WK-IDX-CAJA)
                   MOVE "CERRADA" TO WK-ESTADO-TEXTO
               WHEN OTHER
                   MOVE "?"       TO WK-ESTADO-TEXTO
           END-EVALUATE
           MOVE TC-FONDO(WK-IDX-CAJA)     TO WK-IMPORTE-EDITADO
           MOVE TC-DE-BOVEDA(WK-IDX-CAJA) TO WK-BOVEDA-D-EDITADO
           MOVE TC-A-BOVEDA(WK-IDX-CAJA)  TO WK-BOVEDA-H-EDITADO
           DISPLAY "CAJA " TC-CAJERO(WK-IDX-CAJA)
                   " TURNO " TC-TURNO(WK-IDX-CAJA)
                   " " WK-ESTADO-TEXTO
                   " FONDO " WK-IMPORTE-EDITADO
                   " DE BOVEDA " WK-BOVEDA-D-EDITADO
                   " A BOVEDA " WK-BOVEDA-H-EDITADO.

       300-FINALIZAR.
           CLOSE ARCHIVO-GESTIONES

           DISPLAY " "
           DISPLAY "CAJAS ABIERTAS:        " CONT-APERTURAS
           DISPLAY "TRASPASOS DE BOVEDA:   " CONT-TRASPASOS
           DISPLAY "CAJAS CERRADAS:        " CONT-CIERRES
           DISPLAY "CAJAS REABIERTAS:      " CONT-REAPERTURAS
           DISPLAY "CONSTANCIA EN: CAJAS-GESTIONES.DAT".

      *****************************************************************
      * GUARDADO: RELEE LAS CAJAS, COMPRUEBA QUE LA DEL CAJERO SIGUE
      * EN EL ESTADO ESPERADO (EN BLANCO: QUE NO EXISTA), APLICA LA
      * GESTION, REESCRIBE EL ARCHIVO Y ANOTA LA GESTION.
      *****************************************************************
       440-GUARDAR-CAJA.
           MOVE 'N' TO SW-GUARDADO
           PERFORM 9530-VERIFICAR-CERROJO
           PERFORM 110-CARGAR-CAJAS
           ACCEPT WK-HORA-ACCION FROM TIME

           IF WK-ESTADO-ESPERADO = SPACE
               IF WK-IDX-CAJA-ACTUAL NOT = ZEROS
                   DISPLAY "OTRA SESION YA ABRIO ESTA CAJA"
                   EXIT PARAGRAPH
               END-IF
               IF CONT-CAJAS >= WK-MAX-CAJAS
                   DISPLAY "*** CAJAS.DAT LLENO: AVISE A OPERACIONES"
                           " ***"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CONT-CAJAS
               MOVE CONT-CAJAS TO WK-IDX-CAJA-ACTUAL
               INITIALIZE ENTRADA-CAJA(WK-IDX-CAJA-ACTUAL)
               MOVE FECHA-SESION
                 TO TC-FECHA(WK-IDX-CAJA-ACTUAL)
               MOVE WK-SUCURSAL-CAJA
                 TO TC-SUCURSAL(WK-IDX-CAJA-ACTUAL)
               MOVE WK-CAJERO TO TC-CAJERO(WK-IDX-CAJA-ACTUAL)
               MOVE WK-TURNO  TO TC-TURNO(WK-IDX-CAJA-ACTUAL)
               MOVE WK-IMPORTE TO TC-FONDO(WK-IDX-CAJA-ACTUAL)
               MOVE 'A' TO TC-ESTADO(WK-IDX-CAJA-ACTUAL)
               MOVE WK-OPERADOR
                 TO TC-OPERADOR-APERTURA(WK-IDX-CAJA-ACTUAL)
               MOVE WK-HORA-ACCION(1:6)
                 TO TC-HORA-APERTURA(WK-IDX-CAJA-ACTUAL)
           ELSE
               IF WK-IDX-CAJA-ACTUAL = ZEROS
                   DISPLAY "LA CAJA YA NO ESTA EN EL ARCHIVO"
                   EXIT PARAGRAPH
               END-IF
               IF TC-ESTADO(WK-IDX-CAJA-ACTUAL) NOT =
                  WK-ESTADO-ESPERADO
                   DISPLAY "OTRA SESION CAMBIO LA CAJA ENTRE TANTO:"
                           " VUELVA A INTENTARLO"
                   EXIT PARAGRAPH
               END-IF
               EVALUATE WK-GES-ACCION
                   WHEN "DE BOVEDA"
                       ADD WK-IMPORTE
                         TO TC-DE-BOVEDA(WK-IDX-CAJA-ACTUAL)
                   WHEN "A BOVEDA"
                       ADD WK-IMPORTE
                         TO TC-A-BOVEDA(WK-IDX-CAJA-ACTUAL)
                   WHEN "CIERRE"
                       MOVE WK-IMPORTE
                         TO TC-ARQUEO(WK-IDX-CAJA-ACTUAL)
                       MOVE 'C' TO TC-ESTADO(WK-IDX-CAJA-ACTUAL)
                       MOVE WK-OPERADOR
                         TO TC-OPERADOR-CIERRE(WK-IDX-CAJA-ACTUAL)
                       MOVE WK-HORA-ACCION(1:6)
                         TO TC-HORA-CIERRE(WK-IDX-CAJA-ACTUAL)
                   WHEN "REAPERTURA"
                       MOVE ZEROS TO TC-ARQUEO(WK-IDX-CAJA-ACTUAL)
                                     TC-HORA-CIERRE(WK-IDX-CAJA-ACTUAL)
                       MOVE SPACES
                         TO TC-OPERADOR-CIERRE(WK-IDX-CAJA-ACTUAL)
                       MOVE 'A' TO TC-ESTADO(WK-IDX-CAJA-ACTUAL)
               END-EVALUATE
           END-IF

           OPEN OUTPUT ARCHIVO-CAJAS
           IF FS-CAJAS NOT = '00'
               DISPLAY "ERROR REESCRIBIENDO CAJAS: " FS-CAJAS
               STOP RUN
           END-IF
           PERFORM VARYING WK-IDX-CAJA FROM 1 BY 1
                   UNTIL WK-IDX-CAJA > CONT-CAJAS
               MOVE ENTRADA-CAJA(WK-IDX-CAJA) TO REG-CAJA
               WRITE REG-CAJA
           END-PERFORM
           CLOSE ARCHIVO-CAJAS

           MOVE FECHA-SESION        TO GES-FECHA
           MOVE WK-HORA-ACCION(1:6) TO GES-HORA
           MOVE WK-OPERADOR         TO GES-OPERADOR
           MOVE WK-SUCURSAL-CAJA    TO GES-SUCURSAL
           MOVE WK-CAJERO           TO GES-CAJERO
           MOVE WK-GES-ACCION       TO GES-ACCION
           MOVE WK-IMPORTE          TO GES-IMPORTE
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
           WRITE REG-GESTION

           MOVE 'S' TO SW-GUARDADO.

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
                               MOVE OPE-SUCURSAL
                                 TO WK-SUCURSAL-OPERADOR
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
                       WK-NIVEL-REQUERIDO " QUE EXIGE ESTA OPERACION"
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
               MOVE "CIERRA-CAJA"        TO INT-PROGRAMA
               MOVE WK-NIVEL-OPERADOR    TO INT-NIVEL
               MOVE WK-NIVEL-REQUERIDO   TO INT-NIVEL-REQUERIDO
               WRITE REG-INTENTO
               CLOSE ARCHIVO-INTENTOS
           END-IF.

      * CON EL CERROJO PUESTO SOLO UN SUPERVISOR PUEDE SEGUIR, Y
      * SOLO SI LO CONFIRMA EXPRESAMENTE (PARA EL DIA QUE LA CADENA
      * MUERA CON EL CERROJO EN LA MANO). TODOS LOS DEMAS VUELVEN
      * CUANDO LA NOCHE TERMINE. SE MIRA AL ENTRAR Y ANTES DE CADA
      * GUARDADO: LA CADENA PUDO ARRANCAR CON LA SESION ABIERTA.
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
               DISPLAY "SUPERVISOR: GUARDAR LA CAJA IGUAL,"
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
