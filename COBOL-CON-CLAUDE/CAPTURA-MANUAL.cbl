       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPTURA-MANUAL.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: CAPTURA MANUAL DE MOVIMIENTOS CON DOBLE TECLEO
      * PROPOSITO: PANTALLA DE TRASTIENDA PARA QUE UNA SUCURSAL
      *            TECLEE SUS MOVIMIENTOS EN VEZ DE ARMAR ARCHIVOS
      *            POR FUERA (DE AHI SALIAN LOS IMPORTES TORCIDOS
      *            QUE TERMINABAN EN ERRORES-REG.DAT). EL TRABAJO VA
      *            POR LOTES:
      *            C  CAPTURAR: EL PRIMER OPERADOR DA LA CABECERA
      *               (SUCURSAL, CANTIDAD DE MOVIMIENTOS E IMPORTE
      *               TOTAL QUE DICE EL PAQUETE DE COMPROBANTES) Y
      *               TECLEA CADA MOVIMIENTO: CUENTA, TIPO, IMPORTE,
      *               DESCRIPCION Y REFERENCIA. CADA LINEA PASA EN
      *               EL MOMENTO POR VALIDA-MOVIMIENTO Y POR
      *               DIGITO-CONTROL; LA QUE NO PASA SE VUELVE A
      *               PEDIR. EL LOTE NO SE GUARDA HASTA QUE SUS
      *               LINEAS SUMEN EL TOTAL DE LA CABECERA.
      *            V  VERIFICAR: UN SEGUNDO OPERADOR, NUNCA EL QUE
      *               CAPTURO, VUELVE A TECLEAR A CIEGAS LA CUENTA Y
      *               EL IMPORTE DE CADA LINEA (SOLO VE EL NUMERO DE
      *               LINEA, EL TIPO Y LA REFERENCIA). SI TODO
      *               COINCIDE EL LOTE QUEDA LIBERADO Y ENTRA ESA
      *               NOCHE A LA MEZCLA (ENTREGA-CAPTURA ARMA
      *               MOVS-CAPTURA.DAT CON SU CABECERA Y SU RESUMEN);
      *               SI ALGO NO COINCIDE EL LOTE VUELVE AL PRIMER
      *               OPERADOR CON LAS LINEAS MARCADAS, SIN DECIR QUE
      *               TECLEO EL VERIFICADOR.
      *            R  RECTIFICAR: EL QUE CAPTURO REVISA CONTRA EL
      *               COMPROBANTE Y VUELVE A TECLEAR LAS LINEAS
      *               MARCADAS; EL LOTE VUELVE A ESPERAR UNA
      *               VERIFICACION COMPLETA.
      *            A  ANULAR: EL QUE CAPTURO (O UN SUPERVISOR)
      *               DESCARTA UN LOTE QUE TODAVIA NO SE LIBERO.
      *            L  LISTAR LOS LOTES PENDIENTES.
      *            LOS LOTES SE NUMERAN "MC" + 6 DIGITOS Y SUS LINEAS
      *            LLEVAN SECUENCIA 1..N, COMO EXIGE EL CONTROL DE
      *            CONTINUIDAD DE LA MEZCLA. CADA GUARDADO RELEE
      *            CAPTURA-LOTES.DAT Y CAPTURA-LINEAS.DAT Y SOLO
      *            TOCA SU LOTE: DOS OPERADORES PUEDEN TRABAJAR A LA
      *            VEZ (UNO CAPTURA MIENTRAS OTRO VERIFICA). CADA
      *            PASO QUEDA EN CAPTURA-GESTIONES.DAT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-OPERADORES
               ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

      * CERROJO DE CORRIDA: MIENTRAS LA CADENA NOCTURNA LO TENGA
      * PUESTO NO SE TOCAN LOS LOTES (ENTREGA-CAPTURA LOS REESCRIBE).
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

           SELECT ARCHIVO-LOTES
               ASSIGN TO "CAPTURA-LOTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LOTES.

           SELECT ARCHIVO-LINEAS
               ASSIGN TO "CAPTURA-LINEAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-LINEAS.

           SELECT ARCHIVO-GESTIONES
               ASSIGN TO "CAPTURA-GESTIONES.DAT"
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
      * SUCURSAL QUE SE PROPONE PARA SUS LOTES.
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

      * UNA CABECERA POR LOTE. ESTADOS: 'P' POR VERIFICAR, 'D'
      * DEVUELTO AL QUE CAPTURO, 'L' LIBERADO (ENTRA A LA PROXIMA
      * MEZCLA), 'E' ENTREGADO A LA MEZCLA EN CAP-FECHA-ENTREGA,
      * 'X' ANULADO. LAS CABECERAS NO SE BORRAN: SON EL REGISTRO DE
      * QUIEN CAPTURO Y QUIEN VERIFICO CADA LOTE.
       FD  ARCHIVO-LOTES.
       01  REG-LOTE.
           05 CAP-LOTE             PIC X(8).
           05 CAP-SUCURSAL         PIC 9(3).
           05 CAP-CANTIDAD         PIC 9(3).
           05 CAP-TOTAL            PIC 9(9)V99.
           05 CAP-ESTADO           PIC X(1).
           05 CAP-CAPTURISTA       PIC X(8).
           05 CAP-FECHA-CAPTURA    PIC 9(8).
           05 CAP-HORA-CAPTURA     PIC 9(6).
           05 CAP-VERIFICADOR      PIC X(8).
           05 CAP-FECHA-VERIFICA   PIC 9(8).
           05 CAP-HORA-VERIFICA    PIC 9(6).
           05 CAP-DEVOLUCIONES     PIC 9(2).
           05 CAP-FECHA-ENTREGA    PIC 9(8).

      * LAS LINEAS DE LOS LOTES ABIERTOS, CON EL LAYOUT ESTANDAR DE
      * MOVIMIENTO TAL CUAL VA A SALIR, Y LA MARCA 'S' DE LA LINEA
      * QUE NO COINCIDIO EN LA ULTIMA VERIFICACION.
       FD  ARCHIVO-LINEAS.
       01  REG-LINEA.
           05 LIN-MOVIMIENTO.
              10 LIN-CODIGO        PIC 9(5).
              10 LIN-TIPO          PIC X(01).
              10 LIN-IMPORTE       PIC 9(7)V99.
              10 LIN-DESCRIPCION   PIC X(20).
              10 LIN-LOTE          PIC X(08).
              10 LIN-FECHA         PIC 9(8).
              10 LIN-MONEDA        PIC X(3).
              10 LIN-SECUENCIA     PIC 9(5).
              10 LIN-REFERENCIA    PIC X(8).
              10 LIN-SUCURSAL      PIC 9(3).
           05 LIN-DIFIERE          PIC X(1).

       FD  ARCHIVO-GESTIONES.
       01  REG-GESTION.
           05 GES-FECHA            PIC 9(8).
           05 GES-HORA             PIC 9(6).
           05 GES-OPERADOR         PIC X(8).
           05 GES-LOTE             PIC X(8).
           05 GES-ACCION           PIC X(10).
           05 GES-DETALLE          PIC X(40).
           05 GES-SECUENCIA        PIC 9(9).
           05 GES-SELLO            PIC 9(18).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-OPERADORES        PIC XX.
           05 FS-LOTES             PIC XX.
           05 FS-LINEAS            PIC XX.
           05 FS-GESTIONES         PIC XX.

       01  SWITCHES.
           05 SW-OPERADOR-VALIDO   PIC X VALUE 'N'.
              88 OPERADOR-VALIDO   VALUE 'S'.
           05 SW-FIN-LOTES         PIC X VALUE 'N'.
              88 FIN-LOTES         VALUE 'S'.
           05 SW-FIN-LINEAS        PIC X VALUE 'N'.
              88 FIN-LINEAS        VALUE 'S'.
           05 SW-LINEA-VALIDA      PIC X VALUE 'N'.
              88 LINEA-VALIDA      VALUE 'S'.
           05 SW-ABANDONO          PIC X VALUE 'N'.
              88 LOTE-ABANDONADO   VALUE 'S'.
           05 SW-HALLADO           PIC X VALUE 'N'.
              88 HALLADO           VALUE 'S'.
           05 SW-GUARDADO          PIC X VALUE 'N'.
              88 LOTE-GUARDADO     VALUE 'S'.

       01  CONTADORES.
           05 CONT-CAPTURADOS      PIC 9(3) VALUE ZEROS.
           05 CONT-LIBERADOS       PIC 9(3) VALUE ZEROS.
           05 CONT-DEVUELTOS       PIC 9(3) VALUE ZEROS.
           05 CONT-RECTIFICADOS    PIC 9(3) VALUE ZEROS.
           05 CONT-ANULADOS        PIC 9(3) VALUE ZEROS.

      * LAS CABECERAS Y LAS LINEAS SE RELEEN ENTERAS ANTES DE CADA
      * GUARDADO. CON LA TABLA LLENA NO SE REESCRIBE NADA: LO QUE
      * QUEDARA FUERA DESAPARECERIA SIN RASTRO.
       01  WK-MAX-LOTES            PIC 9(4) VALUE 5000.
       01  CONT-LOTES              PIC 9(4) VALUE ZEROS.
       01  TABLA-LOTES.
           05 ENTRADA-LOTE         OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-LOTES.
              10 TL-LOTE           PIC X(8).
              10 TL-SUCURSAL       PIC 9(3).
              10 TL-CANTIDAD       PIC 9(3).
              10 TL-TOTAL          PIC 9(9)V99.
              10 TL-ESTADO         PIC X(1).
                 88 TL-POR-VERIFICAR VALUE 'P'.
                 88 TL-DEVUELTO    VALUE 'D'.
                 88 TL-LIBERADO    VALUE 'L'.
                 88 TL-ENTREGADO   VALUE 'E'.
                 88 TL-ANULADO     VALUE 'X'.
              10 TL-CAPTURISTA     PIC X(8).
              10 TL-FECHA-CAPTURA  PIC 9(8).
              10 TL-HORA-CAPTURA   PIC 9(6).
              10 TL-VERIFICADOR    PIC X(8).
              10 TL-FECHA-VERIFICA PIC 9(8).
              10 TL-HORA-VERIFICA  PIC 9(6).
              10 TL-DEVOLUCIONES   PIC 9(2).
              10 TL-FECHA-ENTREGA  PIC 9(8).
       01  WK-IDX-LOTE             PIC 9(4) VALUE ZEROS.
       01  WK-IDX-LOTE-ACTUAL      PIC 9(4) VALUE ZEROS.

       01  WK-MAX-LINEAS           PIC 9(5) VALUE 20000.
       01  CONT-LINEAS             PIC 9(5) VALUE ZEROS.
       01  TABLA-LINEAS.
           05 ENTRADA-LINEA        OCCURS 1 TO 20000 TIMES
                                   DEPENDING ON CONT-LINEAS.
              10 TN-MOVIMIENTO     PIC X(70).
              10 TN-DIFIERE        PIC X(1).
       01  WK-IDX-LINEA-ARCHIVO    PIC 9(5) VALUE ZEROS.

      * EL LOTE EN EL QUE SE ESTA TRABAJANDO, LINEA POR LINEA.
       01  WK-MAX-TRABAJO          PIC 9(3) VALUE 999.
       01  CONT-TRABAJO            PIC 9(3) VALUE ZEROS.
       01  TABLA-TRABAJO.
           05 ENTRADA-TRABAJO      OCCURS 1 TO 999 TIMES
                                   DEPENDING ON CONT-TRABAJO.
              10 TW-MOVIMIENTO     PIC X(70).
              10 TW-DIFIERE        PIC X(1).
                 88 TW-NO-COINCIDE VALUE 'S'.
       01  WK-IDX-LINEA            PIC 9(3) VALUE ZEROS.
       01  WK-LINEA-PEDIDA         PIC 9(3) VALUE ZEROS.
       01  CONT-DIFERENCIAS        PIC 9(3) VALUE ZEROS.

      * UNA LINEA CON EL LAYOUT ESTANDAR DE MOVIMIENTO: ASI LA VE
      * EL VALIDADOR COMUN Y ASI SALE A LA MEZCLA.
       01  WK-MOVIMIENTO.
           05 WKM-CODIGO           PIC 9(5).
           05 WKM-TIPO             PIC X(01).
           05 WKM-IMPORTE          PIC 9(7)V99.
           05 WKM-DESCRIPCION      PIC X(20).
           05 WKM-LOTE             PIC X(08).
           05 WKM-FECHA            PIC 9(8).
           05 WKM-MONEDA           PIC X(3).
           05 WKM-SECUENCIA        PIC 9(5).
           05 WKM-REFERENCIA       PIC X(8).
           05 WKM-SUCURSAL         PIC 9(3).

      * LO QUE TECLEA EL OPERADOR, ANTES DE ARMAR LA LINEA.
       01  WK-CUENTA-TECLEADA      PIC X(5) VALUE SPACES.
       01  WK-IMPORTE-TECLEADO     PIC 9(7)V99 VALUE ZEROS.
       01  WK-MONEDA-TECLEADA      PIC X(3) VALUE SPACES.
       01  WK-SUCURSAL-TECLEADA    PIC X(3) VALUE SPACES.
       01  WK-CONFIRMACION         PIC X(1) VALUE SPACE.

       01  WK-ACCION               PIC X(1) VALUE SPACE.
           88 ACCION-CAPTURAR      VALUE 'C'.
           88 ACCION-VERIFICAR     VALUE 'V'.
           88 ACCION-RECTIFICAR    VALUE 'R'.
           88 ACCION-ANULAR        VALUE 'A'.
           88 ACCION-LISTAR        VALUE 'L'.
           88 ACCION-FIN           VALUE 'F'.

      * CABECERA DEL LOTE EN TRABAJO Y LO QUE SE VA A GUARDAR.
       01  DATOS-LOTE.
           05 WK-LOTE-ACTUAL       PIC X(8) VALUE SPACES.
           05 WK-SUCURSAL-LOTE     PIC 9(3) VALUE ZEROS.
           05 WK-CANTIDAD-LOTE     PIC 9(3) VALUE ZEROS.
           05 WK-TOTAL-LOTE        PIC 9(9)V99 VALUE ZEROS.
           05 WK-TOTAL-TECLEADO    PIC 9(9)V99 VALUE ZEROS.
           05 WK-ESTADO-ESPERADO   PIC X(1) VALUE SPACE.
           05 WK-ESTADO-NUEVO      PIC X(1) VALUE SPACE.
       01  WK-LOTE-PEDIDO          PIC X(8) VALUE SPACES.
       01  WK-ULTIMO-NUMERO        PIC 9(6) VALUE ZEROS.
       01  WK-NUMERO-LOTE          PIC 9(6) VALUE ZEROS.
       01  WK-LOTE-ARMADO.
           05 FILLER               PIC X(2) VALUE "MC".
           05 WK-LOTE-NUMERO       PIC 9(6) VALUE ZEROS.
       01  WK-SUCURSAL-OPERADOR    PIC X(3) VALUE SPACES.
       01  MONEDA-BASE             PIC X(3) VALUE 'EUR'.

       01  WK-IMPORTE-EDITADO      PIC Z,ZZZ,ZZ9.99.
       01  WK-TOTAL-EDITADO        PIC ZZZ,ZZZ,ZZ9.99.
       01  WK-DIFERENCIA           PIC S9(9)V99 VALUE ZEROS.
       01  WK-DIFERENCIA-EDITADA   PIC -ZZZ,ZZZ,ZZ9.99.
       01  WK-ESTADO-TEXTO         PIC X(14) VALUE SPACES.
       01  WK-GES-ACCION           PIC X(10) VALUE SPACES.
       01  WK-GES-DETALLE          PIC X(40) VALUE SPACES.

      * DICTAMEN DEL VALIDADOR COMUN DE REGISTROS DE MOVIMIENTO
      * (VALIDA-MOVIMIENTO): LAS MISMAS EDICIONES QUE APLICAN LA
      * MEZCLA Y EL CRUZADO, AHORA EN LA PUERTA.
       01  DATOS-VALIDADOR.
           05 WK-VM-VEREDICTO      PIC X(1) VALUE SPACE.
           05 WK-VM-CODIGO-MOTIVO  PIC 9(2) VALUE ZEROS.
           05 WK-VM-MOTIVO         PIC X(30) VALUE SPACES.

      * DIGITO DE CONTROL (DIGITO-CONTROL.CBL): EN TRANSICION UN
      * CODIGO VIEJO QUE NO CUMPLE SE ACEPTA SI EL OPERADOR LO
      * CONFIRMA; CUANDO LA CARTERA ESTE CONVERTIDA, CAMBIAR EL
      * VALOR A 'N' Y EL FALLO PASA A SER RECHAZO.
       01  SW-MODO-TRANSICION      PIC X VALUE 'S'.
           88 MODO-TRANSICION      VALUE 'S'.
       01  WK-DC-ACCION            PIC X(1) VALUE 'V'.
       01  WK-DC-CODIGO            PIC 9(5) VALUE ZEROS.
       01  WK-DC-VEREDICTO         PIC X(1) VALUE SPACE.

       01  WK-OPERADOR             PIC X(8) VALUE SPACES.
       01  DATOS-DE-SESION.
           05 FECHA-SESION         PIC 9(8).
           05 HORA-SESION          PIC 9(8).

      * CONTROL DE NIVEL DE AUTORIZACION: CAPTURAR Y VERIFICAR ES
      * OPERACION (NIVEL 2); ANULAR UN LOTE AJENO, SUPERVISOR.
       01  FS-INTENTOS             PIC XX.
       01  WK-NIVEL-OPERADOR       PIC X(1) VALUE SPACE.
       01  WK-NIVEL-NUMERICO       PIC 9(1) VALUE ZERO.
       01  WK-NIVEL-REQUERIDO      PIC 9(1) VALUE 2.
       01  WK-FECHA-INTENTO        PIC 9(8) VALUE ZEROS.
       01  WK-HORA-INTENTO         PIC 9(8) VALUE ZEROS.

      * LA CLAVE DEL OPERADOR LA PIDE Y COTEJA VERIFICA-CLAVE.CBL
      * (BLOQUEO POR FALLOS, VENCIMIENTO Y CAMBIO OBLIGADO).
       01  WK-CLAVE-PROGRAMA       PIC X(18) VALUE
           "CAPTURA-MANUAL".
       01  WK-CLAVE-VEREDICTO      PIC X(1) VALUE SPACE.
           88 CLAVE-ACEPTADA       VALUE 'S'.

       01  FS-CERROJO              PIC XX.
       01  WK-RESPUESTA-CERROJO    PIC X(1) VALUE SPACE.

      * BITACORA SELLADA (VER SELLA-BITACORA): NOMBRE DEL ARCHIVO
      * Y POSICIONES DE DATOS ANTES DE LA SECUENCIA Y EL SELLO.
       01  WK-SELLO-BITACORA       PIC X(30) VALUE
           "CAPTURA-GESTIONES.DAT".
       01  WK-SELLO-LARGO          PIC 9(3) VALUE 080.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 200-CICLO-DE-CAPTURA
           PERFORM 300-FINALIZAR
           STOP RUN.

       100-INICIALIZAR.
           DISPLAY "========================================"
           DISPLAY "  CAPTURA MANUAL DE MOVIMIENTOS"
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

      * CAPTURA-GESTIONES.DAT NUNCA SE TRUNCA: CADA SESION AGREGA
      * SUS GESTIONES A LAS ANTERIORES.
           OPEN EXTEND ARCHIVO-GESTIONES

           IF FS-GESTIONES = '35'
               OPEN OUTPUT ARCHIVO-GESTIONES
               CLOSE ARCHIVO-GESTIONES
               OPEN EXTEND ARCHIVO-GESTIONES
           END-IF

           IF FS-GESTIONES NOT = '00'
               DISPLAY "ERROR ABRIENDO CAPTURA-GESTIONES: "
                       FS-GESTIONES
               STOP RUN
           END-IF

      * AL ENTRAR, CADA OPERADOR VE LO QUE LO ESPERA: SUS LOTES
      * DEVUELTOS Y LOS AJENOS POR VERIFICAR.
           PERFORM 110-CARGAR-ARCHIVOS
           PERFORM 120-AVISAR-PENDIENTES.

      * RELEE LAS CABECERAS Y LAS LINEAS TAL COMO ESTAN AHORA EN
      * DISCO (OTRO OPERADOR PUDO GUARDAR ENTRE TANTO).
       110-CARGAR-ARCHIVOS.
           MOVE ZEROS TO CONT-LOTES
                         CONT-LINEAS
                         WK-ULTIMO-NUMERO
           MOVE 'N' TO SW-FIN-LOTES SW-FIN-LINEAS

           OPEN INPUT ARCHIVO-LOTES
           IF FS-LOTES = '00'
               PERFORM UNTIL FIN-LOTES
                   READ ARCHIVO-LOTES
                       AT END
                           MOVE 'S' TO SW-FIN-LOTES
                       NOT AT END
                           PERFORM 112-GUARDAR-CABECERA
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-LOTES
           ELSE
               IF FS-LOTES NOT = '35'
                   DISPLAY "ERROR ABRIENDO CAPTURA-LOTES: " FS-LOTES
                   STOP RUN
               END-IF
           END-IF

           OPEN INPUT ARCHIVO-LINEAS
           IF FS-LINEAS = '00'
               PERFORM UNTIL FIN-LINEAS
                   READ ARCHIVO-LINEAS
                       AT END
                           MOVE 'S' TO SW-FIN-LINEAS
                       NOT AT END
                           PERFORM 114-GUARDAR-LINEA
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-LINEAS
           ELSE
               IF FS-LINEAS NOT = '35'
                   DISPLAY "ERROR ABRIENDO CAPTURA-LINEAS: " FS-LINEAS
                   STOP RUN
               END-IF
           END-IF.

       112-GUARDAR-CABECERA.
           IF CONT-LOTES >= WK-MAX-LOTES
               DISPLAY "*** CAPTURA-LOTES.DAT EXCEDE " WK-MAX-LOTES
                       " LOTES: NO SE PUEDE GUARDAR NADA ***"
               CLOSE ARCHIVO-LOTES
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO CONT-LOTES
           MOVE REG-LOTE TO ENTRADA-LOTE(CONT-LOTES)
           IF CAP-LOTE(1:2) = "MC" AND CAP-LOTE(3:6) IS NUMERIC
               MOVE CAP-LOTE(3:6) TO WK-NUMERO-LOTE
               IF WK-NUMERO-LOTE > WK-ULTIMO-NUMERO
                   MOVE WK-NUMERO-LOTE TO WK-ULTIMO-NUMERO
               END-IF
           END-IF.

       114-GUARDAR-LINEA.
           IF CONT-LINEAS >= WK-MAX-LINEAS
               DISPLAY "*** CAPTURA-LINEAS.DAT EXCEDE " WK-MAX-LINEAS
                       " LINEAS: NO SE PUEDE GUARDAR NADA ***"
               CLOSE ARCHIVO-LINEAS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO CONT-LINEAS
           MOVE LIN-MOVIMIENTO TO TN-MOVIMIENTO(CONT-LINEAS)
           MOVE LIN-DIFIERE    TO TN-DIFIERE(CONT-LINEAS).

       120-AVISAR-PENDIENTES.
           PERFORM VARYING WK-IDX-LOTE FROM 1 BY 1
                   UNTIL WK-IDX-LOTE > CONT-LOTES
               IF TL-DEVUELTO(WK-IDX-LOTE)
                   AND TL-CAPTURISTA(WK-IDX-LOTE) = WK-OPERADOR
                   DISPLAY "*** SU LOTE " TL-LOTE(WK-IDX-LOTE)
                           " FUE DEVUELTO: RECTIFIQUELO (R) ***"
               END-IF
               IF TL-POR-VERIFICAR(WK-IDX-LOTE)
                   AND TL-CAPTURISTA(WK-IDX-LOTE) NOT = WK-OPERADOR
                   DISPLAY "LOTE " TL-LOTE(WK-IDX-LOTE)
                           " DE " TL-CAPTURISTA(WK-IDX-LOTE)
                           " ESPERA VERIFICACION (V)"
               END-IF
           END-PERFORM.

       200-CICLO-DE-CAPTURA.
           MOVE SPACE TO WK-ACCION
           PERFORM UNTIL ACCION-FIN
               DISPLAY " "
               DISPLAY "C=CAPTURAR V=VERIFICAR R=RECTIFICAR A=ANULAR"
                       " L=LISTAR F=FIN: "
               ACCEPT WK-ACCION
               EVALUATE TRUE
                   WHEN ACCION-CAPTURAR
                       PERFORM 210-CAPTURAR-LOTE
                   WHEN ACCION-VERIFICAR
                       PERFORM 230-VERIFICAR-LOTE
                   WHEN ACCION-RECTIFICAR
                       PERFORM 250-RECTIFICAR-LOTE
                   WHEN ACCION-ANULAR
                       PERFORM 260-ANULAR-LOTE
                   WHEN ACCION-LISTAR
                       PERFORM 270-LISTAR-LOTES
                   WHEN ACCION-FIN
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "ACCION NO RECONOCIDA"
               END-EVALUATE
           END-PERFORM.

      *****************************************************************
      * CAPTURA: CABECERA DEL PAQUETE DE COMPROBANTES Y UNA LINEA
      * POR COMPROBANTE. NADA SE GUARDA HASTA QUE EL LOTE CUADRA.
      *****************************************************************
       210-CAPTURAR-LOTE.
           MOVE 'N' TO SW-ABANDONO
           PERFORM 215-PEDIR-CABECERA
           IF LOTE-ABANDONADO
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO CONT-TRABAJO
           PERFORM VARYING WK-IDX-LINEA FROM 1 BY 1
                   UNTIL WK-IDX-LINEA > WK-CANTIDAD-LOTE
                   OR LOTE-ABANDONADO
               ADD 1 TO CONT-TRABAJO
               PERFORM 400-TECLEAR-LINEA
           END-PERFORM

           IF NOT LOTE-ABANDONADO
               PERFORM 420-CUADRAR-LOTE
           END-IF

           IF LOTE-ABANDONADO
               DISPLAY "LOTE ABANDONADO: NO SE GUARDA NADA"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WK-LOTE-ACTUAL
           MOVE SPACE  TO WK-ESTADO-ESPERADO
           MOVE 'P'    TO WK-ESTADO-NUEVO
           MOVE "CAPTURA" TO WK-GES-ACCION
           MOVE SPACES TO WK-GES-DETALLE
           MOVE WK-TOTAL-LOTE TO WK-TOTAL-EDITADO
           STRING WK-CANTIDAD-LOTE " MOVS POR " WK-TOTAL-EDITADO
               DELIMITED BY SIZE INTO WK-GES-DETALLE
           PERFORM 440-GUARDAR-LOTE

           IF LOTE-GUARDADO
               ADD 1 TO CONT-CAPTURADOS
               DISPLAY "LOTE " WK-LOTE-ACTUAL " GUARDADO: QUEDA A LA"
                       " ESPERA DE QUE OTRO OPERADOR LO VERIFIQUE"
           END-IF.

      * LA SUCURSAL PROPUESTA ES LA DEL OPERADOR; CANTIDAD EN CERO
      * ES ARREPENTIRSE ANTES DE EMPEZAR.
       215-PEDIR-CABECERA.
           IF WK-SUCURSAL-OPERADOR IS NUMERIC
               DISPLAY "SUCURSAL DEL LOTE (ENTER = "
                       WK-SUCURSAL-OPERADOR "): "
           ELSE
               DISPLAY "SUCURSAL DEL LOTE (3 DIGITOS): "
           END-IF
           MOVE SPACES TO WK-SUCURSAL-TECLEADA
           ACCEPT WK-SUCURSAL-TECLEADA
           IF WK-SUCURSAL-TECLEADA = SPACES
               MOVE WK-SUCURSAL-OPERADOR TO WK-SUCURSAL-TECLEADA
           END-IF
           IF WK-SUCURSAL-TECLEADA IS NOT NUMERIC
               DISPLAY "SUCURSAL INVALIDA: " WK-SUCURSAL-TECLEADA
               MOVE 'S' TO SW-ABANDONO
               EXIT PARAGRAPH
           END-IF
           MOVE WK-SUCURSAL-TECLEADA TO WK-SUCURSAL-LOTE

           DISPLAY "CANTIDAD DE MOVIMIENTOS DEL LOTE (1-"
                   WK-MAX-TRABAJO ", 0 = CANCELAR): "
           ACCEPT WK-CANTIDAD-LOTE
           IF WK-CANTIDAD-LOTE = ZEROS
               MOVE 'S' TO SW-ABANDONO
               EXIT PARAGRAPH
           END-IF

           DISPLAY "IMPORTE TOTAL DEL LOTE (999999999.99): "
           ACCEPT WK-TOTAL-LOTE
           IF WK-TOTAL-LOTE = ZEROS
               DISPLAY "UN LOTE SIN IMPORTE TOTAL NO SE PUEDE CUADRAR"
               MOVE 'S' TO SW-ABANDONO
           END-IF.

      *****************************************************************
      * VERIFICACION A CIEGAS: EL SEGUNDO OPERADOR NO VE LA CUENTA NI
      * EL IMPORTE CAPTURADOS, Y TAMPOCO SABE HASTA EL FINAL SI LO
      * QUE TECLEA COINCIDE.
      *****************************************************************
       230-VERIFICAR-LOTE.
           PERFORM 110-CARGAR-ARCHIVOS
           MOVE 'P' TO WK-ESTADO-ESPERADO
           PERFORM 410-ELEGIR-LOTE
           IF NOT HALLADO
               EXIT PARAGRAPH
           END-IF

           IF TL-CAPTURISTA(WK-IDX-LOTE-ACTUAL) = WK-OPERADOR
               DISPLAY "USTED CAPTURO ESTE LOTE: OTRO OPERADOR DEBE"
                       " VERIFICARLO"
               EXIT PARAGRAPH
           END-IF

           PERFORM 415-CARGAR-TRABAJO
           DISPLAY "VUELVA A TECLEAR CUENTA E IMPORTE DE CADA"
                   " COMPROBANTE (CUENTA EN BLANCO = SALIR SIN"
                   " VERIFICAR)"

           MOVE 'N' TO SW-ABANDONO
           MOVE ZEROS TO CONT-DIFERENCIAS
           PERFORM VARYING WK-IDX-LINEA FROM 1 BY 1
                   UNTIL WK-IDX-LINEA > CONT-TRABAJO
                   OR LOTE-ABANDONADO
               PERFORM 235-RETECLEAR-LINEA
           END-PERFORM

           IF LOTE-ABANDONADO
               DISPLAY "VERIFICACION INTERRUMPIDA: EL LOTE SIGUE"
                       " ESPERANDO"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WK-GES-DETALLE
           IF CONT-DIFERENCIAS = ZEROS
               MOVE 'L' TO WK-ESTADO-NUEVO
               MOVE "LIBERA" TO WK-GES-ACCION
               MOVE "VERIFICADO SIN DIFERENCIAS" TO WK-GES-DETALLE
           ELSE
               MOVE 'D' TO WK-ESTADO-NUEVO
               MOVE "DEVUELVE" TO WK-GES-ACCION
               STRING CONT-DIFERENCIAS " LINEAS NO COINCIDEN"
                   DELIMITED BY SIZE INTO WK-GES-DETALLE
           END-IF
           PERFORM 440-GUARDAR-LOTE

           IF NOT LOTE-GUARDADO
               EXIT PARAGRAPH
           END-IF

           IF CONT-DIFERENCIAS = ZEROS
               ADD 1 TO CONT-LIBERADOS
               DISPLAY "LOTE " WK-LOTE-ACTUAL " LIBERADO: ENTRA A LA"
                       " MEZCLA DE LA PROXIMA NOCHE"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-DEVUELTOS
           DISPLAY "*** EL LOTE " WK-LOTE-ACTUAL " NO COINCIDE EN "
                   CONT-DIFERENCIAS " LINEAS Y VUELVE A "
                   TL-CAPTURISTA(WK-IDX-LOTE-ACTUAL) " ***"
           PERFORM VARYING WK-IDX-LINEA FROM 1 BY 1
                   UNTIL WK-IDX-LINEA > CONT-TRABAJO
               IF TW-NO-COINCIDE(WK-IDX-LINEA)
                   DISPLAY "  LINEA " WK-IDX-LINEA
               END-IF
           END-PERFORM.

      * SOLO SE MUESTRA LO QUE NO SE VERIFICA (TIPO Y REFERENCIA,
      * PARA UBICAR EL COMPROBANTE). LA LINEA QUE NO COINCIDE EN
      * CUENTA O EN IMPORTE QUEDA MARCADA.
       235-RETECLEAR-LINEA.
           MOVE TW-MOVIMIENTO(WK-IDX-LINEA) TO WK-MOVIMIENTO
           DISPLAY "LINEA " WK-IDX-LINEA " DE " CONT-TRABAJO
                   "  TIPO " WKM-TIPO "  REFERENCIA " WKM-REFERENCIA
           DISPLAY "  CUENTA: "
           MOVE SPACES TO WK-CUENTA-TECLEADA
           ACCEPT WK-CUENTA-TECLEADA
           IF WK-CUENTA-TECLEADA = SPACES
               MOVE 'S' TO SW-ABANDONO
               EXIT PARAGRAPH
           END-IF
           DISPLAY "  IMPORTE (9999999.99): "
           MOVE ZEROS TO WK-IMPORTE-TECLEADO
           ACCEPT WK-IMPORTE-TECLEADO

           MOVE SPACE TO TW-DIFIERE(WK-IDX-LINEA)
           IF WK-CUENTA-TECLEADA NOT = TW-MOVIMIENTO(WK-IDX-LINEA)(1:5)
               OR WK-IMPORTE-TECLEADO NOT = WKM-IMPORTE
               MOVE 'S' TO TW-DIFIERE(WK-IDX-LINEA)
               ADD 1 TO CONT-DIFERENCIAS
           END-IF.

      *****************************************************************
      * RECTIFICACION: SOLO QUIEN CAPTURO, Y SOLO SOBRE LAS LINEAS
      * MARCADAS. EL LOTE TIENE QUE VOLVER A CUADRAR Y ESPERA UNA
      * VERIFICACION COMPLETA NUEVA.
      *****************************************************************
       250-RECTIFICAR-LOTE.
           PERFORM 110-CARGAR-ARCHIVOS
           MOVE 'D' TO WK-ESTADO-ESPERADO
           PERFORM 410-ELEGIR-LOTE
           IF NOT HALLADO
               EXIT PARAGRAPH
           END-IF

           IF TL-CAPTURISTA(WK-IDX-LOTE-ACTUAL) NOT = WK-OPERADOR
               DISPLAY "SOLO " TL-CAPTURISTA(WK-IDX-LOTE-ACTUAL)
                       ", QUE LO CAPTURO, PUEDE RECTIFICARLO"
               EXIT PARAGRAPH
           END-IF

           PERFORM 415-CARGAR-TRABAJO
           DISPLAY "REVISE CONTRA EL COMPROBANTE Y VUELVA A TECLEAR"
                   " CADA LINEA MARCADA"

           MOVE 'N' TO SW-ABANDONO
           PERFORM VARYING WK-IDX-LINEA FROM 1 BY 1
                   UNTIL WK-IDX-LINEA > CONT-TRABAJO
                   OR LOTE-ABANDONADO
               IF TW-NO-COINCIDE(WK-IDX-LINEA)
                   PERFORM 255-MOSTRAR-LINEA
                   PERFORM 400-TECLEAR-LINEA
               END-IF
           END-PERFORM

           IF NOT LOTE-ABANDONADO
               PERFORM 420-CUADRAR-LOTE
           END-IF

           IF LOTE-ABANDONADO
               DISPLAY "RECTIFICACION ABANDONADA: EL LOTE SIGUE"
                       " DEVUELTO"
               EXIT PARAGRAPH
           END-IF

           MOVE 'P' TO WK-ESTADO-NUEVO
           MOVE "RECTIFICA" TO WK-GES-ACCION
           MOVE "LINEAS MARCADAS VUELTAS A TECLEAR"
             TO WK-GES-DETALLE
           PERFORM 440-GUARDAR-LOTE

           IF LOTE-GUARDADO
               ADD 1 TO CONT-RECTIFICADOS
               DISPLAY "LOTE " WK-LOTE-ACTUAL " RECTIFICADO: ESPERA"
                       " UNA NUEVA VERIFICACION"
           END-IF.

       255-MOSTRAR-LINEA.
           MOVE TW-MOVIMIENTO(WK-IDX-LINEA) TO WK-MOVIMIENTO
           MOVE WKM-IMPORTE TO WK-IMPORTE-EDITADO
           DISPLAY "LINEA " WK-IDX-LINEA " TAL COMO SE CAPTURO: CUENTA "
                   WKM-CODIGO " TIPO " WKM-TIPO " " WK-IMPORTE-EDITADO
                   " " WKM-MONEDA
           DISPLAY "  " WKM-DESCRIPCION " REF " WKM-REFERENCIA.

      * UN LOTE QUE TODAVIA NO SE LIBERO LO PUEDE ANULAR QUIEN LO
      * CAPTURO; UNO AJENO, SOLO UN SUPERVISOR.
       260-ANULAR-LOTE.
           PERFORM 110-CARGAR-ARCHIVOS
           MOVE SPACE TO WK-ESTADO-ESPERADO
           PERFORM 410-ELEGIR-LOTE
           IF NOT HALLADO
               EXIT PARAGRAPH
           END-IF

           IF NOT TL-POR-VERIFICAR(WK-IDX-LOTE-ACTUAL)
               AND NOT TL-DEVUELTO(WK-IDX-LOTE-ACTUAL)
               DISPLAY "SOLO SE ANULA UN LOTE POR VERIFICAR O"
                       " DEVUELTO"
               EXIT PARAGRAPH
           END-IF

           IF TL-CAPTURISTA(WK-IDX-LOTE-ACTUAL) NOT = WK-OPERADOR
               AND WK-NIVEL-OPERADOR IS NUMERIC
               AND WK-NIVEL-NUMERICO < 3
               DISPLAY "EL LOTE ES DE "
                       TL-CAPTURISTA(WK-IDX-LOTE-ACTUAL)
                       ": SOLO EL O UN SUPERVISOR PUEDEN ANULARLO"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CONFIRMA LA ANULACION DEL LOTE " WK-LOTE-ACTUAL
                   " (S/N): "
           MOVE SPACE TO WK-CONFIRMACION
           ACCEPT WK-CONFIRMACION
           IF WK-CONFIRMACION NOT = 'S'
               DISPLAY "NO SE ANULA NADA"
               EXIT PARAGRAPH
           END-IF

           MOVE TL-ESTADO(WK-IDX-LOTE-ACTUAL) TO WK-ESTADO-ESPERADO
           MOVE ZEROS TO CONT-TRABAJO
           MOVE 'X' TO WK-ESTADO-NUEVO
           MOVE "ANULA" TO WK-GES-ACCION
           MOVE "LOTE DESCARTADO ANTES DE LIBERAR" TO WK-GES-DETALLE
           PERFORM 440-GUARDAR-LOTE

           IF LOTE-GUARDADO
               ADD 1 TO CONT-ANULADOS
               DISPLAY "LOTE " WK-LOTE-ACTUAL " ANULADO"
           END-IF.

      * LOS LOTES ABIERTOS Y LOS QUE YA SALIERON HOY.
       270-LISTAR-LOTES.
           PERFORM 110-CARGAR-ARCHIVOS
           DISPLAY "LOTE     SUC CANT          TOTAL ESTADO        "
                   " CAPTURO  VERIFICO"
           PERFORM VARYING WK-IDX-LOTE FROM 1 BY 1
                   UNTIL WK-IDX-LOTE > CONT-LOTES
               IF TL-POR-VERIFICAR(WK-IDX-LOTE)
                   OR TL-DEVUELTO(WK-IDX-LOTE)
                   OR TL-LIBERADO(WK-IDX-LOTE)
                   OR (TL-ENTREGADO(WK-IDX-LOTE)
                       AND TL-FECHA-ENTREGA(WK-IDX-LOTE)
                           >= FECHA-SESION)
                   PERFORM 275-MOSTRAR-CABECERA
               END-IF
           END-PERFORM.

       275-MOSTRAR-CABECERA.
           EVALUATE TRUE
               WHEN TL-POR-VERIFICAR(WK-IDX-LOTE)
                   MOVE "POR VERIFICAR" TO WK-ESTADO-TEXTO
               WHEN TL-DEVUELTO(WK-IDX-LOTE)
                   MOVE "DEVUELTO" TO WK-ESTADO-TEXTO
               WHEN TL-LIBERADO(WK-IDX-LOTE)
                   MOVE "LIBERADO" TO WK-ESTADO-TEXTO
               WHEN OTHER
                   MOVE "ENTREGADO" TO WK-ESTADO-TEXTO
           END-EVALUATE
           MOVE TL-TOTAL(WK-IDX-LOTE) TO WK-TOTAL-EDITADO
           DISPLAY TL-LOTE(WK-IDX-LOTE) " " TL-SUCURSAL(WK-IDX-LOTE)
                   " " TL-CANTIDAD(WK-IDX-LOTE) " " WK-TOTAL-EDITADO
                   " " WK-ESTADO-TEXTO " " TL-CAPTURISTA(WK-IDX-LOTE)
                   " " TL-VERIFICADOR(WK-IDX-LOTE).

       300-FINALIZAR.
           CLOSE ARCHIVO-GESTIONES

           DISPLAY " "
           DISPLAY "LOTES CAPTURADOS:      " CONT-CAPTURADOS
           DISPLAY "LOTES LIBERADOS:       " CONT-LIBERADOS
           DISPLAY "LOTES DEVUELTOS:       " CONT-DEVUELTOS
           DISPLAY "LOTES RECTIFICADOS:    " CONT-RECTIFICADOS
           DISPLAY "LOTES ANULADOS:        " CONT-ANULADOS
           DISPLAY "CONSTANCIA EN: CAPTURA-GESTIONES.DAT".

      *****************************************************************
      * UNA LINEA DEL LOTE, EN WK-IDX-LINEA: SE PIDE HASTA QUE PASA
      * EL VALIDADOR COMUN Y EL DIGITO DE CONTROL, O HASTA QUE EL
      * OPERADOR ABANDONA EL LOTE.
      *****************************************************************
       400-TECLEAR-LINEA.
           MOVE 'N' TO SW-LINEA-VALIDA
           PERFORM UNTIL LINEA-VALIDA OR LOTE-ABANDONADO
               PERFORM 402-PEDIR-CAMPOS
               IF NOT LOTE-ABANDONADO
                   PERFORM 404-EDITAR-LINEA
               END-IF
           END-PERFORM.

      * LA FECHA VA EN CERO ("SIN FECHA, ESTA NOCHE"): EL LOTE
      * TOMA LA FECHA DE LA NOCHE EN QUE SE ENTREGA A LA MEZCLA.
       402-PEDIR-CAMPOS.
           MOVE SPACES TO WK-MOVIMIENTO
           DISPLAY "LINEA " WK-IDX-LINEA " DE " WK-CANTIDAD-LOTE
           DISPLAY "  CUENTA (EN BLANCO = ABANDONAR EL LOTE): "
           MOVE SPACES TO WK-CUENTA-TECLEADA
           ACCEPT WK-CUENTA-TECLEADA
           IF WK-CUENTA-TECLEADA = SPACES
               DISPLAY "  ABANDONAR EL LOTE SIN GUARDAR? (S/N): "
               MOVE SPACE TO WK-CONFIRMACION
               ACCEPT WK-CONFIRMACION
               IF WK-CONFIRMACION = 'S'
                   MOVE 'S' TO SW-ABANDONO
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WK-CUENTA-TECLEADA TO WK-MOVIMIENTO(1:5)

           DISPLAY "  TIPO (C/A/I/F/R): "
           ACCEPT WKM-TIPO
           DISPLAY "  IMPORTE (9999999.99): "
           MOVE ZEROS TO WK-IMPORTE-TECLEADO
           ACCEPT WK-IMPORTE-TECLEADO
           MOVE WK-IMPORTE-TECLEADO TO WKM-IMPORTE
           DISPLAY "  DESCRIPCION (20): "
           ACCEPT WKM-DESCRIPCION
           DISPLAY "  REFERENCIA (8): "
           ACCEPT WKM-REFERENCIA
           DISPLAY "  MONEDA (ENTER = " MONEDA-BASE "): "
           MOVE SPACES TO WK-MONEDA-TECLEADA
           ACCEPT WK-MONEDA-TECLEADA
           IF WK-MONEDA-TECLEADA = SPACES
               MOVE MONEDA-BASE TO WK-MONEDA-TECLEADA
           END-IF
           MOVE WK-MONEDA-TECLEADA TO WKM-MONEDA

           MOVE WK-LOTE-ACTUAL   TO WKM-LOTE
           MOVE ZEROS            TO WKM-FECHA
           MOVE WK-IDX-LINEA     TO WKM-SECUENCIA
           MOVE WK-SUCURSAL-LOTE TO WKM-SUCURSAL.

      * PRIMERO EL VALIDADOR COMUN (LA MISMA VERDAD QUE APLICAN LA
      * MEZCLA Y EL CRUZADO), DESPUES EL DIGITO DE CONTROL. UN
      * IMPORTE EN CERO NO ES UN COMPROBANTE.
       404-EDITAR-LINEA.
           CALL "VALIDA-MOVIMIENTO" USING WK-MOVIMIENTO
                                          WK-VM-VEREDICTO
                                          WK-VM-CODIGO-MOTIVO
                                          WK-VM-MOTIVO
           IF WK-VM-VEREDICTO = 'N'
               DISPLAY "  *** LINEA RECHAZADA: " WK-VM-MOTIVO
                       " - VUELVA A TECLEARLA ***"
               EXIT PARAGRAPH
           END-IF

           IF WKM-IMPORTE = ZEROS
               DISPLAY "  *** IMPORTE EN CERO - VUELVA A TECLEARLA ***"
               EXIT PARAGRAPH
           END-IF

           MOVE 'V' TO WK-DC-ACCION
           MOVE WKM-CODIGO TO WK-DC-CODIGO
           CALL "DIGITO-CONTROL" USING WK-DC-ACCION
                                       WK-DC-CODIGO
                                       WK-DC-VEREDICTO
           IF WK-DC-VEREDICTO NOT = 'S'
               IF NOT MODO-TRANSICION
                   DISPLAY "  *** CUENTA " WKM-CODIGO " CON DIGITO DE"
                           " CONTROL INVALIDO - VUELVA A TECLEARLA ***"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "  LA CUENTA " WKM-CODIGO " NO CUMPLE EL DIGITO"
                       " DE CONTROL (CUENTA ANTERIOR AL ESQUEMA O MAL"
                       " TECLEADA)"
               DISPLAY "  CONFIRMA QUE ES LA DEL COMPROBANTE? (S/N): "
               MOVE SPACE TO WK-CONFIRMACION
               ACCEPT WK-CONFIRMACION
               IF WK-CONFIRMACION NOT = 'S'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 'S' TO SW-LINEA-VALIDA
           MOVE WK-MOVIMIENTO TO TW-MOVIMIENTO(WK-IDX-LINEA)
           MOVE SPACE TO TW-DIFIERE(WK-IDX-LINEA).

      * PIDE EL LOTE Y LO UBICA EN LA TABLA; CON WK-ESTADO-ESPERADO
      * LLENO, EL LOTE DEBE ESTAR EN ESE ESTADO.
       410-ELEGIR-LOTE.
           DISPLAY "LOTE: "
           MOVE SPACES TO WK-LOTE-PEDIDO
           ACCEPT WK-LOTE-PEDIDO

           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-IDX-LOTE FROM 1 BY 1
                   UNTIL WK-IDX-LOTE > CONT-LOTES
                   OR HALLADO
               IF TL-LOTE(WK-IDX-LOTE) = WK-LOTE-PEDIDO
                   MOVE 'S' TO SW-HALLADO
                   MOVE WK-IDX-LOTE TO WK-IDX-LOTE-ACTUAL
               END-IF
           END-PERFORM

           IF NOT HALLADO
               DISPLAY "EL LOTE " WK-LOTE-PEDIDO " NO EXISTE"
               EXIT PARAGRAPH
           END-IF

           IF WK-ESTADO-ESPERADO NOT = SPACE
               AND TL-ESTADO(WK-IDX-LOTE-ACTUAL)
                   NOT = WK-ESTADO-ESPERADO
               MOVE 'N' TO SW-HALLADO
               MOVE WK-IDX-LOTE-ACTUAL TO WK-IDX-LOTE
               PERFORM 275-MOSTRAR-CABECERA
               DISPLAY "EL LOTE NO ESTA EN CONDICIONES PARA ESTA"
                       " ACCION"
               EXIT PARAGRAPH
           END-IF

           MOVE WK-LOTE-PEDIDO TO WK-LOTE-ACTUAL
           MOVE TL-SUCURSAL(WK-IDX-LOTE-ACTUAL) TO WK-SUCURSAL-LOTE
           MOVE TL-CANTIDAD(WK-IDX-LOTE-ACTUAL) TO WK-CANTIDAD-LOTE
           MOVE TL-TOTAL(WK-IDX-LOTE-ACTUAL)    TO WK-TOTAL-LOTE.

      * LAS LINEAS DEL LOTE ELEGIDO, EN EL ORDEN EN QUE SE GUARDARON
      * (EL DE SU SECUENCIA).
       415-CARGAR-TRABAJO.
           MOVE ZEROS TO CONT-TRABAJO
           PERFORM VARYING WK-IDX-LINEA-ARCHIVO FROM 1 BY 1
                   UNTIL WK-IDX-LINEA-ARCHIVO > CONT-LINEAS
               MOVE TN-MOVIMIENTO(WK-IDX-LINEA-ARCHIVO)
                 TO WK-MOVIMIENTO
               IF WKM-LOTE = WK-LOTE-ACTUAL
                   AND CONT-TRABAJO < WK-MAX-TRABAJO
                   ADD 1 TO CONT-TRABAJO
                   MOVE WK-MOVIMIENTO TO TW-MOVIMIENTO(CONT-TRABAJO)
                   MOVE TN-DIFIERE(WK-IDX-LINEA-ARCHIVO)
                     TO TW-DIFIERE(CONT-TRABAJO)
               END-IF
           END-PERFORM.

      * LA SUMA DE LAS LINEAS DEBE SER EL TOTAL DE LA CABECERA; SI
      * NO, EL OPERADOR ELIGE QUE LINEA VOLVER A TECLEAR.
       420-CUADRAR-LOTE.
           PERFORM 425-SUMAR-TRABAJO
           PERFORM UNTIL WK-TOTAL-TECLEADO = WK-TOTAL-LOTE
                   OR LOTE-ABANDONADO
               MOVE WK-TOTAL-LOTE TO WK-TOTAL-EDITADO
               DISPLAY "*** EL LOTE NO CUADRA: CABECERA "
                       WK-TOTAL-EDITADO
               MOVE WK-TOTAL-TECLEADO TO WK-TOTAL-EDITADO
               COMPUTE WK-DIFERENCIA =
                   WK-TOTAL-TECLEADO - WK-TOTAL-LOTE
               MOVE WK-DIFERENCIA TO WK-DIFERENCIA-EDITADA
               DISPLAY "    LINEAS " WK-TOTAL-EDITADO
                       " DIFERENCIA " WK-DIFERENCIA-EDITADA " ***"
               DISPLAY "LINEA A CORREGIR (0 = ABANDONAR EL LOTE): "
               MOVE ZEROS TO WK-LINEA-PEDIDA
               ACCEPT WK-LINEA-PEDIDA
               EVALUATE TRUE
                   WHEN WK-LINEA-PEDIDA = ZEROS
                       MOVE 'S' TO SW-ABANDONO
                   WHEN WK-LINEA-PEDIDA > CONT-TRABAJO
                       DISPLAY "EL LOTE TIENE " CONT-TRABAJO " LINEAS"
                   WHEN OTHER
                       MOVE WK-LINEA-PEDIDA TO WK-IDX-LINEA
                       PERFORM 255-MOSTRAR-LINEA
                       PERFORM 400-TECLEAR-LINEA
                       PERFORM 425-SUMAR-TRABAJO
               END-EVALUATE
           END-PERFORM.

       425-SUMAR-TRABAJO.
           MOVE ZEROS TO WK-TOTAL-TECLEADO
           PERFORM VARYING WK-IDX-LINEA FROM 1 BY 1
                   UNTIL WK-IDX-LINEA > CONT-TRABAJO
               MOVE TW-MOVIMIENTO(WK-IDX-LINEA) TO WK-MOVIMIENTO
               ADD WKM-IMPORTE TO WK-TOTAL-TECLEADO
           END-PERFORM.

      *****************************************************************
      * GUARDADO DE UN LOTE: SE RELEE TODO, SE COMPRUEBA QUE EL LOTE
      * SIGA EN EL ESTADO EN QUE SE LO TOMO (OTRO OPERADOR PUDO
      * VERIFICARLO O ANULARLO MIENTRAS TANTO) Y SE REESCRIBEN LOS
      * DOS ARCHIVOS CAMBIANDO SOLO ESE LOTE. UN LOTE NUEVO RECIBE
      * AQUI SU NUMERO.
      *****************************************************************
       440-GUARDAR-LOTE.
           MOVE 'N' TO SW-GUARDADO
           PERFORM 9530-VERIFICAR-CERROJO
           PERFORM 110-CARGAR-ARCHIVOS

           IF WK-ESTADO-ESPERADO = SPACE
               PERFORM 442-ALTA-CABECERA
           ELSE
               PERFORM 444-UBICAR-CABECERA
           END-IF
           IF NOT HALLADO
               EXIT PARAGRAPH
           END-IF

           MOVE WK-ESTADO-NUEVO TO TL-ESTADO(WK-IDX-LOTE-ACTUAL)
           EVALUATE TRUE
               WHEN TL-LIBERADO(WK-IDX-LOTE-ACTUAL)
                   OR TL-DEVUELTO(WK-IDX-LOTE-ACTUAL)
                   MOVE WK-OPERADOR
                     TO TL-VERIFICADOR(WK-IDX-LOTE-ACTUAL)
                   MOVE FECHA-SESION
                     TO TL-FECHA-VERIFICA(WK-IDX-LOTE-ACTUAL)
                   MOVE HORA-SESION(1:6)
                     TO TL-HORA-VERIFICA(WK-IDX-LOTE-ACTUAL)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF TL-DEVUELTO(WK-IDX-LOTE-ACTUAL)
               ADD 1 TO TL-DEVOLUCIONES(WK-IDX-LOTE-ACTUAL)
           END-IF

           OPEN OUTPUT ARCHIVO-LOTES
           IF FS-LOTES NOT = '00'
               DISPLAY "ERROR REESCRIBIENDO CAPTURA-LOTES: " FS-LOTES
               STOP RUN
           END-IF
           PERFORM VARYING WK-IDX-LOTE FROM 1 BY 1
                   UNTIL WK-IDX-LOTE > CONT-LOTES
               MOVE ENTRADA-LOTE(WK-IDX-LOTE) TO REG-LOTE
               WRITE REG-LOTE
           END-PERFORM
           CLOSE ARCHIVO-LOTES

           PERFORM 446-REESCRIBIR-LINEAS

           MOVE FECHA-SESION     TO GES-FECHA
           MOVE HORA-SESION(1:6) TO GES-HORA
           MOVE WK-OPERADOR      TO GES-OPERADOR
           MOVE WK-LOTE-ACTUAL   TO GES-LOTE
           MOVE WK-GES-ACCION    TO GES-ACCION
           MOVE WK-GES-DETALLE   TO GES-DETALLE
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

       442-ALTA-CABECERA.
           MOVE 'S' TO SW-HALLADO
           IF CONT-LOTES >= WK-MAX-LOTES
               DISPLAY "*** CAPTURA-LOTES.DAT LLENO: EL LOTE NO SE"
                       " GUARDA ***"
               MOVE 'N' TO SW-HALLADO
               EXIT PARAGRAPH
           END-IF
           IF CONT-LINEAS + CONT-TRABAJO > WK-MAX-LINEAS
               DISPLAY "*** CAPTURA-LINEAS.DAT LLENO: EL LOTE NO SE"
                       " GUARDA ***"
               MOVE 'N' TO SW-HALLADO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WK-LOTE-NUMERO = WK-ULTIMO-NUMERO + 1
           MOVE WK-LOTE-ARMADO TO WK-LOTE-ACTUAL
           PERFORM VARYING WK-IDX-LINEA FROM 1 BY 1
                   UNTIL WK-IDX-LINEA > CONT-TRABAJO
               MOVE TW-MOVIMIENTO(WK-IDX-LINEA) TO WK-MOVIMIENTO
               MOVE WK-LOTE-ACTUAL TO WKM-LOTE
               MOVE WK-MOVIMIENTO TO TW-MOVIMIENTO(WK-IDX-LINEA)
           END-PERFORM

           ADD 1 TO CONT-LOTES
           MOVE CONT-LOTES TO WK-IDX-LOTE-ACTUAL
           MOVE WK-LOTE-ACTUAL   TO TL-LOTE(CONT-LOTES)
           MOVE WK-SUCURSAL-LOTE TO TL-SUCURSAL(CONT-LOTES)
           MOVE WK-CANTIDAD-LOTE TO TL-CANTIDAD(CONT-LOTES)
           MOVE WK-TOTAL-LOTE    TO TL-TOTAL(CONT-LOTES)
           MOVE WK-OPERADOR      TO TL-CAPTURISTA(CONT-LOTES)
           MOVE FECHA-SESION     TO TL-FECHA-CAPTURA(CONT-LOTES)
           MOVE HORA-SESION(1:6) TO TL-HORA-CAPTURA(CONT-LOTES)
           MOVE SPACES           TO TL-VERIFICADOR(CONT-LOTES)
           MOVE ZEROS            TO TL-FECHA-VERIFICA(CONT-LOTES)
                                    TL-HORA-VERIFICA(CONT-LOTES)
                                    TL-DEVOLUCIONES(CONT-LOTES)
                                    TL-FECHA-ENTREGA(CONT-LOTES).

       444-UBICAR-CABECERA.
           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-IDX-LOTE FROM 1 BY 1
                   UNTIL WK-IDX-LOTE > CONT-LOTES
                   OR HALLADO
               IF TL-LOTE(WK-IDX-LOTE) = WK-LOTE-ACTUAL
                   MOVE 'S' TO SW-HALLADO
                   MOVE WK-IDX-LOTE TO WK-IDX-LOTE-ACTUAL
               END-IF
           END-PERFORM

           IF HALLADO
               AND TL-ESTADO(WK-IDX-LOTE-ACTUAL)
                   NOT = WK-ESTADO-ESPERADO
               MOVE 'N' TO SW-HALLADO
           END-IF

           IF NOT HALLADO
               DISPLAY "*** EL LOTE " WK-LOTE-ACTUAL " CAMBIO MIENTRAS"
                       " TRABAJABA (OTRO OPERADOR LO TOCO): NO SE"
                       " GUARDA NADA ***"
           END-IF.

      * LAS LINEAS DE LOS DEMAS LOTES PASAN TAL CUAL; LAS DEL LOTE
      * GUARDADO SE REEMPLAZAN POR LAS DE LA TABLA DE TRABAJO (UN
      * LOTE ANULADO SE QUEDA SIN LINEAS).
       446-REESCRIBIR-LINEAS.
           OPEN OUTPUT ARCHIVO-LINEAS
           IF FS-LINEAS NOT = '00'
               DISPLAY "ERROR REESCRIBIENDO CAPTURA-LINEAS: " FS-LINEAS
               STOP RUN
           END-IF

           PERFORM VARYING WK-IDX-LINEA-ARCHIVO FROM 1 BY 1
                   UNTIL WK-IDX-LINEA-ARCHIVO > CONT-LINEAS
               MOVE TN-MOVIMIENTO(WK-IDX-LINEA-ARCHIVO)
                 TO LIN-MOVIMIENTO
               IF LIN-LOTE NOT = WK-LOTE-ACTUAL
                   MOVE TN-DIFIERE(WK-IDX-LINEA-ARCHIVO)
                     TO LIN-DIFIERE
                   WRITE REG-LINEA
               END-IF
           END-PERFORM

           PERFORM VARYING WK-IDX-LINEA FROM 1 BY 1
                   UNTIL WK-IDX-LINEA > CONT-TRABAJO
               MOVE TW-MOVIMIENTO(WK-IDX-LINEA) TO LIN-MOVIMIENTO
               IF WK-ESTADO-NUEVO = 'D'
                   MOVE TW-DIFIERE(WK-IDX-LINEA) TO LIN-DIFIERE
               ELSE
                   MOVE SPACE TO LIN-DIFIERE
               END-IF
               WRITE REG-LINEA
           END-PERFORM

           CLOSE ARCHIVO-LINEAS.

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
               MOVE "CAPTURA-MANUAL"     TO INT-PROGRAMA
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
               DISPLAY "SUPERVISOR: GUARDAR LOS LOTES IGUAL,"
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
