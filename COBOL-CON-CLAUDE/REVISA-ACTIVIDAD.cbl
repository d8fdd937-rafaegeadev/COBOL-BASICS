       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISA-ACTIVIDAD.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: ACTIVIDAD DE OPERADORES PARA AUDITORIA INTERNA
      * PROPOSITO: CADA PROGRAMA DE MANTENIMIENTO DEJA SU PROPIA
      *            BITACORA. ESTE REPORTE LAS JUNTA TODAS (MAS LOS
      *            RECHAZOS DE INTENTOS-RECHAZADOS.DAT), LAS ORDENA
      *            POR OPERADOR Y FECHA/HORA, Y ESCRIBE EN
      *            ACTIVIDAD-OPERADORES.TXT LO QUE HIZO CADA UNO EN
      *            EL PERIODO PEDIDO, EN ORDEN. MARCA LAS FALTAS A LA
      *            SEPARACION DE FUNCIONES:
      *            -- CS: EL OPERADOR CAMBIO LOS DATOS DE CONTACTO DE
      *               UNA CUENTA Y DESPUES AJUSTO (O PIDIO AJUSTAR)
      *               SU SALDO.
      *            -- FH: EL OPERADOR TOCO UNA CUENTA DE SU PROPIA
      *               SUCURSAL FUERA DEL HORARIO DE ATENCION (ANTES O
      *               DESPUES DE HORA, O EN DIA NO HABIL SEGUN
      *               DIA-HABIL). LA SUCURSAL DEL OPERADOR SALE DE
      *               OPE-SUCURSAL EN OPERADORES.DAT; SIN ELLA NO SE
      *               APLICA.
      *            AL FINAL LISTA LAS FALTAS Y LOS OPERADORES CON
      *            ACTIVIDAD QUE YA NO FIGURAN EN OPERADORES.DAT.
      *            EL HORARIO SALE DE ACTIVIDAD-PARAMETROS.DAT; SIN
      *            ARCHIVO RIGE EL DE COMPILACION (08:00 A 18:00).
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-OPERADORES
               ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

           SELECT ARCHIVO-PARAMETROS
               ASSIGN TO "ACTIVIDAD-PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT ARCHIVO-MAESTRO
               ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODIGO-MAESTRO
               FILE STATUS IS FS-MAESTRO.

           SELECT ARCHIVO-AUDIT-MANTEN
               ASSIGN TO "MANTEN-AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BITACORA.

           SELECT ARCHIVO-CAMBIOS-CONTACTOS
               ASSIGN TO "CAMBIOS-CONTACTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BITACORA.

           SELECT ARCHIVO-CAMBIOS-ESTADO
               ASSIGN TO "CAMBIOS-ESTADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BITACORA.

           SELECT ARCHIVO-LOG-PLAZOS
               ASSIGN TO "PLAZOS-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BITACORA.

           SELECT ARCHIVO-LOG-RETENCIONES
               ASSIGN TO "RETENCIONES-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BITACORA.

           SELECT ARCHIVO-LOG-SUCURSALES
               ASSIGN TO "SUCURSALES-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BITACORA.

           SELECT ARCHIVO-LOG-REASIGNACION
               ASSIGN TO "REASIGNACION-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BITACORA.

           SELECT ARCHIVO-LOG-REPARA
               ASSIGN TO "REPARA-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BITACORA.

           SELECT ARCHIVO-INTENTOS
               ASSIGN TO "INTENTOS-RECHAZADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BITACORA.

           SELECT ARCHIVO-REPORTE
               ASSIGN TO "ACTIVIDAD-OPERADORES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

           SELECT ARCHIVO-CLASIFICACION
               ASSIGN TO "ACTIVIDAD-TRABAJO.TMP".

       DATA DIVISION.
       FILE SECTION.
      * OPE-SUCURSAL ES LA OFICINA DONDE TRABAJA EL OPERADOR. LOS
      * DEMAS PROGRAMAS LA SALTAN; EN CERO O EN BLANCO (TABLA
      * ANTERIOR AL CAMPO) NO SE CONTROLA FH. OPE-ESTADO 'B' ES UN
      * OPERADOR DADO DE BAJA, QUE LOS DEMAS PROGRAMAS RECHAZAN.
       FD  ARCHIVO-OPERADORES.
       01  REG-OPERADOR.
           05 OPE-ID               PIC X(8).
           05 OPE-NOMBRE           PIC X(30).
           05 OPE-NIVEL            PIC X(1).
           05 OPE-SUCURSAL         PIC X(3).
           05 OPE-ESTADO           PIC X(1).

      * HORARIO DE ATENCION, HHMMSS: DESDE INCLUSIVE, HASTA EXCLUSIVE.
       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETROS.
           05 PAC-HORA-DESDE       PIC 9(6).
           05 PAC-HORA-HASTA       PIC 9(6).

       FD  ARCHIVO-MAESTRO.
       01  REG-MAESTRO.
           05 CODIGO-MAESTRO       PIC 9(5).
           05 NOMBRE-MAESTRO       PIC X(30).
           05 SALDO-MAESTRO        PIC S9(7)V99.
           05 ESTADO-MAESTRO       PIC X(01).
           05 FECHA-ESTADO-MAESTRO PIC 9(8).
           05 MONEDA-MAESTRO       PIC X(3).
           05 SUCURSAL-MAESTRO     PIC 9(3).
           05 PRODUCTO-MAESTRO     PIC X(2).

       FD  ARCHIVO-AUDIT-MANTEN.
       01  REG-AUDIT-MANTEN.
           05 MAU-FECHA            PIC 9(8).
           05 MAU-HORA             PIC 9(6).
           05 MAU-OPERADOR         PIC X(08).
           05 MAU-ACCION           PIC X(10).
           05 MAU-MOTIVO           PIC X(30).
           05 MAU-IMAGEN-ANTERIOR  PIC X(61).
           05 MAU-IMAGEN-NUEVA     PIC X(61).
           05 MAU-OPERADOR-SOLICITA PIC X(08).
           05 MAU-SECUENCIA         PIC 9(9).
           05 MAU-SELLO             PIC 9(18).

       FD  ARCHIVO-CAMBIOS-CONTACTOS.
       01  REG-CAMBIO-CONTACTO.
           05 CCO-CODIGO           PIC 9(5).
           05 CCO-ACCION           PIC X(10).
           05 CCO-OPERADOR         PIC X(8).
           05 CCO-FECHA            PIC 9(8).
           05 CCO-HORA             PIC 9(6).
           05 CCO-SECUENCIA        PIC 9(9).
           05 CCO-SELLO            PIC 9(18).

       FD  ARCHIVO-CAMBIOS-ESTADO.
       01  REG-CAMBIO-ESTADO.
           05 CAM-CODIGO           PIC 9(5).
           05 CAM-ESTADO-ANTERIOR  PIC X(01).
           05 CAM-ESTADO-NUEVO     PIC X(01).
           05 CAM-MOTIVO           PIC X(30).
           05 CAM-OPERADOR         PIC X(08).
           05 CAM-FECHA            PIC 9(8).
           05 CAM-HORA             PIC 9(6).
           05 CAM-SECUENCIA        PIC 9(9).
           05 CAM-SELLO            PIC 9(18).

       FD  ARCHIVO-LOG-PLAZOS.
       01  REG-LOG-PLAZOS.
           05 LPL-FECHA            PIC 9(8).
           05 LPL-HORA             PIC 9(6).
           05 LPL-OPERADOR         PIC X(8).
           05 LPL-ACCION           PIC X(10).
           05 LPL-NUMERO           PIC 9(5).
           05 LPL-CUENTA           PIC 9(5).
           05 LPL-IMPORTE          PIC 9(7)V99.
           05 LPL-MOTIVO           PIC X(30).
           05 LPL-SECUENCIA        PIC 9(9).
           05 LPL-SELLO            PIC 9(18).

       FD  ARCHIVO-LOG-RETENCIONES.
       01  REG-LOG-RETENCIONES.
           05 LRE-FECHA            PIC 9(8).
           05 LRE-HORA             PIC 9(6).
           05 LRE-OPERADOR         PIC X(8).
           05 LRE-ACCION           PIC X(10).
           05 LRE-CODIGO           PIC 9(5).
           05 LRE-IMPORTE          PIC 9(7)V99.
           05 LRE-MOTIVO           PIC X(30).
           05 LRE-SECUENCIA        PIC 9(9).
           05 LRE-SELLO            PIC 9(18).

       FD  ARCHIVO-LOG-SUCURSALES.
       01  REG-LOG-SUCURSALES.
           05 LSU-FECHA            PIC 9(8).
           05 LSU-HORA             PIC 9(6).
           05 LSU-OPERADOR         PIC X(8).
           05 LSU-ACCION           PIC X(10).
           05 LSU-SUCURSAL         PIC 9(3).
           05 LSU-DETALLE          PIC X(30).
           05 LSU-SECUENCIA        PIC 9(9).
           05 LSU-SELLO            PIC 9(18).

       FD  ARCHIVO-LOG-REASIGNACION.
       01  REG-LOG-REASIGNACION.
           05 LRA-FECHA            PIC 9(8).
           05 LRA-HORA             PIC 9(6).
           05 LRA-OPERADOR         PIC X(8).
           05 LRA-CODIGO           PIC 9(5).
           05 LRA-SUC-ANTERIOR     PIC 9(3).
           05 LRA-SUC-NUEVA        PIC 9(3).
           05 LRA-SECUENCIA        PIC 9(9).
           05 LRA-SELLO            PIC 9(18).

       FD  ARCHIVO-LOG-REPARA.
       01  REG-LOG-REPARA.
           05 LRP-FECHA            PIC 9(8).
           05 LRP-HORA             PIC 9(6).
           05 LRP-OPERADOR         PIC X(8).
           05 LRP-ACCION           PIC X(10).
           05 LRP-CODIGO           PIC 9(5).
           05 LRP-LOTE             PIC X(8).
           05 LRP-IMPORTE          PIC 9(7)V99.
           05 LRP-MOTIVO-ORIGINAL  PIC X(20).
           05 LRP-DETALLE          PIC X(30).
           05 LRP-SECUENCIA        PIC 9(9).
           05 LRP-SELLO            PIC 9(18).

      * INT-MOTIVO EN BLANCO: RECHAZO POR NIVEL. 'C' CLAVE ERRADA,
      * 'B' BLOQUEADO, 'S' SIN CLAVE, 'V' CLAVE VENCIDA SIN CAMBIAR.
       FD  ARCHIVO-INTENTOS.
       01  REG-INTENTO.
           05 INT-FECHA            PIC 9(8).
           05 INT-HORA             PIC 9(6).
           05 INT-OPERADOR         PIC X(8).
           05 INT-PROGRAMA         PIC X(18).
           05 INT-NIVEL            PIC X(1).
           05 INT-NIVEL-REQUERIDO  PIC 9(1).
           05 INT-MOTIVO           PIC X(1).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE             PIC X(100).

      * UNA ACCION DE CUALQUIER BITACORA, YA EN FORMA COMUN. CUENTA
      * EN CERO: LA ACCION NO ES SOBRE UNA CUENTA. SUCURSAL EN CERO:
      * DESCONOCIDA.
       SD  ARCHIVO-CLASIFICACION.
       01  REG-EVENTO.
           05 EVT-OPERADOR         PIC X(8).
           05 EVT-FECHA            PIC 9(8).
           05 EVT-HORA             PIC 9(6).
           05 EVT-ORIGEN           PIC X(10).
           05 EVT-ACCION           PIC X(10).
           05 EVT-CUENTA           PIC 9(5).
           05 EVT-SUCURSAL         PIC 9(3).
           05 EVT-DETALLE          PIC X(40).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-OPERADORES        PIC XX.
           05 FS-PARAMETROS        PIC XX.
           05 FS-MAESTRO           PIC XX.
           05 FS-BITACORA          PIC XX.
           05 FS-REPORTE           PIC XX.

       01  SWITCHES.
           05 SW-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 SW-HAY-OPERADORES    PIC X VALUE 'N'.
              88 HAY-OPERADORES    VALUE 'S'.
           05 SW-HAY-MAESTRO       PIC X VALUE 'N'.
              88 HAY-MAESTRO       VALUE 'S'.
           05 SW-HALLADO           PIC X VALUE 'N'.
              88 HALLADO           VALUE 'S'.
           05 SW-OPERADOR-EXISTE   PIC X VALUE 'N'.
              88 OPERADOR-EXISTE   VALUE 'S'.

       01  CONTADORES.
           05 CONT-EVENTOS         PIC 9(7) VALUE ZEROS.
           05 CONT-LEIDOS          PIC 9(7) VALUE ZEROS.
           05 CONT-OPERADORES-ACT  PIC 9(5) VALUE ZEROS.
           05 CONT-FALTAS-CS       PIC 9(5) VALUE ZEROS.
           05 CONT-FALTAS-FH       PIC 9(5) VALUE ZEROS.
           05 CONT-EVENTOS-OP      PIC 9(5) VALUE ZEROS.

       01  WK-FECHA-DESDE          PIC 9(8) VALUE ZEROS.
       01  WK-FECHA-HASTA          PIC 9(8) VALUE ZEROS.
      * VALORES DE COMPILACION, PISADOS POR ACTIVIDAD-PARAMETROS.DAT.
       01  WK-HORA-DESDE           PIC 9(6) VALUE 080000.
       01  WK-HORA-HASTA           PIC 9(6) VALUE 180000.

       01  WK-FECHA-HABIL          PIC 9(8) VALUE ZEROS.
       01  WK-AJUSTADA             PIC X(1) VALUE SPACE.
           88 DIA-NO-HABIL         VALUE 'S'.
       01  WK-FALTA                PIC X(2) VALUE SPACES.
       01  WK-OPERADOR-ANTERIOR    PIC X(8) VALUE LOW-VALUES.
       01  WK-SUCURSAL-OPERADOR    PIC 9(3) VALUE ZEROS.
       01  WK-NOMBRE-OPERADOR      PIC X(30) VALUE SPACES.
       01  WK-ORIGEN-ACTUAL        PIC X(10) VALUE SPACES.

      * OPERADORES VIGENTES, CON SU SUCURSAL.
       01  WK-MAX-OPERADORES       PIC 9(3) VALUE 500.
       01  CONT-OPERADORES         PIC 9(3) VALUE ZEROS.
       01  TABLA-OPERADORES.
           05 ENTRADA-OPERADOR     OCCURS 1 TO 500 TIMES
                                   DEPENDING ON CONT-OPERADORES.
              10 TO-ID             PIC X(8).
              10 TO-NOMBRE         PIC X(30).
              10 TO-SUCURSAL       PIC 9(3).
       01  WK-IDX-OPERADOR         PIC 9(3) VALUE ZEROS.

      * CUENTAS CUYO CONTACTO CAMBIO EL OPERADOR EN CURSO, PARA LA
      * FALTA CS. SE VACIA EN CADA CAMBIO DE OPERADOR.
       01  WK-MAX-CONTACTOS        PIC 9(3) VALUE 500.
       01  CONT-CONTACTOS          PIC 9(3) VALUE ZEROS.
       01  TABLA-CONTACTOS.
           05 TC-CUENTA            PIC 9(5) OCCURS 500 TIMES.
       01  WK-IDX-CONTACTO         PIC 9(3) VALUE ZEROS.

      * FALTAS DETECTADAS, PARA EL RESUMEN FINAL.
       01  WK-MAX-FALTAS           PIC 9(4) VALUE 2000.
       01  CONT-FALTAS             PIC 9(4) VALUE ZEROS.
       01  TABLA-FALTAS.
           05 ENTRADA-FALTA        OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON CONT-FALTAS.
              10 TF-OPERADOR       PIC X(8).
              10 TF-FECHA          PIC 9(8).
              10 TF-HORA           PIC 9(6).
              10 TF-CODIGO         PIC X(2).
              10 TF-CUENTA         PIC 9(5).
              10 TF-ACCION         PIC X(10).
       01  WK-IDX-FALTA            PIC 9(4) VALUE ZEROS.

      * OPERADORES CON ACTIVIDAD QUE YA NO FIGURAN EN OPERADORES.DAT.
       01  WK-MAX-HUERFANOS        PIC 9(3) VALUE 500.
       01  CONT-HUERFANOS          PIC 9(3) VALUE ZEROS.
       01  TABLA-HUERFANOS.
           05 ENTRADA-HUERFANO     OCCURS 1 TO 500 TIMES
                                   DEPENDING ON CONT-HUERFANOS.
              10 TH-OPERADOR       PIC X(8).
              10 TH-ACCIONES       PIC 9(5).
              10 TH-PRIMERA        PIC 9(8).
              10 TH-ULTIMA         PIC 9(8).
       01  WK-IDX-HUERFANO         PIC 9(3) VALUE ZEROS.

       01  LINEA-RAYA              PIC X(100) VALUE ALL '='.
       01  LINEA-GUIONES           PIC X(100) VALUE ALL '-'.

       01  LINEA-TITULO.
           05 FILLER               PIC X(36)
              VALUE 'ACTIVIDAD DE OPERADORES DEL PERIODO'.
           05 LTI-DESDE            PIC 9(8).
           05 FILLER               PIC X(03) VALUE ' A '.
           05 LTI-HASTA            PIC 9(8).
           05 FILLER               PIC X(12) VALUE '  HORARIO: '.
           05 LTI-HORA-DESDE       PIC 9(6).
           05 FILLER               PIC X(01) VALUE '-'.
           05 LTI-HORA-HASTA       PIC 9(6).

       01  LINEA-OPERADOR.
           05 FILLER               PIC X(10) VALUE 'OPERADOR: '.
           05 LOP-ID               PIC X(8).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LOP-NOMBRE           PIC X(30).
           05 FILLER               PIC X(11) VALUE ' SUCURSAL: '.
           05 LOP-SUCURSAL         PIC X(3).

       01  LINEA-CABECERA.
           05 FILLER               PIC X(35) VALUE
              '  FECHA    HORA   BITACORA   ACCION'.
           05 FILLER               PIC X(16) VALUE
              '     CUENTA SUC '.
           05 FILLER               PIC X(49) VALUE
              'DETALLE                                  FALTA'.

       01  LINEA-EVENTO.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LEV-FECHA            PIC 9(8).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LEV-HORA             PIC 9(6).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LEV-ORIGEN           PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LEV-ACCION           PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LEV-CUENTA           PIC X(5).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LEV-SUCURSAL         PIC X(3).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LEV-DETALLE          PIC X(40).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LEV-FALTA            PIC X(2).

       01  LINEA-FALTA.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LFA-CODIGO           PIC X(2).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LFA-OPERADOR         PIC X(8).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LFA-FECHA            PIC 9(8).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LFA-HORA             PIC 9(6).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LFA-CUENTA           PIC 9(5).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LFA-ACCION           PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LFA-TEXTO            PIC X(40).

       01  LINEA-HUERFANO.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LHU-OPERADOR         PIC X(8).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LHU-ACCIONES         PIC ZZ,ZZ9.
           05 FILLER               PIC X(14) VALUE ' ACCIONES DEL '.
           05 LHU-PRIMERA          PIC 9(8).
           05 FILLER               PIC X(04) VALUE ' AL '.
           05 LHU-ULTIMA           PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           SORT ARCHIVO-CLASIFICACION
               ON ASCENDING KEY EVT-OPERADOR
                                EVT-FECHA
                                EVT-HORA
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 200-JUNTAR-BITACORAS
               OUTPUT PROCEDURE IS 250-ESCRIBIR-ACTIVIDAD
           PERFORM 270-ESCRIBIR-RESUMEN
           PERFORM 300-FINALIZAR
           STOP RUN.

       100-INICIALIZAR.
           DISPLAY "========================================"
           DISPLAY "  ACTIVIDAD DE OPERADORES (AUDITORIA)"
           DISPLAY "========================================"
           DISPLAY " "

           DISPLAY "FECHA DESDE (AAAAMMDD, 00000000 = DESDE EL"
                   " PRINCIPIO): "
           ACCEPT WK-FECHA-DESDE
           DISPLAY "FECHA HASTA (AAAAMMDD, 00000000 = HASTA HOY): "
           ACCEPT WK-FECHA-HASTA

           IF WK-FECHA-HASTA = ZEROS
               ACCEPT WK-FECHA-HASTA FROM DATE YYYYMMDD
           END-IF

           IF WK-FECHA-DESDE > WK-FECHA-HASTA
               DISPLAY "PERIODO INVALIDO: DESDE POSTERIOR A HASTA"
               STOP RUN
           END-IF

           OPEN INPUT ARCHIVO-PARAMETROS
           IF FS-PARAMETROS = '00'
               READ ARCHIVO-PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PAC-HORA-DESDE IS NUMERIC
                          AND PAC-HORA-HASTA IS NUMERIC
                          AND PAC-HORA-DESDE < PAC-HORA-HASTA
                           MOVE PAC-HORA-DESDE TO WK-HORA-DESDE
                           MOVE PAC-HORA-HASTA TO WK-HORA-HASTA
                       END-IF
               END-READ
               CLOSE ARCHIVO-PARAMETROS
           END-IF

           PERFORM 110-CARGAR-OPERADORES

      * SIN MAESTRO NO SE SABE LA SUCURSAL DE LAS CUENTAS: LA FALTA
      * FH SOLO SE DETECTA DONDE LA BITACORA TRAE LA SUCURSAL.
           OPEN INPUT ARCHIVO-MAESTRO
           IF FS-MAESTRO = '00'
               MOVE 'S' TO SW-HAY-MAESTRO
           ELSE
               DISPLAY "AVISO: SIN MAESTRO.DAT (" FS-MAESTRO "), NO"
                       " SE CONOCE LA SUCURSAL DE LAS CUENTAS"
           END-IF

           OPEN OUTPUT ARCHIVO-REPORTE

           IF FS-REPORTE NOT = '00'
               DISPLAY "ERROR ABRIENDO ACTIVIDAD-OPERADORES.TXT: "
                       FS-REPORTE
               STOP RUN
           END-IF

           MOVE LINEA-RAYA TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE WK-FECHA-DESDE TO LTI-DESDE
           MOVE WK-FECHA-HASTA TO LTI-HASTA
           MOVE WK-HORA-DESDE  TO LTI-HORA-DESDE
           MOVE WK-HORA-HASTA  TO LTI-HORA-HASTA
           WRITE REG-REPORTE FROM LINEA-TITULO
           MOVE LINEA-RAYA TO REG-REPORTE
           WRITE REG-REPORTE.

      * SIN OPERADORES.DAT NO HAY CONTRA QUE COMPARAR: NO SE LISTAN
      * HUERFANOS NI SE CONTROLA FH, PERO LA ACTIVIDAD SALE IGUAL.
       110-CARGAR-OPERADORES.
           OPEN INPUT ARCHIVO-OPERADORES

           IF FS-OPERADORES = '35'
               DISPLAY "AVISO: SIN OPERADORES.DAT, NO SE DETECTAN"
                       " OPERADORES INEXISTENTES"
               EXIT PARAGRAPH
           END-IF

           IF FS-OPERADORES NOT = '00'
               DISPLAY "ERROR ABRIENDO OPERADORES: " FS-OPERADORES
               STOP RUN
           END-IF

           MOVE 'S' TO SW-HAY-OPERADORES
           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-OPERADORES
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF CONT-OPERADORES >= WK-MAX-OPERADORES
                           DISPLAY "*** MAS DE " WK-MAX-OPERADORES
                                   " OPERADORES: EL REPORTE SALDRIA"
                                   " CON HUERFANOS FALSOS ***"
                           STOP RUN
                       END-IF
                       ADD 1 TO CONT-OPERADORES
                       MOVE OPE-ID     TO TO-ID(CONT-OPERADORES)
                       MOVE OPE-NOMBRE TO TO-NOMBRE(CONT-OPERADORES)
                       IF OPE-SUCURSAL IS NUMERIC
                           MOVE OPE-SUCURSAL
                               TO TO-SUCURSAL(CONT-OPERADORES)
                       ELSE
                           MOVE ZEROS TO TO-SUCURSAL(CONT-OPERADORES)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-OPERADORES.

      *****************************************************************
      * PROCEDIMIENTO DE ENTRADA DEL SORT: CADA BITACORA SE LEE
      * ENTERA Y LO QUE CAE EN EL PERIODO SE ENTREGA EN FORMA COMUN.
      * UNA BITACORA QUE NO EXISTE (PROGRAMA QUE NUNCA SE USO) NO ES
      * ERROR.
      *****************************************************************
       200-JUNTAR-BITACORAS.
           PERFORM 205-LEER-AUDITORIA
           PERFORM 210-LEER-CONTACTOS
           PERFORM 215-LEER-ESTADOS
           PERFORM 220-LEER-PLAZOS
           PERFORM 225-LEER-RETENCIONES
           PERFORM 230-LEER-SUCURSALES
           PERFORM 235-LEER-REASIGNACIONES
           PERFORM 240-LEER-REPARACIONES
           PERFORM 245-LEER-RECHAZOS.

      * UN AJUSTE CON DOBLE CONTROL ES ACCION DE DOS PERSONAS: DEL
      * APROBADOR (MAU-OPERADOR) Y DE QUIEN LO PIDIO, QUE ENTRA COMO
      * "SOLICITA" EN SU PROPIA ACTIVIDAD.
       205-LEER-AUDITORIA.
           MOVE "AUDITORIA" TO WK-ORIGEN-ACTUAL
           OPEN INPUT ARCHIVO-AUDIT-MANTEN
           IF FS-BITACORA NOT = '00'
               PERFORM 249-AVISAR-SIN-BITACORA
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-AUDIT-MANTEN
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-LEIDOS
                       IF MAU-FECHA >= WK-FECHA-DESDE
                          AND MAU-FECHA <= WK-FECHA-HASTA
                           MOVE MAU-OPERADOR TO EVT-OPERADOR
                           MOVE MAU-FECHA    TO EVT-FECHA
                           MOVE MAU-HORA     TO EVT-HORA
                           MOVE MAU-ACCION   TO EVT-ACCION
                           IF MAU-IMAGEN-NUEVA(1:5) IS NUMERIC
                               MOVE MAU-IMAGEN-NUEVA(1:5)
                                   TO EVT-CUENTA
                           ELSE
                               MOVE MAU-IMAGEN-ANTERIOR(1:5)
                                   TO EVT-CUENTA
                           END-IF
                           MOVE MAU-MOTIVO   TO EVT-DETALLE
                           PERFORM 290-ENTREGAR-EVENTO
                           IF MAU-OPERADOR-SOLICITA NOT = SPACES
                              AND MAU-OPERADOR-SOLICITA
                                  NOT = MAU-OPERADOR
                               MOVE MAU-OPERADOR-SOLICITA
                                   TO EVT-OPERADOR
                               MOVE "SOLICITA" TO EVT-ACCION
                               MOVE SPACES TO EVT-DETALLE
                               STRING MAU-ACCION DELIMITED BY SPACE
                                      " APROBADO POR " MAU-OPERADOR
                                      DELIMITED BY SIZE
                                      INTO EVT-DETALLE
                               PERFORM 290-ENTREGAR-EVENTO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-AUDIT-MANTEN.

       210-LEER-CONTACTOS.
           MOVE "CONTACTOS" TO WK-ORIGEN-ACTUAL
           OPEN INPUT ARCHIVO-CAMBIOS-CONTACTOS
           IF FS-BITACORA NOT = '00'
               PERFORM 249-AVISAR-SIN-BITACORA
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-CAMBIOS-CONTACTOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-LEIDOS
                       IF CCO-FECHA >= WK-FECHA-DESDE
                          AND CCO-FECHA <= WK-FECHA-HASTA
                           MOVE CCO-OPERADOR TO EVT-OPERADOR
                           MOVE CCO-FECHA    TO EVT-FECHA
                           MOVE CCO-HORA     TO EVT-HORA
                           MOVE CCO-ACCION   TO EVT-ACCION
                           MOVE CCO-CODIGO   TO EVT-CUENTA
                           MOVE SPACES       TO EVT-DETALLE
                           PERFORM 290-ENTREGAR-EVENTO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CAMBIOS-CONTACTOS.

       215-LEER-ESTADOS.
           MOVE "ESTADOS" TO WK-ORIGEN-ACTUAL
           OPEN INPUT ARCHIVO-CAMBIOS-ESTADO
           IF FS-BITACORA NOT = '00'
               PERFORM 249-AVISAR-SIN-BITACORA
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-CAMBIOS-ESTADO
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-LEIDOS
                       IF CAM-FECHA >= WK-FECHA-DESDE
                          AND CAM-FECHA <= WK-FECHA-HASTA
                           MOVE CAM-OPERADOR TO EVT-OPERADOR
                           MOVE CAM-FECHA    TO EVT-FECHA
                           MOVE CAM-HORA     TO EVT-HORA
                           MOVE "ESTADO"     TO EVT-ACCION
                           MOVE CAM-CODIGO   TO EVT-CUENTA
                           MOVE SPACES       TO EVT-DETALLE
                           STRING CAM-ESTADO-ANTERIOR "->"
                                  CAM-ESTADO-NUEVO " " CAM-MOTIVO
                                  DELIMITED BY SIZE INTO EVT-DETALLE
                           PERFORM 290-ENTREGAR-EVENTO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CAMBIOS-ESTADO.

       220-LEER-PLAZOS.
           MOVE "PLAZOS" TO WK-ORIGEN-ACTUAL
           OPEN INPUT ARCHIVO-LOG-PLAZOS
           IF FS-BITACORA NOT = '00'
               PERFORM 249-AVISAR-SIN-BITACORA
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-LOG-PLAZOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-LEIDOS
                       IF LPL-FECHA >= WK-FECHA-DESDE
                          AND LPL-FECHA <= WK-FECHA-HASTA
                           MOVE LPL-OPERADOR TO EVT-OPERADOR
                           MOVE LPL-FECHA    TO EVT-FECHA
                           MOVE LPL-HORA     TO EVT-HORA
                           MOVE LPL-ACCION   TO EVT-ACCION
                           MOVE LPL-CUENTA   TO EVT-CUENTA
                           MOVE SPACES       TO EVT-DETALLE
                           STRING "PLAZO " LPL-NUMERO " " LPL-MOTIVO
                                  DELIMITED BY SIZE INTO EVT-DETALLE
                           PERFORM 290-ENTREGAR-EVENTO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-LOG-PLAZOS.

       225-LEER-RETENCIONES.
           MOVE "RETENCION" TO WK-ORIGEN-ACTUAL
           OPEN INPUT ARCHIVO-LOG-RETENCIONES
           IF FS-BITACORA NOT = '00'
               PERFORM 249-AVISAR-SIN-BITACORA
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-LOG-RETENCIONES
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-LEIDOS
                       IF LRE-FECHA >= WK-FECHA-DESDE
                          AND LRE-FECHA <= WK-FECHA-HASTA
                           MOVE LRE-OPERADOR TO EVT-OPERADOR
                           MOVE LRE-FECHA    TO EVT-FECHA
                           MOVE LRE-HORA     TO EVT-HORA
                           MOVE LRE-ACCION   TO EVT-ACCION
                           MOVE LRE-CODIGO   TO EVT-CUENTA
                           MOVE LRE-MOTIVO   TO EVT-DETALLE
                           PERFORM 290-ENTREGAR-EVENTO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-LOG-RETENCIONES.

      * EL MANTENIMIENTO DE SUCURSALES NO ES SOBRE UNA CUENTA.
       230-LEER-SUCURSALES.
           MOVE "SUCURSALES" TO WK-ORIGEN-ACTUAL
           OPEN INPUT ARCHIVO-LOG-SUCURSALES
           IF FS-BITACORA NOT = '00'
               PERFORM 249-AVISAR-SIN-BITACORA
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-LOG-SUCURSALES
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-LEIDOS
                       IF LSU-FECHA >= WK-FECHA-DESDE
                          AND LSU-FECHA <= WK-FECHA-HASTA
                           MOVE LSU-OPERADOR TO EVT-OPERADOR
                           MOVE LSU-FECHA    TO EVT-FECHA
                           MOVE LSU-HORA     TO EVT-HORA
                           MOVE LSU-ACCION   TO EVT-ACCION
                           MOVE ZEROS        TO EVT-CUENTA
                           MOVE SPACES       TO EVT-DETALLE
                           STRING "SUCURSAL " LSU-SUCURSAL " "
                                  LSU-DETALLE
                                  DELIMITED BY SIZE INTO EVT-DETALLE
                           PERFORM 290-ENTREGAR-EVENTO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-LOG-SUCURSALES.

      * LA CUENTA REASIGNADA SE TOMA COMO DE LA SUCURSAL QUE TENIA:
      * EL MAESTRO YA TIENE LA NUEVA.
       235-LEER-REASIGNACIONES.
           MOVE "REASIGNA" TO WK-ORIGEN-ACTUAL
           OPEN INPUT ARCHIVO-LOG-REASIGNACION
           IF FS-BITACORA NOT = '00'
               PERFORM 249-AVISAR-SIN-BITACORA
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-LOG-REASIGNACION
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-LEIDOS
                       IF LRA-FECHA >= WK-FECHA-DESDE
                          AND LRA-FECHA <= WK-FECHA-HASTA
                           MOVE LRA-OPERADOR TO EVT-OPERADOR
                           MOVE LRA-FECHA    TO EVT-FECHA
                           MOVE LRA-HORA     TO EVT-HORA
                           MOVE "REASIGNA"   TO EVT-ACCION
                           MOVE LRA-CODIGO   TO EVT-CUENTA
                           MOVE SPACES       TO EVT-DETALLE
                           STRING "SUCURSAL " LRA-SUC-ANTERIOR " -> "
                                  LRA-SUC-NUEVA
                                  DELIMITED BY SIZE INTO EVT-DETALLE
                           PERFORM 290-ENTREGAR-EVENTO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-LOG-REASIGNACION.

       240-LEER-REPARACIONES.
           MOVE "REPARA" TO WK-ORIGEN-ACTUAL
           OPEN INPUT ARCHIVO-LOG-REPARA
           IF FS-BITACORA NOT = '00'
               PERFORM 249-AVISAR-SIN-BITACORA
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-LOG-REPARA
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-LEIDOS
                       IF LRP-FECHA >= WK-FECHA-DESDE
                          AND LRP-FECHA <= WK-FECHA-HASTA
                           MOVE LRP-OPERADOR TO EVT-OPERADOR
                           MOVE LRP-FECHA    TO EVT-FECHA
                           MOVE LRP-HORA     TO EVT-HORA
                           MOVE LRP-ACCION   TO EVT-ACCION
                           MOVE LRP-CODIGO   TO EVT-CUENTA
                           MOVE SPACES       TO EVT-DETALLE
                           STRING "LOTE " LRP-LOTE " " LRP-DETALLE
                                  DELIMITED BY SIZE INTO EVT-DETALLE
                           PERFORM 290-ENTREGAR-EVENTO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-LOG-REPARA.

       245-LEER-RECHAZOS.
           MOVE "RECHAZOS" TO WK-ORIGEN-ACTUAL
           OPEN INPUT ARCHIVO-INTENTOS
           IF FS-BITACORA NOT = '00'
               PERFORM 249-AVISAR-SIN-BITACORA
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-INTENTOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-LEIDOS
                       IF INT-FECHA >= WK-FECHA-DESDE
                          AND INT-FECHA <= WK-FECHA-HASTA
                           PERFORM 247-ENTREGAR-RECHAZO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-INTENTOS.

       247-ENTREGAR-RECHAZO.
           MOVE INT-OPERADOR TO EVT-OPERADOR
           MOVE INT-FECHA    TO EVT-FECHA
           MOVE INT-HORA     TO EVT-HORA
           MOVE ZEROS        TO EVT-CUENTA
           MOVE SPACES       TO EVT-DETALLE

           EVALUATE INT-MOTIVO
               WHEN 'C'
                   MOVE "CLAVE-ERR" TO EVT-ACCION
               WHEN 'B'
                   MOVE "BLOQUEADO" TO EVT-ACCION
               WHEN 'S'
                   MOVE "SIN-CLAVE" TO EVT-ACCION
               WHEN 'V'
                   MOVE "VENCIDA" TO EVT-ACCION
               WHEN OTHER
                   MOVE "NIVEL" TO EVT-ACCION
           END-EVALUATE

           IF INT-MOTIVO = SPACE
               STRING INT-PROGRAMA DELIMITED BY SPACE
                      " NIVEL " INT-NIVEL " DE " INT-NIVEL-REQUERIDO
                      DELIMITED BY SIZE INTO EVT-DETALLE
           ELSE
               MOVE INT-PROGRAMA TO EVT-DETALLE
           END-IF

           PERFORM 290-ENTREGAR-EVENTO.

       249-AVISAR-SIN-BITACORA.
           IF FS-BITACORA NOT = '35'
               DISPLAY "AVISO: NO SE PUEDE LEER LA BITACORA "
                       WK-ORIGEN-ACTUAL " (" FS-BITACORA ")"
           END-IF.

      * LA SUCURSAL DE LA CUENTA SALE DEL MAESTRO, SALVO QUE LA
      * BITACORA LA TRAIGA (REASIGNACIONES).
       290-ENTREGAR-EVENTO.
           MOVE WK-ORIGEN-ACTUAL TO EVT-ORIGEN
           MOVE ZEROS TO EVT-SUCURSAL

           EVALUATE TRUE
               WHEN EVT-CUENTA = ZEROS
                   CONTINUE
               WHEN WK-ORIGEN-ACTUAL = "REASIGNA"
                   MOVE LRA-SUC-ANTERIOR TO EVT-SUCURSAL
               WHEN HAY-MAESTRO
                   MOVE EVT-CUENTA TO CODIGO-MAESTRO
                   READ ARCHIVO-MAESTRO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SUCURSAL-MAESTRO TO EVT-SUCURSAL
                   END-READ
           END-EVALUATE

           RELEASE REG-EVENTO
           ADD 1 TO CONT-EVENTOS.

      *****************************************************************
      * PROCEDIMIENTO DE SALIDA DEL SORT: LA ACTIVIDAD DE CADA
      * OPERADOR EN ORDEN, CON LAS FALTAS MARCADAS EN SU LINEA.
      *****************************************************************
       250-ESCRIBIR-ACTIVIDAD.
           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM 255-DEVOLVER-EVENTO
           PERFORM UNTIL FIN-ARCHIVO
               IF EVT-OPERADOR NOT = WK-OPERADOR-ANTERIOR
                   PERFORM 260-CAMBIO-DE-OPERADOR
               END-IF
               PERFORM 265-ESCRIBIR-EVENTO
               PERFORM 255-DEVOLVER-EVENTO
           END-PERFORM

           IF CONT-OPERADORES-ACT > ZEROS
               PERFORM 262-CERRAR-OPERADOR
           END-IF.

       255-DEVOLVER-EVENTO.
           RETURN ARCHIVO-CLASIFICACION
               AT END
                   MOVE 'S' TO SW-FIN-ARCHIVO
           END-RETURN.

       260-CAMBIO-DE-OPERADOR.
           IF CONT-OPERADORES-ACT > ZEROS
               PERFORM 262-CERRAR-OPERADOR
           END-IF

           ADD 1 TO CONT-OPERADORES-ACT
           MOVE EVT-OPERADOR TO WK-OPERADOR-ANTERIOR
           MOVE ZEROS TO CONT-CONTACTOS
           MOVE ZEROS TO CONT-EVENTOS-OP

           MOVE 'N' TO SW-OPERADOR-EXISTE
           MOVE ZEROS TO WK-SUCURSAL-OPERADOR
           MOVE SPACES TO WK-NOMBRE-OPERADOR
           PERFORM VARYING WK-IDX-OPERADOR FROM 1 BY 1
                   UNTIL WK-IDX-OPERADOR > CONT-OPERADORES
                   OR OPERADOR-EXISTE
               IF TO-ID(WK-IDX-OPERADOR) = EVT-OPERADOR
                   MOVE 'S' TO SW-OPERADOR-EXISTE
                   MOVE TO-NOMBRE(WK-IDX-OPERADOR)
                       TO WK-NOMBRE-OPERADOR
                   MOVE TO-SUCURSAL(WK-IDX-OPERADOR)
                       TO WK-SUCURSAL-OPERADOR
               END-IF
           END-PERFORM

           IF HAY-OPERADORES AND NOT OPERADOR-EXISTE
               MOVE "** NO FIGURA EN OPERADORES **"
                   TO WK-NOMBRE-OPERADOR
               PERFORM 268-ANOTAR-HUERFANO
           END-IF

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE EVT-OPERADOR       TO LOP-ID
           MOVE WK-NOMBRE-OPERADOR TO LOP-NOMBRE
           IF WK-SUCURSAL-OPERADOR = ZEROS
               MOVE "---" TO LOP-SUCURSAL
           ELSE
               MOVE WK-SUCURSAL-OPERADOR TO LOP-SUCURSAL
           END-IF
           WRITE REG-REPORTE FROM LINEA-OPERADOR
           WRITE REG-REPORTE FROM LINEA-CABECERA
           MOVE LINEA-GUIONES TO REG-REPORTE
           WRITE REG-REPORTE.

       262-CERRAR-OPERADOR.
           MOVE SPACES TO REG-REPORTE
           STRING "  ACCIONES DEL OPERADOR: " CONT-EVENTOS-OP
                  DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE.

       265-ESCRIBIR-EVENTO.
           ADD 1 TO CONT-EVENTOS-OP
           MOVE SPACES TO WK-FALTA

           IF HAY-OPERADORES AND NOT OPERADOR-EXISTE
               PERFORM 269-CONTAR-HUERFANO
           END-IF

           PERFORM 266-DETECTAR-FALTAS

           MOVE EVT-FECHA   TO LEV-FECHA
           MOVE EVT-HORA    TO LEV-HORA
           MOVE EVT-ORIGEN  TO LEV-ORIGEN
           MOVE EVT-ACCION  TO LEV-ACCION
           MOVE EVT-DETALLE TO LEV-DETALLE
           MOVE WK-FALTA    TO LEV-FALTA
           IF EVT-CUENTA = ZEROS
               MOVE SPACES TO LEV-CUENTA
           ELSE
               MOVE EVT-CUENTA TO LEV-CUENTA
           END-IF
           IF EVT-SUCURSAL = ZEROS
               MOVE SPACES TO LEV-SUCURSAL
           ELSE
               MOVE EVT-SUCURSAL TO LEV-SUCURSAL
           END-IF
           WRITE REG-REPORTE FROM LINEA-EVENTO.

      * CS: CAMBIO DE CONTACTO Y DESPUES AJUSTE DE SALDO (DIRECTO,
      * APROBADO O PEDIDO) SOBRE LA MISMA CUENTA.
      * FH: CUENTA DE LA SUCURSAL DEL OPERADOR, FUERA DE HORARIO O EN
      * DIA NO HABIL. SI UNA ACCION CAE EN LAS DOS, SE MARCA CS.
       266-DETECTAR-FALTAS.
           IF EVT-CUENTA = ZEROS
               EXIT PARAGRAPH
           END-IF

           IF EVT-ORIGEN = "CONTACTOS"
               PERFORM 267-RECORDAR-CONTACTO
           END-IF

           IF EVT-ORIGEN = "AUDITORIA"
              AND (EVT-ACCION = "SALDO" OR EVT-ACCION = "SALDO-DUAL"
                   OR EVT-ACCION = "SOLICITA")
               MOVE 'N' TO SW-HALLADO
               PERFORM VARYING WK-IDX-CONTACTO FROM 1 BY 1
                       UNTIL WK-IDX-CONTACTO > CONT-CONTACTOS
                       OR HALLADO
                   IF TC-CUENTA(WK-IDX-CONTACTO) = EVT-CUENTA
                       MOVE 'S' TO SW-HALLADO
                   END-IF
               END-PERFORM
               IF HALLADO
                   MOVE "CS" TO WK-FALTA
                   ADD 1 TO CONT-FALTAS-CS
                   PERFORM 264-ANOTAR-FALTA
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WK-SUCURSAL-OPERADOR = ZEROS
              OR EVT-SUCURSAL NOT = WK-SUCURSAL-OPERADOR
               EXIT PARAGRAPH
           END-IF

           CALL "DIA-HABIL" USING EVT-FECHA
                                  WK-FECHA-HABIL
                                  WK-AJUSTADA

           IF DIA-NO-HABIL
              OR EVT-HORA < WK-HORA-DESDE
              OR EVT-HORA >= WK-HORA-HASTA
               MOVE "FH" TO WK-FALTA
               ADD 1 TO CONT-FALTAS-FH
               PERFORM 264-ANOTAR-FALTA
           END-IF.

       264-ANOTAR-FALTA.
           IF CONT-FALTAS >= WK-MAX-FALTAS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-FALTAS
           MOVE EVT-OPERADOR TO TF-OPERADOR(CONT-FALTAS)
           MOVE EVT-FECHA    TO TF-FECHA(CONT-FALTAS)
           MOVE EVT-HORA     TO TF-HORA(CONT-FALTAS)
           MOVE WK-FALTA     TO TF-CODIGO(CONT-FALTAS)
           MOVE EVT-CUENTA   TO TF-CUENTA(CONT-FALTAS)
           MOVE EVT-ACCION   TO TF-ACCION(CONT-FALTAS).

       267-RECORDAR-CONTACTO.
           PERFORM VARYING WK-IDX-CONTACTO FROM 1 BY 1
                   UNTIL WK-IDX-CONTACTO > CONT-CONTACTOS
               IF TC-CUENTA(WK-IDX-CONTACTO) = EVT-CUENTA
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF CONT-CONTACTOS < WK-MAX-CONTACTOS
               ADD 1 TO CONT-CONTACTOS
               MOVE EVT-CUENTA TO TC-CUENTA(CONT-CONTACTOS)
           END-IF.

       268-ANOTAR-HUERFANO.
           IF CONT-HUERFANOS >= WK-MAX-HUERFANOS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-HUERFANOS
           MOVE EVT-OPERADOR TO TH-OPERADOR(CONT-HUERFANOS)
           MOVE ZEROS        TO TH-ACCIONES(CONT-HUERFANOS)
           MOVE EVT-FECHA    TO TH-PRIMERA(CONT-HUERFANOS).

       269-CONTAR-HUERFANO.
           IF CONT-HUERFANOS = ZEROS
              OR TH-OPERADOR(CONT-HUERFANOS) NOT = EVT-OPERADOR
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO TH-ACCIONES(CONT-HUERFANOS)
           MOVE EVT-FECHA TO TH-ULTIMA(CONT-HUERFANOS).

       270-ESCRIBIR-RESUMEN.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE LINEA-RAYA TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "FALTAS A LA SEPARACION DE FUNCIONES:" TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE LINEA-GUIONES TO REG-REPORTE
           WRITE REG-REPORTE

           PERFORM VARYING WK-IDX-FALTA FROM 1 BY 1
                   UNTIL WK-IDX-FALTA > CONT-FALTAS
               MOVE TF-CODIGO(WK-IDX-FALTA)   TO LFA-CODIGO
               MOVE TF-OPERADOR(WK-IDX-FALTA) TO LFA-OPERADOR
               MOVE TF-FECHA(WK-IDX-FALTA)    TO LFA-FECHA
               MOVE TF-HORA(WK-IDX-FALTA)     TO LFA-HORA
               MOVE TF-CUENTA(WK-IDX-FALTA)   TO LFA-CUENTA
               MOVE TF-ACCION(WK-IDX-FALTA)   TO LFA-ACCION
               IF TF-CODIGO(WK-IDX-FALTA) = "CS"
                   MOVE "CONTACTO Y LUEGO SALDO DE LA CUENTA"
                       TO LFA-TEXTO
               ELSE
                   MOVE "SU SUCURSAL, FUERA DE HORARIO"
                       TO LFA-TEXTO
               END-IF
               WRITE REG-REPORTE FROM LINEA-FALTA
           END-PERFORM

           IF CONT-FALTAS-CS + CONT-FALTAS-FH > CONT-FALTAS
               MOVE "  (HAY MAS FALTAS: VER LA ACTIVIDAD DE CADA UNO)"
                   TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF

           MOVE SPACES TO REG-REPORTE
           STRING "  CS (CONTACTO+SALDO): " CONT-FALTAS-CS
                  "   FH (FUERA DE HORARIO): " CONT-FALTAS-FH
                  DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE LINEA-RAYA TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "OPERADORES QUE NO FIGURAN EN OPERADORES.DAT:"
               TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE LINEA-GUIONES TO REG-REPORTE
           WRITE REG-REPORTE

           IF NOT HAY-OPERADORES
               MOVE "  (SIN OPERADORES.DAT: NO SE PUEDE DETERMINAR)"
                   TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF

           PERFORM VARYING WK-IDX-HUERFANO FROM 1 BY 1
                   UNTIL WK-IDX-HUERFANO > CONT-HUERFANOS
               MOVE TH-OPERADOR(WK-IDX-HUERFANO) TO LHU-OPERADOR
               MOVE TH-ACCIONES(WK-IDX-HUERFANO) TO LHU-ACCIONES
               MOVE TH-PRIMERA(WK-IDX-HUERFANO)  TO LHU-PRIMERA
               MOVE TH-ULTIMA(WK-IDX-HUERFANO)   TO LHU-ULTIMA
               WRITE REG-REPORTE FROM LINEA-HUERFANO
           END-PERFORM

           MOVE SPACES TO REG-REPORTE
           STRING "  OPERADORES INEXISTENTES CON ACTIVIDAD: "
                  CONT-HUERFANOS
                  DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE.

       300-FINALIZAR.
           CLOSE ARCHIVO-REPORTE
           IF HAY-MAESTRO
               CLOSE ARCHIVO-MAESTRO
           END-IF

           DISPLAY "REGISTROS DE BITACORA LEIDOS: " CONT-LEIDOS
           DISPLAY "ACCIONES EN EL PERIODO:       " CONT-EVENTOS
           DISPLAY "OPERADORES CON ACTIVIDAD:     " CONT-OPERADORES-ACT
           DISPLAY "FALTAS CS:                    " CONT-FALTAS-CS
           DISPLAY "FALTAS FH:                    " CONT-FALTAS-FH
           DISPLAY "OPERADORES INEXISTENTES:      " CONT-HUERFANOS
           DISPLAY "REPORTE EN: ACTIVIDAD-OPERADORES.TXT".
