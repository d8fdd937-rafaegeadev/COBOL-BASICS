       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLGURA-CAMPOS.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: HOLGURA NUMERICA DE SALDOS Y TOTALES
      * PROPOSITO: REGISTRA-OVERFLOW AVISA CUANDO UN CAMPO YA SE
      *            QUEDO SIN DIGITOS; ESTE REPORTE AVISA ANTES. RECORRE
      *            LOS VALORES QUE VIVEN EN CAMPOS DE ANCHO FIJO Y
      *            LISTA CADA UNO QUE PASE EL PORCENTAJE CONFIGURADO
      *            DEL MAXIMO DE SU PIC:
      *            -- SALDO-MAESTRO S9(7)V99 (MAESTRO.DAT, EN VALOR
      *               ABSOLUTO: UN DESCUBIERTO TAMBIEN SE QUEDA SIN
      *               DIGITOS).
      *            -- PLA-PRINCIPAL 9(7)V99 DE LOS PLAZOS VIGENTES.
      *            -- ACD-CARGOS 9(9)V99 (ACUMULADO-DIARIO.DAT).
      *            -- CIE-SUMA-SALDOS S9(11)V99 (CONTROL-CIERRE.DAT).
      *            -- TRL-HASH-IMPORTES 9(11)V99 DEL RESUMEN DE
      *               MOVIMIENTOS.DAT.
      *            PARA LOS SALDOS DE CUENTA Y LA SUMA DE SALDOS SE
      *            PROYECTA CUANDO DESBORDARIAN SEGUN LA TENDENCIA DE
      *            AUDITORIA.DAT (PRIMER Y ULTIMO CIERRE DE LAS
      *            ULTIMAS N CORRIDAS, CRECIMIENTO POR DIA HASTA EL
      *            MAXIMO); LOS DEMAS SE REINICIAN POR DIA O POR LOTE
      *            O NO CRECEN Y NO TIENEN TENDENCIA QUE PROYECTAR.
      *            AL FINAL VAN LOS OVERFLOWS YA OCURRIDOS DE LOS
      *            ULTIMOS DIAS SEGUN OVERFLOWS.DAT.
      *            PORCENTAJE, CORRIDAS DE TENDENCIA Y DIAS DE
      *            OVERFLOWS SALEN DE HOLGURA-PARAMETROS.DAT; SIN EL
      *            ARCHIVO VALEN LOS DE COMPILACION. NO MODIFICA
      *            NADA; TERMINA EN GOBACK CON SU RETURN-CODE PARA
      *            PODER CORRER DESATENDIDO EN LA CADENA.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PARAMETROS
               ASSIGN TO "HOLGURA-PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT ARCHIVO-MAESTRO
               ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CODIGO-MAESTRO
               FILE STATUS IS FS-MAESTRO.

           SELECT ARCHIVO-PLAZOS
               ASSIGN TO "PLAZOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PLAZOS.

           SELECT ARCHIVO-ACUMULADO
               ASSIGN TO "ACUMULADO-DIARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACUMULADO.

           SELECT ARCHIVO-CONTROL-CIERRE
               ASSIGN TO "CONTROL-CIERRE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL-CIERRE.

           SELECT ARCHIVO-MOVIMIENTOS
               ASSIGN TO "MOVIMIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVIMIENTOS.

           SELECT ARCHIVO-AUDITORIA
               ASSIGN TO "AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDITORIA.

           SELECT ARCHIVO-OVERFLOWS
               ASSIGN TO "OVERFLOWS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OVERFLOWS.

           SELECT ARCHIVO-REPORTE
               ASSIGN TO "HOLGURA-CAMPOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
      * PORCENTAJE DEL MAXIMO A PARTIR DEL CUAL SE LISTA, CORRIDAS
      * DE AUDITORIA.DAT PARA LA TENDENCIA Y DIAS HACIA ATRAS DE
      * OVERFLOWS.DAT.
       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETROS.
           05 PHO-PORCENTAJE       PIC 9(2).
           05 PHO-CORRIDAS         PIC 9(3).
           05 PHO-DIAS-OVERFLOW    PIC 9(3).

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

       FD  ARCHIVO-PLAZOS.
       01  REG-PLAZO.
           05 PLA-NUMERO           PIC 9(5).
           05 PLA-CODIGO-CUENTA    PIC 9(5).
           05 PLA-PRINCIPAL        PIC 9(7)V99.
           05 PLA-TASA             PIC 9V9(4).
           05 PLA-FECHA-APERTURA   PIC 9(8).
           05 PLA-FECHA-VENCIMIENTO PIC 9(8).
           05 PLA-RENOVACION       PIC X(1).
           05 PLA-ESTADO           PIC X(1).
              88 PLA-VIGENTE       VALUE 'V'.
           05 PLA-MONEDA           PIC X(3).
           05 PLA-SUCURSAL         PIC 9(3).

       FD  ARCHIVO-ACUMULADO.
       01  REG-ACUMULADO.
           05 ACD-CODIGO           PIC 9(5).
           05 ACD-FECHA            PIC 9(8).
           05 ACD-CARGOS           PIC 9(9)V99.

       FD  ARCHIVO-CONTROL-CIERRE.
       01  REG-CONTROL-CIERRE.
           05 CIE-ID-EJECUCION     PIC X(19).
           05 CIE-REGISTROS        PIC 9(7).
           05 CIE-SUMA-SALDOS      PIC S9(11)V99.

      * SOLO INTERESA EL REGISTRO DE RESUMEN (TIPO 'T', CODIGO
      * 99999) CON LA CUENTA Y EL HASH DEL LOTE.
       FD  ARCHIVO-MOVIMIENTOS.
       01  REG-MOVIMIENTOS.
           05 CODIGO-MOVIMIENTO    PIC 9(5).
           05 TIPO-MOVIMIENTO      PIC X(01).
              88 ES-CTL-RESUMEN    VALUE 'T'.
           05 FILLER               PIC X(64).
       01  REG-MOV-RESUMEN REDEFINES REG-MOVIMIENTOS.
           05 TRL-CODIGO           PIC 9(5).
           05 TRL-TIPO             PIC X(01).
           05 TRL-CUENTA-REGISTROS PIC 9(7).
           05 TRL-HASH-IMPORTES    PIC 9(11)V99.
           05 FILLER               PIC X(44).

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

      * LA LINEA QUE ARMA REGISTRA-OVERFLOW, CAMPO POR CAMPO.
       FD  ARCHIVO-OVERFLOWS.
       01  REG-OVERFLOW.
           05 FILLER               PIC X(10).
           05 OVF-PROGRAMA         PIC X(18).
           05 FILLER               PIC X(08).
           05 OVF-CAMPO            PIC X(20).
           05 FILLER               PIC X(12).
           05 OVF-OPERANDO1        PIC S9(11)V99.
           05 FILLER               PIC X(12).
           05 OVF-OPERANDO2        PIC S9(11)V99.
           05 FILLER               PIC X(08).
           05 OVF-FECHA            PIC X(14).
           05 FILLER               PIC X(02).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-PARAMETROS        PIC XX.
           05 FS-MAESTRO           PIC XX.
           05 FS-PLAZOS            PIC XX.
           05 FS-ACUMULADO         PIC XX.
           05 FS-CONTROL-CIERRE    PIC XX.
           05 FS-MOVIMIENTOS       PIC XX.
           05 FS-AUDITORIA         PIC XX.
           05 FS-OVERFLOWS         PIC XX.
           05 FS-REPORTE           PIC XX.

       01  SWITCHES.
           05 SW-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 SW-EN-VENTANA        PIC X VALUE 'N'.
              88 EN-VENTANA        VALUE 'S'.
           05 SW-HALLADO           PIC X VALUE 'N'.
              88 HALLADO           VALUE 'S'.
           05 SW-TABLA-LLENA       PIC X VALUE 'N'.
              88 TABLA-LLENA       VALUE 'S'.

       01  CONTADORES.
           05 CONT-REVISADOS       PIC 9(7) VALUE ZEROS.
           05 CONT-OVERFLOWS       PIC 9(5) VALUE ZEROS.
           05 CONT-ARCHIVOS-FALTAN PIC 9(2) VALUE ZEROS.

      * VALORES DE COMPILACION, PISADOS POR HOLGURA-PARAMETROS.DAT.
       01  WK-PORCENTAJE           PIC 9(2) VALUE 80.
       01  WK-CORRIDAS-TENDENCIA   PIC 9(3) VALUE 30.
       01  WK-DIAS-OVERFLOW        PIC 9(3) VALUE 30.

      * EL MAXIMO QUE ADMITE CADA PIC REVISADO.
       01  MAXIMOS-CAMPOS.
           05 WK-MAX-SALDO         PIC 9(11)V99 VALUE 9999999.99.
           05 WK-MAX-PRINCIPAL     PIC 9(11)V99 VALUE 9999999.99.
           05 WK-MAX-ACUMULADO     PIC 9(11)V99 VALUE 999999999.99.
           05 WK-MAX-SUMA-SALDOS   PIC 9(11)V99
                                   VALUE 99999999999.99.
           05 WK-MAX-HASH          PIC 9(11)V99
                                   VALUE 99999999999.99.

       01  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
       01  WK-DIAS-HOY             PIC 9(7) VALUE ZEROS.
       01  WK-FECHA-DESDE-OVF      PIC 9(8) VALUE ZEROS.

      * EL VALOR QUE SE ESTA MIDIENDO CONTRA SU MAXIMO.
       01  WK-ORIGEN               PIC X(20) VALUE SPACES.
       01  WK-CAMPO                PIC X(18) VALUE SPACES.
       01  WK-CLAVE                PIC X(19) VALUE SPACES.
       01  WK-VALOR                PIC S9(11)V99 VALUE ZEROS.
       01  WK-VALOR-ABSOLUTO       PIC 9(11)V99 VALUE ZEROS.
       01  WK-MAXIMO               PIC 9(11)V99 VALUE ZEROS.
       01  WK-PCT-USADO            PIC 9(3)V99 VALUE ZEROS.
       01  WK-CODIGO-TENDENCIA     PIC 9(5) VALUE ZEROS.
       01  WK-CLASE-TENDENCIA      PIC X(1) VALUE SPACE.
       01  WK-NOTA                 PIC X(34) VALUE SPACES.

      * VALORES QUE PASAN EL PORCENTAJE. CLASE DE TENDENCIA: 'C'
      * SALDO DE UNA CUENTA, 'T' SUMA DE SALDOS DEL LIBRO, 'N' SIN
      * TENDENCIA (LA NOTA DICE POR QUE).
       01  WK-MAX-HALLAZGOS        PIC 9(4) VALUE 2000.
       01  CONT-HALLAZGOS          PIC 9(4) VALUE ZEROS.
       01  TABLA-HALLAZGOS.
           05 ENTRADA-HALLAZGO     OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON CONT-HALLAZGOS.
              10 TH-ORIGEN         PIC X(20).
              10 TH-CAMPO          PIC X(18).
              10 TH-CLAVE          PIC X(19).
              10 TH-VALOR          PIC S9(11)V99.
              10 TH-MAXIMO         PIC 9(11)V99.
              10 TH-PCT-USADO      PIC 9(3)V99.
              10 TH-CODIGO         PIC 9(5).
              10 TH-CLASE          PIC X(1).
                 88 TH-TENDENCIA-CUENTA VALUE 'C'.
                 88 TH-TENDENCIA-TOTAL  VALUE 'T'.
              10 TH-PRIMER-VALOR   PIC 9(11)V99.
              10 TH-PRIMER-FECHA   PIC 9(8).
              10 TH-ULTIMO-VALOR   PIC 9(11)V99.
              10 TH-ULTIMA-FECHA   PIC 9(8).
              10 TH-FECHA-DESBORDE PIC 9(8).
              10 TH-NOTA           PIC X(34).
       01  WK-ENTRADA-AUX          PIC X(178).
       01  WK-INDICE               PIC 9(4) VALUE ZEROS.
       01  WK-INDICE-ORDEN         PIC 9(4) VALUE ZEROS.
       01  WK-CONTADOR-ORDEN       PIC 9(4) VALUE ZEROS.

      * CORRIDAS DE AUDITORIA.DAT EN ORDEN CRONOLOGICO (SE ESCRIBE
      * EN EXTEND), CON LA SUMA DE SUS SALDOS DE CIERRE. LA VENTANA
      * SON LAS ULTIMAS N, COMO EN TENDENCIA-SALDOS.
       01  WK-MAX-CORRIDAS         PIC 9(3) VALUE 400.
       01  CONT-CORRIDAS           PIC 9(3) VALUE ZEROS.
       01  TABLA-CORRIDAS.
           05 ENTRADA-CORRIDA      OCCURS 1 TO 400 TIMES
                                   DEPENDING ON CONT-CORRIDAS.
              10 TR-ID             PIC X(19).
              10 TR-SUMA           PIC S9(13)V99.
       01  WK-PRIMERA-DE-VENTANA   PIC 9(3) VALUE ZEROS.
       01  WK-IDX-CORRIDA          PIC 9(3) VALUE ZEROS.

      * PROYECCION: CRECIMIENTO POR DIA ENTRE EL PRIMER Y EL ULTIMO
      * VALOR DE LA VENTANA Y DIAS QUE FALTAN HASTA EL MAXIMO.
       01  WK-DIAS-PRIMERO         PIC 9(7) VALUE ZEROS.
       01  WK-DIAS-ULTIMO          PIC 9(7) VALUE ZEROS.
       01  WK-DIAS-TRAMO           PIC 9(7) VALUE ZEROS.
       01  WK-CRECIMIENTO-DIA      PIC S9(11)V9(4) VALUE ZEROS.
       01  WK-DIAS-RESTANTES       PIC 9(9) VALUE ZEROS.
       01  WK-CRECIMIENTO-EDITADO  PIC Z,ZZZ,ZZ9.99.

       01  LINEA-TITULO.
           05 FILLER               PIC X(40)
              VALUE 'HOLGURA NUMERICA DE SALDOS Y TOTALES AL '.
           05 LT-FECHA             PIC 9(8).
           05 FILLER               PIC X(20)
              VALUE '  -- LISTADOS DESDE '.
           05 LT-PORCENTAJE        PIC ZZ9.
           05 FILLER               PIC X(22)
              VALUE '% DEL MAXIMO DE SU PIC'.

       01  LINEA-COLUMNAS.
           05 FILLER               PIC X(21) VALUE 'ARCHIVO'.
           05 FILLER               PIC X(19) VALUE 'CAMPO'.
           05 FILLER               PIC X(20) VALUE 'CLAVE'.
           05 FILLER               PIC X(19)
              VALUE '              VALOR'.
           05 FILLER               PIC X(09) VALUE '  % USO  '.
           05 FILLER               PIC X(12) VALUE 'DESBORDARIA '.

       01  LINEA-DETALLE.
           05 LDE-ORIGEN           PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LDE-CAMPO            PIC X(18).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LDE-CLAVE            PIC X(19).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LDE-VALOR            PIC ---,---,---,--9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LDE-PCT-USADO        PIC ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LDE-FECHA-DESBORDE   PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LDE-NOTA             PIC X(34).

       01  LINEA-OVERFLOW.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LOV-FECHA            PIC X(8).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LOV-HORA             PIC X(6).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LOV-PROGRAMA         PIC X(18).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LOV-CAMPO            PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LOV-OPERANDO1        PIC ---,---,---,--9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LOV-OPERANDO2        PIC ---,---,---,--9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 200-REVISAR-MAESTRO
           PERFORM 210-REVISAR-PLAZOS
           PERFORM 220-REVISAR-ACUMULADO
           PERFORM 230-REVISAR-CONTROL-CIERRE
           PERFORM 240-REVISAR-RESUMEN-LOTE
           PERFORM 250-LEVANTAR-TENDENCIA
           PERFORM 260-PROYECTAR-DESBORDES
           PERFORM 270-ESCRIBIR-HALLAZGOS
           PERFORM 280-LISTAR-OVERFLOWS
           PERFORM 300-FINALIZAR
           GOBACK.

       100-INICIALIZAR.
           DISPLAY "HOLGURA NUMERICA DE SALDOS Y TOTALES..."
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WK-DIAS-HOY = FUNCTION INTEGER-OF-DATE(WK-FECHA-HOY)

           OPEN INPUT ARCHIVO-PARAMETROS

           IF FS-PARAMETROS = '00'
               READ ARCHIVO-PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PHO-PORCENTAJE > ZEROS
                           MOVE PHO-PORCENTAJE TO WK-PORCENTAJE
                       END-IF
                       IF PHO-CORRIDAS > 1
                           MOVE PHO-CORRIDAS TO WK-CORRIDAS-TENDENCIA
                       END-IF
                       IF PHO-DIAS-OVERFLOW > ZEROS
                           MOVE PHO-DIAS-OVERFLOW TO WK-DIAS-OVERFLOW
                       END-IF
               END-READ
               CLOSE ARCHIVO-PARAMETROS
           END-IF

           COMPUTE WK-FECHA-DESDE-OVF = FUNCTION DATE-OF-INTEGER
               (WK-DIAS-HOY - WK-DIAS-OVERFLOW)

           DISPLAY "PORCENTAJE DEL MAXIMO:   " WK-PORCENTAJE
           DISPLAY "CORRIDAS DE TENDENCIA:   " WK-CORRIDAS-TENDENCIA
           DISPLAY "OVERFLOWS DESDE:         " WK-FECHA-DESDE-OVF

           OPEN OUTPUT ARCHIVO-REPORTE

           IF FS-REPORTE NOT = '00'
               DISPLAY "ERROR ABRIENDO HOLGURA-CAMPOS.TXT: "
                       FS-REPORTE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WK-FECHA-HOY  TO LT-FECHA
           MOVE WK-PORCENTAJE TO LT-PORCENTAJE
           WRITE REG-REPORTE FROM LINEA-TITULO.

      *****************************************************************
      * REVISION DE CADA ARCHIVO. UNO QUE FALTA SE AVISA Y SE SIGUE
      * CON LOS DEMAS: EL REPORTE DICE LO QUE PUDO MIRAR.
      *****************************************************************
       200-REVISAR-MAESTRO.
           OPEN INPUT ARCHIVO-MAESTRO

           IF FS-MAESTRO NOT = '00'
               DISPLAY "AVISO: NO SE PUDO ABRIR MAESTRO.DAT: "
                       FS-MAESTRO
               ADD 1 TO CONT-ARCHIVOS-FALTAN
               EXIT PARAGRAPH
           END-IF

           MOVE "MAESTRO.DAT"    TO WK-ORIGEN
           MOVE "SALDO-MAESTRO"  TO WK-CAMPO
           MOVE WK-MAX-SALDO     TO WK-MAXIMO
           MOVE 'C'              TO WK-CLASE-TENDENCIA
           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-MAESTRO NEXT
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       MOVE SPACES          TO WK-CLAVE
                       MOVE CODIGO-MAESTRO  TO WK-CLAVE
                       MOVE CODIGO-MAESTRO  TO WK-CODIGO-TENDENCIA
                       MOVE SALDO-MAESTRO   TO WK-VALOR
                       MOVE SPACES          TO WK-NOTA
                       PERFORM 290-MEDIR-VALOR
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MAESTRO.

      * EL PRINCIPAL DE UN PLAZO NO CAMBIA MIENTRAS ESTA VIGENTE
      * (LA RENOVACION PAGA SOLO EL INTERES): NO HAY TENDENCIA.
       210-REVISAR-PLAZOS.
           OPEN INPUT ARCHIVO-PLAZOS

           IF FS-PLAZOS NOT = '00'
               DISPLAY "AVISO: NO SE PUDO ABRIR PLAZOS.DAT: "
                       FS-PLAZOS
               ADD 1 TO CONT-ARCHIVOS-FALTAN
               EXIT PARAGRAPH
           END-IF

           MOVE "PLAZOS.DAT"     TO WK-ORIGEN
           MOVE "PLA-PRINCIPAL"  TO WK-CAMPO
           MOVE WK-MAX-PRINCIPAL TO WK-MAXIMO
           MOVE 'N'              TO WK-CLASE-TENDENCIA
           MOVE ZEROS            TO WK-CODIGO-TENDENCIA
           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-PLAZOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF PLA-VIGENTE
                           MOVE SPACES TO WK-CLAVE
                           STRING "PLZ " PLA-NUMERO
                                  " CTA " PLA-CODIGO-CUENTA
                               DELIMITED BY SIZE INTO WK-CLAVE
                           MOVE PLA-PRINCIPAL TO WK-VALOR
                           MOVE "PRINCIPAL FIJO HASTA VENCER"
                               TO WK-NOTA
                           PERFORM 290-MEDIR-VALOR
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PLAZOS.

       220-REVISAR-ACUMULADO.
           OPEN INPUT ARCHIVO-ACUMULADO

           IF FS-ACUMULADO NOT = '00'
               DISPLAY "AVISO: NO SE PUDO ABRIR ACUMULADO-DIARIO.DAT: "
                       FS-ACUMULADO
               ADD 1 TO CONT-ARCHIVOS-FALTAN
               EXIT PARAGRAPH
           END-IF

           MOVE "ACUMULADO-DIARIO.DAT" TO WK-ORIGEN
           MOVE "ACD-CARGOS"           TO WK-CAMPO
           MOVE WK-MAX-ACUMULADO       TO WK-MAXIMO
           MOVE 'N'                    TO WK-CLASE-TENDENCIA
           MOVE ZEROS                  TO WK-CODIGO-TENDENCIA
           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-ACUMULADO
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       MOVE SPACES TO WK-CLAVE
                       STRING "CTA " ACD-CODIGO " " ACD-FECHA
                           DELIMITED BY SIZE INTO WK-CLAVE
                       MOVE ACD-CARGOS TO WK-VALOR
                       MOVE "SE REINICIA CADA DIA" TO WK-NOTA
                       PERFORM 290-MEDIR-VALOR
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-ACUMULADO.

      * LA SUMA DE SALDOS DEL CIERRE SE PROYECTA CON LA SUMA DE LOS
      * CIERRES DE CADA CORRIDA EN AUDITORIA.DAT.
       230-REVISAR-CONTROL-CIERRE.
           OPEN INPUT ARCHIVO-CONTROL-CIERRE

           IF FS-CONTROL-CIERRE NOT = '00'
               DISPLAY "AVISO: NO SE PUDO ABRIR CONTROL-CIERRE.DAT: "
                       FS-CONTROL-CIERRE
               ADD 1 TO CONT-ARCHIVOS-FALTAN
               EXIT PARAGRAPH
           END-IF

           MOVE "CONTROL-CIERRE.DAT" TO WK-ORIGEN
           MOVE "CIE-SUMA-SALDOS"    TO WK-CAMPO
           MOVE WK-MAX-SUMA-SALDOS   TO WK-MAXIMO
           MOVE 'T'                  TO WK-CLASE-TENDENCIA
           MOVE ZEROS                TO WK-CODIGO-TENDENCIA
           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-CONTROL-CIERRE
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       MOVE CIE-ID-EJECUCION TO WK-CLAVE
                       MOVE CIE-SUMA-SALDOS  TO WK-VALOR
                       MOVE SPACES           TO WK-NOTA
                       PERFORM 290-MEDIR-VALOR
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CONTROL-CIERRE.

       240-REVISAR-RESUMEN-LOTE.
           OPEN INPUT ARCHIVO-MOVIMIENTOS

           IF FS-MOVIMIENTOS NOT = '00'
               DISPLAY "AVISO: NO SE PUDO ABRIR MOVIMIENTOS.DAT: "
                       FS-MOVIMIENTOS
               ADD 1 TO CONT-ARCHIVOS-FALTAN
               EXIT PARAGRAPH
           END-IF

           MOVE "MOVIMIENTOS.DAT"   TO WK-ORIGEN
           MOVE "TRL-HASH-IMPORTES" TO WK-CAMPO
           MOVE WK-MAX-HASH         TO WK-MAXIMO
           MOVE 'N'                 TO WK-CLASE-TENDENCIA
           MOVE ZEROS               TO WK-CODIGO-TENDENCIA
           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-MOVIMIENTOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF ES-CTL-RESUMEN
                           AND CODIGO-MOVIMIENTO = 99999
                           MOVE SPACES TO WK-CLAVE
                           STRING "RESUMEN " TRL-CUENTA-REGISTROS
                                  " REG"
                               DELIMITED BY SIZE INTO WK-CLAVE
                           MOVE TRL-HASH-IMPORTES TO WK-VALOR
                           MOVE "SE REINICIA CON CADA LOTE"
                               TO WK-NOTA
                           PERFORM 290-MEDIR-VALOR
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MOVIMIENTOS.

      *****************************************************************
      * TENDENCIA: PRIMERA PASADA POR AUDITORIA.DAT PARA SABER QUE
      * CORRIDAS HAY; SEGUNDA, SOLO DENTRO DE LA VENTANA, PARA EL
      * PRIMER Y ULTIMO CIERRE DE CADA CUENTA LISTADA Y LA SUMA DE
      * SALDOS DE CADA CORRIDA.
      *****************************************************************
       250-LEVANTAR-TENDENCIA.
           IF CONT-HALLAZGOS = ZEROS
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ARCHIVO-AUDITORIA

           IF FS-AUDITORIA NOT = '00'
               DISPLAY "AVISO: SIN AUDITORIA.DAT (" FS-AUDITORIA
                       "), NO SE PROYECTA"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM 255-LEER-AUDITORIA
           PERFORM UNTIL FIN-ARCHIVO
               IF CONT-CORRIDAS = ZEROS
                   ADD 1 TO CONT-CORRIDAS
                   MOVE AUD-ID-EJECUCION TO TR-ID(CONT-CORRIDAS)
               ELSE
                   IF AUD-ID-EJECUCION NOT = TR-ID(CONT-CORRIDAS)
                       AND CONT-CORRIDAS < WK-MAX-CORRIDAS
                       ADD 1 TO CONT-CORRIDAS
                       MOVE AUD-ID-EJECUCION TO TR-ID(CONT-CORRIDAS)
                   END-IF
               END-IF
               PERFORM 255-LEER-AUDITORIA
           END-PERFORM

           CLOSE ARCHIVO-AUDITORIA

           IF CONT-CORRIDAS > WK-CORRIDAS-TENDENCIA
               COMPUTE WK-PRIMERA-DE-VENTANA =
                   CONT-CORRIDAS - WK-CORRIDAS-TENDENCIA + 1
           ELSE
               MOVE 1 TO WK-PRIMERA-DE-VENTANA
           END-IF

           PERFORM VARYING WK-IDX-CORRIDA FROM 1 BY 1
                   UNTIL WK-IDX-CORRIDA > CONT-CORRIDAS
               MOVE ZEROS TO TR-SUMA(WK-IDX-CORRIDA)
           END-PERFORM

           OPEN INPUT ARCHIVO-AUDITORIA
           MOVE 'N' TO SW-FIN-ARCHIVO
           MOVE 'N' TO SW-EN-VENTANA
           MOVE WK-PRIMERA-DE-VENTANA TO WK-IDX-CORRIDA
           PERFORM 255-LEER-AUDITORIA
           PERFORM UNTIL FIN-ARCHIVO
               IF AUD-ID-EJECUCION = TR-ID(WK-PRIMERA-DE-VENTANA)
                   MOVE 'S' TO SW-EN-VENTANA
               END-IF
               IF EN-VENTANA
                   PERFORM 257-ACUMULAR-TENDENCIA
               END-IF
               PERFORM 255-LEER-AUDITORIA
           END-PERFORM

           CLOSE ARCHIVO-AUDITORIA.

       255-LEER-AUDITORIA.
           READ ARCHIVO-AUDITORIA
               AT END
                   MOVE 'S' TO SW-FIN-ARCHIVO
           END-READ.

      * LA CORRIDA DEL REGISTRO: LA ACTUAL O UNA POSTERIOR (EL
      * ARCHIVO VA EN ORDEN CRONOLOGICO).
       257-ACUMULAR-TENDENCIA.
           PERFORM UNTIL WK-IDX-CORRIDA >= CONT-CORRIDAS
                   OR TR-ID(WK-IDX-CORRIDA) = AUD-ID-EJECUCION
               ADD 1 TO WK-IDX-CORRIDA
           END-PERFORM

           IF TR-ID(WK-IDX-CORRIDA) = AUD-ID-EJECUCION
               ADD AUD-SALDO-CIERRE TO TR-SUMA(WK-IDX-CORRIDA)
           END-IF

           IF AUD-ID-EJECUCION(5:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-HALLAZGOS
               IF TH-TENDENCIA-CUENTA(WK-INDICE)
                   AND TH-CODIGO(WK-INDICE) = AUD-CODIGO
                   MOVE AUD-SALDO-CIERRE TO WK-VALOR
                   PERFORM 295-VALOR-ABSOLUTO
                   IF TH-PRIMER-FECHA(WK-INDICE) = ZEROS
                       MOVE AUD-ID-EJECUCION(5:8)
                           TO TH-PRIMER-FECHA(WK-INDICE)
                       MOVE WK-VALOR-ABSOLUTO
                           TO TH-PRIMER-VALOR(WK-INDICE)
                   END-IF
                   MOVE AUD-ID-EJECUCION(5:8)
                       TO TH-ULTIMA-FECHA(WK-INDICE)
                   MOVE WK-VALOR-ABSOLUTO
                       TO TH-ULTIMO-VALOR(WK-INDICE)
               END-IF
           END-PERFORM.

      * CRECIMIENTO POR DIA ENTRE EL PRIMER Y EL ULTIMO VALOR DE LA
      * VENTANA; SI CRECE, LA FECHA EN QUE LLEGARIA AL MAXIMO DESDE
      * EL VALOR DE HOY.
       260-PROYECTAR-DESBORDES.
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-HALLAZGOS
               IF TH-TENDENCIA-TOTAL(WK-INDICE)
                   AND CONT-CORRIDAS > ZEROS
                   PERFORM 262-TENDENCIA-DEL-TOTAL
               END-IF
               IF TH-TENDENCIA-CUENTA(WK-INDICE)
                   OR TH-TENDENCIA-TOTAL(WK-INDICE)
                   PERFORM 265-PROYECTAR-HALLAZGO
               END-IF
           END-PERFORM.

       262-TENDENCIA-DEL-TOTAL.
           IF TR-ID(WK-PRIMERA-DE-VENTANA)(5:8) IS NOT NUMERIC
               OR TR-ID(CONT-CORRIDAS)(5:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE TR-ID(WK-PRIMERA-DE-VENTANA)(5:8)
               TO TH-PRIMER-FECHA(WK-INDICE)
           MOVE TR-SUMA(WK-PRIMERA-DE-VENTANA) TO WK-VALOR
           PERFORM 295-VALOR-ABSOLUTO
           MOVE WK-VALOR-ABSOLUTO TO TH-PRIMER-VALOR(WK-INDICE)
           MOVE TR-ID(CONT-CORRIDAS)(5:8)
               TO TH-ULTIMA-FECHA(WK-INDICE)
           MOVE TR-SUMA(CONT-CORRIDAS) TO WK-VALOR
           PERFORM 295-VALOR-ABSOLUTO
           MOVE WK-VALOR-ABSOLUTO TO TH-ULTIMO-VALOR(WK-INDICE).

       265-PROYECTAR-HALLAZGO.
           IF TH-PRIMER-FECHA(WK-INDICE) = ZEROS
               MOVE "SIN HISTORIA EN AUDITORIA.DAT"
                   TO TH-NOTA(WK-INDICE)
               EXIT PARAGRAPH
           END-IF

           COMPUTE WK-DIAS-PRIMERO =
               FUNCTION INTEGER-OF-DATE(TH-PRIMER-FECHA(WK-INDICE))
           COMPUTE WK-DIAS-ULTIMO =
               FUNCTION INTEGER-OF-DATE(TH-ULTIMA-FECHA(WK-INDICE))
           COMPUTE WK-DIAS-TRAMO = WK-DIAS-ULTIMO - WK-DIAS-PRIMERO

           IF WK-DIAS-TRAMO = ZEROS
               MOVE "UNA SOLA FECHA EN LA VENTANA"
                   TO TH-NOTA(WK-INDICE)
               EXIT PARAGRAPH
           END-IF

           COMPUTE WK-CRECIMIENTO-DIA ROUNDED =
               (TH-ULTIMO-VALOR(WK-INDICE)
                - TH-PRIMER-VALOR(WK-INDICE)) / WK-DIAS-TRAMO

           IF WK-CRECIMIENTO-DIA NOT > ZEROS
               MOVE "NO CRECE EN LA VENTANA" TO TH-NOTA(WK-INDICE)
               EXIT PARAGRAPH
           END-IF

           MOVE TH-VALOR(WK-INDICE) TO WK-VALOR
           PERFORM 295-VALOR-ABSOLUTO
           COMPUTE WK-DIAS-RESTANTES =
               (TH-MAXIMO(WK-INDICE) - WK-VALOR-ABSOLUTO)
               / WK-CRECIMIENTO-DIA
               ON SIZE ERROR
                   MOVE 999999999 TO WK-DIAS-RESTANTES
           END-COMPUTE

           MOVE WK-CRECIMIENTO-DIA TO WK-CRECIMIENTO-EDITADO
           MOVE SPACES TO TH-NOTA(WK-INDICE)
           STRING "CRECE " WK-CRECIMIENTO-EDITADO " POR DIA"
               DELIMITED BY SIZE INTO TH-NOTA(WK-INDICE)

      * MAS DE CIEN AÑOS NO ES UNA FECHA QUE HAGA FALTA PLANIFICAR.
           IF WK-DIAS-RESTANTES > 36500
               MOVE 99999999 TO TH-FECHA-DESBORDE(WK-INDICE)
           ELSE
               COMPUTE TH-FECHA-DESBORDE(WK-INDICE) =
                   FUNCTION DATE-OF-INTEGER
                       (WK-DIAS-HOY + WK-DIAS-RESTANTES)
           END-IF.

      *****************************************************************
      * LISTADO: DEL MAS CERCANO AL MAXIMO AL MAS LEJANO. MISMO
      * BURBUJEO ESTABLE QUE 2510-ORDENAR-COPIA EN ARRAYS.CBL.
      *****************************************************************
       270-ESCRIBIR-HALLAZGOS.
           MOVE 1 TO WK-INDICE-ORDEN
           PERFORM UNTIL WK-INDICE-ORDEN > CONT-HALLAZGOS - 1
               MOVE 1 TO WK-CONTADOR-ORDEN
               PERFORM UNTIL
                   WK-CONTADOR-ORDEN > CONT-HALLAZGOS - WK-INDICE-ORDEN
                   IF TH-PCT-USADO(WK-CONTADOR-ORDEN) <
                      TH-PCT-USADO(WK-CONTADOR-ORDEN + 1)
                       MOVE ENTRADA-HALLAZGO(WK-CONTADOR-ORDEN)
                           TO WK-ENTRADA-AUX
                       MOVE ENTRADA-HALLAZGO(WK-CONTADOR-ORDEN + 1)
                           TO ENTRADA-HALLAZGO(WK-CONTADOR-ORDEN)
                       MOVE WK-ENTRADA-AUX
                           TO ENTRADA-HALLAZGO(WK-CONTADOR-ORDEN + 1)
                   END-IF
                   ADD 1 TO WK-CONTADOR-ORDEN
               END-PERFORM
               ADD 1 TO WK-INDICE-ORDEN
           END-PERFORM

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE

           IF CONT-HALLAZGOS = ZEROS
               MOVE "NINGUN VALOR CERCA DEL MAXIMO DE SU CAMPO"
                   TO REG-REPORTE
               WRITE REG-REPORTE
               EXIT PARAGRAPH
           END-IF

           WRITE REG-REPORTE FROM LINEA-COLUMNAS

           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-HALLAZGOS
               MOVE TH-ORIGEN(WK-INDICE)    TO LDE-ORIGEN
               MOVE TH-CAMPO(WK-INDICE)     TO LDE-CAMPO
               MOVE TH-CLAVE(WK-INDICE)     TO LDE-CLAVE
               MOVE TH-VALOR(WK-INDICE)     TO LDE-VALOR
               MOVE TH-PCT-USADO(WK-INDICE) TO LDE-PCT-USADO
               EVALUATE TRUE
                   WHEN TH-FECHA-DESBORDE(WK-INDICE) = ZEROS
                       MOVE "--------" TO LDE-FECHA-DESBORDE
                   WHEN TH-FECHA-DESBORDE(WK-INDICE) = 99999999
                       MOVE "+100 AÑOS" TO LDE-FECHA-DESBORDE
                   WHEN OTHER
                       MOVE TH-FECHA-DESBORDE(WK-INDICE)
                           TO LDE-FECHA-DESBORDE
               END-EVALUATE
               MOVE TH-NOTA(WK-INDICE)      TO LDE-NOTA
               WRITE REG-REPORTE FROM LINEA-DETALLE
           END-PERFORM

           IF TABLA-LLENA
               MOVE SPACES TO REG-REPORTE
               STRING "*** HAY MAS DE " WK-MAX-HALLAZGOS
                      " VALORES SOBRE EL PORCENTAJE; SOLO SE LISTAN"
                      " LOS PRIMEROS ***"
                   DELIMITED BY SIZE INTO REG-REPORTE
               WRITE REG-REPORTE
           END-IF.

      * LOS OVERFLOWS QUE YA OCURRIERON EN LOS ULTIMOS DIAS.
       280-LISTAR-OVERFLOWS.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "OVERFLOWS YA REGISTRADOS DESDE EL "
                  WK-FECHA-DESDE-OVF " (OVERFLOWS.DAT)"
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE

           OPEN INPUT ARCHIVO-OVERFLOWS

           IF FS-OVERFLOWS NOT = '00'
               MOVE "  SIN OVERFLOWS.DAT" TO REG-REPORTE
               WRITE REG-REPORTE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-OVERFLOWS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF OVF-FECHA(1:8) IS NUMERIC
                           AND OVF-FECHA(1:8) >= WK-FECHA-DESDE-OVF
                           ADD 1 TO CONT-OVERFLOWS
                           MOVE OVF-FECHA(1:8)  TO LOV-FECHA
                           MOVE OVF-FECHA(9:6)  TO LOV-HORA
                           MOVE OVF-PROGRAMA    TO LOV-PROGRAMA
                           MOVE OVF-CAMPO       TO LOV-CAMPO
                           MOVE OVF-OPERANDO1   TO LOV-OPERANDO1
                           MOVE OVF-OPERANDO2   TO LOV-OPERANDO2
                           WRITE REG-REPORTE FROM LINEA-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-OVERFLOWS

           IF CONT-OVERFLOWS = ZEROS
               MOVE "  NINGUNO" TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF.

      * UN VALOR CONTRA EL MAXIMO DE SU CAMPO; SI PASA EL
      * PORCENTAJE, A LA TABLA.
       290-MEDIR-VALOR.
           ADD 1 TO CONT-REVISADOS
           PERFORM 295-VALOR-ABSOLUTO
           COMPUTE WK-PCT-USADO ROUNDED =
               WK-VALOR-ABSOLUTO * 100 / WK-MAXIMO

           IF WK-PCT-USADO < WK-PORCENTAJE
               EXIT PARAGRAPH
           END-IF

           IF CONT-HALLAZGOS >= WK-MAX-HALLAZGOS
               MOVE 'S' TO SW-TABLA-LLENA
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-HALLAZGOS
           MOVE WK-ORIGEN           TO TH-ORIGEN(CONT-HALLAZGOS)
           MOVE WK-CAMPO            TO TH-CAMPO(CONT-HALLAZGOS)
           MOVE WK-CLAVE            TO TH-CLAVE(CONT-HALLAZGOS)
           MOVE WK-VALOR            TO TH-VALOR(CONT-HALLAZGOS)
           MOVE WK-MAXIMO           TO TH-MAXIMO(CONT-HALLAZGOS)
           MOVE WK-PCT-USADO        TO TH-PCT-USADO(CONT-HALLAZGOS)
           MOVE WK-CODIGO-TENDENCIA TO TH-CODIGO(CONT-HALLAZGOS)
           MOVE WK-CLASE-TENDENCIA  TO TH-CLASE(CONT-HALLAZGOS)
           MOVE ZEROS TO TH-PRIMER-VALOR(CONT-HALLAZGOS)
           MOVE ZEROS TO TH-PRIMER-FECHA(CONT-HALLAZGOS)
           MOVE ZEROS TO TH-ULTIMO-VALOR(CONT-HALLAZGOS)
           MOVE ZEROS TO TH-ULTIMA-FECHA(CONT-HALLAZGOS)
           MOVE ZEROS TO TH-FECHA-DESBORDE(CONT-HALLAZGOS)
           MOVE WK-NOTA             TO TH-NOTA(CONT-HALLAZGOS).

      * UN SALDO EN DESCUBIERTO TAMBIEN SE QUEDA SIN DIGITOS: SE MIDE
      * SIN SIGNO.
       295-VALOR-ABSOLUTO.
           IF WK-VALOR < ZEROS
               COMPUTE WK-VALOR-ABSOLUTO = ZEROS - WK-VALOR
           ELSE
               MOVE WK-VALOR TO WK-VALOR-ABSOLUTO
           END-IF.

       300-FINALIZAR.
           CLOSE ARCHIVO-REPORTE

           DISPLAY "VALORES REVISADOS:        " CONT-REVISADOS
           DISPLAY "CERCA DEL MAXIMO:         " CONT-HALLAZGOS
           DISPLAY "OVERFLOWS RECIENTES:      " CONT-OVERFLOWS
           DISPLAY "REPORTE EN: HOLGURA-CAMPOS.TXT"

      * LOS HALLAZGOS NO SON UN FALLO DEL PASO; SOLO LO ES NO HABER
      * PODIDO MIRAR NINGUNO DE LOS CINCO ARCHIVOS.
           IF CONT-ARCHIVOS-FALTAN = 5
               DISPLAY "NO SE PUDO REVISAR NINGUN ARCHIVO"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZEROS TO RETURN-CODE
           END-IF.
