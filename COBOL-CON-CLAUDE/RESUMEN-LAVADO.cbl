       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUMEN-LAVADO.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: RESUMEN MENSUAL DE LAVADO PARA EL REGULADOR
      * PROPOSITO: ARMA LAVADO-RESUMEN.TXT CON LA ACTIVIDAD DE
      *            VIGILANCIA DEL MES PEDIDO:
      *            -- CASOS ABIERTOS EN EL MES (SEGUN SU FECHA DE
      *               ALTA), POR PATRON, CON SU DETALLE E IMPORTES.
      *            -- CIERRES Y ESCALAMIENTOS DECIDIDOS EN EL MES,
      *               CONTADOS SOBRE LAVADO-BITACORA.DAT.
      *            -- CASOS QUE SIGUEN PENDIENTES (ABIERTOS Y
      *               ESCALADOS) AL MOMENTO DEL REPORTE.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CASOS
               ASSIGN TO "LAVADO-CASOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CASOS.

           SELECT ARCHIVO-BITACORA
               ASSIGN TO "LAVADO-BITACORA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BITACORA.

           SELECT ARCHIVO-REPORTE
               ASSIGN TO "LAVADO-RESUMEN.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CASOS.
       01  REG-CASO.
           05 LAV-NUMERO           PIC 9(5).
           05 LAV-TIPO             PIC X(1).
           05 LAV-CODIGO           PIC 9(5).
           05 LAV-DOCUMENTO        PIC X(15).
           05 LAV-ESTADO           PIC X(1).
           05 LAV-FECHA-ALTA       PIC 9(8).
           05 LAV-FECHA-DESDE      PIC 9(8).
           05 LAV-FECHA-HASTA      PIC 9(8).
           05 LAV-CANTIDAD         PIC 9(3).
           05 LAV-IMPORTE          PIC 9(9)V99.
           05 LAV-ID-EJECUCION     PIC X(19).
           05 LAV-LOTE             PIC X(8).
           05 LAV-SECUENCIA        PIC 9(5).
           05 LAV-FECHA-ESTADO     PIC 9(8).
           05 LAV-OPERADOR         PIC X(8).
           05 LAV-DISPOSICION      PIC X(30).

       FD  ARCHIVO-BITACORA.
       01  REG-BITACORA.
           05 BLA-CASO             PIC 9(5).
           05 BLA-FECHA            PIC 9(8).
           05 BLA-HORA             PIC 9(6).
           05 BLA-OPERADOR         PIC X(8).
           05 BLA-ACCION           PIC X(10).
           05 BLA-DETALLE          PIC X(40).
           05 BLA-SECUENCIA        PIC 9(9).
           05 BLA-SELLO            PIC 9(18).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-CASOS             PIC XX.
           05 FS-BITACORA          PIC XX.
           05 FS-REPORTE           PIC XX.

       01  SWITCHES.
           05 SW-FIN-CASOS         PIC X VALUE 'N'.
              88 FIN-CASOS         VALUE 'S'.
           05 SW-FIN-BITACORA      PIC X VALUE 'N'.
              88 FIN-BITACORA      VALUE 'S'.

       01  CONTADORES.
           05 CONT-CASOS-LEIDOS    PIC 9(7) VALUE ZEROS.
           05 CONT-ALTAS-MES       PIC 9(7) VALUE ZEROS.
           05 CONT-ALTAS-GRANDE    PIC 9(7) VALUE ZEROS.
           05 CONT-ALTAS-CUENTA    PIC 9(7) VALUE ZEROS.
           05 CONT-ALTAS-DOCUMENTO PIC 9(7) VALUE ZEROS.
           05 CONT-CIERRES-MES     PIC 9(7) VALUE ZEROS.
           05 CONT-ESCALADOS-MES   PIC 9(7) VALUE ZEROS.
           05 CONT-ACTUALIZA-MES   PIC 9(7) VALUE ZEROS.
           05 CONT-PEND-ABIERTOS   PIC 9(7) VALUE ZEROS.
           05 CONT-PEND-ESCALADOS  PIC 9(7) VALUE ZEROS.

      * MES PEDIDO AL OPERADOR. EN CERO SE RESUME EL ARCHIVO
      * COMPLETO, SEA CUAL SEA SU RANGO DE FECHAS.
       01  WK-MES-PEDIDO           PIC 9(6) VALUE ZEROS.
           88 TODO-EL-ARCHIVO      VALUE ZEROS.
       01  WK-MES-REGISTRO         PIC 9(6) VALUE ZEROS.

       01  TOTALES-DEL-MES.
           05 TOTAL-GRANDE         PIC 9(11)V99 VALUE ZEROS.
           05 TOTAL-CUENTA         PIC 9(11)V99 VALUE ZEROS.
           05 TOTAL-DOCUMENTO      PIC 9(11)V99 VALUE ZEROS.

       01  LINEA-TITULO.
           05 FILLER               PIC X(14) VALUE SPACES.
           05 FILLER               PIC X(35)
              VALUE 'RESUMEN DE VIGILANCIA LAVADO - MES:'.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LT-MES               PIC 9(6).

       01  LINEA-CABECERA.
           05 FILLER               PIC X(06) VALUE 'CASO  '.
           05 FILLER               PIC X(02) VALUE 'T '.
           05 FILLER               PIC X(07) VALUE 'CUENTA '.
           05 FILLER               PIC X(16) VALUE 'DOCUMENTO'.
           05 FILLER               PIC X(09) VALUE 'ALTA'.
           05 FILLER               PIC X(05) VALUE 'CANT'.
           05 FILLER               PIC X(15) VALUE '        IMPORTE'.
           05 FILLER               PIC X(03) VALUE ' E '.
           05 FILLER               PIC X(17) VALUE 'DISPOSICION'.

       01  LINEA-CASO.
           05 LD-NUMERO            PIC 9(5).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LD-TIPO              PIC X(1).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LD-CODIGO            PIC 9(5).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LD-DOCUMENTO         PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LD-FECHA-ALTA        PIC 9(8).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LD-CANTIDAD          PIC ZZ9.
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LD-IMPORTE           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LD-ESTADO            PIC X(1).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LD-DISPOSICION       PIC X(18).

       01  LINEA-RAYA              PIC X(80) VALUE ALL '='.
       01  LINEA-GUIONES           PIC X(80) VALUE ALL '-'.

       01  LINEA-TOTAL.
           05 LTO-ETIQUETA         PIC X(34).
           05 LTO-IMPORTE          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  LINEA-CONTEO.
           05 LCO-ETIQUETA         PIC X(34).
           05 LCO-NUMERO           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 200-RECORRER-CASOS
           PERFORM 230-RECORRER-BITACORA
           PERFORM 270-ESCRIBIR-TOTALES
           PERFORM 300-FINALIZAR
           STOP RUN.

       100-INICIALIZAR.
           DISPLAY "========================================"
           DISPLAY "  RESUMEN MENSUAL DE LAVADO"
           DISPLAY "========================================"
           DISPLAY " "

           DISPLAY "MES A RESUMIR (AAAAMM, 000000 = TODO): "
           ACCEPT WK-MES-PEDIDO

           OPEN INPUT ARCHIVO-CASOS

           IF FS-CASOS = '35'
               DISPLAY "NO EXISTE LAVADO-CASOS.DAT, NADA QUE RESUMIR"
               STOP RUN
           END-IF

           IF FS-CASOS NOT = '00'
               DISPLAY "ERROR ABRIENDO LAVADO-CASOS: " FS-CASOS
               STOP RUN
           END-IF

           OPEN OUTPUT ARCHIVO-REPORTE

           IF FS-REPORTE NOT = '00'
               DISPLAY "ERROR ABRIENDO LAVADO-RESUMEN.TXT: "
                       FS-REPORTE
               STOP RUN
           END-IF

           MOVE LINEA-RAYA TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE WK-MES-PEDIDO TO LT-MES
           WRITE REG-REPORTE FROM LINEA-TITULO
           MOVE LINEA-RAYA TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "CASOS ABIERTOS EN EL MES:" TO REG-REPORTE
           WRITE REG-REPORTE
           WRITE REG-REPORTE FROM LINEA-CABECERA
           MOVE LINEA-GUIONES TO REG-REPORTE
           WRITE REG-REPORTE.

      * LOS PENDIENTES SE CUENTAN SOBRE TODO EL ARCHIVO: SON LA FOTO
      * DEL MOMENTO DEL REPORTE, NO DEL MES.
       200-RECORRER-CASOS.
           PERFORM UNTIL FIN-CASOS
               READ ARCHIVO-CASOS
                   AT END
                       MOVE 'S' TO SW-FIN-CASOS
                   NOT AT END
                       ADD 1 TO CONT-CASOS-LEIDOS
                       EVALUATE LAV-ESTADO
                           WHEN 'A'
                               ADD 1 TO CONT-PEND-ABIERTOS
                           WHEN 'E'
                               ADD 1 TO CONT-PEND-ESCALADOS
                       END-EVALUATE
                       MOVE LAV-FECHA-ALTA(1:6) TO WK-MES-REGISTRO
                       IF TODO-EL-ARCHIVO
                           OR WK-MES-REGISTRO = WK-MES-PEDIDO
                           PERFORM 210-ESCRIBIR-CASO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CASOS.

       210-ESCRIBIR-CASO.
           ADD 1 TO CONT-ALTAS-MES
           EVALUATE LAV-TIPO
               WHEN 'G'
                   ADD 1 TO CONT-ALTAS-GRANDE
                   ADD LAV-IMPORTE TO TOTAL-GRANDE
               WHEN 'E'
                   ADD 1 TO CONT-ALTAS-CUENTA
                   ADD LAV-IMPORTE TO TOTAL-CUENTA
               WHEN 'D'
                   ADD 1 TO CONT-ALTAS-DOCUMENTO
                   ADD LAV-IMPORTE TO TOTAL-DOCUMENTO
           END-EVALUATE

           MOVE LAV-NUMERO      TO LD-NUMERO
           MOVE LAV-TIPO        TO LD-TIPO
           MOVE LAV-CODIGO      TO LD-CODIGO
           MOVE LAV-DOCUMENTO   TO LD-DOCUMENTO
           MOVE LAV-FECHA-ALTA  TO LD-FECHA-ALTA
           MOVE LAV-CANTIDAD    TO LD-CANTIDAD
           MOVE LAV-IMPORTE     TO LD-IMPORTE
           MOVE LAV-ESTADO      TO LD-ESTADO
           MOVE LAV-DISPOSICION TO LD-DISPOSICION
           WRITE REG-REPORTE FROM LINEA-CASO.

      * LAS DECISIONES DEL MES SALEN DE LA BITACORA, QUE GUARDA LA
      * FECHA DE CADA UNA (EL CASO SOLO GUARDA LA ULTIMA).
       230-RECORRER-BITACORA.
           OPEN INPUT ARCHIVO-BITACORA

           IF FS-BITACORA NOT = '00'
               DISPLAY "AVISO: SIN LAVADO-BITACORA.DAT, NO SE CUENTAN"
                       " DECISIONES"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FIN-BITACORA
               READ ARCHIVO-BITACORA
                   AT END
                       MOVE 'S' TO SW-FIN-BITACORA
                   NOT AT END
                       MOVE BLA-FECHA(1:6) TO WK-MES-REGISTRO
                       IF TODO-EL-ARCHIVO
                           OR WK-MES-REGISTRO = WK-MES-PEDIDO
                           EVALUATE BLA-ACCION
                               WHEN "CIERRE"
                                   ADD 1 TO CONT-CIERRES-MES
                               WHEN "ESCALA"
                                   ADD 1 TO CONT-ESCALADOS-MES
                               WHEN "ACTUALIZA"
                                   ADD 1 TO CONT-ACTUALIZA-MES
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-BITACORA.

       270-ESCRIBIR-TOTALES.
           MOVE LINEA-GUIONES TO REG-REPORTE
           WRITE REG-REPORTE

           MOVE "CASOS ABIERTOS EN EL MES:" TO LCO-ETIQUETA
           MOVE CONT-ALTAS-MES TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO

           MOVE "  MOVIMIENTO GRANDE (G):" TO LCO-ETIQUETA
           MOVE CONT-ALTAS-GRANDE TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO

           MOVE "  FRACCIONAMIENTO CUENTA (E):" TO LCO-ETIQUETA
           MOVE CONT-ALTAS-CUENTA TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO

           MOVE "  FRACCIONAMIENTO DOCUMENTO (D):" TO LCO-ETIQUETA
           MOVE CONT-ALTAS-DOCUMENTO TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO

           MOVE "CASOS ACTUALIZADOS EN EL MES:" TO LCO-ETIQUETA
           MOVE CONT-ACTUALIZA-MES TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO

           MOVE "CASOS CERRADOS EN EL MES:" TO LCO-ETIQUETA
           MOVE CONT-CIERRES-MES TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO

           MOVE "CASOS ESCALADOS EN EL MES:" TO LCO-ETIQUETA
           MOVE CONT-ESCALADOS-MES TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO

           MOVE "PENDIENTES HOY - ABIERTOS:" TO LCO-ETIQUETA
           MOVE CONT-PEND-ABIERTOS TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO

           MOVE "PENDIENTES HOY - ESCALADOS:" TO LCO-ETIQUETA
           MOVE CONT-PEND-ESCALADOS TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO

           MOVE "IMPORTE ALERTADO GRANDES:" TO LTO-ETIQUETA
           MOVE TOTAL-GRANDE TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL

           MOVE "IMPORTE ALERTADO FRACC. CUENTA:" TO LTO-ETIQUETA
           MOVE TOTAL-CUENTA TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL

           MOVE "IMPORTE ALERTADO FRACC. DOCUMENTO:" TO LTO-ETIQUETA
           MOVE TOTAL-DOCUMENTO TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL.

       300-FINALIZAR.
           CLOSE ARCHIVO-REPORTE

           DISPLAY "RESUMEN FINALIZADO"
           DISPLAY "CASOS LEIDOS:          " CONT-CASOS-LEIDOS
           DISPLAY "CASOS DEL MES:         " CONT-ALTAS-MES
           DISPLAY "REPORTE EN:  LAVADO-RESUMEN.TXT".
