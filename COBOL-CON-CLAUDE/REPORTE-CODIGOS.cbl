       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTE-CODIGOS.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: REPORTE DE CODIGOS DE CUENTA LIBRES POR SUCURSAL
      * PROPOSITO: PARA CADA SUCURSAL DE SUCURSALES.DAT MUESTRA SU
      *            RANGO DE CODIGOS, EL TAMANO DEL RANGO Y CUANTOS
      *            CODIGOS LE QUEDAN LIBRES SEGUN ASIGNA-CODIGO (EL
      *            MISMO CRITERIO CON QUE LOS EMITE: NI EN EL
      *            MAESTRO, NI CERRADOS NI EMITIDOS DENTRO DEL PLAZO
      *            DE RETENCION). SEÑALA LAS SUCURSALES SIN RANGO, LAS
      *            QUE LO AGOTARON Y LAS QUE TIENEN MENOS DEL 10%
      *            LIBRE, PARA AMPLIAR EL RANGO CON MANTEN-SUCURSALES
      *            ANTES DE QUE LAS ALTAS SE DETENGAN. SALE EN
      *            CODIGOS-LIBRES.TXT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-SUCURSALES
               ASSIGN TO "SUCURSALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUCURSALES.

           SELECT ARCHIVO-REPORTE
               ASSIGN TO "CODIGOS-LIBRES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-SUCURSALES.
       01  REG-SUCURSAL-DIR.
           05 SUD-CODIGO           PIC 9(3).
           05 SUD-NOMBRE           PIC X(30).
           05 SUD-REGION           PIC X(15).
           05 SUD-ABIERTA          PIC X(1).
      * RANGO DE CODIGOS DE CUENTA DE LA SUCURSAL (CUATRO PRIMERAS
      * POSICIONES, SIN DIGITO DE CONTROL) PARA ASIGNA-CODIGO.
           05 SUD-RANGO-DESDE      PIC 9(4).
           05 SUD-RANGO-HASTA      PIC 9(4).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE             PIC X(90).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-SUCURSALES        PIC XX.
           05 FS-REPORTE           PIC XX.

       01  SWITCHES.
           05 SW-FIN-SUCURSALES    PIC X VALUE 'N'.
              88 FIN-SUCURSALES    VALUE 'S'.

       01  CONTADORES.
           05 CONT-SUCURSALES      PIC 9(3) VALUE ZEROS.
           05 CONT-SIN-RANGO       PIC 9(3) VALUE ZEROS.
           05 CONT-AGOTADAS        PIC 9(3) VALUE ZEROS.
           05 CONT-POCOS-LIBRES    PIC 9(3) VALUE ZEROS.
           05 CONT-TOTAL-LIBRES    PIC 9(7) VALUE ZEROS.

      * ASIGNADOR DE CODIGOS (ASIGNA-CODIGO.CBL), ACCION 'L': SOLO
      * INFORMA LOS LIBRES, NO EMITE NADA.
       01  WK-AC-ACCION            PIC X(1) VALUE 'L'.
       01  WK-AC-SUCURSAL          PIC 9(3) VALUE ZEROS.
       01  WK-AC-CODIGO            PIC 9(5) VALUE ZEROS.
       01  WK-AC-PROGRAMA          PIC X(20) VALUE "REPORTE-CODIGOS".
       01  WK-AC-VEREDICTO         PIC X(1) VALUE SPACE.
       01  WK-AC-LIBRES            PIC 9(5) VALUE ZEROS.

      * UNA SUCURSAL CON MENOS DE ESTE PORCENTAJE LIBRE SE SEÑALA.
       01  WK-PCT-AVISO            PIC 9(3) VALUE 010.
       01  WK-TAMANO-RANGO         PIC 9(5) VALUE ZEROS.
       01  WK-PCT-LIBRE            PIC 9(3) VALUE ZEROS.
       01  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.

       01  LINEA-TITULOS.
           05 FILLER               PIC X(04) VALUE 'SUC '.
           05 FILLER               PIC X(26) VALUE 'NOMBRE'.
           05 FILLER               PIC X(11) VALUE 'RANGO'.
           05 FILLER               PIC X(08) VALUE ' TAMANO'.
           05 FILLER               PIC X(08) VALUE ' LIBRES'.
           05 FILLER               PIC X(06) VALUE '   %'.
           05 FILLER               PIC X(20) VALUE 'AVISO'.

       01  LINEA-DETALLE.
           05 LD-SUCURSAL          PIC 9(3).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LD-NOMBRE            PIC X(25).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LD-RANGO-DESDE       PIC 9(4).
           05 FILLER               PIC X(01) VALUE '-'.
           05 LD-RANGO-HASTA       PIC 9(4).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LD-TAMANO            PIC ZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LD-LIBRES            PIC ZZ,ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LD-PCT               PIC ZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 LD-AVISO             PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 200-RECORRER-SUCURSALES
           PERFORM 300-FINALIZAR
           STOP RUN.

       100-INICIALIZAR.
           DISPLAY "GENERANDO REPORTE DE CODIGOS LIBRES..."

           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD

           OPEN INPUT ARCHIVO-SUCURSALES

           IF FS-SUCURSALES NOT = '00'
               DISPLAY "ERROR ABRIENDO SUCURSALES.DAT: " FS-SUCURSALES
               STOP RUN
           END-IF

           OPEN OUTPUT ARCHIVO-REPORTE

           IF FS-REPORTE NOT = '00'
               DISPLAY "ERROR ABRIENDO CODIGOS-LIBRES.TXT: "
                       FS-REPORTE
               STOP RUN
           END-IF

           MOVE "CODIGOS DE CUENTA LIBRES POR SUCURSAL" TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "FECHA: " WK-FECHA-HOY
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           WRITE REG-REPORTE FROM LINEA-TITULOS.

       200-RECORRER-SUCURSALES.
           PERFORM 205-LEER-SUCURSAL
           PERFORM UNTIL FIN-SUCURSALES
               ADD 1 TO CONT-SUCURSALES
               PERFORM 210-INFORMAR-SUCURSAL
               PERFORM 205-LEER-SUCURSAL
           END-PERFORM.

       205-LEER-SUCURSAL.
           READ ARCHIVO-SUCURSALES
               AT END
                   MOVE 'S' TO SW-FIN-SUCURSALES
           END-READ.

      * EL RANGO QUE SE MUESTRA ES EL DEL DIRECTORIO; LOS LIBRES LOS
      * CUENTA EL ASIGNADOR. EL AVISO LLEVA LA PEOR CONDICION.
       210-INFORMAR-SUCURSAL.
           MOVE SUD-CODIGO TO WK-AC-SUCURSAL
           CALL "ASIGNA-CODIGO" USING WK-AC-ACCION
                                      WK-AC-SUCURSAL
                                      WK-AC-CODIGO
                                      WK-AC-PROGRAMA
                                      WK-AC-VEREDICTO
                                      WK-AC-LIBRES

           MOVE SUD-CODIGO TO LD-SUCURSAL
           MOVE SUD-NOMBRE TO LD-NOMBRE
           MOVE SPACES     TO LD-AVISO
           MOVE ZEROS      TO WK-TAMANO-RANGO
                              WK-PCT-LIBRE

           IF WK-AC-VEREDICTO = 'R'
               MOVE ZEROS TO LD-RANGO-DESDE
                             LD-RANGO-HASTA
               ADD 1 TO CONT-SIN-RANGO
               MOVE "SIN RANGO" TO LD-AVISO
           ELSE
               MOVE SUD-RANGO-DESDE TO LD-RANGO-DESDE
               MOVE SUD-RANGO-HASTA TO LD-RANGO-HASTA
               COMPUTE WK-TAMANO-RANGO =
                   SUD-RANGO-HASTA - SUD-RANGO-DESDE + 1
               COMPUTE WK-PCT-LIBRE =
                   WK-AC-LIBRES * 100 / WK-TAMANO-RANGO
               ADD WK-AC-LIBRES TO CONT-TOTAL-LIBRES
               EVALUATE TRUE
                   WHEN WK-AC-LIBRES = ZEROS
                       ADD 1 TO CONT-AGOTADAS
                       MOVE "RANGO AGOTADO" TO LD-AVISO
                   WHEN WK-AC-LIBRES * 100
                        < WK-TAMANO-RANGO * WK-PCT-AVISO
                       ADD 1 TO CONT-POCOS-LIBRES
                       MOVE "POCOS LIBRES" TO LD-AVISO
               END-EVALUATE
           END-IF

           IF SUD-ABIERTA = 'N' AND LD-AVISO = SPACES
               MOVE "SUCURSAL CERRADA" TO LD-AVISO
           END-IF

           MOVE WK-TAMANO-RANGO TO LD-TAMANO
           MOVE WK-AC-LIBRES    TO LD-LIBRES
           MOVE WK-PCT-LIBRE    TO LD-PCT
           WRITE REG-REPORTE FROM LINEA-DETALLE.

       300-FINALIZAR.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           STRING "SUCURSALES: " CONT-SUCURSALES
                  "  SIN RANGO: " CONT-SIN-RANGO
                  "  AGOTADAS: " CONT-AGOTADAS
                  "  CON POCOS LIBRES: " CONT-POCOS-LIBRES
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "CODIGOS LIBRES EN TOTAL: " CONT-TOTAL-LIBRES
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE

           CLOSE ARCHIVO-SUCURSALES
                 ARCHIVO-REPORTE

           DISPLAY "SUCURSALES:        " CONT-SUCURSALES
           DISPLAY "SIN RANGO:         " CONT-SIN-RANGO
           DISPLAY "RANGO AGOTADO:     " CONT-AGOTADAS
           DISPLAY "CON POCOS LIBRES:  " CONT-POCOS-LIBRES
           DISPLAY "REPORTE GENERADO: CODIGOS-LIBRES.TXT".
