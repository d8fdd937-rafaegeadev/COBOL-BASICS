      *            EMBEBIDA EN APL-ID-EJECUCION) Y SE CLASIFICA POR
      *            ANTIGUEDAD: 3 A 6 MESES, 6 A 12 Y MAS DE 12, CON
      *            CUENTAS Y SALDOS TOTALES POR TRAMO EN
      *            REPORTE-INACTIVAS.TXT. CADA CUENTA LISTADA QUEDA
      *            TAMBIEN EN INACTIVAS.DAT, DE DONDE EMITE-CARTAS
      *            SACA EL AVISO DE INACTIVIDAD AL TITULAR.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

           SELECT ARCHIVO-INACTIVAS
               ASSIGN TO "INACTIVAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INACTIVAS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-MAESTRO-NUEVO.
       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE             PIC X(80).

      * INA-TRAMO: '03' DE 3 A 6 MESES, '06' DE 6 A 12, '12' MAS DE
      * 12. INA-ULTIMA-FECHA EN CERO SI LA CUENTA NO TIENE NI
      * MOVIMIENTO NI FECHA DE ESTADO.
       FD  ARCHIVO-INACTIVAS.
       01  REG-INACTIVA.
           05 INA-CODIGO           PIC 9(5).
           05 INA-TRAMO            PIC X(2).
           05 INA-MESES            PIC 9(5).
           05 INA-ULTIMA-FECHA     PIC 9(8).
           05 INA-SALDO            PIC S9(7)V99.
           05 INA-FECHA-ANALISIS   PIC 9(8).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-MAESTRO-NUEVO     PIC XX.
           05 FS-APLICADOS         PIC XX.
           05 FS-REPORTE           PIC XX.
           05 FS-INACTIVAS         PIC XX.

       01  SWITCHES.
           05 SW-FIN-MAESTRO       PIC X VALUE 'N'.
       01  WK-DIA-ENT-ULTIMA       PIC 9(7) VALUE ZEROS.
       01  WK-DIAS-INACTIVA        PIC S9(7) VALUE ZEROS.
       01  WK-MESES-INACTIVA       PIC 9(5) VALUE ZEROS.
       01  WK-TRAMO                PIC X(2) VALUE SPACES.

       01  TRAMOS-DE-INACTIVIDAD.
           05 TRAMO-3-6.
               STOP RUN
           END-IF

           OPEN OUTPUT ARCHIVO-INACTIVAS

           IF FS-INACTIVAS NOT = '00'
               DISPLAY "ERROR ABRIENDO INACTIVAS.DAT: " FS-INACTIVAS
               STOP RUN
           END-IF

           MOVE "REPORTE DE CUENTAS INACTIVAS" TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
               WHEN WK-MESES-INACTIVA < 6
                   ADD 1 TO T36-CUENTAS
                   ADD SALDO-MAESTRO-NUEVO TO T36-SALDOS
                   MOVE '03' TO WK-TRAMO
                   PERFORM 220-ESCRIBIR-DETALLE
               WHEN WK-MESES-INACTIVA < 12
                   ADD 1 TO T612-CUENTAS
                   ADD SALDO-MAESTRO-NUEVO TO T612-SALDOS
                   MOVE '06' TO WK-TRAMO
                   PERFORM 220-ESCRIBIR-DETALLE
               WHEN OTHER
                   ADD 1 TO T12M-CUENTAS
                   ADD SALDO-MAESTRO-NUEVO TO T12M-SALDOS
                   MOVE '12' TO WK-TRAMO
                   PERFORM 220-ESCRIBIR-DETALLE
           END-EVALUATE.

           MOVE NOMBRE-MAESTRO-NUEVO TO LD-NOMBRE
           MOVE WK-MESES-INACTIVA    TO LD-MESES
           MOVE SALDO-MAESTRO-NUEVO  TO LD-SALDO
           WRITE REG-REPORTE FROM LINEA-DETALLE

           MOVE CODIGO-MAESTRO-NUEVO TO INA-CODIGO
           MOVE WK-TRAMO             TO INA-TRAMO
           MOVE WK-MESES-INACTIVA    TO INA-MESES
           MOVE WK-ULTIMA-FECHA      TO INA-ULTIMA-FECHA
           MOVE SALDO-MAESTRO-NUEVO  TO INA-SALDO
           MOVE WK-FECHA-HOY         TO INA-FECHA-ANALISIS
           WRITE REG-INACTIVA.

       300-FINALIZAR.
           MOVE SPACES TO REG-REPORTE

           CLOSE ARCHIVO-MAESTRO-NUEVO
                 ARCHIVO-REPORTE
                 ARCHIVO-INACTIVAS

           DISPLAY "CUENTAS ANALIZADAS: " CONT-CUENTAS-LEIDAS
           DISPLAY "CON ACTIVIDAD RECIENTE: " CONT-ACTIVAS
