      *            GENERALES DEL LIBRO.
      *            EL MES SE TOMA DE LA FECHA EMBEBIDA EN
      *            AUD-ID-EJECUCION (FORMATO RUN-AAAAMMDD-HHMMSS).
      *            LANZADO POR LA CADENA NOCTURNA (CERROJO.DAT PUESTO)
      *            NO PREGUNTA EL MES: CONSOLIDA EL DE LA FECHA DE
      *            NEGOCIO (FECHA-PROCESO.DAT SI LA HAY, SI NO EL
      *            RELOJ) Y TERMINA EN GOBACK CON SU RETURN-CODE.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

      * CON EL CERROJO DE CORRIDA PUESTO, QUIEN LANZA ES LA CADENA.
           SELECT ARCHIVO-CERROJO
               ASSIGN TO "CERROJO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CERROJO.

           SELECT ARCHIVO-FECHA-PROCESO
               ASSIGN TO "FECHA-PROCESO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHA-PROCESO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-AUDITORIA.
           05 AUD-SALDO-CIERRE        PIC S9(7)V99.
           05 AUD-SUCURSAL            PIC 9(3).
           05 AUD-OPERADOR            PIC X(8).
           05 AUD-SECUENCIA           PIC 9(9).
           05 AUD-SELLO               PIC 9(18).

       FD  ARCHIVO-RESUMEN.
       01  REG-RESUMEN.
       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE                PIC X(80).

       FD  ARCHIVO-CERROJO.
       01  REG-CERROJO.
           05 CER-FECHA               PIC 9(8).
           05 CER-HORA                PIC 9(6).
           05 CER-OPERADOR            PIC X(8).

       FD  ARCHIVO-FECHA-PROCESO.
       01  REG-FECHA-PROCESO.
           05 FPR-FECHA               PIC 9(8).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-AUDITORIA         PIC XX.
           05 FS-RESUMEN           PIC XX.
           05 FS-REPORTE           PIC XX.
           05 FS-CERROJO           PIC XX.
           05 FS-FECHA-PROCESO     PIC XX.

       01  SWITCHES.
           05 SW-FIN-AUDITORIA     PIC X VALUE 'N'.
              88 FIN-AUDITORIA     VALUE 'S'.
           05 SW-CUENTA-HALLADA    PIC X VALUE 'N'.
              88 CUENTA-HALLADA    VALUE 'S'.
           05 SW-EN-CADENA         PIC X VALUE 'N'.
              88 EN-CADENA         VALUE 'S'.

       01  CONTADORES.
           05 CONT-REG-AUDITORIA   PIC 9(7) VALUE ZEROS.
       01  WK-MES-PEDIDO           PIC 9(6) VALUE ZEROS.
           88 TODO-EL-ARCHIVO      VALUE ZEROS.
       01  WK-MES-REGISTRO         PIC 9(6) VALUE ZEROS.
       01  WK-FECHA-NEGOCIO        PIC 9(8) VALUE ZEROS.

      * UNA ENTRADA POR CUENTA VISTA EN EL MES. EL PRIMER REGISTRO
      * DE AUDITORIA DE LA CUENTA FIJA SU PRIMERA APERTURA (EL
           PERFORM 200-CONSOLIDAR-AUDITORIA
           PERFORM 250-GENERAR-SALIDAS
           PERFORM 300-FINALIZAR
           GOBACK.

       100-INICIALIZAR.
           DISPLAY "========================================"
           DISPLAY "========================================"
           DISPLAY " "

           PERFORM 110-DETECTAR-CADENA

           IF EN-CADENA
               MOVE WK-FECHA-NEGOCIO(1:6) TO WK-MES-PEDIDO
               DISPLAY "LANZADO POR LA CADENA: MES " WK-MES-PEDIDO
           ELSE
               DISPLAY "MES A CONSOLIDAR (AAAAMM, 000000 = TODO): "
               ACCEPT WK-MES-PEDIDO
           END-IF

           OPEN INPUT ARCHIVO-AUDITORIA

           IF FS-AUDITORIA = '35'
               DISPLAY "NO EXISTE AUDITORIA.DAT, NADA QUE CONSOLIDAR"
               MOVE 0008 TO RETURN-CODE
               GOBACK
           END-IF

           IF FS-AUDITORIA NOT = '00'
               DISPLAY "ERROR ABRIENDO AUDITORIA: " FS-AUDITORIA
               MOVE 0016 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARCHIVO-RESUMEN
           IF FS-RESUMEN NOT = '00'
               DISPLAY "ERROR ABRIENDO CIERRE-MENSUAL.DAT: "
                       FS-RESUMEN
               MOVE 0016 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARCHIVO-REPORTE
           IF FS-REPORTE NOT = '00'
               DISPLAY "ERROR ABRIENDO CIERRE-MENSUAL.TXT: "
                       FS-REPORTE
               MOVE 0016 TO RETURN-CODE
               GOBACK
           END-IF.

      * EL CERROJO SOLO ESTA PUESTO MIENTRAS CORRE LA CADENA: SI
      * TIENE REGISTRO, ESTE CIERRE ES UN PASO DE LA NOCHE.
       110-DETECTAR-CADENA.
           OPEN INPUT ARCHIVO-CERROJO

           IF FS-CERROJO NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ ARCHIVO-CERROJO
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'S' TO SW-EN-CADENA
           END-READ

           CLOSE ARCHIVO-CERROJO

           IF NOT EN-CADENA
               EXIT PARAGRAPH
           END-IF

           ACCEPT WK-FECHA-NEGOCIO FROM DATE YYYYMMDD

           OPEN INPUT ARCHIVO-FECHA-PROCESO
           IF FS-FECHA-PROCESO = '00'
               READ ARCHIVO-FECHA-PROCESO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FPR-FECHA > ZEROS
                           MOVE FPR-FECHA TO WK-FECHA-NEGOCIO
                       END-IF
               END-READ
               CLOSE ARCHIVO-FECHA-PROCESO
           END-IF.

       200-CONSOLIDAR-AUDITORIA.
