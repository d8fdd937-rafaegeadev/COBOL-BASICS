      *            APLICADOS.DAT (EL DETALLE QUE EL CRUZADO GRABA EN
      *            229-REGISTRAR-APLICADO). CADA CUENTA SALE EN SU
      *            PROPIA PAGINA DE ESTADO-CUENTA.TXT.
      *            SI LA CUENTA TIENE INTERVINIENTES EN TITULARES.DAT
      *            (COTITULARES, FIRMANTES, BENEFICIARIOS) LA PAGINA
      *            LOS LISTA TODOS CON SU ROL Y SU REGLA DE FIRMA.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS CON-CODIGO
               FILE STATUS IS FS-CONTACTOS.

           SELECT ARCHIVO-TITULARES
               ASSIGN TO "TITULARES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CLAVE
               FILE STATUS IS FS-TITULARES.

           SELECT ARCHIVO-ESTADOS
               ASSIGN TO "ESTADO-CUENTA.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
           05 AUD-SALDO-CIERRE        PIC S9(7)V99.
           05 AUD-SUCURSAL            PIC 9(3).
           05 AUD-OPERADOR            PIC X(8).
           05 AUD-SECUENCIA           PIC 9(9).
           05 AUD-SELLO               PIC 9(18).

       FD  ARCHIVO-APLICADOS.
       01  REG-APLICADO.
           05 CON-DOMICILIO-2      PIC X(30).
           05 CON-TELEFONO         PIC X(12).
           05 CON-DOCUMENTO        PIC X(15).
           05 CON-RIESGO           PIC X(1).
           05 CON-FECHA-REVISION   PIC 9(8).
           05 CON-PROXIMA-REVISION PIC 9(8).

      * MISMO LAYOUT QUE MANTEN-CONTACTOS.CBL.
       FD  ARCHIVO-TITULARES.
       01  REG-TITULAR.
           05 TIT-CLAVE.
              10 TIT-CODIGO        PIC 9(5).
              10 TIT-ORDEN         PIC 9(2).
           05 TIT-NOMBRE           PIC X(30).
           05 TIT-DOCUMENTO        PIC X(15).
           05 TIT-ROL              PIC X(1).
           05 TIT-REGLA            PIC X(1).
           05 TIT-FECHA-ALTA       PIC 9(8).

       FD  ARCHIVO-ESTADOS.
       01  REG-ESTADO                 PIC X(80).
           05 FS-ESTADOS           PIC XX.
           05 FS-CONTACTOS         PIC XX.
           05 FS-HISTORICO         PIC XX.
           05 FS-TITULARES         PIC XX.

       01  SWITCHES.
           05 SW-FIN-AUDITORIA     PIC X VALUE 'N'.
              88 FIN-APLICADOS     VALUE 'S'.
           05 SW-FIN-HISTORICO     PIC X VALUE 'N'.
              88 FIN-HISTORICO     VALUE 'S'.
           05 SW-HAY-TITULARES     PIC X VALUE 'N'.
              88 HAY-TITULARES     VALUE 'S'.
           05 SW-FIN-TITULARES     PIC X VALUE 'N'.
              88 FIN-TITULARES     VALUE 'S'.

       01  CONTADORES.
           05 CONT-ESTADOS         PIC 9(5) VALUE ZEROS.

       01  WK-PAGINA               PIC 9(4) VALUE ZEROS.

      * NOMBRE, TELEFONO Y DOCUMENTO SALEN ENMASCARADOS SALVO QUE
      * DECIDE-MASCARA AUTORICE ESTADO-CUENTA.TXT EN CLARO.
       01  WK-SALIDA-PRIVACIDAD    PIC X(24)
                                   VALUE "ESTADO-CUENTA.TXT".
       01  WK-PROGRAMA             PIC X(18) VALUE "ESTADO-CUENTA".
       01  WK-TRATAMIENTO          PIC X(1) VALUE 'E'.
           88 SALIDA-EN-CLARO      VALUE 'C'.
       01  WK-CLASE-DATO           PIC X(1) VALUE SPACE.
       01  WK-DATO-PERSONAL        PIC X(30) VALUE SPACES.

       01  LINEA-TITULO.
           05 FILLER               PIC X(18) VALUE SPACES.
           05 FILLER               PIC X(31)
           05 FILLER               PIC X(13) VALUE '  DOCUMENTO: '.
           05 LF-DOCUMENTO         PIC X(15).

       01  LINEA-INTERVINIENTES.
           05 FILLER               PIC X(47)
              VALUE 'INTERVINIENTES (ROL, NOMBRE, DOCUMENTO, FIRMA):'.

       01  LINEA-INTERVINIENTE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LI-ROL               PIC X(12).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LI-NOMBRE            PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LI-DOCUMENTO         PIC X(15).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LI-REGLA             PIC X(10).
       01  CONT-INTERVINIENTES     PIC 9(2) VALUE ZEROS.

       01  LINEA-CORRIDA.
           05 FILLER               PIC X(09) VALUE 'CORRIDA: '.
           05 LR-ID-EJECUCION      PIC X(19).
               STOP RUN
           END-IF

           CALL "DECIDE-MASCARA" USING WK-SALIDA-PRIVACIDAD
                                       WK-PROGRAMA
                                       WK-TRATAMIENTO

           OPEN OUTPUT ARCHIVO-ESTADOS

           IF FS-ESTADOS NOT = '00'
           ELSE
               DISPLAY "AVISO: SIN CONTACTOS.DAT, LOS ESTADOS SALEN"
                       " SIN DOMICILIO"
           END-IF

      * SIN TITULARES.DAT CADA CUENTA TIENE SU UNICO TITULAR, EL DE
      * LA LINEA DE CUENTA.
           OPEN INPUT ARCHIVO-TITULARES

           IF FS-TITULARES = '00'
               MOVE 'S' TO SW-HAY-TITULARES
           END-IF.

      * SOLO SE CARGA EL DETALLE DE LA CORRIDA PEDIDA (Y DE LA
           WRITE REG-ESTADO

           MOVE AUD-CODIGO TO LC-CODIGO
           MOVE AUD-NOMBRE TO WK-DATO-PERSONAL
           MOVE 'N' TO WK-CLASE-DATO
           PERFORM 218-APLICAR-MASCARA
           MOVE WK-DATO-PERSONAL TO LC-NOMBRE
           WRITE REG-ESTADO FROM LINEA-CUENTA
           MOVE AUD-ID-EJECUCION TO LR-ID-EJECUCION
           WRITE REG-ESTADO FROM LINEA-CORRIDA

           PERFORM 215-IMPRIMIR-CONTACTO
           PERFORM 216-IMPRIMIR-TITULARES

           MOVE LINEA-GUIONES TO REG-ESTADO
           WRITE REG-ESTADO
                       MOVE CON-DOMICILIO-2 TO LO-TEXTO
                       WRITE REG-ESTADO FROM LINEA-DOMICILIO
                   END-IF
                   MOVE CON-TELEFONO TO WK-DATO-PERSONAL
                   MOVE 'T' TO WK-CLASE-DATO
                   PERFORM 218-APLICAR-MASCARA
                   MOVE WK-DATO-PERSONAL TO LF-TELEFONO
                   MOVE CON-DOCUMENTO TO WK-DATO-PERSONAL
                   MOVE 'D' TO WK-CLASE-DATO
                   PERFORM 218-APLICAR-MASCARA
                   MOVE WK-DATO-PERSONAL TO LF-DOCUMENTO
                   WRITE REG-ESTADO FROM LINEA-TELEFONO
           END-READ.

       216-IMPRIMIR-TITULARES.
           IF NOT HAY-TITULARES
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO CONT-INTERVINIENTES
           MOVE 'N' TO SW-FIN-TITULARES
           MOVE AUD-CODIGO TO TIT-CODIGO
           MOVE ZEROS TO TIT-ORDEN
           START ARCHIVO-TITULARES
               KEY IS NOT LESS THAN TIT-CLAVE
               INVALID KEY
                   MOVE 'S' TO SW-FIN-TITULARES
           END-START

           PERFORM UNTIL FIN-TITULARES
               READ ARCHIVO-TITULARES NEXT RECORD
                   AT END
                       MOVE 'S' TO SW-FIN-TITULARES
                   NOT AT END
                       IF TIT-CODIGO NOT = AUD-CODIGO
                           MOVE 'S' TO SW-FIN-TITULARES
                       ELSE
                           PERFORM 217-IMPRIMIR-UN-TITULAR
                       END-IF
               END-READ
           END-PERFORM.

       217-IMPRIMIR-UN-TITULAR.
           ADD 1 TO CONT-INTERVINIENTES
           IF CONT-INTERVINIENTES = 1
               WRITE REG-ESTADO FROM LINEA-INTERVINIENTES
           END-IF

           EVALUATE TIT-ROL
               WHEN 'P'
                   MOVE "TITULAR"      TO LI-ROL
               WHEN 'C'
                   MOVE "COTITULAR"    TO LI-ROL
               WHEN 'F'
                   MOVE "FIRMANTE"     TO LI-ROL
               WHEN 'B'
                   MOVE "BENEFICIARIO" TO LI-ROL
               WHEN OTHER
                   MOVE TIT-ROL        TO LI-ROL
           END-EVALUATE

           EVALUATE TIT-REGLA
               WHEN 'I'
                   MOVE "INDISTINTA" TO LI-REGLA
               WHEN 'C'
                   MOVE "CONJUNTA"   TO LI-REGLA
               WHEN OTHER
                   MOVE SPACES       TO LI-REGLA
           END-EVALUATE

           MOVE TIT-NOMBRE TO WK-DATO-PERSONAL
           MOVE 'N' TO WK-CLASE-DATO
           PERFORM 218-APLICAR-MASCARA
           MOVE WK-DATO-PERSONAL TO LI-NOMBRE
           MOVE SPACES TO LI-DOCUMENTO
           IF TIT-DOCUMENTO NOT = SPACES
               MOVE TIT-DOCUMENTO TO WK-DATO-PERSONAL
               MOVE 'D' TO WK-CLASE-DATO
               PERFORM 218-APLICAR-MASCARA
               MOVE WK-DATO-PERSONAL TO LI-DOCUMENTO
           END-IF
           WRITE REG-ESTADO FROM LINEA-INTERVINIENTE.

       218-APLICAR-MASCARA.
           IF NOT SALIDA-EN-CLARO
               CALL "ENMASCARA-DATO" USING WK-CLASE-DATO
                                           WK-DATO-PERSONAL
           END-IF.

       300-FINALIZAR.
           CLOSE ARCHIVO-AUDITORIA
                 ARCHIVO-ESTADOS
           IF HAY-CONTACTOS
               CLOSE ARCHIVO-CONTACTOS
           END-IF
           IF HAY-TITULARES
               CLOSE ARCHIVO-TITULARES
           END-IF

           DISPLAY "ARCHIVO GENERADO: ESTADO-CUENTA.TXT"

