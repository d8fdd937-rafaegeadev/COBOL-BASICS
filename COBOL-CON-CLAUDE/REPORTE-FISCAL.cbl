      *            DOCUMENTO (CONTACTOS.DAT) PARA LA DECLARACION.
      *            CON ESTO SE RETIRA LA HOJA DE CALCULO CON LA QUE
      *            SE LIQUIDABA A LA AGENCIA TRIBUTARIA.
      *            UNA CUENTA CON VARIOS DUEÑOS (TITULAR PRINCIPAL Y
      *            COTITULARES EN TITULARES.DAT) SALE EN UNA LINEA
      *            POR DUEÑO, CADA UNO CON SU PARTE IGUAL DEL
      *            INTERES Y DE LA RETENCION: CADA UNO LO DECLARA.
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

           SELECT ARCHIVO-SALIDA
               ASSIGN TO "REPORTE-FISCAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
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
              88 TIT-ES-DUENO      VALUES 'P', 'C'.
           05 TIT-REGLA            PIC X(1).
           05 TIT-FECHA-ALTA       PIC 9(8).

       FD  ARCHIVO-SALIDA.
       01  REG-SALIDA              PIC X(110).
           05 FS-APLICADOS         PIC XX.
           05 FS-MAESTRO-NUEVO     PIC XX.
           05 FS-CONTACTOS         PIC XX.
           05 FS-TITULARES         PIC XX.
           05 FS-SALIDA            PIC XX.

       01  SWITCHES.
              88 HAY-MAESTRO       VALUE 'S'.
           05 SW-HAY-CONTACTOS     PIC X VALUE 'N'.
              88 HAY-CONTACTOS     VALUE 'S'.
           05 SW-HAY-TITULARES     PIC X VALUE 'N'.
              88 HAY-TITULARES     VALUE 'S'.
           05 SW-FIN-TITULARES     PIC X VALUE 'N'.
              88 FIN-TITULARES     VALUE 'S'.

       01  CONTADORES.
           05 CONT-LEIDOS          PIC 9(7) VALUE ZEROS.
       01  WK-ANO-PEDIDO           PIC 9(4) VALUE ZEROS.
       01  WK-ANO-REGISTRO         PIC 9(4) VALUE ZEROS.

      * NOMBRE Y DOCUMENTO SALEN ENMASCARADOS SALVO QUE
      * DECIDE-MASCARA AUTORICE EL REPORTE EN CLARO (LA DECLARACION
      * ES SALIDA REGULATORIA SI ASI LO DICE EL PARAMETRO).
       01  WK-SALIDA-PRIVACIDAD    PIC X(24)
                                   VALUE "REPORTE-FISCAL.TXT".
       01  WK-PROGRAMA             PIC X(18) VALUE "REPORTE-FISCAL".
       01  WK-TRATAMIENTO          PIC X(1) VALUE 'E'.
           88 SALIDA-EN-CLARO      VALUE 'C'.
       01  WK-CLASE-DATO           PIC X(1) VALUE SPACE.
       01  WK-DATO-PERSONAL        PIC X(30) VALUE SPACES.

      * ACUMULADO FISCAL POR CUENTA: BRUTO, RETENIDO Y NETO.
       01  WK-MAX-CUENTAS          PIC 9(5) VALUE 5000.
       01  CONT-CUENTAS            PIC 9(5) VALUE ZEROS.
       01  WK-INDICE-HALLADO       PIC 9(5) VALUE ZEROS.
       01  WK-NETO                 PIC S9(9)V99 VALUE ZEROS.

      * DUEÑOS DE LA CUENTA EN CURSO Y SU PARTE: IGUALES, Y LA
      * ULTIMA SE LLEVA LOS CENTIMOS QUE SOBRAN DE LA DIVISION.
       01  WK-MAX-DUENOS           PIC 9(2) VALUE 20.
       01  CONT-DUENOS             PIC 9(2) VALUE ZEROS.
       01  TABLA-DUENOS.
           05 ENTRADA-DUENO        OCCURS 20 TIMES.
              10 TDU-NOMBRE        PIC X(30).
              10 TDU-DOCUMENTO     PIC X(15).
       01  WK-IDX-DUENO            PIC 9(2) VALUE ZEROS.
       01  WK-BRUTO-PARTE          PIC 9(9)V99 VALUE ZEROS.
       01  WK-RETENIDO-PARTE       PIC 9(9)V99 VALUE ZEROS.
       01  WK-BRUTO-REPARTIDO      PIC 9(9)V99 VALUE ZEROS.
       01  WK-RETENIDO-REPARTIDO   PIC 9(9)V99 VALUE ZEROS.
       01  CONT-LINEAS-DUENO       PIC 9(5) VALUE ZEROS.

       01  TOTALES.
           05 TOTAL-BRUTO          PIC 9(11)V99 VALUE ZEROS.
           05 TOTAL-RETENIDO       PIC 9(11)V99 VALUE ZEROS.
           05 FILLER               PIC X(16) VALUE 'INTERES BRUTO'.
           05 FILLER               PIC X(16) VALUE 'RETENIDO'.
           05 FILLER               PIC X(16) VALUE 'NETO PAGADO'.
           05 FILLER               PIC X(05) VALUE 'PARTE'.

       01  LINEA-DETALLE.
           05 LD-CODIGO            PIC 9(5).
           05 LD-RETENIDO          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LD-NETO              PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LD-PARTE             PIC X(05).

       01  LINEA-TOTAL.
           05 FILLER               PIC X(54)
               MOVE 'S' TO SW-HAY-CONTACTOS
           END-IF

           OPEN INPUT ARCHIVO-TITULARES
           IF FS-TITULARES = '00'
               MOVE 'S' TO SW-HAY-TITULARES
           END-IF

           CALL "DECIDE-MASCARA" USING WK-SALIDA-PRIVACIDAD
                                       WK-PROGRAMA
                                       WK-TRATAMIENTO

           OPEN OUTPUT ARCHIVO-SALIDA

           IF FS-SALIDA NOT = '00'
           WRITE REG-SALIDA FROM LINEA-TOTAL.

       310-IMPRIMIR-UNA-CUENTA.
           MOVE ZEROS TO CONT-DUENOS
           IF HAY-TITULARES
               PERFORM 320-CARGAR-DUENOS
           END-IF

           IF CONT-DUENOS = ZEROS
               PERFORM 312-DUENO-UNICO
           END-IF

           MOVE ZEROS TO WK-BRUTO-REPARTIDO WK-RETENIDO-REPARTIDO
           PERFORM VARYING WK-IDX-DUENO FROM 1 BY 1
                   UNTIL WK-IDX-DUENO > CONT-DUENOS
               IF WK-IDX-DUENO = CONT-DUENOS
                   COMPUTE WK-BRUTO-PARTE =
                       TF-BRUTO(WK-INDICE) - WK-BRUTO-REPARTIDO
                   COMPUTE WK-RETENIDO-PARTE =
                       TF-RETENIDO(WK-INDICE) - WK-RETENIDO-REPARTIDO
               ELSE
                   COMPUTE WK-BRUTO-PARTE =
                       TF-BRUTO(WK-INDICE) / CONT-DUENOS
                   COMPUTE WK-RETENIDO-PARTE =
                       TF-RETENIDO(WK-INDICE) / CONT-DUENOS
               END-IF
               ADD WK-BRUTO-PARTE    TO WK-BRUTO-REPARTIDO
               ADD WK-RETENIDO-PARTE TO WK-RETENIDO-REPARTIDO
               PERFORM 314-IMPRIMIR-UN-DUENO
           END-PERFORM.

      * SIN INTERVINIENTES, EL UNICO DUEÑO ES EL DE SIEMPRE: NOMBRE
      * DEL MAESTRO Y DOCUMENTO DE CONTACTOS.
       312-DUENO-UNICO.
           MOVE 1 TO CONT-DUENOS
           MOVE SPACES TO TDU-NOMBRE(1) TDU-DOCUMENTO(1)

           IF HAY-MAESTRO
               MOVE TF-CODIGO(WK-INDICE) TO CODIGO-MAESTRO-NUEVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOMBRE-MAESTRO-NUEVO TO TDU-NOMBRE(1)
               END-READ
           END-IF

                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CON-DOCUMENTO TO TDU-DOCUMENTO(1)
               END-READ
           END-IF.

       314-IMPRIMIR-UN-DUENO.
           MOVE TF-CODIGO(WK-INDICE) TO LD-CODIGO
           MOVE "(SIN NOMBRE)" TO LD-NOMBRE
           IF TDU-NOMBRE(WK-IDX-DUENO) NOT = SPACES
               MOVE TDU-NOMBRE(WK-IDX-DUENO) TO WK-DATO-PERSONAL
               MOVE 'N' TO WK-CLASE-DATO
               PERFORM 315-APLICAR-MASCARA
               MOVE WK-DATO-PERSONAL TO LD-NOMBRE
           END-IF
           MOVE SPACES TO LD-DOCUMENTO
           IF TDU-DOCUMENTO(WK-IDX-DUENO) NOT = SPACES
               MOVE TDU-DOCUMENTO(WK-IDX-DUENO) TO WK-DATO-PERSONAL
               MOVE 'D' TO WK-CLASE-DATO
               PERFORM 315-APLICAR-MASCARA
               MOVE WK-DATO-PERSONAL TO LD-DOCUMENTO
           END-IF

           MOVE SPACES TO LD-PARTE
           IF CONT-DUENOS > 1
               STRING WK-IDX-DUENO "/" CONT-DUENOS
                   DELIMITED BY SIZE INTO LD-PARTE
           END-IF

           MOVE WK-BRUTO-PARTE    TO LD-BRUTO
           MOVE WK-RETENIDO-PARTE TO LD-RETENIDO
           COMPUTE WK-NETO = WK-BRUTO-PARTE - WK-RETENIDO-PARTE
           MOVE WK-NETO TO LD-NETO
           WRITE REG-SALIDA FROM LINEA-DETALLE
           ADD 1 TO CONT-LINEAS-DUENO.

       315-APLICAR-MASCARA.
           IF NOT SALIDA-EN-CLARO
               CALL "ENMASCARA-DATO" USING WK-CLASE-DATO
                                           WK-DATO-PERSONAL
           END-IF.

      * TITULAR PRINCIPAL Y COTITULARES DE LA CUENTA EN CURSO;
      * FIRMANTES Y BENEFICIARIOS NO DECLARAN EL INTERES.
       320-CARGAR-DUENOS.
           MOVE 'N' TO SW-FIN-TITULARES
           MOVE TF-CODIGO(WK-INDICE) TO TIT-CODIGO
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
                       IF TIT-CODIGO NOT = TF-CODIGO(WK-INDICE)
                           MOVE 'S' TO SW-FIN-TITULARES
                       ELSE
                           IF TIT-ES-DUENO
                               AND CONT-DUENOS < WK-MAX-DUENOS
                               ADD 1 TO CONT-DUENOS
                               MOVE TIT-NOMBRE
                                   TO TDU-NOMBRE(CONT-DUENOS)
                               MOVE TIT-DOCUMENTO
                                   TO TDU-DOCUMENTO(CONT-DUENOS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       400-FINALIZAR.
           IF HAY-MAESTRO
           IF HAY-CONTACTOS
               CLOSE ARCHIVO-CONTACTOS
           END-IF
           IF HAY-TITULARES
               CLOSE ARCHIVO-TITULARES
           END-IF
           CLOSE ARCHIVO-SALIDA

           DISPLAY "REGISTROS APLICADOS LEIDOS:   " CONT-LEIDOS
           DISPLAY "DEL EJERCICIO " WK-ANO-PEDIDO ":          "
                   CONT-DEL-ANO
           DISPLAY "CUENTAS CON INTERESES:        " CONT-CUENTAS
           DISPLAY "LINEAS POR DUEÑO:             " CONT-LINEAS-DUENO
           DISPLAY "REPORTE GENERADO EN: REPORTE-FISCAL.TXT".
