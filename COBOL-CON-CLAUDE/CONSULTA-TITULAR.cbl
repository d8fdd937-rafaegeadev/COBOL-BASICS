      *            CUENTA CON SUCURSAL Y ESTADO. UN CLIENTE GRANDE
      *            REPARTIDO EN CINCO CUENTAS DEJA DE PARECER CINCO
      *            CLIENTES CHICOS.
      *            TAMBIEN SE BUSCA EL DOCUMENTO ENTRE LOS
      *            INTERVINIENTES DE TITULARES.DAT: LA PERSONA
      *            APARECE EN LAS CUENTAS DONDE ES COTITULAR,
      *            FIRMANTE O BENEFICIARIO, CON SU ROL. A LA POSICION
      *            SOLO SUMAN LAS CUENTAS DE LAS QUE ES DUEÑA (TITULAR
      *            O COTITULAR). DEBAJO DE CADA CUENTA SE LISTAN TODAS
      *            SUS PERSONAS.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS CODIGO-MAESTRO-NUEVO
               FILE STATUS IS FS-MAESTRO-NUEVO.

           SELECT ARCHIVO-TITULARES
               ASSIGN TO "TITULARES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CLAVE
               FILE STATUS IS FS-TITULARES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CONTACTOS.
           05 CON-DOMICILIO-2      PIC X(30).
           05 CON-TELEFONO         PIC X(12).
           05 CON-DOCUMENTO        PIC X(15).
           05 CON-RIESGO           PIC X(1).
           05 CON-FECHA-REVISION   PIC 9(8).
           05 CON-PROXIMA-REVISION PIC 9(8).

       FD  ARCHIVO-MAESTRO-NUEVO.
       01  REG-MAESTRO-NUEVO.
           05 SUCURSAL-MAESTRO-NUEVO PIC 9(3).
           05 PRODUCTO-MAESTRO-NUEVO PIC X(2).

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

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-CONTACTOS         PIC XX.
           05 FS-MAESTRO-NUEVO     PIC XX.
           05 FS-TITULARES         PIC XX.

       01  SWITCHES.
           05 SW-FIN-CONTACTOS     PIC X VALUE 'N'.
              88 FIN-CONTACTOS     VALUE 'S'.
           05 SW-MONEDA-HALLADA    PIC X VALUE 'N'.
              88 MONEDA-HALLADA    VALUE 'S'.
           05 SW-HAY-TITULARES     PIC X VALUE 'N'.
              88 HAY-TITULARES     VALUE 'S'.
           05 SW-FIN-TITULARES     PIC X VALUE 'N'.
              88 FIN-TITULARES     VALUE 'S'.
           05 SW-CUENTA-HALLADA    PIC X VALUE 'N'.
              88 CUENTA-HALLADA    VALUE 'S'.

       01  CONTADORES.
           05 CONT-CUENTAS-TITULAR PIC 9(3) VALUE ZEROS.
       01  WK-DOCUMENTO-PEDIDO     PIC X(15) VALUE SPACES.
       01  WK-SALDO-EDITADO        PIC -Z,ZZZ,ZZ9.99.

      * LA PANTALLA TAMBIEN ES UNA SALIDA: NOMBRE Y DOCUMENTO SE
      * MUESTRAN ENMASCARADOS SALVO QUE DECIDE-MASCARA AUTORICE
      * ESTA CONSULTA EN CLARO.
       01  WK-SALIDA-PRIVACIDAD    PIC X(24)
                                   VALUE "CONSULTA-TITULAR".
       01  WK-PROGRAMA             PIC X(18) VALUE "CONSULTA-TITULAR".
       01  WK-TRATAMIENTO          PIC X(1) VALUE 'E'.
           88 SALIDA-EN-CLARO      VALUE 'C'.
       01  WK-CLASE-DATO           PIC X(1) VALUE SPACE.
       01  WK-DATO-PERSONAL        PIC X(30) VALUE SPACES.

      * POSICION CONSOLIDADA POR MONEDA: LAS CUENTAS DE UN MISMO
      * TITULAR PUEDEN VIVIR EN MONEDAS DISTINTAS Y SUMARLAS A SECAS
      * MENTIRIA.
       01  WK-TOTAL-EDITADO        PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01  WK-MONEDA-CTA           PIC X(3) VALUE SPACES.

      * CUENTAS DE LA PERSONA, JUNTADAS DE CONTACTOS.DAT (ROL 'P') Y
      * DE TITULARES.DAT (SU ROL EN ESA CUENTA) ANTES DE MOSTRARLAS,
      * PARA QUE UNA CUENTA QUE ESTA EN LOS DOS SALGA UNA SOLA VEZ.
       01  WK-MAX-CUENTAS          PIC 9(3) VALUE 200.
       01  CONT-CUENTAS            PIC 9(3) VALUE ZEROS.
       01  TABLA-CUENTAS.
           05 ENTRADA-CUENTA       OCCURS 1 TO 200 TIMES
                                   DEPENDING ON CONT-CUENTAS.
              10 TC-CODIGO         PIC 9(5).
              10 TC-ROL            PIC X(1).
                 88 TC-ES-DUENO    VALUES 'P', 'C'.
       01  WK-IDX-CUENTA           PIC 9(3) VALUE ZEROS.
       01  WK-CODIGO-NUEVO         PIC 9(5) VALUE ZEROS.
       01  WK-ROL-NUEVO            PIC X(1) VALUE SPACE.
       01  WK-ROL-TEXTO            PIC X(12) VALUE SPACES.
       01  WK-NOMBRE-PARTE         PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
               DISPLAY "ERROR ABRIENDO MAESTRO-NUEVO: "
                       FS-MAESTRO-NUEVO
               STOP RUN
           END-IF

           OPEN INPUT ARCHIVO-TITULARES

           IF FS-TITULARES = '00'
               MOVE 'S' TO SW-HAY-TITULARES
           END-IF

           CALL "DECIDE-MASCARA" USING WK-SALIDA-PRIVACIDAD
                                       WK-PROGRAMA
                                       WK-TRATAMIENTO.

       200-CICLO-DE-CONSULTA.
           PERFORM 210-PEDIR-DOCUMENTO
      * NO DE LA HISTORIA, ASI QUE LA PASADA ES BARATA.
       220-CONSULTAR-TITULAR.
           MOVE ZEROS TO CONT-CUENTAS-TITULAR CONT-MONEDAS
                         CONT-CUENTAS
           MOVE 'N' TO SW-FIN-CONTACTOS

           OPEN INPUT ARCHIVO-CONTACTOS
           END-IF

           DISPLAY "========================================"
           MOVE WK-DOCUMENTO-PEDIDO TO WK-DATO-PERSONAL
           MOVE 'D' TO WK-CLASE-DATO
           PERFORM 250-APLICAR-MASCARA
           DISPLAY "TITULAR CON DOCUMENTO: " WK-DATO-PERSONAL

           PERFORM UNTIL FIN-CONTACTOS
               READ ARCHIVO-CONTACTOS NEXT
                       MOVE 'S' TO SW-FIN-CONTACTOS
                   NOT AT END
                       IF CON-DOCUMENTO = WK-DOCUMENTO-PEDIDO
                           MOVE CON-CODIGO TO WK-CODIGO-NUEVO
                           MOVE 'P' TO WK-ROL-NUEVO
                           PERFORM 225-ANOTAR-CUENTA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CONTACTOS

           IF HAY-TITULARES
               PERFORM 222-BUSCAR-EN-TITULARES
           END-IF

           PERFORM VARYING WK-IDX-CUENTA FROM 1 BY 1
                   UNTIL WK-IDX-CUENTA > CONT-CUENTAS
               PERFORM 230-MOSTRAR-UNA-CUENTA
           END-PERFORM

           IF CONT-CUENTAS-TITULAR = ZEROS
               DISPLAY "  (NINGUNA CUENTA CON ESE DOCUMENTO)"
           ELSE
           END-IF
           DISPLAY "========================================".

      * TITULARES.DAT TAMPOCO TIENE INDICE POR DOCUMENTO: SE
      * RECORRE ENTERO, IGUAL QUE CONTACTOS.
       222-BUSCAR-EN-TITULARES.
           MOVE 'N' TO SW-FIN-TITULARES
           MOVE ZEROS TO TIT-CODIGO TIT-ORDEN
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
                       IF TIT-DOCUMENTO = WK-DOCUMENTO-PEDIDO
                           MOVE TIT-CODIGO TO WK-CODIGO-NUEVO
                           MOVE TIT-ROL TO WK-ROL-NUEVO
                           PERFORM 225-ANOTAR-CUENTA
                       END-IF
               END-READ
           END-PERFORM.

      * SI LA CUENTA YA ESTA ANOTADA, UN ROL DE DUEÑO PISA A UNO QUE
      * NO LO ES (LA PERSONA PUEDE SER FIRMANTE Y ADEMAS COTITULAR).
       225-ANOTAR-CUENTA.
           MOVE 'N' TO SW-CUENTA-HALLADA
           PERFORM VARYING WK-IDX-CUENTA FROM 1 BY 1
                   UNTIL WK-IDX-CUENTA > CONT-CUENTAS
                   OR CUENTA-HALLADA
               IF TC-CODIGO(WK-IDX-CUENTA) = WK-CODIGO-NUEVO
                   MOVE 'S' TO SW-CUENTA-HALLADA
                   IF NOT TC-ES-DUENO(WK-IDX-CUENTA)
                       MOVE WK-ROL-NUEVO TO TC-ROL(WK-IDX-CUENTA)
                   END-IF
               END-IF
           END-PERFORM

           IF CUENTA-HALLADA
               EXIT PARAGRAPH
           END-IF

           IF CONT-CUENTAS >= WK-MAX-CUENTAS
               DISPLAY "AVISO: MAS DE " WK-MAX-CUENTAS " CUENTAS,"
                       " SE OMITE LA " WK-CODIGO-NUEVO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-CUENTAS
           MOVE WK-CODIGO-NUEVO TO TC-CODIGO(CONT-CUENTAS)
           MOVE WK-ROL-NUEVO    TO TC-ROL(CONT-CUENTAS).

       230-MOSTRAR-UNA-CUENTA.
           MOVE TC-ROL(WK-IDX-CUENTA) TO TIT-ROL
           PERFORM 236-TEXTO-ROL
           MOVE TC-CODIGO(WK-IDX-CUENTA) TO CODIGO-MAESTRO-NUEVO
           READ ARCHIVO-MAESTRO-NUEVO
               INVALID KEY
                   DISPLAY "  " TC-CODIGO(WK-IDX-CUENTA)
                           " (CONTACTO SIN CUENTA EN EL MAESTRO)"
               NOT INVALID KEY
                   ADD 1 TO CONT-CUENTAS-TITULAR
                   MOVE SALDO-MAESTRO-NUEVO TO WK-SALDO-EDITADO
                   MOVE NOMBRE-MAESTRO-NUEVO TO WK-DATO-PERSONAL
                   MOVE 'N' TO WK-CLASE-DATO
                   PERFORM 250-APLICAR-MASCARA
                   DISPLAY "  " CODIGO-MAESTRO-NUEVO
                           " S" SUCURSAL-MAESTRO-NUEVO
                           " " ESTADO-MAESTRO-NUEVO
                           " " WK-SALDO-EDITADO
                           " " MONEDA-MAESTRO-NUEVO
                           " " WK-DATO-PERSONAL
                           " " WK-ROL-TEXTO
                   IF TC-ES-DUENO(WK-IDX-CUENTA)
                       PERFORM 240-ACUMULAR-POR-MONEDA
                   ELSE
                       DISPLAY "      (NO ES DUEÑO: NO SUMA A LA"
                               " POSICION)"
                   END-IF
                   IF HAY-TITULARES
                       PERFORM 235-MOSTRAR-PARTES
                   END-IF
           END-READ.

      * TODAS LAS PERSONAS DE LA CUENTA, CON SU ROL.
       235-MOSTRAR-PARTES.
           MOVE 'N' TO SW-FIN-TITULARES
           MOVE CODIGO-MAESTRO-NUEVO TO TIT-CODIGO
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
                       IF TIT-CODIGO NOT = CODIGO-MAESTRO-NUEVO
                           MOVE 'S' TO SW-FIN-TITULARES
                       ELSE
                           PERFORM 236-TEXTO-ROL
                           MOVE TIT-NOMBRE TO WK-DATO-PERSONAL
                           MOVE 'N' TO WK-CLASE-DATO
                           PERFORM 250-APLICAR-MASCARA
                           MOVE WK-DATO-PERSONAL TO WK-NOMBRE-PARTE
                           MOVE TIT-DOCUMENTO TO WK-DATO-PERSONAL
                           MOVE 'D' TO WK-CLASE-DATO
                           PERFORM 250-APLICAR-MASCARA
                           DISPLAY "      " WK-ROL-TEXTO " "
                                   WK-NOMBRE-PARTE " "
                                   WK-DATO-PERSONAL(1:15)
                       END-IF
               END-READ
           END-PERFORM.

       236-TEXTO-ROL.
           EVALUATE TIT-ROL
               WHEN 'P'
                   MOVE "TITULAR"      TO WK-ROL-TEXTO
               WHEN 'C'
                   MOVE "COTITULAR"    TO WK-ROL-TEXTO
               WHEN 'F'
                   MOVE "FIRMANTE"     TO WK-ROL-TEXTO
               WHEN 'B'
                   MOVE "BENEFICIARIO" TO WK-ROL-TEXTO
               WHEN OTHER
                   MOVE TIT-ROL        TO WK-ROL-TEXTO
           END-EVALUATE.

       240-ACUMULAR-POR-MONEDA.
           IF MONEDA-MAESTRO-NUEVO = SPACES
               MOVE 'EUR' TO WK-MONEDA-CTA
               END-IF
           END-IF.

       250-APLICAR-MASCARA.
           IF NOT SALIDA-EN-CLARO
               CALL "ENMASCARA-DATO" USING WK-CLASE-DATO
                                           WK-DATO-PERSONAL
           END-IF.

       300-FINALIZAR.
           IF HAY-TITULARES
               CLOSE ARCHIVO-TITULARES
           END-IF
           CLOSE ARCHIVO-MAESTRO-NUEVO
           DISPLAY "FIN DE LA CONSULTA".
