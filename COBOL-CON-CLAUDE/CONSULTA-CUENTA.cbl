      *            MOVIMIENTOS QUE LA ULTIMA CORRIDA LE APLICO
      *            (APLICADOS.DAT FILTRADO POR EL ID QUE DEJA
      *            ESTADO-CORRIDA.DAT); LO QUE TENGA EN SUSPENSO Y
      *            EN ALTAS PENDIENTES; SUS DISPUTAS ABIERTAS
      *            (DISPUTAS.DAT); Y SUS ULTIMAS LINEAS DE
      *            AUDITORIA. ANTES, ATENDER UNA LLAMADA SIGNIFICABA
      *            ABRIR CINCO ARCHIVOS EN UN EDITOR.
      *            LA PANTALLA LISTA TAMBIEN LOS INTERVINIENTES DE LA
      *            CUENTA (TITULARES.DAT), Y LA BUSQUEDA POR NOMBRE
      *            ENCUENTRA LA CUENTA POR CUALQUIERA DE ELLOS, NO
      *            SOLO POR EL NOMBRE DEL MAESTRO.
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

           SELECT ARCHIVO-ESTADO-CORRIDA
               ASSIGN TO "ESTADO-CORRIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PENDIENTES.

           SELECT ARCHIVO-DISPUTAS
               ASSIGN TO "DISPUTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DISPUTAS.

           SELECT ARCHIVO-AUDITORIA
               ASSIGN TO "AUDITORIA.DAT"
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
           05 TIT-REGLA            PIC X(1).
           05 TIT-FECHA-ALTA       PIC 9(8).

       FD  ARCHIVO-ESTADO-CORRIDA.
       01  REG-ESTADO-CORRIDA.
           05 SUCURSAL-PENDIENTE      PIC 9(3).
           05 MONEDA-PENDIENTE        PIC X(3).

      * CASOS DE LA MESA DE DISPUTAS (VER MANTEN-DISPUTAS).
       FD  ARCHIVO-DISPUTAS.
       01  REG-DISPUTA.
           05 DIS-NUMERO           PIC 9(5).
           05 DIS-CODIGO           PIC 9(5).
           05 DIS-SUCURSAL         PIC 9(3).
           05 DIS-ID-EJECUCION     PIC X(19).
           05 DIS-LOTE             PIC X(8).
           05 DIS-SECUENCIA        PIC 9(5).
           05 DIS-IMPORTE-ORIGINAL PIC 9(7)V99.
           05 DIS-MONEDA           PIC X(3).
           05 DIS-IMPORTE          PIC 9(7)V99.
           05 DIS-MOTIVO           PIC X(30).
           05 DIS-ESTADO           PIC X(1).
              88 DIS-ABIERTA       VALUE 'A'.
           05 DIS-FECHA-APERTURA   PIC 9(8).
           05 DIS-FECHA-LIMITE     PIC 9(8).
           05 DIS-FECHA-RESOLUCION PIC 9(8).
           05 DIS-CREDITO          PIC X(1).
           05 DIS-FECHA-CREDITO    PIC 9(8).
           05 DIS-FECHA-REVERSO    PIC 9(8).
           05 DIS-OPERADOR         PIC X(8).

       FD  ARCHIVO-AUDITORIA.
       01  REG-AUDITORIA.
           05 AUD-ID-EJECUCION        PIC X(19).
           05 AUD-SALDO-CIERRE        PIC S9(7)V99.
           05 AUD-SUCURSAL            PIC 9(3).
           05 AUD-OPERADOR            PIC X(8).
           05 AUD-SECUENCIA           PIC 9(9).
           05 AUD-SELLO               PIC 9(18).

       FD  ARCHIVO-RETENCIONES.
       01  REG-RETENCION.
           05 FS-AUDITORIA         PIC XX.
           05 FS-RETENCIONES       PIC XX.
           05 FS-HISTORICO         PIC XX.
           05 FS-DISPUTAS          PIC XX.
           05 FS-TITULARES         PIC XX.

       01  SWITCHES.
           05 SW-FIN-ARCHIVO       PIC X VALUE 'N'.
           05 CONT-APLICADOS       PIC 9(5) VALUE ZEROS.
           05 CONT-SUSPENSA        PIC 9(5) VALUE ZEROS.
           05 CONT-PENDIENTES      PIC 9(5) VALUE ZEROS.
           05 CONT-DISPUTAS        PIC 9(5) VALUE ZEROS.
           05 CONT-DISPUTAS-CERRADAS PIC 9(5) VALUE ZEROS.

       01  SW-HAY-CONTACTOS        PIC X VALUE 'N'.
           88 HAY-CONTACTOS        VALUE 'S'.
       01  SW-HAY-TITULARES        PIC X VALUE 'N'.
           88 HAY-TITULARES        VALUE 'S'.
       01  CONT-INTERVINIENTES     PIC 9(2) VALUE ZEROS.
       01  WK-ROL-TEXTO            PIC X(12) VALUE SPACES.
       01  WK-REGLA-TEXTO          PIC X(10) VALUE SPACES.

       01  WK-CODIGO-PEDIDO        PIC 9(5) VALUE ZEROS.
       01  WK-ID-ULTIMA-CORRIDA    PIC X(19) VALUE SPACES.
       01  WK-LARGO-BUSCADO        PIC 9(2) VALUE ZEROS.
       01  WK-POSICION             PIC 9(2) VALUE ZEROS.
       01  WK-TOPE-POSICION        PIC 9(2) VALUE ZEROS.
       01  WK-NOMBRE-COTEJADO      PIC X(30) VALUE SPACES.
       01  SW-NOMBRE-COINCIDE      PIC X VALUE 'N'.
           88 NOMBRE-COINCIDE      VALUE 'S'.
       01  SW-FIN-BUSQUEDA         PIC X VALUE 'N'.
               MOVE 'S' TO SW-HAY-CONTACTOS
           END-IF

           OPEN INPUT ARCHIVO-TITULARES

           IF FS-TITULARES = '00'
               MOVE 'S' TO SW-HAY-TITULARES
           END-IF

           PERFORM 110-LEER-ULTIMA-CORRIDA.

      * EL ID DE LA ULTIMA CORRIDA SALE DE ESTADO-CORRIDA.DAT; SIN
                   AT END
                       MOVE 'S' TO SW-FIN-BUSQUEDA
                   NOT AT END
                       MOVE NOMBRE-MAESTRO-NUEVO TO WK-NOMBRE-COTEJADO
                       PERFORM 285-COTEJAR-NOMBRE
                       IF NOMBRE-COINCIDE
                           ADD 1 TO CONT-CANDIDATAS
               END-READ
           END-PERFORM

           IF HAY-TITULARES
               PERFORM 287-BUSCAR-EN-TITULARES
           END-IF

           IF CONT-CANDIDATAS = ZEROS
               DISPLAY "  (NINGUNA CUENTA COINCIDE)"
               EXIT PARAGRAPH
           PERFORM VARYING WK-POSICION FROM 1 BY 1
                   UNTIL WK-POSICION > WK-TOPE-POSICION
                   OR NOMBRE-COINCIDE
               IF WK-NOMBRE-COTEJADO
                   (WK-POSICION:WK-LARGO-BUSCADO)
                   = WK-NOMBRE-BUSCADO(1:WK-LARGO-BUSCADO)
                   MOVE 'S' TO SW-NOMBRE-COINCIDE
               END-IF
           END-PERFORM.

      * LOS INTERVINIENTES TAMBIEN SE RECORREN ENTEROS: LA CUENTA
      * SALE CON EL ROL Y EL NOMBRE DE LA PERSONA QUE COINCIDIO (UNA
      * CUENTA YA LISTADA POR EL MAESTRO PUEDE REPETIRSE AQUI).
       287-BUSCAR-EN-TITULARES.
           MOVE 'N' TO SW-FIN-BUSQUEDA
           MOVE ZEROS TO TIT-CODIGO TIT-ORDEN
           START ARCHIVO-TITULARES
               KEY IS NOT LESS THAN TIT-CLAVE
               INVALID KEY
                   MOVE 'S' TO SW-FIN-BUSQUEDA
           END-START

           PERFORM UNTIL FIN-BUSQUEDA
               READ ARCHIVO-TITULARES NEXT RECORD
                   AT END
                       MOVE 'S' TO SW-FIN-BUSQUEDA
                   NOT AT END
                       MOVE TIT-NOMBRE TO WK-NOMBRE-COTEJADO
                       PERFORM 285-COTEJAR-NOMBRE
                       IF NOMBRE-COINCIDE
                           ADD 1 TO CONT-CANDIDATAS
                           PERFORM 239-TEXTO-ROL
                           DISPLAY "  " TIT-CODIGO " "
                                   WK-ROL-TEXTO " " TIT-NOMBRE
                       END-IF
               END-READ
           END-PERFORM.

       220-CONSULTAR-CUENTA.
           PERFORM 215-COTEJAR-DIGITO
           DISPLAY "========================================"
           PERFORM 240-SECCION-APLICADOS
           PERFORM 250-SECCION-SUSPENSA
           PERFORM 260-SECCION-PENDIENTES
           PERFORM 265-SECCION-DISPUTAS
           PERFORM 270-SECCION-AUDITORIA
           DISPLAY "========================================".

                           "  ESTADO: " ESTADO-MAESTRO-NUEVO
                   PERFORM 236-MOSTRAR-DISPONIBLE
                   PERFORM 235-MOSTRAR-CONTACTO
                   PERFORM 237-MOSTRAR-TITULARES
           END-READ.

      * EL SALDO DISPONIBLE ES EL CONTABLE MENOS LAS RETENCIONES
                           "  DOCUMENTO: " CON-DOCUMENTO
           END-READ.

      * TODAS LAS PERSONAS DE LA CUENTA CON SU ROL Y SU REGLA DE
      * FIRMA; SIN LINEAS, EL UNICO TITULAR ES EL DEL MAESTRO.
       237-MOSTRAR-TITULARES.
           IF NOT HAY-TITULARES
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO CONT-INTERVINIENTES
           MOVE 'N' TO SW-FIN-ARCHIVO
           MOVE WK-CODIGO-PEDIDO TO TIT-CODIGO
           MOVE ZEROS TO TIT-ORDEN
           START ARCHIVO-TITULARES
               KEY IS NOT LESS THAN TIT-CLAVE
               INVALID KEY
                   MOVE 'S' TO SW-FIN-ARCHIVO
           END-START

           DISPLAY "-- INTERVINIENTES --"
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-TITULARES NEXT RECORD
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF TIT-CODIGO NOT = WK-CODIGO-PEDIDO
                           MOVE 'S' TO SW-FIN-ARCHIVO
                       ELSE
                           ADD 1 TO CONT-INTERVINIENTES
                           PERFORM 239-TEXTO-ROL
                           DISPLAY "  " WK-ROL-TEXTO " "
                                   TIT-NOMBRE " " TIT-DOCUMENTO
                                   " " WK-REGLA-TEXTO
                       END-IF
               END-READ
           END-PERFORM

           IF CONT-INTERVINIENTES = ZEROS
               DISPLAY "  (UNICO TITULAR, EL DEL MAESTRO)"
           END-IF.

       239-TEXTO-ROL.
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
           END-EVALUATE

           EVALUATE TIT-REGLA
               WHEN 'I'
                   MOVE "INDISTINTA" TO WK-REGLA-TEXTO
               WHEN 'C'
                   MOVE "CONJUNTA"   TO WK-REGLA-TEXTO
               WHEN OTHER
                   MOVE SPACES       TO WK-REGLA-TEXTO
           END-EVALUATE.

      * LA SECCION LEE DIRECTO DEL HISTORICO INDEXADO (START EN LA
      * CUENTA Y LECTURA SECUENCIAL HASTA CAMBIAR DE CODIGO). SI EL
      * HISTORICO TODAVIA NO EXISTE, SE CAE AL BARRIDO DE SIEMPRE
               DISPLAY "  (SIN ALTAS PENDIENTES)"
           END-IF.

      * LAS DISPUTAS ABIERTAS SE MUESTRAN UNA POR UNA; DE LAS YA
      * RESUELTAS BASTA LA CUENTA (EL DETALLE ESTA EN LA MESA).
       265-SECCION-DISPUTAS.
           MOVE ZEROS TO CONT-DISPUTAS CONT-DISPUTAS-CERRADAS
           MOVE 'N' TO SW-FIN-ARCHIVO
           OPEN INPUT ARCHIVO-DISPUTAS

           IF FS-DISPUTAS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-DISPUTAS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF DIS-CODIGO = WK-CODIGO-PEDIDO
                           IF DIS-ABIERTA
                               ADD 1 TO CONT-DISPUTAS
                               MOVE DIS-IMPORTE TO WK-SALDO-EDITADO
                               DISPLAY "  DISPUTA " DIS-NUMERO
                                       ": " WK-SALDO-EDITADO
                                       " LOTE " DIS-LOTE
                                       " SEC " DIS-SECUENCIA
                                       " LIMITE " DIS-FECHA-LIMITE
                                       " CREDITO " DIS-CREDITO
                               DISPLAY "    " DIS-MOTIVO
                           ELSE
                               ADD 1 TO CONT-DISPUTAS-CERRADAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-DISPUTAS

           IF CONT-DISPUTAS = ZEROS
               DISPLAY "  (SIN DISPUTAS ABIERTAS)"
           END-IF
           IF CONT-DISPUTAS-CERRADAS > ZEROS
               DISPLAY "  DISPUTAS YA RESUELTAS: "
                       CONT-DISPUTAS-CERRADAS
           END-IF.

      * SE CONSERVAN SOLO LAS ULTIMAS CINCO LINEAS DE AUDITORIA DE
      * LA CUENTA: AL LLENARSE LA TABLA, LAS VIEJAS SE DESPLAZAN
      * HACIA ARRIBA Y LA NUEVA ENTRA AL FINAL.
           IF HAY-CONTACTOS
               CLOSE ARCHIVO-CONTACTOS
           END-IF
           IF HAY-TITULARES
               CLOSE ARCHIVO-TITULARES
           END-IF
           CLOSE ARCHIVO-MAESTRO-NUEVO
           DISPLAY "FIN DE LA CONSULTA".
