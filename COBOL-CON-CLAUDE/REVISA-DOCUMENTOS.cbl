       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISA-DOCUMENTOS.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: REVISION DE DOCUMENTOS DE IDENTIDAD GUARDADOS
      * PROPOSITO: HASTA QUE LAS PUERTAS DE ENTRADA VALIDARON EL
      *            DOCUMENTO CON VALIDA-DOCUMENTO, CON-DOCUMENTO
      *            ADMITIA CUALQUIER COSA. ESTE PROGRAMA RECORRE
      *            CONTACTOS.DAT, PASA CADA DOCUMENTO POR EL MISMO
      *            VALIDADOR Y LISTA EN DOCUMENTOS-INVALIDOS.TXT LOS
      *            QUE NO CUMPLEN, AGRUPADOS POR LA SUCURSAL DE LA
      *            CUENTA (DE MAESTRO.DAT) PARA QUE CADA OFICINA
      *            CORRIJA LOS SUYOS CON MANTEN-CONTACTOS. LOS
      *            DOCUMENTOS EN BLANCO, Y LOS SEUDONIMOS QUE DEJA
      *            ANONIMIZA-TITULARES ("ANONIMO-NNNNNNN"), SOLO SE
      *            CUENTAN. NO MODIFICA NADA; SE PUEDE CORRER LAS
      *            VECES QUE HAGA FALTA.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-CONTACTOS
               ASSIGN TO "CONTACTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CON-CODIGO
               FILE STATUS IS FS-CONTACTOS.

           SELECT ARCHIVO-MAESTRO
               ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODIGO-MAESTRO
               FILE STATUS IS FS-MAESTRO.

           SELECT ARCHIVO-SALIDA
               ASSIGN TO "DOCUMENTOS-INVALIDOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SALIDA.

           SELECT ARCHIVO-CLASIFICACION
               ASSIGN TO "DOCUMENTOS-TRABAJO.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-CONTACTOS.
       01  REG-CONTACTO.
           05 CON-CODIGO           PIC 9(5).
           05 CON-DOMICILIO-1      PIC X(30).
           05 CON-DOMICILIO-2      PIC X(30).
           05 CON-TELEFONO         PIC X(12).
           05 CON-DOCUMENTO        PIC X(15).
           05 CON-RIESGO           PIC X(1).
           05 CON-FECHA-REVISION   PIC 9(8).
           05 CON-PROXIMA-REVISION PIC 9(8).

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

       FD  ARCHIVO-SALIDA.
       01  REG-SALIDA              PIC X(100).

      * UN DOCUMENTO QUE NO CUMPLE, CON LA SUCURSAL DE SU CUENTA.
      * SUCURSAL EN CERO: LA CUENTA NO ESTA EN EL MAESTRO.
       SD  ARCHIVO-CLASIFICACION.
       01  REG-INVALIDO.
           05 INV-SUCURSAL         PIC 9(3).
           05 INV-CODIGO           PIC 9(5).
           05 INV-NOMBRE           PIC X(30).
           05 INV-DOCUMENTO        PIC X(15).
           05 INV-MOTIVO           PIC X(30).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-CONTACTOS         PIC XX.
           05 FS-MAESTRO           PIC XX.
           05 FS-SALIDA            PIC XX.

       01  SWITCHES.
           05 SW-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 SW-HAY-MAESTRO       PIC X VALUE 'N'.
              88 HAY-MAESTRO       VALUE 'S'.

       01  CONTADORES.
           05 CONT-CONTACTOS       PIC 9(5) VALUE ZEROS.
           05 CONT-EN-BLANCO       PIC 9(5) VALUE ZEROS.
           05 CONT-ANONIMOS        PIC 9(5) VALUE ZEROS.
           05 CONT-VALIDOS         PIC 9(5) VALUE ZEROS.
           05 CONT-INVALIDOS       PIC 9(5) VALUE ZEROS.
           05 CONT-NO-NORMALES     PIC 9(5) VALUE ZEROS.
           05 CONT-SUCURSAL        PIC 9(5) VALUE ZEROS.

      * VALIDACION DEL DOCUMENTO (VALIDA-DOCUMENTO.CBL).
       01  WK-VD-NORMALIZADO       PIC X(15) VALUE SPACES.
       01  WK-VD-TIPO              PIC X(1) VALUE SPACE.
       01  WK-VD-VEREDICTO         PIC X(1) VALUE SPACE.
           88 VD-DOCUMENTO-VALIDO  VALUE 'S'.
       01  WK-VD-MOTIVO            PIC X(30) VALUE SPACES.

       01  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
       01  WK-SUCURSAL-ANTERIOR    PIC 9(3) VALUE ZEROS.

       01  LINEA-TITULO.
           05 FILLER               PIC X(43)
              VALUE 'DOCUMENTOS DE IDENTIDAD INVALIDOS AL CORTE '.
           05 LT-FECHA             PIC 9(8).

       01  LINEA-SUCURSAL.
           05 FILLER               PIC X(10) VALUE 'SUCURSAL: '.
           05 LSU-SUCURSAL         PIC 9(3).
           05 LSU-NOTA             PIC X(30) VALUE SPACES.

       01  LINEA-COLUMNAS.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(07) VALUE 'CUENTA'.
           05 FILLER               PIC X(32) VALUE 'TITULAR'.
           05 FILLER               PIC X(17) VALUE 'DOCUMENTO'.
           05 FILLER               PIC X(30) VALUE 'MOTIVO'.

       01  LINEA-DETALLE.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 LDE-CODIGO           PIC 9(5).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LDE-NOMBRE           PIC X(30).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LDE-DOCUMENTO        PIC X(15).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LDE-MOTIVO           PIC X(30).

       01  LINEA-TOTAL-SUCURSAL.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(22)
              VALUE 'DOCUMENTOS A CORREGIR:'.
           05 LTS-CANTIDAD         PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           SORT ARCHIVO-CLASIFICACION
               ON ASCENDING KEY INV-SUCURSAL
                                INV-CODIGO
               INPUT PROCEDURE IS 200-REVISAR-CONTACTOS
               OUTPUT PROCEDURE IS 250-ESCRIBIR-INVALIDOS
           PERFORM 300-FINALIZAR
           GOBACK.

       100-INICIALIZAR.
           DISPLAY "REVISION DE DOCUMENTOS DE IDENTIDAD..."
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD

           OPEN INPUT ARCHIVO-CONTACTOS

           IF FS-CONTACTOS NOT = '00'
               DISPLAY "ERROR ABRIENDO CONTACTOS: " FS-CONTACTOS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

      * SIN MAESTRO EL LISTADO SALE IGUAL, TODO BAJO LA SUCURSAL
      * CERO.
           OPEN INPUT ARCHIVO-MAESTRO

           IF FS-MAESTRO = '00'
               MOVE 'S' TO SW-HAY-MAESTRO
           ELSE
               DISPLAY "AVISO: SIN MAESTRO.DAT (" FS-MAESTRO
                       "), NO SE AGRUPA POR SUCURSAL"
           END-IF

           OPEN OUTPUT ARCHIVO-SALIDA

           IF FS-SALIDA NOT = '00'
               DISPLAY "ERROR ABRIENDO DOCUMENTOS-INVALIDOS.TXT: "
                       FS-SALIDA
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WK-FECHA-HOY TO LT-FECHA
           WRITE REG-SALIDA FROM LINEA-TITULO.

      *****************************************************************
      * PROCEDIMIENTO DE ENTRADA DEL SORT: CADA CONTACTO CON
      * DOCUMENTO PASA POR EL VALIDADOR; SOLO LOS QUE FALLAN SIGUEN.
      *****************************************************************
       200-REVISAR-CONTACTOS.
           PERFORM 205-LEER-CONTACTO
           PERFORM UNTIL FIN-ARCHIVO
               ADD 1 TO CONT-CONTACTOS
               EVALUATE TRUE
                   WHEN CON-DOCUMENTO = SPACES
                       ADD 1 TO CONT-EN-BLANCO
                   WHEN CON-DOCUMENTO(1:8) = "ANONIMO-"
                       ADD 1 TO CONT-ANONIMOS
                   WHEN OTHER
                       PERFORM 210-VALIDAR-DOCUMENTO
               END-EVALUATE
               PERFORM 205-LEER-CONTACTO
           END-PERFORM

           CLOSE ARCHIVO-CONTACTOS

           IF HAY-MAESTRO
               CLOSE ARCHIVO-MAESTRO
           END-IF.

       205-LEER-CONTACTO.
           READ ARCHIVO-CONTACTOS NEXT
               AT END
                   MOVE 'S' TO SW-FIN-ARCHIVO
           END-READ.

      * UN DOCUMENTO VALIDO PERO GUARDADO CON SEPARADORES O EN
      * MINUSCULAS NO SE LISTA, PERO SE CUENTA: REVISA-TITULARES
      * NO LO AGRUPA CON SU FORMA NORMAL.
       210-VALIDAR-DOCUMENTO.
           CALL "VALIDA-DOCUMENTO" USING CON-DOCUMENTO
                                         WK-VD-NORMALIZADO
                                         WK-VD-TIPO
                                         WK-VD-VEREDICTO
                                         WK-VD-MOTIVO

           IF VD-DOCUMENTO-VALIDO
               ADD 1 TO CONT-VALIDOS
               IF WK-VD-NORMALIZADO NOT = CON-DOCUMENTO
                   ADD 1 TO CONT-NO-NORMALES
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-INVALIDOS
           MOVE ZEROS  TO INV-SUCURSAL
           MOVE SPACES TO INV-NOMBRE
           IF HAY-MAESTRO
               MOVE CON-CODIGO TO CODIGO-MAESTRO
               READ ARCHIVO-MAESTRO
                   INVALID KEY
                       MOVE "** NO FIGURA EN EL MAESTRO **"
                           TO INV-NOMBRE
                   NOT INVALID KEY
                       MOVE SUCURSAL-MAESTRO TO INV-SUCURSAL
                       MOVE NOMBRE-MAESTRO   TO INV-NOMBRE
               END-READ
           END-IF
           MOVE CON-CODIGO    TO INV-CODIGO
           MOVE CON-DOCUMENTO TO INV-DOCUMENTO
           MOVE WK-VD-MOTIVO  TO INV-MOTIVO
           RELEASE REG-INVALIDO.

      *****************************************************************
      * PROCEDIMIENTO DE SALIDA DEL SORT: UN BLOQUE POR SUCURSAL.
      *****************************************************************
       250-ESCRIBIR-INVALIDOS.
           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM 255-DEVOLVER-INVALIDO
           IF FIN-ARCHIVO
               MOVE SPACES TO REG-SALIDA
               WRITE REG-SALIDA
               MOVE "NINGUN DOCUMENTO INVALIDO" TO REG-SALIDA
               WRITE REG-SALIDA
               EXIT PARAGRAPH
           END-IF

           MOVE INV-SUCURSAL TO WK-SUCURSAL-ANTERIOR
           PERFORM 260-ABRIR-SUCURSAL
           PERFORM UNTIL FIN-ARCHIVO
               IF INV-SUCURSAL NOT = WK-SUCURSAL-ANTERIOR
                   PERFORM 265-CERRAR-SUCURSAL
                   MOVE INV-SUCURSAL TO WK-SUCURSAL-ANTERIOR
                   PERFORM 260-ABRIR-SUCURSAL
               END-IF
               ADD 1 TO CONT-SUCURSAL
               MOVE INV-CODIGO    TO LDE-CODIGO
               MOVE INV-NOMBRE    TO LDE-NOMBRE
               MOVE INV-DOCUMENTO TO LDE-DOCUMENTO
               MOVE INV-MOTIVO    TO LDE-MOTIVO
               WRITE REG-SALIDA FROM LINEA-DETALLE
               PERFORM 255-DEVOLVER-INVALIDO
           END-PERFORM

           PERFORM 265-CERRAR-SUCURSAL.

       255-DEVOLVER-INVALIDO.
           RETURN ARCHIVO-CLASIFICACION
               AT END
                   MOVE 'S' TO SW-FIN-ARCHIVO
           END-RETURN.

       260-ABRIR-SUCURSAL.
           MOVE ZEROS TO CONT-SUCURSAL
           MOVE SPACES TO REG-SALIDA
           WRITE REG-SALIDA
           MOVE INV-SUCURSAL TO LSU-SUCURSAL
           IF INV-SUCURSAL = ZEROS
               MOVE " (CUENTA FUERA DEL MAESTRO)" TO LSU-NOTA
           ELSE
               MOVE SPACES TO LSU-NOTA
           END-IF
           WRITE REG-SALIDA FROM LINEA-SUCURSAL
           WRITE REG-SALIDA FROM LINEA-COLUMNAS.

       265-CERRAR-SUCURSAL.
           MOVE CONT-SUCURSAL TO LTS-CANTIDAD
           WRITE REG-SALIDA FROM LINEA-TOTAL-SUCURSAL.

       300-FINALIZAR.
           CLOSE ARCHIVO-SALIDA

           DISPLAY "CONTACTOS LEIDOS:            " CONT-CONTACTOS
           DISPLAY "SIN DOCUMENTO:               " CONT-EN-BLANCO
           DISPLAY "TITULARES ANONIMIZADOS:      " CONT-ANONIMOS
           DISPLAY "DOCUMENTOS VALIDOS:          " CONT-VALIDOS
           DISPLAY "  GUARDADOS FUERA DE FORMA:  " CONT-NO-NORMALES
           DISPLAY "DOCUMENTOS INVALIDOS:        " CONT-INVALIDOS
           DISPLAY "LISTADO EN: DOCUMENTOS-INVALIDOS.TXT".
