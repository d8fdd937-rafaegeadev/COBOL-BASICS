      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      *  REGLA UNICA DE ENMASCARADO DE DATOS PERSONALES PARA TODO LO
      *  QUE SALE DEL BATCH (ARCHIVOS QUE SE MANDAN A FINANZAS Y A
      *  LAS SUCURSALES, HOJAS IMPRESAS, PANTALLAS DE CONSULTA). QUE
      *  UNA SALIDA VAYA ENMASCARADA O NO LO DECIDE DECIDE-MASCARA;
      *  ESTE SUBPROGRAMA SOLO SABE COMO SE ENMASCARA CADA CLASE:
      *   'N' NOMBRE ..... SOLO LAS INICIALES ("J. P. G.")
      *   'T' TELEFONO ... SOLO LOS ULTIMOS 4 CARACTERES
      *   'D' DOCUMENTO .. SOLO LOS ULTIMOS 3 CARACTERES
      *  LO DEMAS SE CUBRE CON '*' CONSERVANDO EL LARGO, PARA QUE LOS
      *  CAMPOS DE ANCHO FIJO NO SE CORRAN. UN DATO EN BLANCO QUEDA
      *  EN BLANCO. EL DATO VIENE Y VUELVE EN EL MISMO CAMPO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENMASCARA-DATO.
      ******************************************************************
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WK-ENTRADA              PIC X(30) VALUE SPACES.
       77  WK-SALIDA               PIC X(30) VALUE SPACES.
       77  WK-POS                  PIC 9(2) VALUE ZEROS.
       77  WK-POS-SALIDA           PIC 9(2) VALUE ZEROS.
       77  WK-CONTADOS             PIC 9(2) VALUE ZEROS.
       77  WK-PRIMERO-VISIBLE      PIC 9(2) VALUE ZEROS.
       77  WK-VISIBLES             PIC 9(2) VALUE ZEROS.
       77  WK-CUBRIR               PIC 9(2) VALUE ZEROS.
      *
       LINKAGE SECTION.
       01  LNK-CLASE               PIC X(1).
           88 CLASE-NOMBRE         VALUE 'N'.
           88 CLASE-TELEFONO       VALUE 'T'.
           88 CLASE-DOCUMENTO      VALUE 'D'.
       01  LNK-DATO                PIC X(30).
      *
      ******************************************************************
       PROCEDURE DIVISION USING LNK-CLASE
                                LNK-DATO.
      *
       0000-ENMASCARAR.
      *
           IF LNK-DATO = SPACES
               GOBACK
           END-IF

           MOVE LNK-DATO TO WK-ENTRADA

           EVALUATE TRUE
               WHEN CLASE-NOMBRE
                   PERFORM 1000-INICIALES
               WHEN CLASE-TELEFONO
                   MOVE 4 TO WK-VISIBLES
                   PERFORM 2000-CUBRIR-SALVO-FINAL
               WHEN CLASE-DOCUMENTO
                   MOVE 3 TO WK-VISIBLES
                   PERFORM 2000-CUBRIR-SALVO-FINAL
               WHEN OTHER
      *            CLASE DESCONOCIDA: ANTES CUBRIR DE MAS QUE DE MENOS.
                   MOVE ZEROS TO WK-VISIBLES
                   PERFORM 2000-CUBRIR-SALVO-FINAL
           END-EVALUATE

           MOVE WK-SALIDA TO LNK-DATO

           GOBACK
           .
      *
      ******************************************************************
      *                   1000-INICIALES                               *
      *----------------------------------------------------------------*
      *   LA PRIMERA LETRA DE CADA PALABRA, SEGUIDA DE PUNTO Y         *
      *   ESPACIO. LO QUE NO ENTRE EN EL CAMPO SE PIERDE.              *
      ******************************************************************
       1000-INICIALES.
      *
           MOVE SPACES TO WK-SALIDA
           MOVE 1 TO WK-POS-SALIDA

           PERFORM VARYING WK-POS FROM 1 BY 1
                   UNTIL WK-POS > 30
                   OR WK-POS-SALIDA > 29
               EVALUATE TRUE
                   WHEN WK-ENTRADA(WK-POS:1) = SPACE
                       CONTINUE
                   WHEN WK-POS = 1
                       PERFORM 1100-ANOTAR-INICIAL
                   WHEN WK-ENTRADA(WK-POS - 1:1) = SPACE
                       PERFORM 1100-ANOTAR-INICIAL
               END-EVALUATE
           END-PERFORM
           .
      *
       1100-ANOTAR-INICIAL.
      *
           MOVE WK-ENTRADA(WK-POS:1) TO WK-SALIDA(WK-POS-SALIDA:1)
           MOVE '.' TO WK-SALIDA(WK-POS-SALIDA + 1:1)
           ADD 3 TO WK-POS-SALIDA
           .
      *
      ******************************************************************
      *                   2000-CUBRIR-SALVO-FINAL                      *
      *----------------------------------------------------------------*
      *   QUEDAN A LA VISTA LOS ULTIMOS WK-VISIBLES CARACTERES NO      *
      *   BLANCOS; TODO LO ANTERIOR (ESPACIOS INTERNOS INCLUIDOS) SE   *
      *   CUBRE CON '*'. UN DATO MAS CORTO QUEDA COMO ESTA.            *
      ******************************************************************
       2000-CUBRIR-SALVO-FINAL.
      *
           MOVE WK-ENTRADA TO WK-SALIDA
           MOVE ZEROS TO WK-CONTADOS
           MOVE ZEROS TO WK-PRIMERO-VISIBLE

           IF WK-VISIBLES = ZEROS
               MOVE 31 TO WK-PRIMERO-VISIBLE
               PERFORM VARYING WK-POS FROM 30 BY -1
                       UNTIL WK-POS < 1
                       OR WK-ENTRADA(WK-POS:1) NOT = SPACE
                   MOVE WK-POS TO WK-PRIMERO-VISIBLE
               END-PERFORM
           ELSE
               PERFORM VARYING WK-POS FROM 30 BY -1
                       UNTIL WK-POS < 1
                       OR WK-CONTADOS = WK-VISIBLES
                   IF WK-ENTRADA(WK-POS:1) NOT = SPACE
                       ADD 1 TO WK-CONTADOS
                       MOVE WK-POS TO WK-PRIMERO-VISIBLE
                   END-IF
               END-PERFORM
           END-IF

           IF WK-CONTADOS < WK-VISIBLES
              OR WK-PRIMERO-VISIBLE <= 1
               EXIT PARAGRAPH
           END-IF

           COMPUTE WK-CUBRIR = WK-PRIMERO-VISIBLE - 1
           MOVE ALL '*' TO WK-SALIDA(1:WK-CUBRIR)
           .
