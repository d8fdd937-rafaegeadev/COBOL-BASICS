      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      *  DECIDE SI UNA SALIDA DEL BATCH LLEVA LOS DATOS PERSONALES
      *  (NOMBRE, TELEFONO, DOCUMENTO) EN CLARO O ENMASCARADOS CON
      *  ENMASCARA-DATO. LA REGLA ES DE TODA LA CASA Y VIVE EN
      *  PRIVACIDAD-PARAMETROS.DAT: UN REGISTRO POR SALIDA (EL NOMBRE
      *  DEL ARCHIVO QUE SE GENERA, O DEL PROGRAMA SI LA SALIDA ES LA
      *  PANTALLA) CON SU TRATAMIENTO Y SI ES REGULATORIA.
      *  -- POR OMISION TODO SALE ENMASCARADO: SIN ARCHIVO, SIN
      *     REGISTRO PARA LA SALIDA, O CON TRATAMIENTO 'E'.
      *  -- EN CLARO SOLO SALE LO QUE EL PARAMETRO PIDE EN CLARO Y
      *     MARCA COMO REGULATORIO (DECLARACION FISCAL, FICHERO DEL
      *     FONDO DE GARANTIA...). UNA SALIDA PEDIDA EN CLARO QUE NO
      *     ES REGULATORIA SALE ENMASCARADA, CON AVISO.
      *  -- CADA GENERACION EN CLARO TIENE UN RESPONSABLE: SE PIDE EL
      *     OPERADOR, QUE DEBE FIGURAR EN OPERADORES.DAT Y PASAR SU
      *     CLAVE (VERIFICA-CLAVE). SIN ESO LA SALIDA SALE
      *     ENMASCARADA. CON ESO SE ANOTA EN SALIDAS-EN-CLARO.DAT
      *     FECHA, HORA, OPERADOR, PROGRAMA Y SALIDA.
      *  DEVUELVE 'C' EN CLARO O 'E' ENMASCARADA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECIDE-MASCARA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-PARAMETROS
               ASSIGN TO "PRIVACIDAD-PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT ARCHIVO-OPERADORES
               ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

           SELECT ARCHIVO-EN-CLARO
               ASSIGN TO "SALIDAS-EN-CLARO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EN-CLARO.

       DATA DIVISION.
       FILE SECTION.
      * TRATAMIENTO 'C' EN CLARO, 'E' ENMASCARADO. REGULATORIA 'S'
      * CUANDO LA SALIDA VA A UN ORGANISMO QUE EXIGE LOS DATOS
      * COMPLETOS.
       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETROS.
           05 PPR-SALIDA           PIC X(24).
           05 PPR-TRATAMIENTO      PIC X(1).
           05 PPR-REGULATORIA      PIC X(1).

       FD  ARCHIVO-OPERADORES.
       01  REG-OPERADOR.
           05 OPE-ID               PIC X(8).
           05 OPE-NOMBRE           PIC X(30).
           05 OPE-NIVEL            PIC X(1).
      * OPE-ESTADO 'B': OPERADOR DADO DE BAJA (YA NO TRABAJA EN LA
      * CASA), NINGUN PROGRAMA LO ADMITE; EN BLANCO (TABLA ANTERIOR
      * AL CAMPO) O 'A', ACTIVO. LA OFICINA SOLO LA USA
      * REVISA-ACTIVIDAD.
           05 FILLER               PIC X(3).
           05 OPE-ESTADO           PIC X(1).
              88 OPE-DADO-DE-BAJA  VALUE 'B'.

       FD  ARCHIVO-EN-CLARO.
       01  REG-EN-CLARO.
           05 SEC-FECHA            PIC 9(8).
           05 SEC-HORA             PIC 9(6).
           05 SEC-OPERADOR         PIC X(8).
           05 SEC-PROGRAMA         PIC X(18).
           05 SEC-SALIDA           PIC X(24).

       WORKING-STORAGE SECTION.
       77  FS-PARAMETROS           PIC XX.
       77  FS-OPERADORES           PIC XX.
       77  FS-EN-CLARO             PIC XX.
       77  SW-FIN-ARCHIVO          PIC X VALUE 'N'.
           88 FIN-ARCHIVO          VALUE 'S'.
       77  SW-HALLADO              PIC X VALUE 'N'.
           88 HALLADO              VALUE 'S'.

       77  WK-TRATAMIENTO          PIC X(1) VALUE SPACE.
       77  WK-REGULATORIA          PIC X(1) VALUE SPACE.
       77  WK-OPERADOR             PIC X(8) VALUE SPACES.
       77  WK-NIVEL                PIC X(1) VALUE SPACE.
       77  WK-VEREDICTO            PIC X(1) VALUE SPACE.
           88 CLAVE-ACEPTADA       VALUE 'S'.
       77  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
       77  WK-HORA-HOY             PIC 9(8) VALUE ZEROS.

       LINKAGE SECTION.
       01  LNK-SALIDA              PIC X(24).
       01  LNK-PROGRAMA            PIC X(18).
       01  LNK-TRATAMIENTO         PIC X(1).

       PROCEDURE DIVISION USING LNK-SALIDA
                                LNK-PROGRAMA
                                LNK-TRATAMIENTO.
      *
       0000-DECIDIR.
      *
           MOVE 'E' TO LNK-TRATAMIENTO

           PERFORM 1000-BUSCAR-PARAMETRO

           IF WK-TRATAMIENTO NOT = 'C'
               GOBACK
           END-IF

           IF WK-REGULATORIA NOT = 'S'
               DISPLAY "AVISO: " LNK-SALIDA " PEDIDA EN CLARO PERO NO"
                       " ES REGULATORIA; SALE ENMASCARADA"
               GOBACK
           END-IF

           DISPLAY "SALIDA REGULATORIA " LNK-SALIDA
                   " CON DATOS PERSONALES EN CLARO"
           DISPLAY "OPERADOR RESPONSABLE (VACIO = ENMASCARAR): "
           MOVE SPACES TO WK-OPERADOR
           ACCEPT WK-OPERADOR

           IF WK-OPERADOR = SPACES
               DISPLAY "SIN RESPONSABLE: " LNK-SALIDA
                       " SALE ENMASCARADA"
               GOBACK
           END-IF

           PERFORM 2000-BUSCAR-OPERADOR

           IF NOT HALLADO
               DISPLAY "OPERADOR " WK-OPERADOR " NO AUTORIZADO: "
                       LNK-SALIDA " SALE ENMASCARADA"
               GOBACK
           END-IF

           CALL "VERIFICA-CLAVE" USING WK-OPERADOR
                                       LNK-PROGRAMA
                                       WK-NIVEL
                                       WK-VEREDICTO

           IF NOT CLAVE-ACEPTADA
               DISPLAY "CLAVE RECHAZADA: " LNK-SALIDA
                       " SALE ENMASCARADA"
               GOBACK
           END-IF

           PERFORM 3000-ANOTAR-EN-CLARO

           IF FS-EN-CLARO = "00"
               MOVE 'C' TO LNK-TRATAMIENTO
           END-IF

           GOBACK
           .
      *
      ******************************************************************
      *                   1000-BUSCAR-PARAMETRO                        *
      *----------------------------------------------------------------*
      *   SIN ARCHIVO O SIN REGISTRO PARA LA SALIDA, EL TRATAMIENTO    *
      *   QUEDA EN BLANCO Y RIGE EL ENMASCARADO.                       *
      ******************************************************************
       1000-BUSCAR-PARAMETRO.
      *
           MOVE SPACE TO WK-TRATAMIENTO
           MOVE SPACE TO WK-REGULATORIA

           OPEN INPUT ARCHIVO-PARAMETROS

           IF FS-PARAMETROS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           MOVE 'N' TO SW-HALLADO
           PERFORM UNTIL FIN-ARCHIVO OR HALLADO
               READ ARCHIVO-PARAMETROS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF PPR-SALIDA = LNK-SALIDA
                           MOVE 'S' TO SW-HALLADO
                           MOVE PPR-TRATAMIENTO TO WK-TRATAMIENTO
                           MOVE PPR-REGULATORIA TO WK-REGULATORIA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PARAMETROS
           .
      *
      ******************************************************************
      *                   2000-BUSCAR-OPERADOR                         *
      *----------------------------------------------------------------*
      *   SIN OPERADORES.DAT NO HAY A QUIEN HACER RESPONSABLE: LA      *
      *   SALIDA SALE ENMASCARADA.                                     *
      ******************************************************************
       2000-BUSCAR-OPERADOR.
      *
           MOVE 'N' TO SW-HALLADO

           OPEN INPUT ARCHIVO-OPERADORES

           IF FS-OPERADORES NOT = "00"
               DISPLAY "AVISO: NO SE PUEDE LEER OPERADORES.DAT ("
                       FS-OPERADORES ")"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO OR HALLADO
               READ ARCHIVO-OPERADORES
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF OPE-ID = WK-OPERADOR
                           IF OPE-DADO-DE-BAJA
                               DISPLAY "EL OPERADOR " WK-OPERADOR
                                       " ESTA DADO DE BAJA"
                           ELSE
                               MOVE 'S' TO SW-HALLADO
                               MOVE OPE-NIVEL TO WK-NIVEL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-OPERADORES
           .
      *
      ******************************************************************
      *                   3000-ANOTAR-EN-CLARO                         *
      *----------------------------------------------------------------*
      *   SI NO SE PUEDE DEJAR CONSTANCIA, LA SALIDA NO SALE EN CLARO. *
      ******************************************************************
       3000-ANOTAR-EN-CLARO.
      *
           OPEN EXTEND ARCHIVO-EN-CLARO

           IF FS-EN-CLARO = "35"
               OPEN OUTPUT ARCHIVO-EN-CLARO
               CLOSE ARCHIVO-EN-CLARO
               OPEN EXTEND ARCHIVO-EN-CLARO
           END-IF

           IF FS-EN-CLARO NOT = "00"
               DISPLAY "ERROR ABRIENDO SALIDAS-EN-CLARO.DAT: "
                       FS-EN-CLARO "; " LNK-SALIDA
                       " SALE ENMASCARADA"
               EXIT PARAGRAPH
           END-IF

           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WK-HORA-HOY FROM TIME
           MOVE WK-FECHA-HOY     TO SEC-FECHA
           MOVE WK-HORA-HOY(1:6) TO SEC-HORA
           MOVE WK-OPERADOR      TO SEC-OPERADOR
           MOVE LNK-PROGRAMA     TO SEC-PROGRAMA
           MOVE LNK-SALIDA       TO SEC-SALIDA
           WRITE REG-EN-CLARO

           CLOSE ARCHIVO-EN-CLARO
           .
