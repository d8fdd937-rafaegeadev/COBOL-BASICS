      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      *  SELLA UN REGISTRO DE BITACORA ANTES DE QUE EL LLAMADOR LO
      *  ESCRIBA. EL LLAMADOR PASA EL NOMBRE DEL ARCHIVO, SU
      *  REGISTRO Y CUANTAS POSICIONES DE DATOS TIENE (TODO LO QUE
      *  VA ANTES DE LA SECUENCIA); RECIBE EN SUS PROPIOS CAMPOS
      *  LA SECUENCIA SIGUIENTE (9 DIGITOS) Y EL SELLO (18 DIGITOS)
      *  QUE CALCULA-SELLO ENCADENA SOBRE EL SELLO DEL REGISTRO
      *  ANTERIOR DE ESE MISMO ARCHIVO.
      *  LA PRIMERA VEZ QUE SE LE NOMBRA UN ARCHIVO LO RECORRE POR UN
      *  CANAL DE LECTURA APARTE (EL LLAMADOR YA LO TIENE ABIERTO EN
      *  EXTEND) Y TOMA LA SECUENCIA Y EL SELLO DEL ULTIMO REGISTRO
      *  SELLADO; LOS REGISTROS ANTERIORES AL SELLADO (SIN
      *  SECUENCIA) NO CUENTAN. DE AHI EN MAS LLEVA LA CUENTA EN
      *  MEMORIA, ASI UN PROGRAMA QUE ESCRIBE MILES DE LINEAS NO
      *  VUELVE A LEER EL ARCHIVO EN CADA UNA. LA CUENTA VALE MIENTRAS
      *  VIVA LA UNIDAD DE EJECUCION: EN LA CADENA NOCTURNA LOS PASOS
      *  SE CANCELAN PERO ESTE SUBPROGRAMA NO, Y TODOS LOS PASOS QUE
      *  ESCRIBEN LA MISMA BITACORA SIGUEN LA MISMA CUENTA.
      *  SI EL ARCHIVO NO SE PUEDE LEER (TODAVIA NO EXISTE) LA
      *  BITACORA ARRANCA EN LA SECUENCIA 1 CON SELLO ANTERIOR EN
      *  CEROS.
      *  SI LA TABLA DE BITACORAS ESTA LLENA NO HAY SELLO POSIBLE:
      *  DEVUELVE SECUENCIA Y SELLO EN CEROS Y RETURN-CODE 16. UNA
      *  SECUENCIA EN CERO NUNCA ES VALIDA (LA CUENTA EMPIEZA EN 1):
      *  EL LLAMADOR LA PREGUNTA DESPUES DE CADA LLAMADA, NO GRABA EL
      *  REGISTRO Y DETIENE EL PROCESO.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SELLA-BITACORA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * LA BITACORA A RECORRER SE ABRE POR EL NOMBRE QUE TRAE EL
      * LLAMADOR, ARMADO EN EJECUCION.
           SELECT ARCHIVO-BITACORA
               ASSIGN TO WK-NOMBRE-BITACORA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BITACORA.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-BITACORA.
       01  REG-BITACORA            PIC X(250).

       WORKING-STORAGE SECTION.
       77  FS-BITACORA             PIC XX.
       77  WK-NOMBRE-BITACORA      PIC X(30) VALUE SPACES.
       77  SW-FIN-BITACORA         PIC X VALUE 'N'.
           88 FIN-BITACORA         VALUE 'S'.
       77  WK-POS-SECUENCIA        PIC 9(3) VALUE ZEROS.
       77  WK-POS-SELLO            PIC 9(3) VALUE ZEROS.
       77  WK-IDX-BITACORA         PIC 9(2) VALUE ZEROS.
       77  WK-SELLO-NUEVO          PIC 9(18) VALUE ZEROS.
      *
      * ULTIMA SECUENCIA Y ULTIMO SELLO DE CADA BITACORA YA NOMBRADA.
      * LA CADENA NOCTURNA NOMBRA VARIAS EN LA MISMA UNIDAD DE
      * EJECUCION; LA TABLA LAS ADMITE TODAS (VER VERIFICA-SELLOS)
      * CON HOLGURA.
       77  WK-MAX-BITACORAS        PIC 9(2) VALUE 40.
       77  CONT-BITACORAS          PIC 9(2) VALUE ZEROS.
       01  TABLA-BITACORAS.
           05 ENTRADA-BITACORA     OCCURS 40 TIMES.
              10 TB-ARCHIVO        PIC X(30).
              10 TB-SECUENCIA      PIC 9(9).
              10 TB-SELLO          PIC 9(18).
      *
       LINKAGE SECTION.
       01  LNK-ARCHIVO             PIC X(30).
       01  LNK-REGISTRO            PIC X(250).
       01  LNK-LARGO               PIC 9(3).
       01  LNK-SECUENCIA           PIC 9(9).
       01  LNK-SELLO               PIC 9(18).
      *
      ******************************************************************
       PROCEDURE DIVISION USING LNK-ARCHIVO
                                LNK-REGISTRO
                                LNK-LARGO
                                LNK-SECUENCIA
                                LNK-SELLO.
      *
       0000-SELLAR.
      *
           PERFORM 1000-UBICAR-BITACORA

           IF WK-IDX-BITACORA = ZEROS
               DISPLAY "DEMASIADAS BITACORAS PARA SELLAR ("
                       WK-MAX-BITACORAS "): " LNK-ARCHIVO
               MOVE ZEROS TO LNK-SECUENCIA
                             LNK-SELLO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO TB-SECUENCIA(WK-IDX-BITACORA)
           CALL "CALCULA-SELLO" USING TB-SELLO(WK-IDX-BITACORA)
                                      TB-SECUENCIA(WK-IDX-BITACORA)
                                      LNK-REGISTRO
                                      LNK-LARGO
                                      WK-SELLO-NUEVO
           MOVE WK-SELLO-NUEVO TO TB-SELLO(WK-IDX-BITACORA)

           MOVE TB-SECUENCIA(WK-IDX-BITACORA) TO LNK-SECUENCIA
           MOVE TB-SELLO(WK-IDX-BITACORA)     TO LNK-SELLO

           GOBACK
           .
      *
      ******************************************************************
      *                   1000-UBICAR-BITACORA                         *
      *----------------------------------------------------------------*
      *   BUSCA EL ARCHIVO EN LA TABLA; SI ES LA PRIMERA VEZ LO AGREGA *
      *   Y LEE DEL DISCO DONDE QUEDO SU CADENA.                       *
      ******************************************************************
       1000-UBICAR-BITACORA.
      *
           MOVE ZEROS TO WK-IDX-BITACORA

           PERFORM VARYING WK-IDX-BITACORA FROM 1 BY 1
                   UNTIL WK-IDX-BITACORA > CONT-BITACORAS
               IF TB-ARCHIVO(WK-IDX-BITACORA) = LNK-ARCHIVO
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF CONT-BITACORAS >= WK-MAX-BITACORAS
               MOVE ZEROS TO WK-IDX-BITACORA
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-BITACORAS
           MOVE CONT-BITACORAS TO WK-IDX-BITACORA
           MOVE LNK-ARCHIVO TO TB-ARCHIVO(WK-IDX-BITACORA)
           MOVE ZEROS TO TB-SECUENCIA(WK-IDX-BITACORA)
                         TB-SELLO(WK-IDX-BITACORA)

           PERFORM 1100-LEER-ULTIMO-SELLO
           .
      *
      ******************************************************************
      *                   1100-LEER-ULTIMO-SELLO                       *
      *----------------------------------------------------------------*
      *   RECORRE LA BITACORA ENTERA Y SE QUEDA CON LA SECUENCIA Y EL  *
      *   SELLO DEL ULTIMO REGISTRO QUE LOS TRAE.                      *
      ******************************************************************
       1100-LEER-ULTIMO-SELLO.
      *
           MOVE LNK-ARCHIVO TO WK-NOMBRE-BITACORA
           COMPUTE WK-POS-SECUENCIA = LNK-LARGO + 1
           COMPUTE WK-POS-SELLO = LNK-LARGO + 10
           MOVE 'N' TO SW-FIN-BITACORA

           OPEN INPUT ARCHIVO-BITACORA

           IF FS-BITACORA NOT = "00"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FIN-BITACORA
               READ ARCHIVO-BITACORA
                   AT END
                       MOVE 'S' TO SW-FIN-BITACORA
                   NOT AT END
                       IF REG-BITACORA(WK-POS-SECUENCIA:9) IS NUMERIC
                          AND REG-BITACORA(WK-POS-SELLO:18)
                              IS NUMERIC
                           MOVE REG-BITACORA(WK-POS-SECUENCIA:9)
                             TO TB-SECUENCIA(WK-IDX-BITACORA)
                           MOVE REG-BITACORA(WK-POS-SELLO:18)
                             TO TB-SELLO(WK-IDX-BITACORA)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-BITACORA
           .
