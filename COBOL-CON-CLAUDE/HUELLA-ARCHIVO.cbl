      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      *  HUELLA DE UN ARCHIVO DE ESTADO PARA EL MANIFIESTO DE
      *  RESPALDO: SI ESTA, CUANTOS REGISTROS TIENE, UN RESUMEN DE SU
      *  CONTENIDO Y EL TOTAL DE SU IMPORTE PRINCIPAL.
      *  EL RESUMEN ENCADENA CADA REGISTRO CON CALCULA-SELLO (EL
      *  MISMO DE LAS BITACORAS SELLADAS): ARRANCA EN CEROS Y CADA
      *  REGISTRO ABSORBE EL RESUMEN ANTERIOR, SU NUMERO DE ORDEN Y
      *  SUS BYTES HASTA EL ULTIMO QUE NO ES ESPACIO (DE A 250 EN LOS
      *  REGISTROS MAS LARGOS). CAMBIAR, QUITAR, AGREGAR O REORDENAR
      *  UN REGISTRO CAMBIA EL RESUMEN.
      *  LNK-ORGANIZACION: 'S' SECUENCIAL DE LINEAS, CUALQUIER NOMBRE
      *  (LNK-ARCHIVO); LOS INDEXADOS SE LEEN EN ORDEN DE CLAVE, CADA
      *  UNO CON SU PROPIA DESCRIPCION: 'M' MAESTRO.DAT, 'N'
      *  MAESTRO-NUEVO.DAT, 'H' HISTORICO-APLICADOS.DAT, 'C'
      *  CONTACTOS.DAT, 'T' TITULARES.DAT, 'P' CUADRO-PRESTAMOS.DAT,
      *  'Q' CHEQUES-PAGADOS.DAT, 'X' STOP-PAGO.DAT.
      *  IMPORTE: LNK-POSICION Y LNK-LARGO UBICAN EN EL REGISTRO UN
      *  CAMPO 9(n)V99 (CON LNK-SIGNO 'S', S9(n)V99 CON EL SIGNO EN
      *  LA ULTIMA POSICION, COMO LOS GRABA TODO EL SISTEMA), DE 13
      *  POSICIONES COMO MAXIMO. POSICION EN CERO: SIN IMPORTE.
      *  LNK-PRESENTE: 'S' LEIDO, 'N' NO EXISTE, 'E' NO SE PUDO LEER
      *  (CON EL ESTADO DE ARCHIVO EN LNK-ESTADO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HUELLA-ARCHIVO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-SECUENCIAL
               ASSIGN TO WK-NOMBRE-ARCHIVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ARCHIVO.

           SELECT ARCHIVO-MAESTRO
               ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CODIGO-MAESTRO
               FILE STATUS IS FS-ARCHIVO.

           SELECT ARCHIVO-MAESTRO-NUEVO
               ASSIGN TO "MAESTRO-NUEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CODIGO-MAESTRO-NUEVO
               FILE STATUS IS FS-ARCHIVO.

           SELECT ARCHIVO-HISTORICO
               ASSIGN TO "HISTORICO-APLICADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIS-CLAVE
               ALTERNATE RECORD KEY IS HIS-LOTE
                   WITH DUPLICATES
               FILE STATUS IS FS-ARCHIVO.

           SELECT ARCHIVO-CONTACTOS
               ASSIGN TO "CONTACTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CON-CODIGO
               FILE STATUS IS FS-ARCHIVO.

           SELECT ARCHIVO-TITULARES
               ASSIGN TO "TITULARES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TIT-CLAVE
               FILE STATUS IS FS-ARCHIVO.

           SELECT ARCHIVO-CUADRO
               ASSIGN TO "CUADRO-PRESTAMOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUA-CLAVE
               FILE STATUS IS FS-ARCHIVO.

           SELECT ARCHIVO-CHEQUES-PAG
               ASSIGN TO "CHEQUES-PAGADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAG-CLAVE
               FILE STATUS IS FS-ARCHIVO.

           SELECT ARCHIVO-STOP-PAGO
               ASSIGN TO "STOP-PAGO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STP-CLAVE
               FILE STATUS IS FS-ARCHIVO.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-SECUENCIAL.
       01  REG-SECUENCIAL          PIC X(500).

       FD  ARCHIVO-MAESTRO.
       01  REG-MAESTRO.
           05 CODIGO-MAESTRO       PIC 9(5).
           05 FILLER               PIC X(56).

       FD  ARCHIVO-MAESTRO-NUEVO.
       01  REG-MAESTRO-NUEVO.
           05 CODIGO-MAESTRO-NUEVO PIC 9(5).
           05 FILLER               PIC X(56).

       FD  ARCHIVO-HISTORICO.
       01  REG-HISTORICO.
           05 HIS-CLAVE.
              10 HIS-CODIGO        PIC 9(5).
              10 HIS-ID-EJECUCION  PIC X(19).
              10 HIS-LOTE          PIC X(8).
              10 HIS-SECUENCIA     PIC 9(5).
           05 FILLER               PIC X(48).

       FD  ARCHIVO-CONTACTOS.
       01  REG-CONTACTO.
           05 CON-CODIGO           PIC 9(5).
           05 FILLER               PIC X(104).

       FD  ARCHIVO-TITULARES.
       01  REG-TITULAR.
           05 TIT-CLAVE.
              10 TIT-CODIGO        PIC 9(5).
              10 TIT-ORDEN         PIC 9(2).
           05 FILLER               PIC X(55).

       FD  ARCHIVO-CUADRO.
       01  REG-CUADRO.
           05 CUA-CLAVE.
              10 CUA-NUMERO        PIC 9(5).
              10 CUA-CUOTA         PIC 9(3).
           05 FILLER               PIC X(56).

       FD  ARCHIVO-CHEQUES-PAG.
       01  REG-CHEQUE-PAGADO.
           05 PAG-CLAVE.
              10 PAG-CODIGO        PIC 9(5).
              10 PAG-CHEQUE        PIC 9(6).
           05 FILLER               PIC X(49).

       FD  ARCHIVO-STOP-PAGO.
       01  REG-STOP-PAGO.
           05 STP-CLAVE.
              10 STP-CODIGO        PIC 9(5).
              10 STP-CHEQUE        PIC 9(6).
           05 FILLER               PIC X(63).
      *
       WORKING-STORAGE SECTION.
       77  FS-ARCHIVO              PIC XX.
       77  WK-NOMBRE-ARCHIVO       PIC X(30) VALUE SPACES.
       77  SW-FIN-ARCHIVO          PIC X VALUE 'N'.
           88 FIN-ARCHIVO          VALUE 'S'.
      *
      * EL REGISTRO LEIDO, SEA CUAL SEA SU ARCHIVO.
       77  WK-REGISTRO             PIC X(500) VALUE SPACES.
       77  WK-LARGO-REGISTRO       PIC 9(3) VALUE ZEROS.
       77  WK-DESDE                PIC 9(3) VALUE ZEROS.
       77  WK-TROZO                PIC 9(3) VALUE ZEROS.
       77  WK-DATOS-SELLO          PIC X(250) VALUE SPACES.
       77  WK-SECUENCIA            PIC 9(9) VALUE ZEROS.
       77  WK-RESUMEN-NUEVO        PIC 9(18) VALUE ZEROS.
      *
      * EL IMPORTE SE ALINEA A LA DERECHA EN TRECE POSICIONES; LA
      * ULTIMA LLEVA EL SIGNO CUANDO EL CAMPO ES CON SIGNO.
       01  WK-IMPORTE-AREA         PIC X(13) VALUE ZEROS.
       01  WK-IMPORTE-SIN-SIGNO REDEFINES WK-IMPORTE-AREA
                                   PIC 9(11)V99.
       01  WK-IMPORTE-CON-SIGNO REDEFINES WK-IMPORTE-AREA
                                   PIC S9(11)V99.
       77  WK-INICIO-IMPORTE       PIC 9(2) VALUE ZEROS.
      *
       LINKAGE SECTION.
       01  LNK-ARCHIVO             PIC X(30).
       01  LNK-ORGANIZACION        PIC X(1).
       01  LNK-POSICION            PIC 9(3).
       01  LNK-LARGO               PIC 9(2).
       01  LNK-SIGNO               PIC X(1).
       01  LNK-PRESENTE            PIC X(1).
       01  LNK-ESTADO              PIC X(2).
       01  LNK-REGISTROS           PIC 9(9).
       01  LNK-RESUMEN             PIC 9(18).
       01  LNK-IMPORTE             PIC S9(13)V99.
       01  LNK-NO-NUMERICOS        PIC 9(9).
      *
      ******************************************************************
       PROCEDURE DIVISION USING LNK-ARCHIVO
                                LNK-ORGANIZACION
                                LNK-POSICION
                                LNK-LARGO
                                LNK-SIGNO
                                LNK-PRESENTE
                                LNK-ESTADO
                                LNK-REGISTROS
                                LNK-RESUMEN
                                LNK-IMPORTE
                                LNK-NO-NUMERICOS.
      *
       0000-TOMAR-HUELLA.
      *
           MOVE 'S'    TO LNK-PRESENTE
           MOVE '00'   TO LNK-ESTADO
           MOVE ZEROS  TO LNK-REGISTROS
                          LNK-RESUMEN
                          LNK-IMPORTE
                          LNK-NO-NUMERICOS
           MOVE 'N'    TO SW-FIN-ARCHIVO

           EVALUATE LNK-ORGANIZACION
               WHEN 'M'
                   PERFORM 1100-LEER-MAESTRO
               WHEN 'N'
                   PERFORM 1200-LEER-MAESTRO-NUEVO
               WHEN 'H'
                   PERFORM 1300-LEER-HISTORICO
               WHEN 'C'
                   PERFORM 1400-LEER-CONTACTOS
               WHEN 'T'
                   PERFORM 1500-LEER-TITULARES
               WHEN 'P'
                   PERFORM 1600-LEER-CUADRO
               WHEN 'Q'
                   PERFORM 1700-LEER-CHEQUES-PAG
               WHEN 'X'
                   PERFORM 1800-LEER-STOP-PAGO
               WHEN OTHER
                   PERFORM 1000-LEER-SECUENCIAL
           END-EVALUATE

           GOBACK
           .
      *
      ******************************************************************
      *                   1000-LEER-SECUENCIAL                         *
      *----------------------------------------------------------------*
      *   CUALQUIER ARCHIVO DE LINEAS, POR SU NOMBRE.                  *
      ******************************************************************
       1000-LEER-SECUENCIAL.
      *
           MOVE LNK-ARCHIVO TO WK-NOMBRE-ARCHIVO
           OPEN INPUT ARCHIVO-SECUENCIAL
           PERFORM 8000-VER-APERTURA
           IF LNK-PRESENTE NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-SECUENCIAL
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       MOVE REG-SECUENCIAL TO WK-REGISTRO
                       PERFORM 2000-ABSORBER-REGISTRO
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-SECUENCIAL
           .
      *
       1100-LEER-MAESTRO.
      *
           OPEN INPUT ARCHIVO-MAESTRO
           PERFORM 8000-VER-APERTURA
           IF LNK-PRESENTE NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-MAESTRO NEXT RECORD
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       MOVE REG-MAESTRO TO WK-REGISTRO
                       PERFORM 2000-ABSORBER-REGISTRO
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MAESTRO
           .
      *
       1200-LEER-MAESTRO-NUEVO.
      *
           OPEN INPUT ARCHIVO-MAESTRO-NUEVO
           PERFORM 8000-VER-APERTURA
           IF LNK-PRESENTE NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-MAESTRO-NUEVO NEXT RECORD
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       MOVE REG-MAESTRO-NUEVO TO WK-REGISTRO
                       PERFORM 2000-ABSORBER-REGISTRO
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MAESTRO-NUEVO
           .
      *
       1300-LEER-HISTORICO.
      *
           OPEN INPUT ARCHIVO-HISTORICO
           PERFORM 8000-VER-APERTURA
           IF LNK-PRESENTE NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-HISTORICO NEXT RECORD
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       MOVE REG-HISTORICO TO WK-REGISTRO
                       PERFORM 2000-ABSORBER-REGISTRO
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-HISTORICO
           .
      *
       1400-LEER-CONTACTOS.
      *
           OPEN INPUT ARCHIVO-CONTACTOS
           PERFORM 8000-VER-APERTURA
           IF LNK-PRESENTE NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-CONTACTOS NEXT RECORD
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       MOVE REG-CONTACTO TO WK-REGISTRO
                       PERFORM 2000-ABSORBER-REGISTRO
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CONTACTOS
           .
      *
       1500-LEER-TITULARES.
      *
           OPEN INPUT ARCHIVO-TITULARES
           PERFORM 8000-VER-APERTURA
           IF LNK-PRESENTE NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-TITULARES NEXT RECORD
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       MOVE REG-TITULAR TO WK-REGISTRO
                       PERFORM 2000-ABSORBER-REGISTRO
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-TITULARES
           .
      *
       1600-LEER-CUADRO.
      *
           OPEN INPUT ARCHIVO-CUADRO
           PERFORM 8000-VER-APERTURA
           IF LNK-PRESENTE NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-CUADRO NEXT RECORD
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       MOVE REG-CUADRO TO WK-REGISTRO
                       PERFORM 2000-ABSORBER-REGISTRO
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CUADRO
           .
      *
       1700-LEER-CHEQUES-PAG.
      *
           OPEN INPUT ARCHIVO-CHEQUES-PAG
           PERFORM 8000-VER-APERTURA
           IF LNK-PRESENTE NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-CHEQUES-PAG NEXT RECORD
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       MOVE REG-CHEQUE-PAGADO TO WK-REGISTRO
                       PERFORM 2000-ABSORBER-REGISTRO
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CHEQUES-PAG
           .
      *
       1800-LEER-STOP-PAGO.
      *
           OPEN INPUT ARCHIVO-STOP-PAGO
           PERFORM 8000-VER-APERTURA
           IF LNK-PRESENTE NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-STOP-PAGO NEXT RECORD
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       MOVE REG-STOP-PAGO TO WK-REGISTRO
                       PERFORM 2000-ABSORBER-REGISTRO
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-STOP-PAGO
           .
      *
      ******************************************************************
      *                   2000-ABSORBER-REGISTRO                       *
      *----------------------------------------------------------------*
      *   CUENTA EL REGISTRO, LO ENCADENA EN EL RESUMEN Y SUMA SU      *
      *   IMPORTE.                                                     *
      ******************************************************************
       2000-ABSORBER-REGISTRO.
      *
           ADD 1 TO LNK-REGISTROS
           MOVE LNK-REGISTROS TO WK-SECUENCIA

           MOVE 500 TO WK-LARGO-REGISTRO
           PERFORM UNTIL WK-LARGO-REGISTRO = ZEROS
                   OR WK-REGISTRO(WK-LARGO-REGISTRO:1) NOT = SPACE
               SUBTRACT 1 FROM WK-LARGO-REGISTRO
           END-PERFORM

      * UN REGISTRO EN BLANCO TAMBIEN CUENTA: ABSORBE SU NUMERO DE
      * ORDEN SIN DATOS.
           MOVE 1 TO WK-DESDE
           PERFORM 2100-SELLAR-TROZO
           PERFORM UNTIL WK-DESDE > WK-LARGO-REGISTRO
               PERFORM 2100-SELLAR-TROZO
           END-PERFORM

           IF LNK-POSICION > ZEROS
               PERFORM 3000-SUMAR-IMPORTE
           END-IF
           .
      *
      * UN TROZO DE HASTA 250 POSICIONES A PARTIR DE WK-DESDE. EL
      * PRIMERO SE SELLA SIEMPRE (AUNQUE EL REGISTRO ESTE VACIO).
       2100-SELLAR-TROZO.
      *
           IF WK-DESDE > WK-LARGO-REGISTRO
               MOVE ZEROS TO WK-TROZO
           ELSE
               COMPUTE WK-TROZO = WK-LARGO-REGISTRO - WK-DESDE + 1
               IF WK-TROZO > 250
                   MOVE 250 TO WK-TROZO
               END-IF
           END-IF

           MOVE SPACES TO WK-DATOS-SELLO
           IF WK-TROZO > ZEROS
               MOVE WK-REGISTRO(WK-DESDE:WK-TROZO) TO WK-DATOS-SELLO
           END-IF

           CALL "CALCULA-SELLO" USING LNK-RESUMEN
                                      WK-SECUENCIA
                                      WK-DATOS-SELLO
                                      WK-TROZO
                                      WK-RESUMEN-NUEVO
           MOVE WK-RESUMEN-NUEVO TO LNK-RESUMEN

           IF WK-TROZO = ZEROS
               ADD 1 TO WK-DESDE
           ELSE
               ADD WK-TROZO TO WK-DESDE
           END-IF
           .
      *
      ******************************************************************
      *                   3000-SUMAR-IMPORTE                           *
      *----------------------------------------------------------------*
      *   UN IMPORTE QUE NO ES NUMERICO NO SE SUMA: SE CUENTA APARTE.  *
      ******************************************************************
       3000-SUMAR-IMPORTE.
      *
           MOVE ZEROS TO WK-IMPORTE-SIN-SIGNO
           COMPUTE WK-INICIO-IMPORTE = 14 - LNK-LARGO
           MOVE WK-REGISTRO(LNK-POSICION:LNK-LARGO)
               TO WK-IMPORTE-AREA(WK-INICIO-IMPORTE:LNK-LARGO)

           IF LNK-SIGNO = 'S'
               IF WK-IMPORTE-CON-SIGNO NUMERIC
                   ADD WK-IMPORTE-CON-SIGNO TO LNK-IMPORTE
               ELSE
                   ADD 1 TO LNK-NO-NUMERICOS
               END-IF
           ELSE
               IF WK-IMPORTE-SIN-SIGNO NUMERIC
                   ADD WK-IMPORTE-SIN-SIGNO TO LNK-IMPORTE
               ELSE
                   ADD 1 TO LNK-NO-NUMERICOS
               END-IF
           END-IF
           .
      *
      ******************************************************************
      *                   8000-VER-APERTURA                            *
      *----------------------------------------------------------------*
      *   '35' ES QUE EL ARCHIVO NO EXISTE; CUALQUIER OTRO ESTADO QUE  *
      *   NO SEA '00' ES UN ARCHIVO QUE NO SE PUDO LEER.               *
      ******************************************************************
       8000-VER-APERTURA.
      *
           MOVE FS-ARCHIVO TO LNK-ESTADO
           EVALUATE FS-ARCHIVO
               WHEN '00'
                   MOVE 'S' TO LNK-PRESENTE
               WHEN '35'
                   MOVE 'N' TO LNK-PRESENTE
               WHEN OTHER
                   MOVE 'E' TO LNK-PRESENTE
           END-EVALUATE
           .
