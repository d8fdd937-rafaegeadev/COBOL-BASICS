      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      *  ASIGNADOR DE CODIGOS DE CUENTA. CADA SUCURSAL TIENE EN
      *  SUCURSALES.DAT SU RANGO DE CODIGOS (LAS CUATRO PRIMERAS
      *  POSICIONES, DESDE Y HASTA; LO ADMINISTRA MANTEN-SUCURSALES)
      *  Y UNA CUENTA NUEVA SOLO RECIBE CODIGO DE AQUI, CON SU
      *  DIGITO DE CONTROL YA PUESTO POR DIGITO-CONTROL.
      *  ACCION 'A': DEVUELVE EN LNK-CODIGO EL SIGUIENTE CODIGO LIBRE
      *  DEL RANGO DE LNK-SUCURSAL, A CONTINUACION DEL ULTIMO QUE SE
      *  LE EMITIO (AL LLEGAR AL TOPE VUELVE AL PRINCIPIO DEL RANGO),
      *  Y LO ANOTA EN CODIGOS-ASIGNADOS.DAT CON LA SUCURSAL, LA
      *  FECHA Y EL PROGRAMA QUE LO PIDIO (LNK-PROGRAMA).
      *  ACCION 'V': VERIFICA QUE LNK-CODIGO HAYA SIDO EMITIDO POR EL
      *  ASIGNADOR PARA LNK-SUCURSAL (UN CODIGO QUE VUELVE EN
      *  CLIENTES-ENTRADA.DAT YA ASIGNADO).
      *  ACCION 'L': SOLO INFORMA CUANTOS CODIGOS LIBRES LE QUEDAN A
      *  LNK-SUCURSAL.
      *  ACCION 'P': SOLO CARGA EL ESTADO (VER MAS ABAJO), PARA EL
      *  PROGRAMA QUE ESTA POR REESCRIBIR EL MAESTRO.
      *  UN CODIGO NO ESTA LIBRE SI FIGURA EN MAESTRO.DAT (EN
      *  CUALQUIER ESTADO), SI CAMBIOS-ESTADO.DAT LO REGISTRA CERRADO
      *  DENTRO DEL PLAZO DE RETENCION, O SI SE EMITIO DENTRO DE ESE
      *  MISMO PLAZO (EMITIDO Y TODAVIA NO CARGADO, O CARGADO Y YA
      *  DEPURADO). VENCIDO EL PLAZO Y FUERA DEL MAESTRO, EL CODIGO
      *  VUELVE A ESTAR DISPONIBLE. SE COMPARAN LAS CUATRO PRIMERAS
      *  POSICIONES: UN CODIGO VIEJO DEL MAESTRO SIN DIGITO DE
      *  CONTROL VALIDO TAMBIEN OCUPA SU LUGAR.
      *  EL ESTADO SE CARGA UNA SOLA VEZ, EN LA PRIMERA LLAMADA, Y
      *  VALE MIENTRAS VIVA LA UNIDAD DE EJECUCION (COMO
      *  SELLA-BITACORA); CADA CODIGO EMITIDO SE AGREGA AL REGISTRO
      *  ABRIENDO Y CERRANDO EN CADA LLAMADA, COMO ANOTA-LINAJE.
      *  VEREDICTO: 'S' BIEN, 'R' SUCURSAL DESCONOCIDA O SIN RANGO,
      *  'C' SUCURSAL CERRADA, 'L' RANGO AGOTADO, 'E' NO SE PUDO
      *  ANOTAR EL CODIGO (NO SE EMITE), 'N' CODIGO NO EMITIDO POR
      *  EL ASIGNADOR, 'O' CODIGO EMITIDO PARA OTRA SUCURSAL.
      *  LNK-LIBRES VUELVE SIEMPRE CON LOS CODIGOS LIBRES QUE LE
      *  QUEDAN A LA SUCURSAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASIGNA-CODIGO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-SUCURSALES
               ASSIGN TO "SUCURSALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUCURSALES.

           SELECT ARCHIVO-MAESTRO
               ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CODIGO-MAESTRO
               FILE STATUS IS FS-MAESTRO.

           SELECT ARCHIVO-CAMBIOS
               ASSIGN TO "CAMBIOS-ESTADO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMBIOS.

      * REGISTRO DE CODIGOS EMITIDOS: UNA LINEA POR CODIGO, NUNCA SE
      * TRUNCA.
           SELECT ARCHIVO-ASIGNADOS
               ASSIGN TO "CODIGOS-ASIGNADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ASIGNADOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-SUCURSALES.
       01  REG-SUCURSAL-DIR.
           05 SUD-CODIGO           PIC 9(3).
           05 SUD-NOMBRE           PIC X(30).
           05 SUD-REGION           PIC X(15).
           05 SUD-ABIERTA          PIC X(1).
           05 SUD-RANGO-DESDE      PIC 9(4).
           05 SUD-RANGO-HASTA      PIC 9(4).

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

       FD  ARCHIVO-CAMBIOS.
       01  REG-CAMBIO.
           05 CAM-CODIGO           PIC 9(5).
           05 CAM-ESTADO-ANTERIOR  PIC X(01).
           05 CAM-ESTADO-NUEVO     PIC X(01).
           05 CAM-MOTIVO           PIC X(30).
           05 CAM-OPERADOR         PIC X(08).
           05 CAM-FECHA            PIC 9(8).
           05 CAM-HORA             PIC 9(6).
           05 CAM-SECUENCIA        PIC 9(9).
           05 CAM-SELLO            PIC 9(18).

       FD  ARCHIVO-ASIGNADOS.
       01  REG-ASIGNADO.
           05 ASG-CODIGO           PIC 9(5).
           05 ASG-SUCURSAL         PIC 9(3).
           05 ASG-FECHA            PIC 9(8).
           05 ASG-HORA             PIC 9(6).
           05 ASG-PROGRAMA         PIC X(20).

       WORKING-STORAGE SECTION.
       77  FS-SUCURSALES           PIC XX.
       77  FS-MAESTRO              PIC XX.
       77  FS-CAMBIOS              PIC XX.
       77  FS-ASIGNADOS            PIC XX.
       77  SW-ESTADO-CARGADO       PIC X VALUE 'N'.
           88 ESTADO-CARGADO       VALUE 'S'.
       77  SW-FIN-ARCHIVO          PIC X VALUE 'N'.
           88 FIN-ARCHIVO          VALUE 'S'.
       77  SW-CODIGO-HALLADO       PIC X VALUE 'N'.
           88 CODIGO-HALLADO       VALUE 'S'.
      *
      * DIAS QUE UN CODIGO CERRADO O EMITIDO QUEDA RESERVADO. ES EL
      * MISMO PLAZO QUE EL CRUZADO ESPERA PARA DEPURAR UNA CUENTA
      * CERRADA DEL MAESTRO (RETENCION-DIAS-CIERRE).
       77  WK-RETENCION-DIAS       PIC 9(4) VALUE 0090.
       77  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
       77  WK-HORA-HOY             PIC 9(8) VALUE ZEROS.
       77  WK-DIA-HOY              PIC 9(7) VALUE ZEROS.
       77  WK-DIA-REGISTRO         PIC 9(7) VALUE ZEROS.
       77  WK-DIAS-TRANSCURRIDOS   PIC S9(7) VALUE ZEROS.
       77  WK-FECHA-REGISTRO       PIC 9(8) VALUE ZEROS.
       77  SW-DENTRO-PLAZO         PIC X VALUE 'N'.
           88 DENTRO-PLAZO         VALUE 'S'.
      *
       77  WK-BASE                 PIC 9(5) VALUE ZEROS.
       77  WK-POSICION             PIC 9(5) VALUE ZEROS.
       77  WK-CANDIDATO            PIC 9(5) VALUE ZEROS.
       77  WK-TAMANO-RANGO         PIC 9(5) VALUE ZEROS.
       77  WK-INTENTOS             PIC 9(5) VALUE ZEROS.
       77  WK-CONT-LIBRES          PIC 9(5) VALUE ZEROS.
       77  WK-IDX-SUC              PIC 9(3) VALUE ZEROS.
       77  WK-IDX-HALLADO          PIC 9(3) VALUE ZEROS.
       77  WK-SUC-BUSCADA          PIC 9(3) VALUE ZEROS.
       77  WK-DC-ACCION            PIC X(1) VALUE 'C'.
       77  WK-DC-CODIGO            PIC 9(5) VALUE ZEROS.
       77  WK-DC-VEREDICTO         PIC X(1) VALUE SPACE.
      *
      * SUCURSALES CON SU RANGO Y EL ULTIMO CODIGO (CUATRO
      * POSICIONES) QUE SE LES EMITIO.
       77  WK-MAX-SUCURSALES       PIC 9(3) VALUE 100.
       77  CONT-SUCURSALES         PIC 9(3) VALUE ZEROS.
       01  TABLA-SUCURSALES.
           05 ENTRADA-SUCURSAL     OCCURS 100 TIMES.
              10 TS-CODIGO         PIC 9(3).
              10 TS-ABIERTA        PIC X(1).
              10 TS-RANGO-DESDE    PIC 9(4).
              10 TS-RANGO-HASTA    PIC 9(4).
              10 TS-ULTIMO         PIC 9(4).
      *
      * UNA POSICION POR CADA CODIGO DE CUATRO CIFRAS (0000 EN LA
      * PRIMERA): SI ESTA OCUPADO Y POR QUE ('M' EN EL MAESTRO, 'C'
      * CERRADO EN PLAZO, 'E' EMITIDO EN PLAZO) Y PARA QUE SUCURSAL
      * LO EMITIO EL ASIGNADOR ALGUNA VEZ.
       01  TABLA-OCUPACION.
           05 ENTRADA-OCUPACION    OCCURS 10000 TIMES.
              10 TO-OCUPADO        PIC X(1).
              10 TO-SUC-EMISION    PIC 9(3).
      *
       LINKAGE SECTION.
       01  LNK-ACCION              PIC X(1).
           88 LNK-ASIGNAR          VALUE 'A'.
           88 LNK-VERIFICAR        VALUE 'V'.
           88 LNK-LIBRES-SUCURSAL  VALUE 'L'.
           88 LNK-PREPARAR         VALUE 'P'.
       01  LNK-SUCURSAL            PIC 9(3).
       01  LNK-CODIGO              PIC 9(5).
       01  LNK-PROGRAMA            PIC X(20).
       01  LNK-VEREDICTO           PIC X(1).
       01  LNK-LIBRES              PIC 9(5).
      *
      ******************************************************************
       PROCEDURE DIVISION USING LNK-ACCION
                                LNK-SUCURSAL
                                LNK-CODIGO
                                LNK-PROGRAMA
                                LNK-VEREDICTO
                                LNK-LIBRES.
      *
       0000-ASIGNAR.
      *
           IF NOT ESTADO-CARGADO
               PERFORM 1000-CARGAR-ESTADO
           END-IF

           MOVE 'S' TO LNK-VEREDICTO
           MOVE ZEROS TO LNK-LIBRES

           IF LNK-PREPARAR
               GOBACK
           END-IF

           MOVE LNK-SUCURSAL TO WK-SUC-BUSCADA
           PERFORM 2000-UBICAR-SUCURSAL

           IF WK-IDX-HALLADO = ZEROS
               MOVE 'R' TO LNK-VEREDICTO
               GOBACK
           END-IF

           EVALUATE TRUE
               WHEN LNK-VERIFICAR
                   PERFORM 4000-VERIFICAR-CODIGO
               WHEN LNK-ASIGNAR
                   PERFORM 3000-EMITIR-CODIGO
               WHEN LNK-LIBRES-SUCURSAL
                   IF TS-RANGO-DESDE(WK-IDX-HALLADO) = ZEROS
                       MOVE 'R' TO LNK-VEREDICTO
                   END-IF
           END-EVALUATE

           PERFORM 5000-CONTAR-LIBRES
           MOVE WK-CONT-LIBRES TO LNK-LIBRES

           GOBACK
           .
      *
      ******************************************************************
      *                   1000-CARGAR-ESTADO                           *
      *----------------------------------------------------------------*
      *   SUCURSALES Y RANGOS, MAESTRO, CIERRES EN PLAZO Y CODIGOS     *
      *   EMITIDOS. SIN ALGUNO DE LOS ARCHIVOS SE SIGUE CON LO QUE     *
      *   HAYA (SIN SUCURSALES.DAT NINGUNA SUCURSAL TIENE RANGO).      *
      ******************************************************************
       1000-CARGAR-ESTADO.
      *
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           COMPUTE WK-DIA-HOY = FUNCTION INTEGER-OF-DATE(WK-FECHA-HOY)

           MOVE ZEROS TO CONT-SUCURSALES
           PERFORM VARYING WK-POSICION FROM 1 BY 1
                   UNTIL WK-POSICION > 10000
               MOVE SPACE TO TO-OCUPADO(WK-POSICION)
               MOVE ZEROS TO TO-SUC-EMISION(WK-POSICION)
           END-PERFORM

           PERFORM 1100-CARGAR-SUCURSALES
           PERFORM 1200-CARGAR-MAESTRO
           PERFORM 1300-CARGAR-CIERRES
           PERFORM 1400-CARGAR-EMITIDOS

           MOVE 'S' TO SW-ESTADO-CARGADO
           .
      *
      ******************************************************************
      *                   1100-CARGAR-SUCURSALES                       *
      *----------------------------------------------------------------*
      *   UNA SUCURSAL SIN RANGO (REGISTRO ANTERIOR A LOS CAMPOS O     *
      *   RANGO EN CEROS) QUEDA CON DESDE Y HASTA EN CERO.             *
      ******************************************************************
       1100-CARGAR-SUCURSALES.
      *
           OPEN INPUT ARCHIVO-SUCURSALES

           IF FS-SUCURSALES NOT = "00"
               DISPLAY "AVISO: SIN SUCURSALES.DAT NO HAY RANGOS DE"
                       " CODIGOS PARA ASIGNAR"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
                   OR CONT-SUCURSALES >= WK-MAX-SUCURSALES
               READ ARCHIVO-SUCURSALES
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-SUCURSALES
                       MOVE SUD-CODIGO
                         TO TS-CODIGO(CONT-SUCURSALES)
                       MOVE SUD-ABIERTA
                         TO TS-ABIERTA(CONT-SUCURSALES)
                       MOVE ZEROS TO TS-RANGO-DESDE(CONT-SUCURSALES)
                                     TS-RANGO-HASTA(CONT-SUCURSALES)
                                     TS-ULTIMO(CONT-SUCURSALES)
                       IF SUD-RANGO-DESDE IS NUMERIC
                          AND SUD-RANGO-HASTA IS NUMERIC
                          AND SUD-RANGO-DESDE > ZEROS
                          AND SUD-RANGO-HASTA >= SUD-RANGO-DESDE
                           MOVE SUD-RANGO-DESDE
                             TO TS-RANGO-DESDE(CONT-SUCURSALES)
                           MOVE SUD-RANGO-HASTA
                             TO TS-RANGO-HASTA(CONT-SUCURSALES)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-SUCURSALES
           .
      *
      ******************************************************************
      *                   1200-CARGAR-MAESTRO                          *
      ******************************************************************
       1200-CARGAR-MAESTRO.
      *
           OPEN INPUT ARCHIVO-MAESTRO

           IF FS-MAESTRO NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-MAESTRO
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       COMPUTE WK-POSICION = CODIGO-MAESTRO / 10 + 1
                       MOVE 'M' TO TO-OCUPADO(WK-POSICION)
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MAESTRO
           .
      *
      ******************************************************************
      *                   1300-CARGAR-CIERRES                          *
      *----------------------------------------------------------------*
      *   UN CIERRE DENTRO DEL PLAZO RESERVA EL CODIGO AUNQUE LA       *
      *   CUENTA YA NO ESTE EN EL MAESTRO.                             *
      ******************************************************************
       1300-CARGAR-CIERRES.
      *
           OPEN INPUT ARCHIVO-CAMBIOS

           IF FS-CAMBIOS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-CAMBIOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF CAM-ESTADO-NUEVO = 'C'
                          AND CAM-CODIGO IS NUMERIC
                           MOVE CAM-FECHA TO WK-FECHA-REGISTRO
                           PERFORM 1500-EVALUAR-PLAZO
                           IF DENTRO-PLAZO
                               COMPUTE WK-POSICION =
                                   CAM-CODIGO / 10 + 1
                               IF TO-OCUPADO(WK-POSICION) = SPACE
                                   MOVE 'C' TO TO-OCUPADO(WK-POSICION)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CAMBIOS
           .
      *
      ******************************************************************
      *                   1400-CARGAR-EMITIDOS                         *
      *----------------------------------------------------------------*
      *   CADA LINEA DEJA ANOTADA LA SUCURSAL PARA LA QUE SE EMITIO    *
      *   EL CODIGO Y, SI ES DE UNA SUCURSAL CONOCIDA, PASA A SER SU   *
      *   ULTIMO EMITIDO (EL REGISTRO ESTA EN ORDEN DE EMISION).       *
      ******************************************************************
       1400-CARGAR-EMITIDOS.
      *
           OPEN INPUT ARCHIVO-ASIGNADOS

           IF FS-ASIGNADOS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-ASIGNADOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF ASG-CODIGO IS NUMERIC
                          AND ASG-SUCURSAL IS NUMERIC
                           PERFORM 1410-TOMAR-EMITIDO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-ASIGNADOS
           .
      *
       1410-TOMAR-EMITIDO.
      *
           COMPUTE WK-BASE = ASG-CODIGO / 10
           COMPUTE WK-POSICION = WK-BASE + 1
           MOVE ASG-SUCURSAL TO TO-SUC-EMISION(WK-POSICION)

           MOVE ASG-FECHA TO WK-FECHA-REGISTRO
           PERFORM 1500-EVALUAR-PLAZO
           IF DENTRO-PLAZO
              AND TO-OCUPADO(WK-POSICION) = SPACE
               MOVE 'E' TO TO-OCUPADO(WK-POSICION)
           END-IF

           MOVE ASG-SUCURSAL TO WK-SUC-BUSCADA
           PERFORM 2000-UBICAR-SUCURSAL
           IF WK-IDX-HALLADO > ZEROS
               MOVE WK-BASE TO TS-ULTIMO(WK-IDX-HALLADO)
           END-IF
           .
      *
      ******************************************************************
      *                   1500-EVALUAR-PLAZO                           *
      *----------------------------------------------------------------*
      *   UNA FECHA ILEGIBLE SE TOMA COMO DENTRO DEL PLAZO: ANTE LA    *
      *   DUDA EL CODIGO NO SE REUSA.                                  *
      ******************************************************************
       1500-EVALUAR-PLAZO.
      *
           MOVE 'S' TO SW-DENTRO-PLAZO

           IF WK-FECHA-REGISTRO NOT NUMERIC
              OR WK-FECHA-REGISTRO < 19010101
               EXIT PARAGRAPH
           END-IF

           COMPUTE WK-DIA-REGISTRO =
               FUNCTION INTEGER-OF-DATE(WK-FECHA-REGISTRO)
           COMPUTE WK-DIAS-TRANSCURRIDOS = WK-DIA-HOY - WK-DIA-REGISTRO

           IF WK-DIAS-TRANSCURRIDOS > WK-RETENCION-DIAS
               MOVE 'N' TO SW-DENTRO-PLAZO
           END-IF
           .
      *
      ******************************************************************
      *                   2000-UBICAR-SUCURSAL                         *
      *----------------------------------------------------------------*
      *   DEJA EN WK-IDX-HALLADO LA POSICION DE WK-SUC-BUSCADA EN LA   *
      *   TABLA, O CERO SI NO ESTA.                                    *
      ******************************************************************
       2000-UBICAR-SUCURSAL.
      *
           MOVE ZEROS TO WK-IDX-HALLADO

           PERFORM VARYING WK-IDX-SUC FROM 1 BY 1
                   UNTIL WK-IDX-SUC > CONT-SUCURSALES
                      OR WK-IDX-HALLADO > ZEROS
               IF TS-CODIGO(WK-IDX-SUC) = WK-SUC-BUSCADA
                   MOVE WK-IDX-SUC TO WK-IDX-HALLADO
               END-IF
           END-PERFORM
           .
      *
      ******************************************************************
      *                   3000-EMITIR-CODIGO                           *
      *----------------------------------------------------------------*
      *   RECORRE EL RANGO UNA VUELTA COMPLETA A PARTIR DEL SIGUIENTE  *
      *   AL ULTIMO EMITIDO; EL PRIMERO LIBRE SE COMPLETA CON SU       *
      *   DIGITO DE CONTROL, SE ANOTA Y SE MARCA OCUPADO.              *
      ******************************************************************
       3000-EMITIR-CODIGO.
      *
           MOVE ZEROS TO LNK-CODIGO

           IF TS-ABIERTA(WK-IDX-HALLADO) = 'N'
               MOVE 'C' TO LNK-VEREDICTO
               EXIT PARAGRAPH
           END-IF

           IF TS-RANGO-DESDE(WK-IDX-HALLADO) = ZEROS
               MOVE 'R' TO LNK-VEREDICTO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WK-TAMANO-RANGO = TS-RANGO-HASTA(WK-IDX-HALLADO)
                                   - TS-RANGO-DESDE(WK-IDX-HALLADO) + 1
           COMPUTE WK-CANDIDATO = TS-ULTIMO(WK-IDX-HALLADO) + 1
           MOVE 'N' TO SW-CODIGO-HALLADO

           PERFORM VARYING WK-INTENTOS FROM 1 BY 1
                   UNTIL WK-INTENTOS > WK-TAMANO-RANGO
                      OR CODIGO-HALLADO
               IF WK-CANDIDATO < TS-RANGO-DESDE(WK-IDX-HALLADO)
                  OR WK-CANDIDATO > TS-RANGO-HASTA(WK-IDX-HALLADO)
                   MOVE TS-RANGO-DESDE(WK-IDX-HALLADO) TO WK-CANDIDATO
               END-IF
               COMPUTE WK-POSICION = WK-CANDIDATO + 1
               IF TO-OCUPADO(WK-POSICION) = SPACE
                   MOVE 'S' TO SW-CODIGO-HALLADO
               ELSE
                   ADD 1 TO WK-CANDIDATO
               END-IF
           END-PERFORM

           IF NOT CODIGO-HALLADO
               MOVE 'L' TO LNK-VEREDICTO
               EXIT PARAGRAPH
           END-IF

           MOVE 'C' TO WK-DC-ACCION
           COMPUTE WK-DC-CODIGO = WK-CANDIDATO * 10
           CALL "DIGITO-CONTROL" USING WK-DC-ACCION
                                       WK-DC-CODIGO
                                       WK-DC-VEREDICTO

           PERFORM 3100-ANOTAR-EMISION
           IF FS-ASIGNADOS NOT = "00"
               MOVE 'E' TO LNK-VEREDICTO
               EXIT PARAGRAPH
           END-IF

           MOVE 'E'            TO TO-OCUPADO(WK-POSICION)
           MOVE LNK-SUCURSAL   TO TO-SUC-EMISION(WK-POSICION)
           MOVE WK-CANDIDATO   TO TS-ULTIMO(WK-IDX-HALLADO)
           MOVE WK-DC-CODIGO   TO LNK-CODIGO
           .
      *
      ******************************************************************
      *                   3100-ANOTAR-EMISION                          *
      ******************************************************************
       3100-ANOTAR-EMISION.
      *
           OPEN EXTEND ARCHIVO-ASIGNADOS

           IF FS-ASIGNADOS = "35"
               OPEN OUTPUT ARCHIVO-ASIGNADOS
               CLOSE ARCHIVO-ASIGNADOS
               OPEN EXTEND ARCHIVO-ASIGNADOS
           END-IF

           IF FS-ASIGNADOS NOT = "00"
               DISPLAY "ERROR ABRIENDO CODIGOS-ASIGNADOS.DAT: "
                       FS-ASIGNADOS
               EXIT PARAGRAPH
           END-IF

           ACCEPT WK-HORA-HOY FROM TIME
           MOVE WK-DC-CODIGO      TO ASG-CODIGO
           MOVE LNK-SUCURSAL      TO ASG-SUCURSAL
           MOVE WK-FECHA-HOY      TO ASG-FECHA
           MOVE WK-HORA-HOY(1:6)  TO ASG-HORA
           MOVE LNK-PROGRAMA      TO ASG-PROGRAMA
           WRITE REG-ASIGNADO

           IF FS-ASIGNADOS NOT = "00"
               DISPLAY "ERROR ANOTANDO EN CODIGOS-ASIGNADOS.DAT: "
                       FS-ASIGNADOS
               CLOSE ARCHIVO-ASIGNADOS
               MOVE "30" TO FS-ASIGNADOS
               EXIT PARAGRAPH
           END-IF

           CLOSE ARCHIVO-ASIGNADOS
           .
      *
      ******************************************************************
      *                   4000-VERIFICAR-CODIGO                        *
      *----------------------------------------------------------------*
      *   EL CODIGO TIENE QUE HABER SALIDO DEL ASIGNADOR, PARA ESTA    *
      *   SUCURSAL, CON SU DIGITO DE CONTROL.                          *
      ******************************************************************
       4000-VERIFICAR-CODIGO.
      *
           MOVE 'V' TO WK-DC-ACCION
           MOVE LNK-CODIGO TO WK-DC-CODIGO
           CALL "DIGITO-CONTROL" USING WK-DC-ACCION
                                       WK-DC-CODIGO
                                       WK-DC-VEREDICTO
           IF WK-DC-VEREDICTO NOT = 'S'
               MOVE 'N' TO LNK-VEREDICTO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WK-POSICION = LNK-CODIGO / 10 + 1

           EVALUATE TRUE
               WHEN TO-SUC-EMISION(WK-POSICION) = ZEROS
                   MOVE 'N' TO LNK-VEREDICTO
               WHEN TO-SUC-EMISION(WK-POSICION) NOT = LNK-SUCURSAL
                   MOVE 'O' TO LNK-VEREDICTO
           END-EVALUATE
           .
      *
      ******************************************************************
      *                   5000-CONTAR-LIBRES                           *
      ******************************************************************
       5000-CONTAR-LIBRES.
      *
           MOVE ZEROS TO WK-CONT-LIBRES

           IF TS-RANGO-DESDE(WK-IDX-HALLADO) = ZEROS
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WK-CANDIDATO
                   FROM TS-RANGO-DESDE(WK-IDX-HALLADO) BY 1
                   UNTIL WK-CANDIDATO > TS-RANGO-HASTA(WK-IDX-HALLADO)
               COMPUTE WK-POSICION = WK-CANDIDATO + 1
               IF TO-OCUPADO(WK-POSICION) = SPACE
                   ADD 1 TO WK-CONT-LIBRES
               END-IF
           END-PERFORM
           .
