       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITE-INTERBANCARIO.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: EMISOR DEL ARCHIVO INTERBANCARIO SALIENTE
      * PROPOSITO: LA TRANSFERENCIA A OTRO BANCO SE CAPTURA EN
      *            SUCURSAL COMO UN ABONO CON REFERENCIA "TXnnnnnn"
      *            CUYA DESCRIPCION LLEVA EL BANCO BENEFICIARIO (4
      *            DIGITOS) Y LA CUENTA BENEFICIARIA (16 POSICIONES).
      *            ESTE PASO, QUE CORRE EN LA CADENA DESPUES DEL
      *            CRUZADO, TOMA DE APLICADOS.DAT LOS ABONOS "TX" DE
      *            LA CORRIDA QUE DEJA ESTADO-CORRIDA.DAT Y ARMA
      *            INTERBANCARIO-SALIENTE.DAT EN EL MISMO FORMATO FIJO
      *            DE INTERBANCARIO.DAT, CON ENCABEZADO Y RESUMEN
      *            (CUENTA DE REGISTROS, HASH DE IMPORTES Y HASH DE
      *            CUENTAS ORDENANTES). COMO SOLO MIRA LO APLICADO,
      *            UNA TRANSFERENCIA QUE EL CRUZADO RECHAZO (A
      *            ERRORES O A SUSPENSO) NUNCA LLEGA AL ARCHIVO.
      *            LOS TOTALES POR SUCURSAL DE ORIGEN SALEN EN
      *            CAMARA-SALIENTE.DAT, CON EL LAYOUT DE
      *            CAMARA-TOTALES.DAT, PARA QUE CONCILIA-CAMARA LOS
      *            COTEJE CONTRA LO APLICADO. NADIE VUELVE A RETECLEAR
      *            UN PAGO EN LA TERMINAL DE LA CAMARA.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-ESTADO-CORRIDA
               ASSIGN TO "ESTADO-CORRIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTADO-CORRIDA.

           SELECT ARCHIVO-APLICADOS
               ASSIGN TO "APLICADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APLICADOS.

      * EL MISMO MAPA DE TRADUCE-INTERBANCARIO: EL CODIGO DE CLASE
      * 'S' ES EL QUE LA CAMARA ESPERA EN UNA TRANSFERENCIA SALIENTE.
           SELECT ARCHIVO-MAPA
               ASSIGN TO "MAPA-CODIGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAPA.

           SELECT ARCHIVO-SALIENTE
               ASSIGN TO "INTERBANCARIO-SALIENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SALIENTE.

           SELECT ARCHIVO-CAMARA-SALIENTE
               ASSIGN TO "CAMARA-SALIENTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMARA-SALIENTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-ESTADO-CORRIDA.
       01  REG-ESTADO-CORRIDA.
           05 EST-ID-EJECUCION     PIC X(19).
           05 EST-RESULTADO        PIC X(8).
           05 EST-PARRAFO          PIC X(30).
           05 EST-MOTIVO           PIC X(40).
           05 EST-CUADRE           PIC X(1).
           05 EST-RC               PIC 9(4).

       FD  ARCHIVO-APLICADOS.
       01  REG-APLICADO.
           05 APL-ID-EJECUCION        PIC X(19).
           05 APL-CODIGO              PIC 9(5).
           05 APL-TIPO                PIC X(01).
           05 APL-IMPORTE             PIC 9(7)V99.
           05 APL-DESCRIPCION         PIC X(20).
           05 APL-LOTE                PIC X(08).
           05 APL-MONEDA              PIC X(3).
           05 APL-SECUENCIA           PIC 9(5).
           05 APL-REFERENCIA          PIC X(8).
           05 APL-SUCURSAL            PIC 9(3).
           05 APL-SENTIDO             PIC X(1).
           05 APL-SUCURSAL-ORIGEN     PIC 9(3).

       FD  ARCHIVO-MAPA.
       01  REG-MAPA.
           05 MAP-CODIGO-EXTERNO   PIC X(4).
           05 MAP-TIPO-INTERNO     PIC X(1).
           05 MAP-CLASE            PIC X(1).

      * EL LAYOUT DEL CORRESPONSAL, TAL CUAL LO LEE
      * TRADUCE-INTERBANCARIO: IMPORTE EN TEXTO CON PUNTO DECIMAL,
      * ALINEADO A LA IZQUIERDA. EL CONCEPTO LLEVA BANCO Y CUENTA
      * BENEFICIARIOS; LA CUENTA ES LA ORDENANTE.
       FD  ARCHIVO-SALIENTE.
       01  REG-SALIENTE.
           05 IB-CODIGO-TRANS      PIC X(4).
           05 IB-FECHA             PIC 9(8).
           05 IB-CUENTA            PIC X(5).
           05 IB-IMPORTE-TEXTO     PIC X(13).
           05 IB-MONEDA            PIC X(3).
           05 IB-CONCEPTO          PIC X(20).
           05 IB-REFERENCIA        PIC X(8).
           05 IB-SUCURSAL          PIC 9(3).
       01  REG-SAL-ENCABEZADO REDEFINES REG-SALIENTE.
           05 SHD-MARCA            PIC X(4).
           05 SHD-FECHA-CREACION   PIC 9(8).
           05 SHD-LOTE             PIC X(8).
           05 SHD-ID-EJECUCION     PIC X(19).
           05 FILLER               PIC X(25).
       01  REG-SAL-RESUMEN REDEFINES REG-SALIENTE.
           05 STR-MARCA            PIC X(4).
           05 STR-CUENTA-REGISTROS PIC 9(7).
           05 STR-HASH-IMPORTES    PIC 9(11)V99.
           05 STR-HASH-CUENTAS     PIC 9(12).
           05 FILLER               PIC X(28).

      * EL MISMO LAYOUT DE CAMARA-TOTALES.DAT.
       FD  ARCHIVO-CAMARA-SALIENTE.
       01  REG-CAMARA-SALIENTE.
           05 CAJ-SUCURSAL         PIC 9(3).
           05 CAJ-CUENTA           PIC 9(7).
           05 CAJ-IMPORTE          PIC 9(11)V99.

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-ESTADO-CORRIDA    PIC XX.
           05 FS-APLICADOS         PIC XX.
           05 FS-MAPA              PIC XX.
           05 FS-SALIENTE          PIC XX.
           05 FS-CAMARA-SALIENTE   PIC XX.

       01  SWITCHES.
           05 SW-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 SW-SUC-HALLADA       PIC X VALUE 'N'.
              88 SUC-HALLADA       VALUE 'S'.

       01  CONTADORES.
           05 CONT-LEIDOS          PIC 9(7) VALUE ZEROS.
           05 CONT-EMITIDOS        PIC 9(7) VALUE ZEROS.

       01  WK-ID-CORRIDA           PIC X(19) VALUE SPACES.
       01  WK-RESULTADO-CORRIDA    PIC X(8) VALUE SPACES.
       01  WK-FECHA-CORRIDA        PIC 9(8) VALUE ZEROS.
       01  WK-LOTE-SALIENTE        PIC X(8) VALUE SPACES.
       01  WK-CODIGO-SALIENTE      PIC X(4) VALUE "TRFS".

       01  CONTROL-DE-LOTE.
           05 WK-HASH-IMPORTES     PIC 9(11)V99 VALUE ZEROS.
           05 WK-HASH-CUENTAS      PIC 9(12) VALUE ZEROS.

      * ARMADO DEL IMPORTE CON PUNTO DECIMAL EXPLICITO: SE EDITA Y
      * SE CORRE A LA IZQUIERDA, QUE ES COMO LO DESARMA EL TRADUCTOR.
       01  ARMADO-IMPORTE.
           05 WK-IMPORTE-EDITADO   PIC Z(6)9.99.
           05 WK-BLANCOS-IZQ       PIC 9(2) VALUE ZEROS.

      * TOTALES POR SUCURSAL DE ORIGEN PARA CAMARA-SALIENTE.DAT.
       01  WK-MAX-SUCURSALES       PIC 9(3) VALUE 100.
       01  CONT-SUCURSALES         PIC 9(3) VALUE ZEROS.
       01  TABLA-SUCURSALES.
           05 ENTRADA-SUCURSAL     OCCURS 1 TO 100 TIMES
                                   DEPENDING ON CONT-SUCURSALES.
              10 TS-SUCURSAL       PIC 9(3).
              10 TS-CUENTA         PIC 9(7).
              10 TS-IMPORTE        PIC 9(11)V99.
       01  WK-INDICE               PIC 9(3) VALUE ZEROS.
       01  WK-INDICE-HALLADO       PIC 9(3) VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 200-EMITIR
           PERFORM 300-FINALIZAR
           GOBACK.

       100-INICIALIZAR.
           DISPLAY "EMISION DEL ARCHIVO INTERBANCARIO SALIENTE..."

           OPEN INPUT ARCHIVO-ESTADO-CORRIDA

           IF FS-ESTADO-CORRIDA = '00'
               READ ARCHIVO-ESTADO-CORRIDA
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE EST-ID-EJECUCION TO WK-ID-CORRIDA
                       MOVE EST-RESULTADO    TO WK-RESULTADO-CORRIDA
               END-READ
               CLOSE ARCHIVO-ESTADO-CORRIDA
           END-IF

           IF WK-ID-CORRIDA = SPACES
               DISPLAY "SIN ESTADO-CORRIDA.DAT NO SE SABE QUE"
                       " CORRIDA EMITIR"
               MOVE 0008 TO RETURN-CODE
               GOBACK
           END-IF

      * UNA CORRIDA ABORTADA PUEDE HABER DEJADO APLICADOS A MEDIAS:
      * LA CAMARA NO RECIBE NADA HASTA QUE LA CORRIDA SE COMPLETE.
      * LA SIMULACION NO ESCRIBE APLICADOS Y NO TIENE NADA QUE MANDAR.
           IF WK-RESULTADO-CORRIDA NOT = "COMPLETO"
               DISPLAY "*** LA CORRIDA " WK-ID-CORRIDA " TERMINO "
                       WK-RESULTADO-CORRIDA
                       ": NO SE EMITE ARCHIVO SALIENTE ***"
               MOVE 0008 TO RETURN-CODE
               GOBACK
           END-IF

      * LA FECHA DE LA CORRIDA SALE DEL ID (RUN-AAAAMMDD-HHMMSS) Y
      * DA NOMBRE AL LOTE SALIENTE: "TX" + AAMMDD.
           MOVE WK-ID-CORRIDA(5:8) TO WK-FECHA-CORRIDA
           MOVE SPACES TO WK-LOTE-SALIENTE
           STRING "TX" WK-ID-CORRIDA(7:6)
               DELIMITED BY SIZE INTO WK-LOTE-SALIENTE

           PERFORM 110-BUSCAR-CODIGO-SALIENTE

           OPEN INPUT ARCHIVO-APLICADOS

           IF FS-APLICADOS NOT = '00'
               DISPLAY "ERROR ABRIENDO APLICADOS: " FS-APLICADOS
               MOVE 0016 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARCHIVO-SALIENTE

           IF FS-SALIENTE NOT = '00'
               DISPLAY "ERROR ABRIENDO INTERBANCARIO-SALIENTE.DAT: "
                       FS-SALIENTE
               CLOSE ARCHIVO-APLICADOS
               MOVE 0016 TO RETURN-CODE
               GOBACK
           END-IF

      * ENCABEZADO: LOTE, FECHA DE CREACION Y LA CORRIDA DE ORIGEN.
           MOVE SPACES TO REG-SALIENTE
           MOVE "HDR0"           TO SHD-MARCA
           MOVE WK-FECHA-CORRIDA TO SHD-FECHA-CREACION
           MOVE WK-LOTE-SALIENTE TO SHD-LOTE
           MOVE WK-ID-CORRIDA    TO SHD-ID-EJECUCION
           WRITE REG-SALIENTE.

      * SIN MAPA, O SIN CODIGO DE CLASE 'S' EN EL, SE USA EL CODIGO
      * DE TRANSFERENCIA SALIENTE DE SIEMPRE.
       110-BUSCAR-CODIGO-SALIENTE.
           OPEN INPUT ARCHIVO-MAPA

           IF FS-MAPA NOT = '00'
               DISPLAY "AVISO: SIN MAPA-CODIGOS.DAT, SE EMITE CON "
                       WK-CODIGO-SALIENTE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-MAPA
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF MAP-CLASE = 'S'
                           MOVE MAP-CODIGO-EXTERNO
                               TO WK-CODIGO-SALIENTE
                           MOVE 'S' TO SW-FIN-ARCHIVO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MAPA

           DISPLAY "CODIGO DE TRANSFERENCIA SALIENTE: "
                   WK-CODIGO-SALIENTE.

       120-LOCALIZAR-SUCURSAL.
           MOVE 'N' TO SW-SUC-HALLADA
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-SUCURSALES
                   OR SUC-HALLADA
               IF TS-SUCURSAL(WK-INDICE) = APL-SUCURSAL-ORIGEN
                   MOVE 'S' TO SW-SUC-HALLADA
                   MOVE WK-INDICE TO WK-INDICE-HALLADO
               END-IF
           END-PERFORM

           IF NOT SUC-HALLADA
               IF CONT-SUCURSALES >= WK-MAX-SUCURSALES
                   DISPLAY "*** MAS DE " WK-MAX-SUCURSALES
                           " SUCURSALES: TOTALES INCOMPLETOS ***"
                   MOVE 1 TO WK-INDICE-HALLADO
               ELSE
                   ADD 1 TO CONT-SUCURSALES
                   MOVE APL-SUCURSAL-ORIGEN
                       TO TS-SUCURSAL(CONT-SUCURSALES)
                   MOVE ZEROS TO TS-CUENTA(CONT-SUCURSALES)
                                 TS-IMPORTE(CONT-SUCURSALES)
                   MOVE CONT-SUCURSALES TO WK-INDICE-HALLADO
               END-IF
           END-IF.

       200-EMITIR.
           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM 205-LEER-APLICADO
           PERFORM UNTIL FIN-ARCHIVO
               ADD 1 TO CONT-LEIDOS
               IF APL-ID-EJECUCION = WK-ID-CORRIDA
                   AND APL-TIPO = 'A'
                   AND APL-REFERENCIA(1:2) = "TX"
                   PERFORM 210-EMITIR-UNO
               END-IF
               PERFORM 205-LEER-APLICADO
           END-PERFORM.

       205-LEER-APLICADO.
           READ ARCHIVO-APLICADOS
               AT END
                   MOVE 'S' TO SW-FIN-ARCHIVO
           END-READ.

      * EL IMPORTE ES EL QUE EL CRUZADO APLICO DE VERDAD, EN LA
      * MONEDA DE LA CUENTA ORDENANTE.
       210-EMITIR-UNO.
           MOVE SPACES TO REG-SALIENTE
           MOVE WK-CODIGO-SALIENTE  TO IB-CODIGO-TRANS
           MOVE WK-FECHA-CORRIDA    TO IB-FECHA
           MOVE APL-CODIGO          TO IB-CUENTA
           MOVE APL-IMPORTE         TO WK-IMPORTE-EDITADO
           MOVE ZEROS TO WK-BLANCOS-IZQ
           INSPECT WK-IMPORTE-EDITADO
               TALLYING WK-BLANCOS-IZQ FOR LEADING SPACE
           MOVE WK-IMPORTE-EDITADO(WK-BLANCOS-IZQ + 1:)
               TO IB-IMPORTE-TEXTO
           MOVE APL-MONEDA          TO IB-MONEDA
           MOVE APL-DESCRIPCION     TO IB-CONCEPTO
           MOVE APL-REFERENCIA      TO IB-REFERENCIA
           MOVE APL-SUCURSAL-ORIGEN TO IB-SUCURSAL
           WRITE REG-SALIENTE

           ADD 1 TO CONT-EMITIDOS
           ADD APL-IMPORTE TO WK-HASH-IMPORTES
           ADD APL-CODIGO  TO WK-HASH-CUENTAS

           PERFORM 120-LOCALIZAR-SUCURSAL
           ADD 1           TO TS-CUENTA(WK-INDICE-HALLADO)
           ADD APL-IMPORTE TO TS-IMPORTE(WK-INDICE-HALLADO).

       300-FINALIZAR.
      * RESUMEN CON LA CUENTA Y LOS HASH DE LO QUE DE VERDAD SE
      * ESCRIBIO; UNA NOCHE SIN TRANSFERENCIAS SALE CON CEROS.
           MOVE SPACES TO REG-SALIENTE
           MOVE "TRL0"           TO STR-MARCA
           MOVE CONT-EMITIDOS    TO STR-CUENTA-REGISTROS
           MOVE WK-HASH-IMPORTES TO STR-HASH-IMPORTES
           MOVE WK-HASH-CUENTAS  TO STR-HASH-CUENTAS
           WRITE REG-SALIENTE

           CLOSE ARCHIVO-APLICADOS
                 ARCHIVO-SALIENTE

           OPEN OUTPUT ARCHIVO-CAMARA-SALIENTE

           IF FS-CAMARA-SALIENTE NOT = '00'
               DISPLAY "ERROR ABRIENDO CAMARA-SALIENTE.DAT: "
                       FS-CAMARA-SALIENTE
               MOVE 0016 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-SUCURSALES
               MOVE TS-SUCURSAL(WK-INDICE) TO CAJ-SUCURSAL
               MOVE TS-CUENTA(WK-INDICE)   TO CAJ-CUENTA
               MOVE TS-IMPORTE(WK-INDICE)  TO CAJ-IMPORTE
               WRITE REG-CAMARA-SALIENTE
           END-PERFORM

           CLOSE ARCHIVO-CAMARA-SALIENTE

           DISPLAY "APLICADOS LEIDOS:       " CONT-LEIDOS
           DISPLAY "TRANSFERENCIAS EMITIDAS: " CONT-EMITIDOS
           DISPLAY "LOTE SALIENTE:           " WK-LOTE-SALIENTE
           DISPLAY "ARCHIVO EN: INTERBANCARIO-SALIENTE.DAT"
           DISPLAY "TOTALES EN: CAMARA-SALIENTE.DAT".
