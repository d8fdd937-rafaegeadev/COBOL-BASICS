      *            ILEGIBLES) SALE LISTADO EN TRADUCE-RECHAZOS.TXT
      *            PARA DEVOLVER AL CORRESPONSAL. NADIE VUELVE A
      *            RETECLEAR SU ARCHIVO.
      *            LOS ADEUDOS DIRECTOS DE ACREEDORES (CODIGOS DE
      *            CLASE 'D' EN EL MAPA) SOLO PASAN CON UN MANDATO
      *            VIGENTE EN MANDATOS.DAT QUE LOS CUBRA; LOS DEMAS
      *            NO SE APLICAN Y VUELVEN AL CORRESPONSAL EN
      *            DEVOLUCIONES-INTERBANCARIO.DAT, EN SU MISMO
      *            LAYOUT, PREFIJADOS CON EL CODIGO DE MOTIVO.
      *            LAS DEVOLUCIONES DE OTROS BANCOS (CODIGOS DE CLASE
      *            'V' EN EL MAPA) TRAEN LA REFERENCIA DEL PAGO
      *            NUESTRO QUE DEVUELVEN: EL ORIGINAL SE BUSCA EN
      *            HISTORICO-APLICADOS.DAT Y SE EMITE UN REVERSO 'R'
      *            CON SU LOTE EN LA REFERENCIA Y SU SECUENCIA, QUE ES
      *            LO QUE 243-BUSCAR-ORIGINAL-DE-REVERSO DEL CRUZADO
      *            COTEJA. LA DEVOLUCION SIN ORIGINAL IDENTIFICABLE NO
      *            SE APLICA A NINGUN LADO: SALE EN
      *            DEVOLUCIONES-INVESTIGAR.TXT PARA QUE LA ESTUDIEN.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAPA.

      * MANDATOS DE ADEUDO DIRECTO (LOS MANTIENE MANTEN-MANDATOS):
      * QUE ACREEDOR PUEDE COBRAR DE QUE CUENTA, HASTA CUANTO Y
      * ENTRE QUE FECHAS.
           SELECT ARCHIVO-MANDATOS
               ASSIGN TO "MANDATOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MANDATOS.

           SELECT ARCHIVO-DEVOLUCIONES
               ASSIGN TO "DEVOLUCIONES-INTERBANCARIO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEVOLUCIONES.

      * HISTORICO INDEXADO DE APLICADOS (LO MANTIENE CARGA-HISTORICO
      * EN LA CADENA): EL CAMINO DIRECTO POR CUENTA PARA ENCONTRAR
      * EL ORIGINAL DE UNA DEVOLUCION.
           SELECT ARCHIVO-HISTORICO
               ASSIGN TO "HISTORICO-APLICADOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-CLAVE
               ALTERNATE RECORD KEY IS HIS-LOTE
                   WITH DUPLICATES
               FILE STATUS IS FS-HISTORICO.

           SELECT ARCHIVO-INVESTIGAR
               ASSIGN TO "DEVOLUCIONES-INVESTIGAR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INVESTIGAR.

           SELECT ARCHIVO-EXTERNOS
               ASSIGN TO "MOVS-EXTERNOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           05 IB-REFERENCIA        PIC X(8).
           05 IB-SUCURSAL          PIC 9(3).

      * LA CLASE ES OPCIONAL: UN MAPA VIEJO SIN ELLA LEE BLANCO Y
      * NINGUN CODIGO SE TRATA COMO ADEUDO DIRECTO. 'D' ADEUDO
      * DIRECTO, 'V' DEVOLUCION DE UN PAGO NUESTRO, 'S' EL CODIGO
      * CON QUE EMITE-INTERBANCARIO MANDA NUESTRAS TRANSFERENCIAS.
       FD  ARCHIVO-MAPA.
       01  REG-MAPA.
           05 MAP-CODIGO-EXTERNO   PIC X(4).
           05 MAP-TIPO-INTERNO     PIC X(1).
           05 MAP-CLASE            PIC X(1).

      * LA REFERENCIA DEL ADEUDO (IB-REFERENCIA) ES LA REFERENCIA
      * DEL MANDATO; REVOCADO 'S' LO ANULA PARA SIEMPRE. HASTA EN
      * CEROS ES SIN VENCIMIENTO; MAXIMO EN CEROS, SIN TOPE.
       FD  ARCHIVO-MANDATOS.
       01  REG-MANDATO.
           05 MAN-CODIGO           PIC 9(5).
           05 MAN-ACREEDOR         PIC X(12).
           05 MAN-REFERENCIA       PIC X(8).
           05 MAN-MAXIMO           PIC 9(7)V99.
           05 MAN-DESDE            PIC 9(8).
           05 MAN-HASTA            PIC 9(8).
           05 MAN-REVOCADO         PIC X(1).
           05 MAN-FECHA-ALTA       PIC 9(8).
           05 MAN-OPERADOR         PIC X(8).
           05 MAN-FECHA-BAJA       PIC 9(8).
           05 MAN-OPERADOR-BAJA    PIC X(8).

      * EL ADEUDO DEVUELTO VIAJA TAL CUAL LLEGO, PREFIJADO CON EL
      * MOTIVO: MD01 SIN MANDATO VALIDO, AM02 SOBRE EL MAXIMO.
       FD  ARCHIVO-DEVOLUCIONES.
       01  REG-DEVOLUCION.
           05 DIB-MOTIVO           PIC X(4).
           05 FILLER               PIC X(1).
           05 DIB-CODIGO-TRANS     PIC X(4).
           05 DIB-FECHA            PIC 9(8).
           05 DIB-CUENTA           PIC X(5).
           05 DIB-IMPORTE-TEXTO    PIC X(13).
           05 DIB-MONEDA           PIC X(3).
           05 DIB-CONCEPTO         PIC X(20).
           05 DIB-REFERENCIA       PIC X(8).
           05 DIB-SUCURSAL         PIC 9(3).

       FD  ARCHIVO-HISTORICO.
       01  REG-HISTORICO.
           05 HIS-CLAVE.
              10 HIS-CODIGO           PIC 9(5).
              10 HIS-ID-EJECUCION     PIC X(19).
              10 HIS-LOTE             PIC X(8).
              10 HIS-SECUENCIA        PIC 9(5).
           05 HIS-TIPO                PIC X(01).
           05 HIS-IMPORTE             PIC 9(7)V99.
           05 HIS-DESCRIPCION         PIC X(20).
           05 HIS-MONEDA              PIC X(3).
           05 HIS-REFERENCIA          PIC X(8).
           05 HIS-SUCURSAL            PIC 9(3).
           05 HIS-SENTIDO             PIC X(1).
           05 HIS-SUCURSAL-ORIGEN     PIC 9(3).

       FD  ARCHIVO-INVESTIGAR.
       01  REG-INVESTIGAR          PIC X(100).

       FD  ARCHIVO-EXTERNOS.
       01  REG-EXTERNO.
           05 FS-MAPA              PIC XX.
           05 FS-EXTERNOS          PIC XX.
           05 FS-RECHAZOS          PIC XX.
           05 FS-MANDATOS          PIC XX.
           05 FS-DEVOLUCIONES      PIC XX.
           05 FS-HISTORICO         PIC XX.
           05 FS-INVESTIGAR        PIC XX.

       01  SWITCHES.
           05 SW-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 SW-MAPA-HALLADO      PIC X VALUE 'N'.
              88 MAPA-HALLADO      VALUE 'S'.
           05 SW-MANDATO-VALIDO    PIC X VALUE 'N'.
              88 MANDATO-VALIDO    VALUE 'S'.
           05 SW-HAY-HISTORICO     PIC X VALUE 'N'.
              88 HAY-HISTORICO     VALUE 'S'.
           05 SW-FIN-HISTORICO     PIC X VALUE 'N'.
              88 FIN-HISTORICO     VALUE 'S'.
           05 SW-ORIGINAL-HALLADO  PIC X VALUE 'N'.
              88 ORIGINAL-HALLADO  VALUE 'S'.

       01  CONTADORES.
           05 CONT-LEIDOS          PIC 9(5) VALUE ZEROS.
           05 CONT-TRADUCIDOS      PIC 9(5) VALUE ZEROS.
           05 CONT-RECHAZADOS      PIC 9(5) VALUE ZEROS.
           05 CONT-DEVUELTOS       PIC 9(5) VALUE ZEROS.
           05 CONT-REVERSOS        PIC 9(5) VALUE ZEROS.
           05 CONT-INVESTIGAR      PIC 9(5) VALUE ZEROS.

       01  WK-LOTE-IDENTIFICADOR   PIC X(8) VALUE SPACES.
       01  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
              10 TT-MONEDA         PIC X(3).
              10 TT-REFERENCIA     PIC X(8).
              10 TT-SUCURSAL       PIC 9(3).
              10 TT-SECUENCIA      PIC 9(5).

       01  WK-INDICE               PIC 9(4) VALUE ZEROS.
       01  WK-INDICE-ORDEN         PIC 9(4) VALUE ZEROS.
           05 WK-AUX-MONEDA        PIC X(3).
           05 WK-AUX-REFERENCIA    PIC X(8).
           05 WK-AUX-SUCURSAL      PIC 9(3).
           05 WK-AUX-SECUENCIA     PIC 9(5).

      * MAPA DE CODIGOS CARGADO EN MEMORIA.
       01  WK-MAX-MAPA             PIC 9(2) VALUE 50.
                                   DEPENDING ON CONT-MAPA.
              10 TMA-CODIGO        PIC X(4).
              10 TMA-TIPO          PIC X(1).
              10 TMA-CLASE         PIC X(1).
       01  WK-IDX-MAPA             PIC 9(2) VALUE ZEROS.
       01  WK-TIPO-INTERNO         PIC X(1) VALUE SPACE.
       01  WK-CLASE-INTERNA        PIC X(1) VALUE SPACE.
           88 ES-ADEUDO-DIRECTO    VALUE 'D'.
           88 ES-DEVOLUCION        VALUE 'V'.

      * MANDATOS CARGADOS EN MEMORIA (SOLO LOS NO REVOCADOS).
       01  WK-MAX-MANDATOS         PIC 9(4) VALUE 5000.
       01  CONT-MANDATOS           PIC 9(4) VALUE ZEROS.
       01  TABLA-MANDATOS.
           05 ENTRADA-MANDATO      OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-MANDATOS.
              10 TMD-CODIGO        PIC 9(5).
              10 TMD-REFERENCIA    PIC X(8).
              10 TMD-MAXIMO        PIC 9(7)V99.
              10 TMD-DESDE         PIC 9(8).
              10 TMD-HASTA         PIC 9(8).
       01  WK-IDX-MANDATO          PIC 9(4) VALUE ZEROS.
       01  WK-CUENTA-NUM           PIC 9(5) VALUE ZEROS.
       01  WK-MOTIVO-DEVOLUCION    PIC X(4) VALUE SPACES.

      * EL ORIGINAL DE UNA DEVOLUCION, TAL COMO QUEDO APLICADO.
       01  ORIGINAL-DEVUELTO.
           05 WK-ORI-LOTE          PIC X(8) VALUE SPACES.
           05 WK-ORI-SECUENCIA     PIC 9(5) VALUE ZEROS.
           05 WK-ORI-IMPORTE       PIC 9(7)V99 VALUE ZEROS.
           05 WK-ORI-MONEDA        PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM 110-CARGAR-MAPA

           PERFORM 120-CARGAR-MANDATOS

           PERFORM 130-ABRIR-HISTORICO

           OPEN OUTPUT ARCHIVO-RECHAZOS

           IF FS-RECHAZOS NOT = '00'
               DISPLAY "ERROR ABRIENDO TRADUCE-RECHAZOS.TXT: "
                       FS-RECHAZOS
               STOP RUN
           END-IF

           OPEN OUTPUT ARCHIVO-DEVOLUCIONES

           IF FS-DEVOLUCIONES NOT = '00'
               DISPLAY "ERROR ABRIENDO DEVOLUCIONES-INTERBANCARIO: "
                       FS-DEVOLUCIONES
               STOP RUN
           END-IF

           OPEN OUTPUT ARCHIVO-INVESTIGAR

           IF FS-INVESTIGAR NOT = '00'
               DISPLAY "ERROR ABRIENDO DEVOLUCIONES-INVESTIGAR.TXT: "
                       FS-INVESTIGAR
               STOP RUN
           END-IF.

       110-CARGAR-MAPA.
                           TO TMA-CODIGO(CONT-MAPA)
                       MOVE MAP-TIPO-INTERNO
                           TO TMA-TIPO(CONT-MAPA)
                       MOVE MAP-CLASE
                           TO TMA-CLASE(CONT-MAPA)
               END-READ
           END-PERFORM


           DISPLAY "CODIGOS MAPEADOS: " CONT-MAPA.

      * SIN MANDATOS.DAT NINGUN ADEUDO DIRECTO TIENE MANDATO: TODOS
      * SE DEVUELVEN. UNA TABLA QUE NO ALCANZA DETIENE LA TRADUCCION
      * (DEVOLVER ADEUDOS BUENOS POR FALTA DE LUGAR SERIA PEOR).
       120-CARGAR-MANDATOS.
           OPEN INPUT ARCHIVO-MANDATOS

           IF FS-MANDATOS = '35'
               DISPLAY "AVISO: SIN MANDATOS.DAT, TODO ADEUDO DIRECTO"
                       " SE DEVUELVE"
               EXIT PARAGRAPH
           END-IF

           IF FS-MANDATOS NOT = '00'
               DISPLAY "ERROR ABRIENDO MANDATOS: " FS-MANDATOS
               STOP RUN
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-MANDATOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF MAN-REVOCADO NOT = 'S'
                           IF CONT-MANDATOS >= WK-MAX-MANDATOS
                               DISPLAY "TABLA DE MANDATOS LLENA"
                               STOP RUN
                           END-IF
                           ADD 1 TO CONT-MANDATOS
                           MOVE MAN-CODIGO
                               TO TMD-CODIGO(CONT-MANDATOS)
                           MOVE MAN-REFERENCIA
                               TO TMD-REFERENCIA(CONT-MANDATOS)
                           MOVE MAN-MAXIMO
                               TO TMD-MAXIMO(CONT-MANDATOS)
                           MOVE MAN-DESDE
                               TO TMD-DESDE(CONT-MANDATOS)
                           MOVE MAN-HASTA
                               TO TMD-HASTA(CONT-MANDATOS)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MANDATOS

           DISPLAY "MANDATOS VIGENTES: " CONT-MANDATOS.

      * SIN HISTORICO NINGUNA DEVOLUCION TIENE ORIGINAL A LA VISTA:
      * TODAS VAN A INVESTIGAR, LO DEMAS SE TRADUCE IGUAL.
       130-ABRIR-HISTORICO.
           OPEN INPUT ARCHIVO-HISTORICO

           IF FS-HISTORICO = '00'
               MOVE 'S' TO SW-HAY-HISTORICO
           ELSE
               DISPLAY "AVISO: SIN HISTORICO-APLICADOS.DAT, TODA"
                       " DEVOLUCION VA A INVESTIGAR"
           END-IF.

       200-TRADUCIR-ARCHIVO.
           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM 205-LEER-INTERBANCARIO
               EXIT PARAGRAPH
           END-IF

           IF ES-DEVOLUCION
               PERFORM 240-TRADUCIR-DEVOLUCION
               EXIT PARAGRAPH
           END-IF

           IF ES-ADEUDO-DIRECTO
               PERFORM 225-VERIFICAR-MANDATO
               IF WK-MOTIVO-DEVOLUCION NOT = SPACES
                   PERFORM 235-DEVOLVER-UNO
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF CONT-TABLA >= WK-MAX-TRADUCIDOS
               MOVE "TABLA DE TRADUCIDOS LLENA" TO WK-MOTIVO-RECHAZO
               PERFORM 230-RECHAZAR-UNO
           MOVE IB-MONEDA       TO TT-MONEDA(CONT-TABLA)
           MOVE IB-REFERENCIA   TO TT-REFERENCIA(CONT-TABLA)
           MOVE IB-SUCURSAL     TO TT-SUCURSAL(CONT-TABLA)
           MOVE ZEROS           TO TT-SECUENCIA(CONT-TABLA)
           ADD 1 TO CONT-TRADUCIDOS.

       215-MAPEAR-CODIGO.
           MOVE 'N' TO SW-MAPA-HALLADO
           MOVE SPACE TO WK-TIPO-INTERNO
           MOVE SPACE TO WK-CLASE-INTERNA
           PERFORM VARYING WK-IDX-MAPA FROM 1 BY 1
                   UNTIL WK-IDX-MAPA > CONT-MAPA
                   OR MAPA-HALLADO
               IF TMA-CODIGO(WK-IDX-MAPA) = IB-CODIGO-TRANS
                   MOVE 'S' TO SW-MAPA-HALLADO
                   MOVE TMA-TIPO(WK-IDX-MAPA) TO WK-TIPO-INTERNO
                   MOVE TMA-CLASE(WK-IDX-MAPA) TO WK-CLASE-INTERNA
               END-IF
           END-PERFORM

                  DELIMITED BY SIZE INTO REG-RECHAZO
           WRITE REG-RECHAZO.

      * EL ADEUDO PASA SI ALGUN MANDATO NO REVOCADO DE LA CUENTA
      * CON ESA REFERENCIA ESTA EN VIGOR A LA FECHA DEL ADEUDO Y SU
      * MAXIMO LO CUBRE. UN MANDATO EN VIGOR PERO CORTO DE MAXIMO
      * DEVUELVE AM02; NINGUNO EN VIGOR, MD01.
       225-VERIFICAR-MANDATO.
           MOVE "MD01" TO WK-MOTIVO-DEVOLUCION
           MOVE 'N' TO SW-MANDATO-VALIDO
           MOVE IB-CUENTA TO WK-CUENTA-NUM

           PERFORM VARYING WK-IDX-MANDATO FROM 1 BY 1
                   UNTIL WK-IDX-MANDATO > CONT-MANDATOS
                   OR MANDATO-VALIDO
               IF TMD-CODIGO(WK-IDX-MANDATO) = WK-CUENTA-NUM
                   AND TMD-REFERENCIA(WK-IDX-MANDATO) = IB-REFERENCIA
                   AND IB-FECHA >= TMD-DESDE(WK-IDX-MANDATO)
                   AND (TMD-HASTA(WK-IDX-MANDATO) = ZEROS
                        OR IB-FECHA <= TMD-HASTA(WK-IDX-MANDATO))
                   IF TMD-MAXIMO(WK-IDX-MANDATO) = ZEROS
                       OR WK-IMPORTE <= TMD-MAXIMO(WK-IDX-MANDATO)
                       MOVE 'S' TO SW-MANDATO-VALIDO
                       MOVE SPACES TO WK-MOTIVO-DEVOLUCION
                   ELSE
                       MOVE "AM02" TO WK-MOTIVO-DEVOLUCION
                   END-IF
               END-IF
           END-PERFORM.

       235-DEVOLVER-UNO.
           ADD 1 TO CONT-DEVUELTOS
           MOVE SPACES             TO REG-DEVOLUCION
           MOVE WK-MOTIVO-DEVOLUCION TO DIB-MOTIVO
           MOVE IB-CODIGO-TRANS    TO DIB-CODIGO-TRANS
           MOVE IB-FECHA           TO DIB-FECHA
           MOVE IB-CUENTA          TO DIB-CUENTA
           MOVE IB-IMPORTE-TEXTO   TO DIB-IMPORTE-TEXTO
           MOVE IB-MONEDA          TO DIB-MONEDA
           MOVE IB-CONCEPTO        TO DIB-CONCEPTO
           MOVE IB-REFERENCIA      TO DIB-REFERENCIA
           MOVE IB-SUCURSAL        TO DIB-SUCURSAL
           WRITE REG-DEVOLUCION.

      * LA DEVOLUCION SE CONVIERTE EN EL REVERSO DEL ORIGINAL: TIPO
      * 'R', MISMA CUENTA, EL IMPORTE Y LA MONEDA CON QUE EL ORIGINAL
      * QUEDO APLICADO, SU LOTE EN LA REFERENCIA Y SU SECUENCIA.
       240-TRADUCIR-DEVOLUCION.
           IF NOT HAY-HISTORICO
               MOVE "SIN HISTORICO DE APLICADOS" TO WK-MOTIVO-RECHAZO
               PERFORM 248-MANDAR-A-INVESTIGAR
               EXIT PARAGRAPH
           END-IF

           MOVE IB-CUENTA TO WK-CUENTA-NUM
           PERFORM 242-BUSCAR-ORIGINAL

           IF NOT ORIGINAL-HALLADO
               MOVE "ORIGINAL NO ENCONTRADO" TO WK-MOTIVO-RECHAZO
               PERFORM 248-MANDAR-A-INVESTIGAR
               EXIT PARAGRAPH
           END-IF

           PERFORM 244-BUSCAR-REVERSO-PREVIO
           IF ORIGINAL-HALLADO
               MOVE "ORIGINAL YA REVERSADO" TO WK-MOTIVO-RECHAZO
               PERFORM 248-MANDAR-A-INVESTIGAR
               EXIT PARAGRAPH
           END-IF

           IF CONT-TABLA >= WK-MAX-TRADUCIDOS
               MOVE "TABLA DE TRADUCIDOS LLENA" TO WK-MOTIVO-RECHAZO
               PERFORM 230-RECHAZAR-UNO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-TABLA
           MOVE WK-CUENTA-NUM    TO TT-CODIGO(CONT-TABLA)
           MOVE 'R'              TO TT-TIPO(CONT-TABLA)
           MOVE WK-ORI-IMPORTE   TO TT-IMPORTE(CONT-TABLA)
           MOVE SPACES           TO TT-DESCRIPCION(CONT-TABLA)
           STRING "DEVOLUCION " IB-REFERENCIA
               DELIMITED BY SIZE INTO TT-DESCRIPCION(CONT-TABLA)
           MOVE IB-FECHA         TO TT-FECHA(CONT-TABLA)
           MOVE WK-ORI-MONEDA    TO TT-MONEDA(CONT-TABLA)
           MOVE WK-ORI-LOTE      TO TT-REFERENCIA(CONT-TABLA)
           MOVE IB-SUCURSAL      TO TT-SUCURSAL(CONT-TABLA)
           MOVE WK-ORI-SECUENCIA TO TT-SECUENCIA(CONT-TABLA)
           ADD 1 TO CONT-REVERSOS.

      * EL ORIGINAL ES EL MOVIMIENTO DE LA CUENTA CON LA REFERENCIA
      * DEVUELTA, QUE NO SEA A SU VEZ UN REVERSO. SI LA DEVOLUCION
      * TRAE UN IMPORTE DISTINTO AL APLICADO NO SE ADIVINA: SE
      * INVESTIGA (243 DEL CRUZADO EXIGE EL IMPORTE EXACTO).
       242-BUSCAR-ORIGINAL.
           MOVE 'N' TO SW-ORIGINAL-HALLADO
           PERFORM 246-POSICIONAR-EN-CUENTA

           PERFORM UNTIL FIN-HISTORICO
                   OR ORIGINAL-HALLADO
               READ ARCHIVO-HISTORICO NEXT
                   AT END
                       MOVE 'S' TO SW-FIN-HISTORICO
                   NOT AT END
                       IF HIS-CODIGO NOT = WK-CUENTA-NUM
                           MOVE 'S' TO SW-FIN-HISTORICO
                       ELSE
                           IF HIS-REFERENCIA = IB-REFERENCIA
                               AND HIS-TIPO NOT = 'R'
                               AND HIS-IMPORTE = WK-IMPORTE
                               MOVE 'S' TO SW-ORIGINAL-HALLADO
                               MOVE HIS-LOTE      TO WK-ORI-LOTE
                               MOVE HIS-SECUENCIA TO WK-ORI-SECUENCIA
                               MOVE HIS-IMPORTE   TO WK-ORI-IMPORTE
                               MOVE HIS-MONEDA    TO WK-ORI-MONEDA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * UN REVERSO YA APLICADO CONTRA ESE LOTE Y POR ESE IMPORTE
      * QUIERE DECIR QUE ALGUIEN YA LO DESHIZO A MANO: REVERSARLO
      * OTRA VEZ LE DEVOLVERIA AL CLIENTE DOS VECES.
       244-BUSCAR-REVERSO-PREVIO.
           MOVE 'N' TO SW-ORIGINAL-HALLADO
           PERFORM 246-POSICIONAR-EN-CUENTA

           PERFORM UNTIL FIN-HISTORICO
                   OR ORIGINAL-HALLADO
               READ ARCHIVO-HISTORICO NEXT
                   AT END
                       MOVE 'S' TO SW-FIN-HISTORICO
                   NOT AT END
                       IF HIS-CODIGO NOT = WK-CUENTA-NUM
                           MOVE 'S' TO SW-FIN-HISTORICO
                       ELSE
                           IF HIS-TIPO = 'R'
                               AND HIS-REFERENCIA = WK-ORI-LOTE
                               AND HIS-IMPORTE = WK-ORI-IMPORTE
                               MOVE 'S' TO SW-ORIGINAL-HALLADO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       246-POSICIONAR-EN-CUENTA.
           MOVE 'N' TO SW-FIN-HISTORICO
           MOVE WK-CUENTA-NUM TO HIS-CODIGO
           MOVE SPACES TO HIS-ID-EJECUCION HIS-LOTE
           MOVE ZEROS  TO HIS-SECUENCIA
           START ARCHIVO-HISTORICO KEY >= HIS-CLAVE
               INVALID KEY
                   MOVE 'S' TO SW-FIN-HISTORICO
           END-START.

       248-MANDAR-A-INVESTIGAR.
           ADD 1 TO CONT-INVESTIGAR
           MOVE SPACES TO REG-INVESTIGAR
           STRING "INVESTIGAR: CODIGO-TRANS " IB-CODIGO-TRANS
                  " CUENTA " IB-CUENTA
                  " IMPORTE " IB-IMPORTE-TEXTO
                  " REF " IB-REFERENCIA
                  " MOTIVO: " WK-MOTIVO-RECHAZO
                  DELIMITED BY SIZE INTO REG-INVESTIGAR
           WRITE REG-INVESTIGAR.

       250-ORDENAR-TRADUCIDOS.
           MOVE 1 TO WK-INDICE-ORDEN
           PERFORM UNTIL WK-INDICE-ORDEN > CONT-TABLA - 1
               MOVE WK-LOTE-IDENTIFICADOR     TO EXT-LOTE
               MOVE TT-FECHA(WK-INDICE)       TO EXT-FECHA
               MOVE TT-MONEDA(WK-INDICE)      TO EXT-MONEDA
      * EL REVERSO DE UNA DEVOLUCION CONSERVA LA SECUENCIA DE SU
      * ORIGINAL; LO DEMAS SE NUMERA EN ORDEN.
               IF TT-SECUENCIA(WK-INDICE) = ZEROS
                   MOVE WK-INDICE              TO EXT-SECUENCIA
               ELSE
                   MOVE TT-SECUENCIA(WK-INDICE) TO EXT-SECUENCIA
               END-IF
               MOVE TT-REFERENCIA(WK-INDICE)  TO EXT-REFERENCIA
               MOVE TT-SUCURSAL(WK-INDICE)    TO EXT-SUCURSAL
               ADD TT-IMPORTE(WK-INDICE) TO WK-HASH-CONTROL

       300-FINALIZAR.
           CLOSE ARCHIVO-RECHAZOS
                 ARCHIVO-DEVOLUCIONES
                 ARCHIVO-INVESTIGAR

           IF HAY-HISTORICO
               CLOSE ARCHIVO-HISTORICO
           END-IF

           DISPLAY " "
           DISPLAY "REGISTROS LEIDOS:     " CONT-LEIDOS
           DISPLAY "TRADUCIDOS:           " CONT-TRADUCIDOS
           DISPLAY "RECHAZADOS:           " CONT-RECHAZADOS
           DISPLAY "ADEUDOS DEVUELTOS:    " CONT-DEVUELTOS
           DISPLAY "DEVOLUCIONES A REVERSO: " CONT-REVERSOS
           DISPLAY "DEVOLUCIONES A INVESTIGAR: " CONT-INVESTIGAR
           DISPLAY "LOTE ASIGNADO:        " WK-LOTE-IDENTIFICADOR
           DISPLAY "FEEDER EN: MOVS-EXTERNOS.DAT"
           DISPLAY "RECHAZOS EN: TRADUCE-RECHAZOS.TXT"
           DISPLAY "DEVOLUCIONES EN: DEVOLUCIONES-INTERBANCARIO.DAT"
           DISPLAY "A INVESTIGAR EN: DEVOLUCIONES-INVESTIGAR.TXT".
