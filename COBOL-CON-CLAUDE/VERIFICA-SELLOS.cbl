       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA-SELLOS.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: VERIFICADOR DE SELLOS DE LAS BITACORAS
      * PROPOSITO: CADA PROGRAMA QUE ESCRIBE UNA BITACORA DE
      *            AUDITORIA LE PONE A CADA REGISTRO UNA SECUENCIA Y
      *            UN SELLO ENCADENADO AL DEL REGISTRO ANTERIOR (VIA
      *            SELLA-BITACORA). ESTE PASO, AL FINAL DE LA
      *            CADENA NOCTURNA (JUSTO ANTES DEL MANIFIESTO DEL
      *            RESPALDO), RECORRE CADA BITACORA, RECALCULA
      *            LOS SELLOS CON CALCULA-SELLO Y ANOTA EN
      *            SELLOS-VERIFICACION.TXT:
      *              - EL PRIMER REGISTRO CUYO SELLO NO CIERRA (Y
      *                CUANTOS MAS HAY ROTOS DETRAS),
      *              - CADA SALTO EN LA SECUENCIA (REGISTROS
      *                BORRADOS, REPETIDOS O FUERA DE ORDEN),
      *              - UNA BITACORA QUE TERMINA ANTES DE DONDE
      *                TERMINABA LA NOCHE ANTERIOR (RECORTADA) O
      *                CUYO ULTIMO REGISTRO YA VERIFICADO CAMBIO DE
      *                SELLO. LA MARCA DE LA NOCHE ANTERIOR SE GUARDA
      *                EN SELLOS-CONTROL.DAT Y SOLO AVANZA SI LA
      *                BITACORA ESTA SANA.
      *            LOS REGISTROS DEL PRINCIPIO SIN SECUENCIA SON
      *            ANTERIORES AL SELLADO Y SOLO SE CUENTAN. UN ULTIMO
      *            REGISTRO A MEDIO ESCRIBIR (EL JOBLOG LO TIENE
      *            ABIERTO LA CADENA MIENTRAS ESTE PASO CORRE) SALE
      *            COMO AVISO, NO COMO ROTURA.
      *            AUDITORIA.DAT CONTINUA LA CADENA DE
      *            AUDITORIA-HISTORICO.DAT: ARCHIVA-AUDITORIA MUEVE
      *            AL HISTORICO SIEMPRE LA PUNTA MAS VIEJA.
      *            CADA BITACORA CON PROBLEMAS DEJA UNA ALARMA EN
      *            ALERTAS.DAT (UMBRAL "SELLO <BITACORA>", VALOR EL
      *            REGISTRO DEL PRIMER PROBLEMA) Y EL PROGRAMA
      *            TERMINA CON RC 04.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * LA BITACORA EN PROCESO SE ABRE POR EL NOMBRE DE LA TABLA,
      * ARMADO EN EJECUCION.
           SELECT ARCHIVO-BITACORA
               ASSIGN TO WK-NOMBRE-BITACORA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BITACORA.

           SELECT ARCHIVO-CONTROL
               ASSIGN TO "SELLOS-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL.

           SELECT ARCHIVO-ALERTAS
               ASSIGN TO "ALERTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ALERTAS.

           SELECT ARCHIVO-REPORTE
               ASSIGN TO "SELLOS-VERIFICACION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-BITACORA.
       01  REG-BITACORA            PIC X(250).

      * ULTIMA SECUENCIA Y SELLO VERIFICADOS SANOS DE CADA BITACORA.
       FD  ARCHIVO-CONTROL.
       01  REG-CONTROL.
           05 CTL-ARCHIVO          PIC X(24).
           05 CTL-SECUENCIA        PIC 9(9).
           05 CTL-SELLO            PIC 9(18).

       FD  ARCHIVO-ALERTAS.
       01  REG-ALERTA.
           05 ALE-FECHA            PIC 9(8).
           05 ALE-ID-EJECUCION     PIC X(19).
           05 ALE-UMBRAL           PIC X(20).
           05 ALE-VALOR            PIC 9(7).
           05 ALE-LIMITE           PIC 9(7).
           05 ALE-MOVS-LEIDOS      PIC 9(7).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-BITACORA          PIC XX.
           05 FS-CONTROL           PIC XX.
           05 FS-ALERTAS           PIC XX.
           05 FS-REPORTE           PIC XX.

       01  SWITCHES.
           05 SW-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 SW-HAY-SELLADO       PIC X VALUE 'N'.
              88 HAY-SELLADO       VALUE 'S'.

       01  CONTADORES.
           05 CONT-LEIDOS          PIC 9(9) VALUE ZEROS.
           05 CONT-ANTERIORES      PIC 9(9) VALUE ZEROS.
           05 CONT-SELLADOS        PIC 9(9) VALUE ZEROS.
           05 CONT-ROTOS           PIC 9(9) VALUE ZEROS.
           05 CONT-HUECOS          PIC 9(5) VALUE ZEROS.
           05 CONT-DETALLE         PIC 9(3) VALUE ZEROS.
           05 CONT-CON-PROBLEMAS   PIC 9(2) VALUE ZEROS.

       01  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
       01  WK-HORA-ACTUAL          PIC 9(8) VALUE ZEROS.
       01  WK-ID-VERIFICACION      PIC X(19) VALUE SPACES.
       01  WK-NOMBRE-BITACORA      PIC X(30) VALUE SPACES.

      * LAS BITACORAS SELLADAS: NOMBRE, POSICIONES DE DATOS ANTES DE
      * LA SECUENCIA, ETIQUETA PARA LA ALARMA Y SI SU CADENA
      * CONTINUA LA DE LA BITACORA ANTERIOR DE LA TABLA. UNA
      * BITACORA NUEVA SE SELLA AGREGANDOLA AQUI Y LLAMANDO A
      * SELLA-BITACORA DESDE SUS PROGRAMAS.
       01  TABLA-BITACORAS-FIJA.
           05 FILLER               PIC X(24)
              VALUE "AUDITORIA-HISTORICO.DAT".
           05 FILLER               PIC 9(3) VALUE 083.
           05 FILLER               PIC X(14) VALUE "AUD-HISTORICO".
           05 FILLER               PIC X(1) VALUE 'N'.
           05 FILLER               PIC X(24) VALUE "AUDITORIA.DAT".
           05 FILLER               PIC 9(3) VALUE 083.
           05 FILLER               PIC X(14) VALUE "AUDITORIA".
           05 FILLER               PIC X(1) VALUE 'S'.
           05 FILLER               PIC X(24)
              VALUE "MANTEN-AUDITORIA.DAT".
           05 FILLER               PIC 9(3) VALUE 192.
           05 FILLER               PIC X(14) VALUE "MANTEN-AUDIT".
           05 FILLER               PIC X(1) VALUE 'N'.
           05 FILLER               PIC X(24) VALUE "JOBLOG.DAT".
           05 FILLER               PIC 9(3) VALUE 072.
           05 FILLER               PIC X(14) VALUE "JOBLOG".
           05 FILLER               PIC X(1) VALUE 'N'.
           05 FILLER               PIC X(24)
              VALUE "CAMBIOS-CONTACTOS.DAT".
           05 FILLER               PIC 9(3) VALUE 037.
           05 FILLER               PIC X(14) VALUE "CONTACTOS".
           05 FILLER               PIC X(1) VALUE 'N'.
           05 FILLER               PIC X(24) VALUE "CAMBIOS-ESTADO.DAT".
           05 FILLER               PIC 9(3) VALUE 059.
           05 FILLER               PIC X(14) VALUE "CAMBIOS-ESTADO".
           05 FILLER               PIC X(1) VALUE 'N'.
           05 FILLER               PIC X(24) VALUE "PLAZOS-LOG.DAT".
           05 FILLER               PIC 9(3) VALUE 081.
           05 FILLER               PIC X(14) VALUE "PLAZOS-LOG".
           05 FILLER               PIC X(1) VALUE 'N'.
           05 FILLER               PIC X(24)
              VALUE "RETENCIONES-LOG.DAT".
           05 FILLER               PIC 9(3) VALUE 076.
           05 FILLER               PIC X(14) VALUE "RETENCIONES".
           05 FILLER               PIC X(1) VALUE 'N'.
           05 FILLER               PIC X(24) VALUE "SUCURSALES-LOG.DAT".
           05 FILLER               PIC 9(3) VALUE 065.
           05 FILLER               PIC X(14) VALUE "SUCURSALES".
           05 FILLER               PIC X(1) VALUE 'N'.
           05 FILLER               PIC X(24)
              VALUE "REASIGNACION-LOG.DAT".
           05 FILLER               PIC 9(3) VALUE 033.
           05 FILLER               PIC X(14) VALUE "REASIGNACION".
           05 FILLER               PIC X(1) VALUE 'N'.
           05 FILLER               PIC X(24) VALUE "REPARA-LOG.DAT".
           05 FILLER               PIC 9(3) VALUE 104.
           05 FILLER               PIC X(14) VALUE "REPARA-LOG".
           05 FILLER               PIC X(1) VALUE 'N'.
           05 FILLER               PIC X(24) VALUE "EJERCICIOS-LOG.DAT".
           05 FILLER               PIC 9(3) VALUE 069.
           05 FILLER               PIC X(14) VALUE "EJERCICIOS".
           05 FILLER               PIC X(1) VALUE 'N'.
           05 FILLER               PIC X(24)
              VALUE "ADMISIONES-TARDIAS.DAT".
           05 FILLER               PIC 9(3) VALUE 159.
           05 FILLER               PIC X(14) VALUE "ADM-TARDIAS".
           05 FILLER               PIC X(1) VALUE 'N'.
           05 FILLER               PIC X(24)
              VALUE "LAVADO-BITACORA.DAT".
           05 FILLER               PIC 9(3) VALUE 077.
           05 FILLER               PIC X(14) VALUE "LAVADO".
           05 FILLER               PIC X(1) VALUE 'N'.
           05 FILLER               PIC X(24) VALUE "CHEQUES-LOG.DAT".
           05 FILLER               PIC 9(3) VALUE 079.
           05 FILLER               PIC X(14) VALUE "CHEQUES-LOG".
           05 FILLER               PIC X(1) VALUE 'N'.
           05 FILLER               PIC X(24) VALUE "MANDATOS-LOG.DAT".
           05 FILLER               PIC 9(3) VALUE 096.
           05 FILLER               PIC X(14) VALUE "MANDATOS-LOG".
           05 FILLER               PIC X(1) VALUE 'N'.
           05 FILLER               PIC X(24) VALUE "PRESTAMOS-LOG.DAT".
           05 FILLER               PIC 9(3) VALUE 081.
           05 FILLER               PIC X(14) VALUE "PRESTAMOS-LOG".
           05 FILLER               PIC X(1) VALUE 'N'.
           05 FILLER               PIC X(24)
              VALUE "COBRANZA-GESTIONES.DAT".
           05 FILLER               PIC 9(3) VALUE 076.
           05 FILLER               PIC X(14) VALUE "COBRANZA-GEST".
           05 FILLER               PIC X(1) VALUE 'N'.
           05 FILLER               PIC X(24)
              VALUE "DISPUTAS-GESTIONES.DAT".
           05 FILLER               PIC 9(3) VALUE 058.
           05 FILLER               PIC X(14) VALUE "DISPUTAS-GEST".
           05 FILLER               PIC X(1) VALUE 'N'.
           05 FILLER               PIC X(24)
              VALUE "CAPTURA-GESTIONES.DAT".
           05 FILLER               PIC 9(3) VALUE 080.
           05 FILLER               PIC X(14) VALUE "CAPTURA-GEST".
           05 FILLER               PIC X(1) VALUE 'N'.
           05 FILLER               PIC X(24)
              VALUE "CAJAS-GESTIONES.DAT".
           05 FILLER               PIC 9(3) VALUE 050.
           05 FILLER               PIC X(14) VALUE "CAJAS-GEST".
           05 FILLER               PIC X(1) VALUE 'N'.
           05 FILLER               PIC X(24) VALUE "CARTAS-LOG.DAT".
           05 FILLER               PIC 9(3) VALUE 066.
           05 FILLER               PIC X(14) VALUE "CARTAS-LOG".
           05 FILLER               PIC X(1) VALUE 'N'.
       01  FILLER REDEFINES TABLA-BITACORAS-FIJA.
           05 ENTRADA-BITACORA     OCCURS 22 TIMES.
              10 TB-ARCHIVO        PIC X(24).
              10 TB-LARGO          PIC 9(3).
              10 TB-ETIQUETA       PIC X(14).
              10 TB-CONTINUA       PIC X(1).
       01  WK-CANT-BITACORAS       PIC 9(2) VALUE 22.
       01  WK-IDX-BITACORA         PIC 9(2) VALUE ZEROS.

      * LO QUE DEJA CADA BITACORA AL TERMINAR DE RECORRERLA, Y LA
      * MARCA DE SELLOS-CONTROL.DAT QUE SE VUELVE A GRABAR.
       01  TABLA-RESULTADOS.
           05 RESULTADO-BITACORA   OCCURS 22 TIMES.
              10 TR-ULTIMA-SEC     PIC 9(9).
              10 TR-ULTIMO-SELLO   PIC 9(18).
              10 TR-CTL-SECUENCIA  PIC 9(9).
              10 TR-CTL-SELLO      PIC 9(18).

      * ESTADO DEL RECORRIDO DE LA BITACORA EN CURSO.
       01  RECORRIDO-BITACORA.
           05 WK-POS-SECUENCIA     PIC 9(3) VALUE ZEROS.
           05 WK-POS-SELLO         PIC 9(3) VALUE ZEROS.
           05 WK-SECUENCIA         PIC 9(9) VALUE ZEROS.
           05 WK-SELLO-LEIDO       PIC 9(18) VALUE ZEROS.
           05 WK-SELLO-CALCULADO   PIC 9(18) VALUE ZEROS.
           05 WK-SEC-ANTERIOR      PIC 9(9) VALUE ZEROS.
           05 WK-SELLO-ANTERIOR    PIC 9(18) VALUE ZEROS.
           05 WK-SEC-ESPERADA      PIC 9(9) VALUE ZEROS.
           05 WK-SEC-HASTA         PIC 9(9) VALUE ZEROS.
           05 WK-PRIMERA-SEC       PIC 9(9) VALUE ZEROS.
           05 WK-REG-INCOMPLETO    PIC 9(9) VALUE ZEROS.
           05 WK-REG-PROBLEMA      PIC 9(9) VALUE ZEROS.
           05 WK-REG-ROTO          PIC 9(9) VALUE ZEROS.
           05 WK-MAX-DETALLE       PIC 9(3) VALUE 20.

      * ALE-VALOR ES DE SIETE DIGITOS: EL REGISTRO DEL PROBLEMA VA
      * TOPEADO, COMO LAS POSICIONES DE POSICION-DIVISAS.
       01  WK-TOPE-ALERTA          PIC 9(7) VALUE 9999999.

       01  LINEA-RESUMEN.
           05 FILLER               PIC X(11) VALUE '  LEIDOS: '.
           05 LR-LEIDOS            PIC ZZZZZZZZ9.
           05 FILLER               PIC X(15) VALUE '  SIN SELLAR: '.
           05 LR-ANTERIORES        PIC ZZZZZZZZ9.
           05 FILLER               PIC X(13) VALUE '  SELLADOS: '.
           05 LR-SELLADOS          PIC ZZZZZZZZ9.
           05 FILLER               PIC X(13) VALUE '  SECUENCIA '.
           05 LR-DESDE             PIC ZZZZZZZZ9.
           05 FILLER               PIC X(03) VALUE ' A '.
           05 LR-HASTA             PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM VARYING WK-IDX-BITACORA FROM 1 BY 1
                   UNTIL WK-IDX-BITACORA > WK-CANT-BITACORAS
               PERFORM 200-VERIFICAR-BITACORA
           END-PERFORM
           PERFORM 300-FINALIZAR
           GOBACK.

       100-INICIALIZAR.
           DISPLAY "VERIFICACION DE SELLOS DE LAS BITACORAS..."
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WK-HORA-ACTUAL FROM TIME
           STRING "SEL-" WK-FECHA-HOY "-" WK-HORA-ACTUAL(1:6)
               DELIMITED BY SIZE INTO WK-ID-VERIFICACION

           INITIALIZE TABLA-RESULTADOS

           OPEN OUTPUT ARCHIVO-REPORTE

           IF FS-REPORTE NOT = '00'
               DISPLAY "ERROR ABRIENDO SELLOS-VERIFICACION.TXT: "
                       FS-REPORTE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO REG-REPORTE
           STRING "VERIFICACION DE SELLOS DE BITACORAS DEL "
                  WK-FECHA-HOY " (" WK-ID-VERIFICACION ")"
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE

           PERFORM 110-CARGAR-CONTROL.

      * SIN SELLOS-CONTROL.DAT (PRIMERA VERIFICACION) NO HAY MARCA
      * CONTRA QUE COMPARAR: SOLO SE VERIFICA LA CADENA.
       110-CARGAR-CONTROL.
           MOVE 'N' TO SW-FIN-ARCHIVO
           OPEN INPUT ARCHIVO-CONTROL

           IF FS-CONTROL NOT = '00'
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-CONTROL
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       PERFORM 115-UBICAR-CONTROL
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CONTROL.

       115-UBICAR-CONTROL.
           PERFORM VARYING WK-IDX-BITACORA FROM 1 BY 1
                   UNTIL WK-IDX-BITACORA > WK-CANT-BITACORAS
               IF TB-ARCHIVO(WK-IDX-BITACORA) = CTL-ARCHIVO
                   MOVE CTL-SECUENCIA
                     TO TR-CTL-SECUENCIA(WK-IDX-BITACORA)
                   MOVE CTL-SELLO
                     TO TR-CTL-SELLO(WK-IDX-BITACORA)
               END-IF
           END-PERFORM.

       200-VERIFICAR-BITACORA.
           MOVE TB-ARCHIVO(WK-IDX-BITACORA) TO WK-NOMBRE-BITACORA
           COMPUTE WK-POS-SECUENCIA = TB-LARGO(WK-IDX-BITACORA) + 1
           COMPUTE WK-POS-SELLO = TB-LARGO(WK-IDX-BITACORA) + 10
           MOVE ZEROS TO CONT-LEIDOS
                         CONT-ANTERIORES
                         CONT-SELLADOS
                         CONT-ROTOS
                         CONT-HUECOS
                         CONT-DETALLE
                         WK-PRIMERA-SEC
                         WK-REG-INCOMPLETO
                         WK-REG-PROBLEMA
                         WK-REG-ROTO
           MOVE 'N' TO SW-HAY-SELLADO
                       SW-FIN-ARCHIVO

      * LA CADENA ARRANCA EN CEROS, O DONDE TERMINO LA BITACORA DE
      * LA QUE ESTA ES CONTINUACION.
           MOVE ZEROS TO WK-SEC-ANTERIOR
                         WK-SELLO-ANTERIOR
           IF TB-CONTINUA(WK-IDX-BITACORA) = 'S'
               AND WK-IDX-BITACORA > 1
               MOVE TR-ULTIMA-SEC(WK-IDX-BITACORA - 1)
                 TO WK-SEC-ANTERIOR
               MOVE TR-ULTIMO-SELLO(WK-IDX-BITACORA - 1)
                 TO WK-SELLO-ANTERIOR
           END-IF

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "BITACORA " WK-NOMBRE-BITACORA
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE

           OPEN INPUT ARCHIVO-BITACORA

           EVALUATE FS-BITACORA
               WHEN '00'
                   PERFORM 210-RECORRER-BITACORA
                   CLOSE ARCHIVO-BITACORA
               WHEN '35'
                   MOVE "  NO EXISTE (SIN REGISTROS)" TO REG-REPORTE
                   WRITE REG-REPORTE
               WHEN OTHER
                   ADD 1 TO CONT-HUECOS
                   MOVE 1 TO WK-REG-PROBLEMA
                   MOVE SPACES TO REG-REPORTE
                   STRING "  NO SE PUDO ABRIR, ESTADO " FS-BITACORA
                       DELIMITED BY SIZE INTO REG-REPORTE
                   WRITE REG-REPORTE
           END-EVALUATE

           PERFORM 240-COTEJAR-MARCA
           PERFORM 250-CERRAR-BITACORA.

       210-RECORRER-BITACORA.
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-BITACORA
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-LEIDOS
                       PERFORM 220-REVISAR-REGISTRO
               END-READ
           END-PERFORM

      * UN REGISTRO SIN SELLO AL FINAL ES UNA ESCRITURA A MEDIAS:
      * SOLO SE AVISA.
           IF WK-REG-INCOMPLETO > ZEROS
               MOVE SPACES TO REG-REPORTE
               STRING "  AVISO: EL ULTIMO REGISTRO ("
                      WK-REG-INCOMPLETO
                      ") ESTA INCOMPLETO, NO SE VERIFICA"
                   DELIMITED BY SIZE INTO REG-REPORTE
               WRITE REG-REPORTE
           END-IF.

       220-REVISAR-REGISTRO.
      * UN REGISTRO INCOMPLETO QUE NO RESULTO SER EL ULTIMO ES UN
      * REGISTRO SIN SELLO METIDO EN MEDIO DE LA CADENA.
           IF WK-REG-INCOMPLETO > ZEROS
               MOVE WK-REG-INCOMPLETO TO WK-REG-ROTO
               MOVE ZEROS TO WK-REG-INCOMPLETO
               PERFORM 235-ANOTAR-ROTO
               MOVE SPACES TO REG-REPORTE
               STRING "  REGISTRO " WK-REG-ROTO
                      " SIN SELLO EN MEDIO DE LA CADENA"
                   DELIMITED BY SIZE INTO REG-REPORTE
               PERFORM 260-ESCRIBIR-DETALLE
           END-IF

           IF REG-BITACORA(WK-POS-SECUENCIA:9) IS NOT NUMERIC
              OR REG-BITACORA(WK-POS-SELLO:18) IS NOT NUMERIC
               IF HAY-SELLADO
                   MOVE CONT-LEIDOS TO WK-REG-INCOMPLETO
               ELSE
                   ADD 1 TO CONT-ANTERIORES
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO SW-HAY-SELLADO
           ADD 1 TO CONT-SELLADOS
           MOVE REG-BITACORA(WK-POS-SECUENCIA:9) TO WK-SECUENCIA
           MOVE REG-BITACORA(WK-POS-SELLO:18) TO WK-SELLO-LEIDO
           IF WK-PRIMERA-SEC = ZEROS
               MOVE WK-SECUENCIA TO WK-PRIMERA-SEC
           END-IF

           COMPUTE WK-SEC-ESPERADA = WK-SEC-ANTERIOR + 1
           IF WK-SECUENCIA NOT = WK-SEC-ESPERADA
               PERFORM 230-ANOTAR-SALTO
           END-IF

           CALL "CALCULA-SELLO" USING WK-SELLO-ANTERIOR
                                      WK-SECUENCIA
                                      REG-BITACORA
                                      TB-LARGO(WK-IDX-BITACORA)
                                      WK-SELLO-CALCULADO

           IF WK-SELLO-CALCULADO NOT = WK-SELLO-LEIDO
               MOVE CONT-LEIDOS TO WK-REG-ROTO
               PERFORM 235-ANOTAR-ROTO
               IF CONT-ROTOS = 1
                   MOVE SPACES TO REG-REPORTE
                   STRING "  PRIMER SELLO ROTO: REGISTRO "
                          WK-REG-ROTO " SECUENCIA " WK-SECUENCIA
                       DELIMITED BY SIZE INTO REG-REPORTE
                   PERFORM 260-ESCRIBIR-DETALLE
               END-IF
           END-IF

      * LA MARCA DE LA NOCHE ANTERIOR: SI LA CADENA SE RECALCULO
      * ENTERA DESPUES DE TOCAR UN REGISTRO, AQUI NO COINCIDE.
           IF WK-SECUENCIA = TR-CTL-SECUENCIA(WK-IDX-BITACORA)
               AND WK-SELLO-LEIDO
                   NOT = TR-CTL-SELLO(WK-IDX-BITACORA)
               MOVE CONT-LEIDOS TO WK-REG-ROTO
               PERFORM 235-ANOTAR-ROTO
               MOVE SPACES TO REG-REPORTE
               STRING "  REGISTRO " WK-REG-ROTO " SECUENCIA "
                      WK-SECUENCIA " CAMBIO DE SELLO DESDE LA"
                      " ULTIMA VERIFICACION"
                   DELIMITED BY SIZE INTO REG-REPORTE
               PERFORM 260-ESCRIBIR-DETALLE
           END-IF

      * EL SIGUIENTE SE ENCADENA AL SELLO GRABADO, NO AL CALCULADO:
      * UN REGISTRO TOCADO ROMPE SOLO SU PROPIO SELLO.
           MOVE WK-SECUENCIA   TO WK-SEC-ANTERIOR
           MOVE WK-SELLO-LEIDO TO WK-SELLO-ANTERIOR.

       230-ANOTAR-SALTO.
           ADD 1 TO CONT-HUECOS
           IF WK-REG-PROBLEMA = ZEROS
               MOVE CONT-LEIDOS TO WK-REG-PROBLEMA
           END-IF
           MOVE SPACES TO REG-REPORTE
           IF WK-SECUENCIA > WK-SEC-ESPERADA
               COMPUTE WK-SEC-HASTA = WK-SECUENCIA - 1
               STRING "  FALTAN LAS SECUENCIAS " WK-SEC-ESPERADA
                      " A " WK-SEC-HASTA " (ANTES DEL REGISTRO "
                      CONT-LEIDOS ")"
                   DELIMITED BY SIZE INTO REG-REPORTE
           ELSE
               STRING "  SECUENCIA " WK-SECUENCIA
                      " REPETIDA O FUERA DE ORDEN EN EL REGISTRO "
                      CONT-LEIDOS
                   DELIMITED BY SIZE INTO REG-REPORTE
           END-IF
           PERFORM 260-ESCRIBIR-DETALLE.

       235-ANOTAR-ROTO.
           ADD 1 TO CONT-ROTOS
           IF WK-REG-PROBLEMA = ZEROS
               MOVE WK-REG-ROTO TO WK-REG-PROBLEMA
           END-IF.

      * UNA BITACORA QUE TERMINA ANTES DE LA MARCA FUE RECORTADA
      * (O BORRADA) DESPUES DE LA ULTIMA VERIFICACION.
       240-COTEJAR-MARCA.
           IF WK-SEC-ANTERIOR < TR-CTL-SECUENCIA(WK-IDX-BITACORA)
               ADD 1 TO CONT-HUECOS
               IF WK-REG-PROBLEMA = ZEROS
                   COMPUTE WK-REG-PROBLEMA = CONT-LEIDOS + 1
               END-IF
               COMPUTE WK-SEC-ESPERADA = WK-SEC-ANTERIOR + 1
               MOVE SPACES TO REG-REPORTE
               STRING "  RECORTADA: FALTAN LAS SECUENCIAS "
                      WK-SEC-ESPERADA " A "
                      TR-CTL-SECUENCIA(WK-IDX-BITACORA)
                      " YA VERIFICADAS"
                   DELIMITED BY SIZE INTO REG-REPORTE
               PERFORM 260-ESCRIBIR-DETALLE
           END-IF.

       250-CERRAR-BITACORA.
           MOVE CONT-LEIDOS     TO LR-LEIDOS
           MOVE CONT-ANTERIORES TO LR-ANTERIORES
           MOVE CONT-SELLADOS   TO LR-SELLADOS
           MOVE WK-PRIMERA-SEC  TO LR-DESDE
           MOVE WK-SEC-ANTERIOR TO LR-HASTA
           WRITE REG-REPORTE FROM LINEA-RESUMEN

           MOVE WK-SEC-ANTERIOR
             TO TR-ULTIMA-SEC(WK-IDX-BITACORA)
           MOVE WK-SELLO-ANTERIOR
             TO TR-ULTIMO-SELLO(WK-IDX-BITACORA)

           MOVE SPACES TO REG-REPORTE
           IF CONT-ROTOS = ZEROS AND CONT-HUECOS = ZEROS
               MOVE "  RESULTADO: INTEGRA" TO REG-REPORTE
               MOVE WK-SEC-ANTERIOR
                 TO TR-CTL-SECUENCIA(WK-IDX-BITACORA)
               MOVE WK-SELLO-ANTERIOR
                 TO TR-CTL-SELLO(WK-IDX-BITACORA)
           ELSE
               ADD 1 TO CONT-CON-PROBLEMAS
               STRING "  RESULTADO: ALTERADA, " CONT-ROTOS
                      " SELLOS ROTOS Y " CONT-HUECOS
                      " SALTOS DE SECUENCIA"
                   DELIMITED BY SIZE INTO REG-REPORTE
               DISPLAY "*** BITACORA " WK-NOMBRE-BITACORA
                       " ALTERADA ***"
               PERFORM 270-DISPARAR-ALARMA
           END-IF
           WRITE REG-REPORTE.

      * EL DETALLE DE CADA BITACORA SE CORTA A WK-MAX-DETALLE
      * LINEAS: DESPUES DE UNA ROTURA GRANDE LOS CONTADORES DICEN EL
      * RESTO.
       260-ESCRIBIR-DETALLE.
           ADD 1 TO CONT-DETALLE
           IF CONT-DETALLE <= WK-MAX-DETALLE
               WRITE REG-REPORTE
           END-IF.

      * ALERTAS.DAT NUNCA SE TRUNCA, COMO EN EL CRUZADO Y EN
      * POSICION-DIVISAS: LA ALARMA SALE EN LA HOJA DE ENTREGA DE
      * TURNO.
       270-DISPARAR-ALARMA.
           OPEN EXTEND ARCHIVO-ALERTAS

           IF FS-ALERTAS = '35'
               OPEN OUTPUT ARCHIVO-ALERTAS
               CLOSE ARCHIVO-ALERTAS
               OPEN EXTEND ARCHIVO-ALERTAS
           END-IF

           IF FS-ALERTAS NOT = '00'
               DISPLAY "ERROR ABRIENDO ALERTAS.DAT: " FS-ALERTAS
               EXIT PARAGRAPH
           END-IF

           MOVE WK-FECHA-HOY TO ALE-FECHA
           MOVE WK-ID-VERIFICACION TO ALE-ID-EJECUCION
           MOVE SPACES TO ALE-UMBRAL
           STRING "SELLO " TB-ETIQUETA(WK-IDX-BITACORA)
               DELIMITED BY SIZE INTO ALE-UMBRAL
           IF WK-REG-PROBLEMA > WK-TOPE-ALERTA
               MOVE WK-TOPE-ALERTA TO ALE-VALOR
           ELSE
               MOVE WK-REG-PROBLEMA TO ALE-VALOR
           END-IF
           MOVE ZEROS TO ALE-LIMITE
           IF CONT-LEIDOS > WK-TOPE-ALERTA
               MOVE WK-TOPE-ALERTA TO ALE-MOVS-LEIDOS
           ELSE
               MOVE CONT-LEIDOS TO ALE-MOVS-LEIDOS
           END-IF
           WRITE REG-ALERTA
           CLOSE ARCHIVO-ALERTAS.

       300-FINALIZAR.
           PERFORM 310-GRABAR-CONTROL

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "BITACORAS VERIFICADAS: " WK-CANT-BITACORAS
                  "  ALTERADAS: " CONT-CON-PROBLEMAS
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           CLOSE ARCHIVO-REPORTE

           DISPLAY "BITACORAS VERIFICADAS: " WK-CANT-BITACORAS
           DISPLAY "BITACORAS ALTERADAS:   " CONT-CON-PROBLEMAS
           DISPLAY "DETALLE EN: SELLOS-VERIFICACION.TXT"

           IF CONT-CON-PROBLEMAS > ZEROS
               MOVE 0004 TO RETURN-CODE
           END-IF.

       310-GRABAR-CONTROL.
           OPEN OUTPUT ARCHIVO-CONTROL

           IF FS-CONTROL NOT = '00'
               DISPLAY "ERROR GRABANDO SELLOS-CONTROL.DAT: "
                       FS-CONTROL
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WK-IDX-BITACORA FROM 1 BY 1
                   UNTIL WK-IDX-BITACORA > WK-CANT-BITACORAS
               IF TR-CTL-SECUENCIA(WK-IDX-BITACORA) > ZEROS
                   MOVE TB-ARCHIVO(WK-IDX-BITACORA) TO CTL-ARCHIVO
                   MOVE TR-CTL-SECUENCIA(WK-IDX-BITACORA)
                     TO CTL-SECUENCIA
                   MOVE TR-CTL-SELLO(WK-IDX-BITACORA) TO CTL-SELLO
                   WRITE REG-CONTROL
               END-IF
           END-PERFORM

           CLOSE ARCHIVO-CONTROL.
