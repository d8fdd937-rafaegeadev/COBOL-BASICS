      *            Y DOCUMENTO DE IDENTIDAD. LO CONSULTAN
      *            ESTADO-CUENTA Y CONSULTA-CUENTA, Y GENERA-MAESTRO
      *            LO CARGA EN BLOQUE DESDE CLIENTES-ENTRADA.DAT.
      *            EL DOCUMENTO PASA POR VALIDA-DOCUMENTO: UNO MAL
      *            FORMADO O CON LA LETRA DE CONTROL ERRONEA SE
      *            VUELVE A PEDIR, Y SE GUARDA EN SU FORMA NORMAL
      *            (MAYUSCULAS, SIN SEPARADORES). EN BLANCO SE ADMITE.
      *            CADA CONTACTO LLEVA SU NIVEL DE RIESGO Y LAS FECHAS
      *            DE LA ULTIMA REVISION PERIODICA Y DE LA PROXIMA
      *            (PROXIMA-REVISION): EL ALTA CUENTA COMO PRIMERA
      *            REVISION, Y UN CAMBIO DE RIESGO MUEVE LA PROXIMA.
      *            LAS REVISIONES SIGUIENTES LAS REGISTRA LA OFICINA
      *            CON REGISTRA-REVISION.
      *            LAS CUENTAS CON VARIAS PERSONAS (COTITULARES,
      *            FIRMANTES AUTORIZADOS, BENEFICIARIOS) SE MANTIENEN
      *            AQUI MISMO EN TITULARES.DAT, UNA LINEA POR
      *            INTERVINIENTE CON SU ROL Y SU REGLA DE FIRMA.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMBIOS.

      * INTERVINIENTES DE CADA CUENTA. CLAVE COMPUESTA CODIGO + ORDEN
      * (COMO LA CHEQUERA DE MANTEN-CHEQUES): UN START EN EL CODIGO
      * Y LECTURA SECUENCIAL HASTA QUE CAMBIE DAN TODAS LAS PARTES.
           SELECT ARCHIVO-TITULARES
               ASSIGN TO "TITULARES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CLAVE
               FILE STATUS IS FS-TITULARES.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-OPERADORES.
      * SUPERVISOR. EN BLANCO (TABLA ANTERIOR AL CAMPO) SE ADMITE
      * COMO SUPERVISOR, CON AVISO, MIENTRAS SE CONVIERTE LA TABLA.
           05 OPE-NIVEL            PIC X(1).
      * OPE-ESTADO 'B': OPERADOR DADO DE BAJA (YA NO TRABAJA EN LA
      * CASA), NINGUN PROGRAMA LO ADMITE; EN BLANCO (TABLA ANTERIOR
      * AL CAMPO) O 'A', ACTIVO. LA OFICINA SOLO LA USA
      * REVISA-ACTIVIDAD.
           05 FILLER               PIC X(3).
           05 OPE-ESTADO           PIC X(1).
              88 OPE-DADO-DE-BAJA  VALUE 'B'.

       FD  ARCHIVO-INTENTOS.
       01  REG-INTENTO.
           05 CON-DOMICILIO-2      PIC X(30).
           05 CON-TELEFONO         PIC X(12).
           05 CON-DOCUMENTO        PIC X(15).
      * RIESGO DEL CLIENTE: 'A' ALTO, 'M' MEDIO, 'B' BAJO. EN
      * BLANCO (CONTACTO ANTERIOR AL CAMPO O CARGADO EN BLOQUE) Y CON
      * LAS FECHAS EN CERO, NO TIENE REVISION REGISTRADA.
           05 CON-RIESGO           PIC X(1).
           05 CON-FECHA-REVISION   PIC 9(8).
           05 CON-PROXIMA-REVISION PIC 9(8).

       FD  ARCHIVO-CAMBIOS.
       01  REG-CAMBIO.
           05 CCO-OPERADOR         PIC X(8).
           05 CCO-FECHA            PIC 9(8).
           05 CCO-HORA             PIC 9(6).
           05 CCO-SECUENCIA        PIC 9(9).
           05 CCO-SELLO            PIC 9(18).

      * UNA CUENTA SIN LINEAS EN TITULARES.DAT TIENE UN UNICO
      * TITULAR: EL NOMBRE DEL MAESTRO CON EL DOCUMENTO DE CONTACTOS.
       FD  ARCHIVO-TITULARES.
       01  REG-TITULAR.
           05 TIT-CLAVE.
              10 TIT-CODIGO        PIC 9(5).
              10 TIT-ORDEN         PIC 9(2).
           05 TIT-NOMBRE           PIC X(30).
           05 TIT-DOCUMENTO        PIC X(15).
      * ROL: 'P' TITULAR PRINCIPAL, 'C' COTITULAR, 'F' FIRMANTE
      * AUTORIZADO, 'B' BENEFICIARIO. SOLO P Y C SON DUEÑOS DEL
      * SALDO; FIRMANTES Y BENEFICIARIOS FIGURAN PERO NO POSEEN.
           05 TIT-ROL              PIC X(1).
              88 TIT-ES-PRINCIPAL  VALUE 'P'.
              88 TIT-ES-DUENO      VALUES 'P', 'C'.
              88 TIT-ES-BENEFICIARIO VALUE 'B'.
      * REGLA DE FIRMA: 'I' INDISTINTA (FIRMA CUALQUIERA), 'C'
      * CONJUNTA (FIRMAN TODOS). EL BENEFICIARIO NO FIRMA: BLANCO.
           05 TIT-REGLA            PIC X(1).
           05 TIT-FECHA-ALTA       PIC 9(8).

       WORKING-STORAGE SECTION.
       01  FS-CONTACTOS            PIC XX.
       01  FS-TITULARES            PIC XX.
       01  FS-OPERADORES           PIC XX.
       01  FS-CAMBIOS              PIC XX.

       01  CONTADORES.
           05 CONT-ALTAS           PIC 9(5) VALUE ZEROS.
           05 CONT-CAMBIOS         PIC 9(5) VALUE ZEROS.
           05 CONT-PARTES-ALTAS    PIC 9(5) VALUE ZEROS.
           05 CONT-PARTES-CAMBIOS  PIC 9(5) VALUE ZEROS.
           05 CONT-PARTES-BAJAS    PIC 9(5) VALUE ZEROS.

       01  WK-CODIGO-PEDIDO        PIC 9(5) VALUE ZEROS.
       01  WK-CONFIRMA             PIC X(1) VALUE SPACE.
           05 WK-DOMICILIO-2       PIC X(30) VALUE SPACES.
           05 WK-TELEFONO          PIC X(12) VALUE SPACES.
           05 WK-DOCUMENTO         PIC X(15) VALUE SPACES.
           05 WK-RIESGO            PIC X(1)  VALUE SPACE.
              88 RIESGO-VALIDO     VALUES 'A', 'M', 'B'.

      * INTERVINIENTES DE LA CUENTA EN TRATAMIENTO: EL LISTADO DEJA
      * EL ULTIMO ORDEN USADO (EL ALTA TOMA EL SIGUIENTE) Y EL ORDEN
      * DEL TITULAR PRINCIPAL, QUE ES UNO SOLO POR CUENTA.
       01  WK-ACCION-TITULAR       PIC X(1) VALUE SPACE.
       01  WK-ORDEN-PEDIDO         PIC 9(2) VALUE ZEROS.
       01  WK-ULTIMO-ORDEN         PIC 9(2) VALUE ZEROS.
       01  WK-ORDEN-PRINCIPAL      PIC 9(2) VALUE ZEROS.
       01  CONT-PARTES-CUENTA      PIC 9(2) VALUE ZEROS.
       01  SW-FIN-TITULARES        PIC X VALUE 'N'.
           88 FIN-TITULARES        VALUE 'S'.
       01  DATOS-TITULAR.
           05 WK-TIT-NOMBRE        PIC X(30) VALUE SPACES.
           05 WK-TIT-ROL           PIC X(1)  VALUE SPACE.
              88 ROL-VALIDO        VALUES 'P', 'C', 'F', 'B'.
           05 WK-TIT-REGLA         PIC X(1)  VALUE SPACE.
              88 REGLA-VALIDA      VALUES 'I', 'C'.

      * PROXIMA REVISION PERIODICA (PROXIMA-REVISION.CBL).
       01  WK-PR-PROXIMA           PIC 9(8) VALUE ZEROS.
       01  WK-PR-VEREDICTO         PIC X(1) VALUE SPACE.

      * VALIDACION DEL DOCUMENTO (VALIDA-DOCUMENTO.CBL).
       01  WK-VD-NORMALIZADO       PIC X(15) VALUE SPACES.
       01  WK-VD-TIPO              PIC X(1) VALUE SPACE.
       01  WK-VD-VEREDICTO         PIC X(1) VALUE SPACE.
           88 VD-DOCUMENTO-VALIDO  VALUE 'S'.
       01  WK-VD-MOTIVO            PIC X(30) VALUE SPACES.

      * CONTROL DE NIVEL DE AUTORIZACION: ESTE PROGRAMA EXIGE NIVEL
      * 2 EN OPERADORES.DAT; UN INTENTO CON NIVEL INSUFICIENTE SE
       01  WK-FECHA-INTENTO        PIC 9(8) VALUE ZEROS.
       01  WK-HORA-INTENTO         PIC 9(8) VALUE ZEROS.

      * LA CLAVE DEL OPERADOR LA PIDE Y COTEJA VERIFICA-CLAVE.CBL
      * (BLOQUEO POR FALLOS, VENCIMIENTO Y CAMBIO OBLIGADO).
       01  WK-CLAVE-PROGRAMA       PIC X(18) VALUE
           "MANTEN-CONTACTOS".
       01  WK-CLAVE-VEREDICTO      PIC X(1) VALUE SPACE.
           88 CLAVE-ACEPTADA       VALUE 'S'.

       01  FS-CERROJO              PIC XX.
       01  WK-RESPUESTA-CERROJO    PIC X(1) VALUE SPACE.

      * BITACORA SELLADA (VER SELLA-BITACORA): NOMBRE DEL ARCHIVO
      * Y POSICIONES DE DATOS ANTES DE LA SECUENCIA Y EL SELLO.
       01  WK-SELLO-BITACORA       PIC X(30)
           VALUE "CAMBIOS-CONTACTOS.DAT".
       01  WK-SELLO-LARGO          PIC 9(3) VALUE 037.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
               STOP RUN
           END-IF

           OPEN I-O ARCHIVO-TITULARES

           IF FS-TITULARES = '35'
               OPEN OUTPUT ARCHIVO-TITULARES
               CLOSE ARCHIVO-TITULARES
               OPEN I-O ARCHIVO-TITULARES
           END-IF

           IF FS-TITULARES NOT = '00'
               DISPLAY "ERROR ABRIENDO TITULARES: " FS-TITULARES
               STOP RUN
           END-IF

      * CAMBIOS-CONTACTOS.DAT NUNCA SE TRUNCA: CADA SESION AGREGA
      * SUS CAMBIOS A LOS ANTERIORES. SI TODAVIA NO EXISTE SE CREA
      * VACIO ANTES DE ABRIRLO EN EXTEND.
           PERFORM 210-PEDIR-CODIGO
           PERFORM UNTIL WK-CODIGO-PEDIDO = ZEROS
               PERFORM 220-TRATAR-CONTACTO
               PERFORM 270-MANTENER-TITULARES
               PERFORM 210-PEDIR-CODIGO
           END-PERFORM.

       230-ALTA-DE-CONTACTO.
           DISPLAY "SIN DATOS DE CONTACTO PARA " WK-CODIGO-PEDIDO
                   ", SE CAPTURAN NUEVOS"
           MOVE SPACE TO WK-CONFIRMA
           PERFORM 250-CAPTURAR-DATOS
           MOVE WK-CODIGO-PEDIDO TO CON-CODIGO
           MOVE WK-DOMICILIO-1   TO CON-DOMICILIO-1
           MOVE WK-DOMICILIO-2   TO CON-DOMICILIO-2
           MOVE WK-TELEFONO      TO CON-TELEFONO
           MOVE WK-DOCUMENTO     TO CON-DOCUMENTO
      * LA DOCUMENTACION TOMADA EN EL ALTA ES LA PRIMERA REVISION.
           MOVE WK-RIESGO        TO CON-RIESGO
           MOVE FECHA-SESION     TO CON-FECHA-REVISION
           PERFORM 258-CALCULAR-PROXIMA
           WRITE REG-CONTACTO
               INVALID KEY
                   DISPLAY "ERROR EN EL ALTA: " FS-CONTACTOS
           DISPLAY "             " CON-DOMICILIO-2
           DISPLAY "  TELEFONO:  " CON-TELEFONO
           DISPLAY "  DOCUMENTO: " CON-DOCUMENTO
           DISPLAY "  RIESGO:    " CON-RIESGO
                   "  ULTIMA REVISION: " CON-FECHA-REVISION
                   "  PROXIMA: " CON-PROXIMA-REVISION
           DISPLAY "ACTUALIZAR (S/N): "
           ACCEPT WK-CONFIRMA

               MOVE WK-DOMICILIO-2 TO CON-DOMICILIO-2
               MOVE WK-TELEFONO    TO CON-TELEFONO
               MOVE WK-DOCUMENTO   TO CON-DOCUMENTO
      * SIN REVISION REGISTRADA NO HAY DESDE DONDE CONTAR: EL RIESGO
      * SE GUARDA Y LA PROXIMA LA FIJA LA PRIMERA REVISION.
               IF WK-RIESGO NOT = CON-RIESGO
                   MOVE WK-RIESGO TO CON-RIESGO
                   IF CON-FECHA-REVISION IS NUMERIC
                       AND CON-FECHA-REVISION > ZEROS
                       PERFORM 258-CALCULAR-PROXIMA
                   END-IF
               END-IF
               REWRITE REG-CONTACTO
                   INVALID KEY
                       DISPLAY "ERROR ACTUALIZANDO: " FS-CONTACTOS
           ACCEPT WK-DOMICILIO-2
           DISPLAY "TELEFONO (12): "
           ACCEPT WK-TELEFONO
           MOVE 'N' TO WK-VD-VEREDICTO
           PERFORM 255-PEDIR-DOCUMENTO
               UNTIL VD-DOCUMENTO-VALIDO
           MOVE SPACE TO WK-RIESGO
           PERFORM 257-PEDIR-RIESGO
               UNTIL RIESGO-VALIDO.

       255-PEDIR-DOCUMENTO.
           DISPLAY "DOCUMENTO DE IDENTIDAD (15): "
           ACCEPT WK-DOCUMENTO
           CALL "VALIDA-DOCUMENTO" USING WK-DOCUMENTO
                                         WK-VD-NORMALIZADO
                                         WK-VD-TIPO
                                         WK-VD-VEREDICTO
                                         WK-VD-MOTIVO
           IF VD-DOCUMENTO-VALIDO
               MOVE WK-VD-NORMALIZADO TO WK-DOCUMENTO
           ELSE
               DISPLAY "DOCUMENTO RECHAZADO: " WK-VD-MOTIVO
           END-IF.

      * EN UN CAMBIO, EL RIESGO EN BLANCO CONSERVA EL QUE HABIA (SI
      * HABIA ALGUNO).
       257-PEDIR-RIESGO.
           DISPLAY "RIESGO DEL CLIENTE (A=ALTO M=MEDIO B=BAJO): "
           ACCEPT WK-RIESGO
           IF WK-RIESGO = SPACE
               AND WK-CONFIRMA = 'S'
               MOVE CON-RIESGO TO WK-RIESGO
           END-IF
           IF NOT RIESGO-VALIDO
               DISPLAY "RIESGO INVALIDO: INDIQUE A, M O B"
           END-IF.

       258-CALCULAR-PROXIMA.
           CALL "PROXIMA-REVISION" USING CON-RIESGO
                                         CON-FECHA-REVISION
                                         WK-PR-PROXIMA
                                         WK-PR-VEREDICTO
           MOVE WK-PR-PROXIMA TO CON-PROXIMA-REVISION
           DISPLAY "PROXIMA REVISION PERIODICA: " CON-PROXIMA-REVISION.

       260-REGISTRAR-CAMBIO.
           MOVE CON-CODIGO       TO CCO-CODIGO
           MOVE WK-OPERADOR      TO CCO-OPERADOR
           MOVE FECHA-SESION     TO CCO-FECHA
           MOVE HORA-SESION(1:6) TO CCO-HORA
           CALL "SELLA-BITACORA" USING WK-SELLO-BITACORA
                                       REG-CAMBIO
                                       WK-SELLO-LARGO
                                       CCO-SECUENCIA
                                       CCO-SELLO
           IF CCO-SECUENCIA = ZEROS
               DISPLAY "ERROR: SIN SELLO PARA "
                       WK-SELLO-BITACORA
               DISPLAY "NO SE GRABA; PROCESO DETENIDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE REG-CAMBIO.

      * TRAS LOS DATOS DE CONTACTO, LOS INTERVINIENTES DE LA MISMA
      * CUENTA: SE LISTAN Y SE DAN DE ALTA, CAMBIAN O BAJAN UNO A
      * UNO HASTA QUE EL OPERADOR DEJE LA ACCION EN BLANCO.
       270-MANTENER-TITULARES.
           DISPLAY "MANTENER TITULARES Y FIRMANTES (S/N): "
           MOVE SPACE TO WK-ACCION-TITULAR
           ACCEPT WK-ACCION-TITULAR

           IF WK-ACCION-TITULAR NOT = 'S'
               EXIT PARAGRAPH
           END-IF

           PERFORM 271-LISTAR-TITULARES
           PERFORM 272-PEDIR-ACCION
           PERFORM UNTIL WK-ACCION-TITULAR = SPACE
               EVALUATE WK-ACCION-TITULAR
                   WHEN 'A'
                       PERFORM 273-ALTA-DE-TITULAR
                   WHEN 'C'
                       PERFORM 275-CAMBIO-DE-TITULAR
                   WHEN 'B'
                       PERFORM 277-BAJA-DE-TITULAR
                   WHEN OTHER
                       DISPLAY "ACCION INVALIDA: INDIQUE A, C O B"
               END-EVALUATE
               PERFORM 271-LISTAR-TITULARES
               PERFORM 272-PEDIR-ACCION
           END-PERFORM.

       271-LISTAR-TITULARES.
           MOVE ZEROS TO WK-ULTIMO-ORDEN WK-ORDEN-PRINCIPAL
                         CONT-PARTES-CUENTA
           MOVE 'N' TO SW-FIN-TITULARES
           MOVE WK-CODIGO-PEDIDO TO TIT-CODIGO
           MOVE ZEROS TO TIT-ORDEN
           START ARCHIVO-TITULARES
               KEY IS NOT LESS THAN TIT-CLAVE
               INVALID KEY
                   MOVE 'S' TO SW-FIN-TITULARES
           END-START

           DISPLAY "-- INTERVINIENTES DE LA CUENTA " WK-CODIGO-PEDIDO
                   " --"
           PERFORM UNTIL FIN-TITULARES
               READ ARCHIVO-TITULARES NEXT RECORD
                   AT END
                       MOVE 'S' TO SW-FIN-TITULARES
                   NOT AT END
                       IF TIT-CODIGO NOT = WK-CODIGO-PEDIDO
                           MOVE 'S' TO SW-FIN-TITULARES
                       ELSE
                           ADD 1 TO CONT-PARTES-CUENTA
                           MOVE TIT-ORDEN TO WK-ULTIMO-ORDEN
                           IF TIT-ES-PRINCIPAL
                               MOVE TIT-ORDEN TO WK-ORDEN-PRINCIPAL
                           END-IF
                           DISPLAY "  " TIT-ORDEN " " TIT-ROL
                                   " " TIT-REGLA " " TIT-NOMBRE
                                   " " TIT-DOCUMENTO
                       END-IF
               END-READ
           END-PERFORM

           IF CONT-PARTES-CUENTA = ZEROS
               DISPLAY "  (SIN INTERVINIENTES: UNICO TITULAR EL DEL"
                       " MAESTRO)"
           END-IF.

       272-PEDIR-ACCION.
           DISPLAY "A=ALTA C=CAMBIO B=BAJA (BLANCO = TERMINAR)"
           DISPLAY "ROL P=PRINCIPAL C=COTITULAR F=FIRMANTE"
                   " B=BENEFICIARIO, FIRMA I=INDISTINTA C=CONJUNTA"
           MOVE SPACE TO WK-ACCION-TITULAR
           ACCEPT WK-ACCION-TITULAR.

       273-ALTA-DE-TITULAR.
           IF WK-ULTIMO-ORDEN = 99
               DISPLAY "LA CUENTA YA TIENE 99 INTERVINIENTES"
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WK-ORDEN-PEDIDO
           MOVE SPACES TO DATOS-TITULAR
           PERFORM 280-CAPTURAR-TITULAR

           MOVE WK-CODIGO-PEDIDO   TO TIT-CODIGO
           COMPUTE TIT-ORDEN = WK-ULTIMO-ORDEN + 1
           MOVE WK-TIT-NOMBRE      TO TIT-NOMBRE
           MOVE WK-DOCUMENTO       TO TIT-DOCUMENTO
           MOVE WK-TIT-ROL         TO TIT-ROL
           MOVE WK-TIT-REGLA       TO TIT-REGLA
           MOVE FECHA-SESION       TO TIT-FECHA-ALTA
           WRITE REG-TITULAR
               INVALID KEY
                   DISPLAY "ERROR EN EL ALTA DEL INTERVINIENTE: "
                           FS-TITULARES
               NOT INVALID KEY
                   ADD 1 TO CONT-PARTES-ALTAS
                   MOVE SPACES TO CCO-ACCION
                   STRING "TIT-ALTA" TIT-ORDEN
                       DELIMITED BY SIZE INTO CCO-ACCION
                   PERFORM 260-REGISTRAR-CAMBIO
                   DISPLAY "INTERVINIENTE " TIT-ORDEN " DADO DE ALTA"
           END-WRITE.

       275-CAMBIO-DE-TITULAR.
           PERFORM 279-LEER-TITULAR
           IF FS-TITULARES NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO DATOS-TITULAR
           MOVE TIT-NOMBRE TO WK-TIT-NOMBRE
           PERFORM 280-CAPTURAR-TITULAR

           MOVE WK-CODIGO-PEDIDO   TO TIT-CODIGO
           MOVE WK-ORDEN-PEDIDO    TO TIT-ORDEN
           MOVE WK-TIT-NOMBRE      TO TIT-NOMBRE
           MOVE WK-DOCUMENTO       TO TIT-DOCUMENTO
           MOVE WK-TIT-ROL         TO TIT-ROL
           MOVE WK-TIT-REGLA       TO TIT-REGLA
           REWRITE REG-TITULAR
               INVALID KEY
                   DISPLAY "ERROR ACTUALIZANDO EL INTERVINIENTE: "
                           FS-TITULARES
               NOT INVALID KEY
                   ADD 1 TO CONT-PARTES-CAMBIOS
                   MOVE SPACES TO CCO-ACCION
                   STRING "TIT-CAMB" TIT-ORDEN
                       DELIMITED BY SIZE INTO CCO-ACCION
                   PERFORM 260-REGISTRAR-CAMBIO
                   DISPLAY "INTERVINIENTE " TIT-ORDEN " ACTUALIZADO"
           END-REWRITE.

       277-BAJA-DE-TITULAR.
           PERFORM 279-LEER-TITULAR
           IF FS-TITULARES NOT = '00'
               EXIT PARAGRAPH
           END-IF

           DISPLAY "DAR DE BAJA A " TIT-NOMBRE " (S/N): "
           MOVE SPACE TO WK-CONFIRMA
           ACCEPT WK-CONFIRMA
           IF WK-CONFIRMA NOT = 'S'
               DISPLAY "SIN CAMBIOS"
               EXIT PARAGRAPH
           END-IF

           DELETE ARCHIVO-TITULARES RECORD
               INVALID KEY
                   DISPLAY "ERROR EN LA BAJA DEL INTERVINIENTE: "
                           FS-TITULARES
               NOT INVALID KEY
                   ADD 1 TO CONT-PARTES-BAJAS
                   MOVE SPACES TO CCO-ACCION
                   STRING "TIT-BAJA" WK-ORDEN-PEDIDO
                       DELIMITED BY SIZE INTO CCO-ACCION
                   PERFORM 260-REGISTRAR-CAMBIO
                   DISPLAY "INTERVINIENTE " WK-ORDEN-PEDIDO
                           " DADO DE BAJA"
           END-DELETE.

       279-LEER-TITULAR.
           DISPLAY "ORDEN DEL INTERVINIENTE: "
           MOVE ZEROS TO WK-ORDEN-PEDIDO
           ACCEPT WK-ORDEN-PEDIDO
           MOVE WK-CODIGO-PEDIDO TO TIT-CODIGO
           MOVE WK-ORDEN-PEDIDO  TO TIT-ORDEN
           READ ARCHIVO-TITULARES
               INVALID KEY
                   DISPLAY "NO HAY INTERVINIENTE " WK-ORDEN-PEDIDO
                           " EN LA CUENTA"
           END-READ.

      * EL ROL SE PIDE PRIMERO PORQUE DE EL DEPENDE EL RESTO: EL
      * BENEFICIARIO NO FIRMA Y PUEDE QUEDAR SIN DOCUMENTO; TODOS
      * LOS DEMAS LO NECESITAN (SON LOS QUE OPERAN LA CUENTA). UN
      * NOMBRE EN BLANCO EN UN CAMBIO CONSERVA EL ANTERIOR.
       280-CAPTURAR-TITULAR.
           MOVE 'N' TO WK-VD-VEREDICTO
           PERFORM 282-PEDIR-ROL
               UNTIL ROL-VALIDO
           PERFORM 284-PEDIR-NOMBRE
           PERFORM 284-PEDIR-NOMBRE
               UNTIL WK-TIT-NOMBRE NOT = SPACES
           PERFORM 286-PEDIR-DOCUMENTO-TITULAR
               UNTIL VD-DOCUMENTO-VALIDO
           IF WK-TIT-ROL = 'B'
               MOVE SPACE TO WK-TIT-REGLA
           ELSE
               PERFORM 288-PEDIR-REGLA
                   UNTIL REGLA-VALIDA
           END-IF.

       282-PEDIR-ROL.
           DISPLAY "ROL (P/C/F/B): "
           MOVE SPACE TO WK-TIT-ROL
           ACCEPT WK-TIT-ROL
           IF NOT ROL-VALIDO
               DISPLAY "ROL INVALIDO: INDIQUE P, C, F O B"
               EXIT PARAGRAPH
           END-IF
           IF WK-TIT-ROL = 'P'
               AND WK-ORDEN-PRINCIPAL NOT = ZEROS
               AND WK-ORDEN-PRINCIPAL NOT = WK-ORDEN-PEDIDO
               DISPLAY "LA CUENTA YA TIENE TITULAR PRINCIPAL (ORDEN "
                       WK-ORDEN-PRINCIPAL ")"
               MOVE SPACE TO WK-TIT-ROL
           END-IF.

       284-PEDIR-NOMBRE.
           DISPLAY "NOMBRE DEL INTERVINIENTE (30): "
           MOVE SPACES TO TIT-NOMBRE
           ACCEPT TIT-NOMBRE
           IF TIT-NOMBRE NOT = SPACES
               MOVE TIT-NOMBRE TO WK-TIT-NOMBRE
           END-IF
           IF WK-TIT-NOMBRE = SPACES
               DISPLAY "EL NOMBRE ES OBLIGATORIO"
           END-IF.

       286-PEDIR-DOCUMENTO-TITULAR.
           PERFORM 255-PEDIR-DOCUMENTO
           IF VD-DOCUMENTO-VALIDO
               AND WK-DOCUMENTO = SPACES
               AND WK-TIT-ROL NOT = 'B'
               DISPLAY "DOCUMENTO RECHAZADO: OBLIGATORIO SALVO PARA"
                       " EL BENEFICIARIO"
               MOVE 'N' TO WK-VD-VEREDICTO
           END-IF.

       288-PEDIR-REGLA.
           DISPLAY "REGLA DE FIRMA (I=INDISTINTA C=CONJUNTA): "
           MOVE SPACE TO WK-TIT-REGLA
           ACCEPT WK-TIT-REGLA
           IF NOT REGLA-VALIDA
               DISPLAY "REGLA INVALIDA: INDIQUE I O C"
           END-IF.

       300-FINALIZAR.
           CLOSE ARCHIVO-CONTACTOS
                 ARCHIVO-TITULARES
                 ARCHIVO-CAMBIOS

           DISPLAY " "
           DISPLAY "ALTAS DE CONTACTO:   " CONT-ALTAS
           DISPLAY "CONTACTOS CAMBIADOS: " CONT-CAMBIOS
           DISPLAY "INTERVINIENTES ALTA: " CONT-PARTES-ALTAS
           DISPLAY "INTERVINIENTES CAMB: " CONT-PARTES-CAMBIOS
           DISPLAY "INTERVINIENTES BAJA: " CONT-PARTES-BAJAS
           DISPLAY "CONSTANCIA EN: CAMBIOS-CONTACTOS.DAT".

      * EL OPERADOR DEBE FIGURAR EN OPERADORES.DAT PARA PODER
                       CONTINUE
                   NOT AT END
                       IF OPE-ID = WK-OPERADOR
                           IF OPE-DADO-DE-BAJA
                               DISPLAY "EL OPERADOR " WK-OPERADOR
                                       " ESTA DADO DE BAJA"
                           ELSE
                               MOVE 'S' TO SW-OPERADOR-VALIDO
                               MOVE OPE-NIVEL TO WK-NIVEL-OPERADOR
                               DISPLAY "OPERADOR: " OPE-NOMBRE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               STOP RUN
           END-IF

           PERFORM 9505-VERIFICAR-CLAVE

           PERFORM 9510-EXIGIR-NIVEL

           PERFORM 9530-VERIFICAR-CERROJO.

      * EL OPERADOR ENCONTRADO TODAVIA TIENE QUE DAR SU CLAVE; EL
      * RECHAZO YA QUEDO REGISTRADO EN INTENTOS-RECHAZADOS.DAT.
       9505-VERIFICAR-CLAVE.
           CALL "VERIFICA-CLAVE" USING WK-OPERADOR
                                       WK-CLAVE-PROGRAMA
                                       WK-NIVEL-OPERADOR
                                       WK-CLAVE-VEREDICTO

           IF NOT CLAVE-ACEPTADA
               STOP RUN
           END-IF.

      * LA TABLA VIEJA SIN COLUMNA DE NIVEL SE ADMITE COMO
      * SUPERVISOR CON AVISO; CON NIVEL, EL QUE NO ALCANZA EL
      * REQUERIDO SE RECHAZA Y EL INTENTO QUEDA REGISTRADO.
