      *****************************************************************
      * PROGRAMA: GENERADOR DE ARCHIVO MAESTRO
      * PROPOSITO: CREA UN ARCHIVO MAESTRO CON DATOS DE PRUEBA
      *            ORDENADO POR CODIGO. EL CODIGO DE CADA CUENTA LO
      *            DA ASIGNA-CODIGO DEL RANGO DE SU SUCURSAL: UNA
      *            LINEA DE CLIENTES-ENTRADA.DAT SIN CODIGO RECIBE
      *            UNO NUEVO, Y UNA QUE YA LO TRAE SOLO ENTRA SI ESE
      *            CODIGO LO EMITIO EL ASIGNADOR PARA ESA SUCURSAL.
      *            LOS CODIGOS NUEVOS SE ESCRIBEN DE VUELTA EN
      *            CLIENTES-ENTRADA.DAT, ASI UNA SEGUNDA CARGA (O
      *            RECONSTRUYE-MAESTRO) VE LOS MISMOS CODIGOS.
      *****************************************************************

       ENVIRONMENT DIVISION.
           CLASS CODIGO-CUENTA IS "0" THRU "9", "A" THRU "Z".
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ACCESO AL AZAR: LOS CODIGOS ASIGNADOS NO LLEGAN EN ORDEN.
           SELECT ARCHIVO-MAESTRO
               ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODIGO-MAESTRO
               FILE STATUS IS FS-MAESTRO.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLIENTES.

      * ARCHIVO DE TRABAJO: CADA LINEA DE ENTRADA SE COPIA AQUI YA
      * CON SU CODIGO ASIGNADO Y AL FINAL SE VUELCA DE VUELTA SOBRE
      * CLIENTES-ENTRADA.DAT (COMO CONFIRMA-PENDIENTES CON SUS
      * PENDIENTES).
           SELECT ARCHIVO-CLIENTES-TRABAJO
               ASSIGN TO "CLIENTES-ENTRADA-TRABAJO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CLIENTES-TRABAJO.

      * REGISTROS DE ENTRADA RECHAZADOS POR LA VALIDACION, UNO POR
      * LINEA CON SU MOTIVO, PARA DEVOLVER A QUIEN ARMO EL ARCHIVO.
           SELECT ARCHIVO-EXCEP-CARGA
           SELECT ARCHIVO-CONTACTOS
               ASSIGN TO "CONTACTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-CODIGO
               FILE STATUS IS FS-CONTACTOS.

      * CUENTA JOVEN. EN BLANCO ENTRA COMO CC.
           05 PRODUCTO-CLIENTE     PIC X(2).

       FD  ARCHIVO-CLIENTES-TRABAJO.
       01  REG-CLIENTE-TRABAJO     PIC X(139).

       FD  ARCHIVO-CONTACTOS.
       01  REG-CONTACTO.
           05 CON-CODIGO           PIC 9(5).
           05 CON-DOMICILIO-2      PIC X(30).
           05 CON-TELEFONO         PIC X(12).
           05 CON-DOCUMENTO        PIC X(15).
           05 CON-RIESGO           PIC X(1).
           05 CON-FECHA-REVISION   PIC 9(8).
           05 CON-PROXIMA-REVISION PIC 9(8).

       FD  ARCHIVO-SUCURSALES.
       01  REG-SUCURSAL-DIR.
           05 SUD-NOMBRE           PIC X(30).
           05 SUD-REGION           PIC X(15).
           05 SUD-ABIERTA          PIC X(1).
      * RANGO DE CODIGOS DE CUENTA DE LA SUCURSAL (CUATRO PRIMERAS
      * POSICIONES, SIN DIGITO DE CONTROL) PARA ASIGNA-CODIGO.
           05 SUD-RANGO-DESDE      PIC 9(4).
           05 SUD-RANGO-HASTA      PIC 9(4).

       FD  ARCHIVO-EXCEP-CARGA.
       01  REG-EXCEP-CARGA         PIC X(90).
       01  FS-CONTACTOS            PIC XX.
       01  FS-EXCEP-CARGA          PIC XX.
       01  FS-SUCURSALES           PIC XX.
       01  FS-CLIENTES-TRABAJO     PIC XX.

      * DIRECTORIO DE SUCURSALES EN MEMORIA: CODIGO Y SI ESTA
      * ABIERTA. CON LA TABLA VACIA (SIN DIRECTORIO) NO SE COTEJA.
       01  WK-DC-VEREDICTO         PIC X(1) VALUE SPACE.
       01  CONT-DIGITO-MAL         PIC 9(5) VALUE ZEROS.

      * LISTA DE SANCIONES (COTEJA-LISTAS.CBL): UN CLIENTE QUE
      * COINCIDE Y QUE CUMPLIMIENTO NO DESCARTO NO ENTRA; LA
      * COINCIDENCIA QUEDA EN CRIBA-COLA.DAT PARA SU REVISION.
       01  WK-CL-ORIGEN            PIC X(1) VALUE 'A'.
       01  WK-CL-VEREDICTO         PIC X(1) VALUE SPACE.
       01  WK-CL-REFERENCIA        PIC X(10) VALUE SPACES.
       01  CONT-EN-LISTA           PIC 9(5) VALUE ZEROS.

      * DOCUMENTO DE IDENTIDAD (VALIDA-DOCUMENTO.CBL): UNO MAL
      * FORMADO O CON CONTROL ERRONEO RECHAZA EL ALTA; EL VALIDO SE
      * GUARDA EN SU FORMA NORMAL. EN BLANCO ENTRA COMO SIEMPRE.
       01  WK-VD-NORMALIZADO       PIC X(15) VALUE SPACES.
       01  WK-VD-TIPO              PIC X(1) VALUE SPACE.
       01  WK-VD-VEREDICTO         PIC X(1) VALUE SPACE.
           88 VD-DOCUMENTO-VALIDO  VALUE 'S'.
       01  WK-VD-MOTIVO            PIC X(30) VALUE SPACES.
       01  CONT-DOC-INVALIDO       PIC 9(5) VALUE ZEROS.

      * ASIGNADOR DE CODIGOS (ASIGNA-CODIGO.CBL). UNA LINEA SIN
      * CODIGO (EN BLANCO O CEROS) ES UN ALTA QUE LO PIDE.
       01  SW-CODIGO-A-ASIGNAR     PIC X VALUE 'N'.
           88 CODIGO-A-ASIGNAR     VALUE 'S'.
       01  WK-AC-ACCION            PIC X(1) VALUE SPACE.
       01  WK-AC-SUCURSAL          PIC 9(3) VALUE ZEROS.
       01  WK-AC-CODIGO            PIC 9(5) VALUE ZEROS.
       01  WK-AC-PROGRAMA          PIC X(20) VALUE "GENERA-MAESTRO".
       01  WK-AC-VEREDICTO         PIC X(1) VALUE SPACE.
       01  WK-AC-LIBRES            PIC 9(5) VALUE ZEROS.
       01  CONT-CODIGOS-NUEVOS     PIC 9(5) VALUE ZEROS.

       01  CONTADOR                PIC 9(3) VALUE ZEROS.

       01  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
           DISPLAY "========================================".
           DISPLAY " ".

      * EL ASIGNADOR TOMA NOTA DE LOS CODIGOS DEL MAESTRO ANTERIOR
      * ANTES DE QUE EL OPEN OUTPUT LO VACIE.
           MOVE 'P' TO WK-AC-ACCION
           CALL "ASIGNA-CODIGO" USING WK-AC-ACCION
                                      WK-AC-SUCURSAL
                                      WK-AC-CODIGO
                                      WK-AC-PROGRAMA
                                      WK-AC-VEREDICTO
                                      WK-AC-LIBRES

           OPEN INPUT  ARCHIVO-CLIENTES
                OUTPUT ARCHIVO-MAESTRO
                OUTPUT ARCHIVO-CONTACTOS
               STOP RUN
           END-IF

           OPEN OUTPUT ARCHIVO-CLIENTES-TRABAJO

           IF FS-CLIENTES-TRABAJO NOT = '00'
               DISPLAY "ERROR ABRIENDO CLIENTES-ENTRADA-TRABAJO.DAT: "
                       FS-CLIENTES-TRABAJO
               STOP RUN
           END-IF

           OPEN OUTPUT ARCHIVO-EXCEP-CARGA

           IF FS-EXCEP-CARGA NOT = '00'
               ELSE
                   PERFORM 216-RECHAZAR-CLIENTE
               END-IF
               WRITE REG-CLIENTE-TRABAJO FROM REG-CLIENTE
               PERFORM 210-LEER-CLIENTE
           END-PERFORM.

                   DISPLAY "ERROR ESCRIBIENDO REGISTRO: " FS-MAESTRO
               END-IF.

      * PUERTA DE VALIDACION: EL CODIGO QUE VENGA DEBE CUMPLIR LA
      * CLASE DE CODIGO DE CUENTA Y SER NUMERICO (LA CLAVE INDEXADA
      * ES 9(5)), EL NOMBRE NO PUEDE VENIR EN BLANCO Y EL SALDO DEBE
      * SER NUMERICO. LO QUE NO PASA SE RECHAZA CON SU MOTIVO.
       215-VALIDAR-CLIENTE.
           MOVE 'S' TO SW-REGISTRO-VALIDO
           MOVE SPACES TO WK-MOTIVO-RECHAZO
           MOVE 'N' TO SW-CODIGO-A-ASIGNAR
           IF CODIGO-CLIENTE-X = SPACES OR CODIGO-CLIENTE-X = "00000"
               MOVE 'S' TO SW-CODIGO-A-ASIGNAR
           END-IF

           EVALUATE TRUE
               WHEN NOT CODIGO-A-ASIGNAR
                   AND CODIGO-CLIENTE-X NOT CODIGO-CUENTA
                   MOVE "CODIGO FUERA DE CLASE" TO WK-MOTIVO-RECHAZO
                   MOVE 'N' TO SW-REGISTRO-VALIDO
               WHEN NOT CODIGO-A-ASIGNAR
                   AND CODIGO-CLIENTE-X NOT NUMERIC
                   MOVE "CODIGO NO NUMERICO" TO WK-MOTIVO-RECHAZO
                   MOVE 'N' TO SW-REGISTRO-VALIDO
               WHEN NOMBRE-CLIENTE = SPACES
               PERFORM 217-COTEJAR-SUCURSAL
           END-IF

           IF REGISTRO-VALIDO AND NOT CODIGO-A-ASIGNAR
               PERFORM 218-COTEJAR-DIGITO-CONTROL
           END-IF

           IF REGISTRO-VALIDO
               PERFORM 214-COTEJAR-DOCUMENTO
           END-IF

           IF REGISTRO-VALIDO
               PERFORM 213-OBTENER-CODIGO
           END-IF

           IF REGISTRO-VALIDO
               PERFORM 219-COTEJAR-LISTAS
           END-IF.

      * EL CODIGO SALE DEL ASIGNADOR, DEL RANGO DE LA SUCURSAL DE LA
      * CUENTA (LA 001 SI NO TRAE). VA ANTES DE LA LISTA DE SANCIONES
      * PARA QUE LA COINCIDENCIA QUEDE EN LA COLA CON EL CODIGO QUE
      * TENDRA LA CUENTA: EL CODIGO QUEDA ESCRITO EN LA LINEA DE
      * ENTRADA AUNQUE LA LISTA LA DETENGA, Y LA PROXIMA CARGA LO
      * REUSA UNA VEZ QUE CUMPLIMIENTO LA LIBERE.
       213-OBTENER-CODIGO.
           IF SUCURSAL-CLIENTE = ZEROS
               MOVE 001 TO WK-AC-SUCURSAL
           ELSE
               MOVE SUCURSAL-CLIENTE TO WK-AC-SUCURSAL
           END-IF

           IF CODIGO-A-ASIGNAR
               MOVE 'A' TO WK-AC-ACCION
               MOVE ZEROS TO WK-AC-CODIGO
           ELSE
               MOVE 'V' TO WK-AC-ACCION
               MOVE CODIGO-CLIENTE TO WK-AC-CODIGO
           END-IF

           CALL "ASIGNA-CODIGO" USING WK-AC-ACCION
                                      WK-AC-SUCURSAL
                                      WK-AC-CODIGO
                                      WK-AC-PROGRAMA
                                      WK-AC-VEREDICTO
                                      WK-AC-LIBRES

           EVALUATE WK-AC-VEREDICTO
               WHEN 'S'
                   IF CODIGO-A-ASIGNAR
                       MOVE WK-AC-CODIGO TO CODIGO-CLIENTE
                       ADD 1 TO CONT-CODIGOS-NUEVOS
                       DISPLAY "CODIGO ASIGNADO: " CODIGO-CLIENTE
                               " (SUCURSAL " WK-AC-SUCURSAL
                               ", QUEDAN " WK-AC-LIBRES " LIBRES)"
                   END-IF
               WHEN 'R'
                   MOVE "SUCURSAL SIN RANGO DE CODIGOS"
                       TO WK-MOTIVO-RECHAZO
               WHEN 'C'
                   MOVE "SUCURSAL CERRADA" TO WK-MOTIVO-RECHAZO
               WHEN 'L'
                   MOVE "RANGO DE CODIGOS AGOTADO" TO WK-MOTIVO-RECHAZO
               WHEN 'N'
                   MOVE "CODIGO NO EMITIDO POR EL RANGO"
                       TO WK-MOTIVO-RECHAZO
               WHEN 'O'
                   MOVE "CODIGO DE OTRA SUCURSAL" TO WK-MOTIVO-RECHAZO
               WHEN OTHER
                   MOVE "ERROR ANOTANDO CODIGO" TO WK-MOTIVO-RECHAZO
           END-EVALUATE

           IF WK-AC-VEREDICTO NOT = 'S'
               MOVE 'N' TO SW-REGISTRO-VALIDO
           END-IF.

      * VA ANTES DE LA LISTA DE SANCIONES PARA QUE ESTA COMPARE EL
      * DOCUMENTO YA NORMALIZADO.
       214-COTEJAR-DOCUMENTO.
           CALL "VALIDA-DOCUMENTO" USING DOCUMENTO-CLIENTE
                                         WK-VD-NORMALIZADO
                                         WK-VD-TIPO
                                         WK-VD-VEREDICTO
                                         WK-VD-MOTIVO

           IF VD-DOCUMENTO-VALIDO
               MOVE WK-VD-NORMALIZADO TO DOCUMENTO-CLIENTE
           ELSE
               ADD 1 TO CONT-DOC-INVALIDO
               MOVE WK-VD-MOTIVO TO WK-MOTIVO-RECHAZO
               MOVE 'N' TO SW-REGISTRO-VALIDO
           END-IF.

      * NOMBRE Y DOCUMENTO CONTRA LA LISTA DE SANCIONES. SOLO PASA
      * LIBRE O CON LA COINCIDENCIA YA DESCARTADA POR CUMPLIMIENTO.
       219-COTEJAR-LISTAS.
           CALL "COTEJA-LISTAS" USING CODIGO-CLIENTE
                                      NOMBRE-CLIENTE
                                      DOCUMENTO-CLIENTE
                                      WK-CL-ORIGEN
                                      WK-CL-VEREDICTO
                                      WK-CL-REFERENCIA

           IF WK-CL-VEREDICTO = 'N' OR 'P' OR 'C'
               ADD 1 TO CONT-EN-LISTA
               MOVE SPACES TO WK-MOTIVO-RECHAZO
               STRING "COINCIDE CON LISTA " WK-CL-REFERENCIA
                      DELIMITED BY SIZE INTO WK-MOTIVO-RECHAZO
               MOVE 'N' TO SW-REGISTRO-VALIDO
           END-IF.

      * LA QUINTA POSICION DEL CODIGO DEBE SER EL DIGITO DE CONTROL
           MOVE DOMICILIO-2-CLIENTE TO CON-DOMICILIO-2
           MOVE TELEFONO-CLIENTE    TO CON-TELEFONO
           MOVE DOCUMENTO-CLIENTE   TO CON-DOCUMENTO
      * LA CARGA EN BLOQUE NO CALIFICA EL RIESGO: CADA CLIENTE QUEDA
      * SIN REVISION REGISTRADA HASTA QUE LA OFICINA HAGA LA PRIMERA
      * (REGISTRA-REVISION).
           MOVE SPACE               TO CON-RIESGO
           MOVE ZEROS               TO CON-FECHA-REVISION
                                       CON-PROXIMA-REVISION
           WRITE REG-CONTACTO

           IF FS-CONTACTOS NOT = '00'
                 ARCHIVO-CLIENTES
                 ARCHIVO-CONTACTOS
                 ARCHIVO-EXCEP-CARGA
                 ARCHIVO-CLIENTES-TRABAJO

           PERFORM 310-DEVOLVER-CLIENTES

           DISPLAY " ".
           DISPLAY "========================================".
           DISPLAY "Registros rechazados: " CONT-RECHAZADOS.
           DISPLAY "Codigos sin digito de control valido: "
                   CONT-DIGITO-MAL.
           DISPLAY "Codigos nuevos asignados: " CONT-CODIGOS-NUEVOS.
           DISPLAY "Rechazados por lista de sanciones: "
                   CONT-EN-LISTA.
           DISPLAY "Rechazados por documento invalido: "
                   CONT-DOC-INVALIDO.
           DISPLAY "Rechazos detallados en EXCEPCIONES-CARGA.TXT".
           DISPLAY "Archivo generado: MAESTRO.DAT".
           DISPLAY " ".

      * CLIENTES-ENTRADA.DAT SE REESCRIBE CON LA COPIA DE TRABAJO:
      * LAS MISMAS LINEAS, CON LOS CODIGOS NUEVOS YA PUESTOS.
       310-DEVOLVER-CLIENTES.
           OPEN INPUT ARCHIVO-CLIENTES-TRABAJO

           IF FS-CLIENTES-TRABAJO NOT = '00'
               DISPLAY "ERROR REABRIENDO CLIENTES-ENTRADA-TRABAJO.DAT: "
                       FS-CLIENTES-TRABAJO
               STOP RUN
           END-IF

           OPEN OUTPUT ARCHIVO-CLIENTES

           IF FS-CLIENTES NOT = '00'
               DISPLAY "ERROR REESCRIBIENDO CLIENTES-ENTRADA.DAT: "
                       FS-CLIENTES
               STOP RUN
           END-IF

           PERFORM UNTIL FS-CLIENTES-TRABAJO NOT = '00'
               READ ARCHIVO-CLIENTES-TRABAJO
                   AT END
                       CONTINUE
                   NOT AT END
                       WRITE REG-CLIENTE FROM REG-CLIENTE-TRABAJO
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CLIENTES-TRABAJO
                 ARCHIVO-CLIENTES.
