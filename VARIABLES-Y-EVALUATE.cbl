      * WK-ALUMNO/WK-PROFESOR MAS LA EDAD: ASI EL PROPIO PROGRAMA
      * PUEDE RELEER EL ROSTER, LISTARLO Y BUSCAR POR APELLIDO EN
      * LUGAR DE DEJAR UN TEXTO QUE NADIE PODIA RECUPERAR.
      * EL PERSONAL (TIPO 'E') LLEVA ADEMAS SU IDENTIFICADOR, QUE ES
      * EL MISMO OPE-ID CON QUE ENTRA A LOS PROGRAMAS DEL BANCO, SU
      * SITUACION Y SU PUESTO: SINCRONIZA-OPERADORES LOS CRUZA CON
      * OPERADORES.DAT. CADA NOVEDAD SE AGREGA COMO UN REGISTRO MAS
      * Y EL ULTIMO DE CADA IDENTIFICADOR ES EL QUE VALE. ALUMNOS Y
      * PROFESORES LOS DEJAN EN BLANCO.
       FD  ARCHIVO-ROSTER.
       01  REG-ROSTER.
           05 ROS-TIPO                     PIC X(1).
              88 ROS-ES-ALUMNO             VALUE 'A'.
              88 ROS-ES-PROFESOR           VALUE 'P'.
              88 ROS-ES-EMPLEADO           VALUE 'E'.
           05 ROS-NOMBRE                   PIC X(8).
           05 ROS-APELLIDO1                PIC X(10).
           05 ROS-APELLIDO2                PIC X(10).
           05 ROS-TELEFONO1                PIC X(9).
           05 ROS-TELEFONO2                PIC X(9).
           05 ROS-EDAD                     PIC 9(3).
           05 ROS-ID-PERSONAL              PIC X(8).
           05 ROS-SITUACION                PIC X(1).
              88 ROS-ACTIVO                VALUE 'A'.
              88 ROS-DE-LICENCIA           VALUE 'L'.
              88 ROS-DE-BAJA               VALUE 'B'.
           05 ROS-PUESTO                   PIC X(2).

      * UN COLOR POR LINEA, PARA CLASIFICAR UN LOTE ENTERO SIN TENER
      * QUE TECLEARLO UNO A UNO.
      *          MODO DE TRABAJO Y CONSULTA DEL ROSTER
       01  WK-MODO-PROGRAMA                 PIC X       VALUE 'C'.
           88 MODO-CONSULTA                             VALUE 'Q'.
           88 MODO-PERSONAL                             VALUE 'E'.

       01  SW-FIN-ROSTER                    PIC X       VALUE 'N'.
           88 FIN-ROSTER                                VALUE 'S'.
       77  WK-EDAD-ALUMNO                   PIC 9(3)    VALUE ZEROES.
       77  WK-EDAD-PROFESOR                 PIC 9(3)    VALUE ZEROES.

      *          NOVEDAD DE PERSONAL (MODO E)
      *   PUESTO: CO CONSULTA, CA CAJERO, OP OPERACIONES, SU SUPERVISOR.
       01  WK-EMPLEADO.
           05 WK-ID-EMPLEADO                PIC X(8)    VALUE SPACES.
           05 WK-NOMBRE-EMPLEADO            PIC X(8)    VALUE SPACES.
           05 WK-APELLIDO1-EMPLEADO         PIC X(10)   VALUE SPACES.
           05 WK-APELLIDO2-EMPLEADO         PIC X(10)   VALUE SPACES.
           05 WK-TELEFONO1-EMPLEADO         PIC X(9)    VALUE SPACES.
           05 WK-TELEFONO2-EMPLEADO         PIC X(9)    VALUE SPACES.
           05 WK-EDAD-EMPLEADO              PIC 9(3)    VALUE ZEROES.
           05 WK-SITUACION-EMPLEADO         PIC X(1)    VALUE SPACE.
              88 WK-SITUACION-VALIDA        VALUES 'A', 'L', 'B'.
           05 WK-PUESTO-EMPLEADO            PIC X(2)    VALUE SPACES.
              88 WK-PUESTO-VALIDO           VALUES "CO", "CA", "OP",
                                                   "SU".

       01  SW-EMPLEADO-VALIDO               PIC X       VALUE 'N'.
           88 EMPLEADO-VALIDO                           VALUE 'S'.

       01  WS-MENU-CONSULTA                 PIC X       VALUE SPACE.
           88 CONSULTA-LISTAR                           VALUE 'L'.
           88 CONSULTA-BUSCAR                           VALUE 'B'.
               10 TR-TELEFONO1              PIC X(9).
               10 TR-TELEFONO2              PIC X(9).
               10 TR-EDAD                   PIC 9(3).
               10 TR-ID-PERSONAL            PIC X(8).
               10 TR-SITUACION              PIC X(1).
               10 TR-PUESTO                 PIC X(2).

      ******************************************************************
       PROCEDURE DIVISION.
      *
           DISPLAY
           "MODO - C (CAPTURA), Q (CONSULTA DEL ROSTER)"
           " O E (NOVEDAD DE PERSONAL): "
           ACCEPT WK-MODO-PROGRAMA
           EVALUATE TRUE
               WHEN MODO-CONSULTA
                   PERFORM 4000-MODO-CONSULTA
               WHEN MODO-PERSONAL
                   PERFORM 5000-NOVEDAD-PERSONAL
               WHEN OTHER
                   PERFORM 1000-INICIO
                   PERFORM 2000-PROCESO
           END-EVALUATE
           PERFORM 3000-FIN
           .
      * 
      ******************************************************************
       1200-GUARDA-ROSTER.
      *
           PERFORM 1210-ABRIR-ROSTER-EXTEND

      * UN REGISTRO POR PERSONA, CON SU TIPO Y SU EDAD, EN EL MISMO
      * TRAZADO QUE EL MODO CONSULTA RELEE.

           CLOSE ARCHIVO-ROSTER
           .
      *
      ******************************************************************
      *                   1210-ABRIR-ROSTER-EXTEND                     *
      *----------------------------------------------------------------*
      *   COMPARTIDO POR LA CAPTURA Y LA NOVEDAD DE PERSONAL           *
      ******************************************************************
       1210-ABRIR-ROSTER-EXTEND.
      *
      * ROSTER.DAT NUNCA SE TRUNCA: SE ABRE EN EXTEND PARA QUE CADA
      * CORRIDA AGREGUE SU ALUMNO Y SU PROFESOR A LOS YA GUARDADOS. SI
      * TODAVIA NO EXISTE SE CREA VACIO ANTES DE ABRIRLO EN EXTEND.
           OPEN EXTEND ARCHIVO-ROSTER

           IF FS-ROSTER = "35"
               OPEN OUTPUT ARCHIVO-ROSTER
               CLOSE ARCHIVO-ROSTER
               OPEN EXTEND ARCHIVO-ROSTER
           END-IF

           IF FS-ROSTER NOT = "00"
               DISPLAY
               "ERROR ABRIENDO ROSTER.DAT: " FS-ROSTER
               STOP RUN
           END-IF
           .
      ******************************************************************
      *                       2000-PROCESO                             *
      *----------------------------------------------------------------*
                               TO TR-TELEFONO2(WK-CONT-ROSTER)
                           MOVE ROS-EDAD
                               TO TR-EDAD(WK-CONT-ROSTER)
                           MOVE ROS-ID-PERSONAL
                               TO TR-ID-PERSONAL(WK-CONT-ROSTER)
                           MOVE ROS-SITUACION
                               TO TR-SITUACION(WK-CONT-ROSTER)
                           MOVE ROS-PUESTO
                               TO TR-PUESTO(WK-CONT-ROSTER)
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-ROSTER
               TR-APELLIDO2(WK-INDICE-ROSTER) " "
               TR-TELEFONO1(WK-INDICE-ROSTER) " "
               TR-TELEFONO2(WK-INDICE-ROSTER) " EDAD "
               TR-EDAD(WK-INDICE-ROSTER) " "
               TR-ID-PERSONAL(WK-INDICE-ROSTER) " "
               TR-SITUACION(WK-INDICE-ROSTER) " "
               TR-PUESTO(WK-INDICE-ROSTER)
           END-PERFORM
           .
      *
                   TR-APELLIDO2(WK-INDICE-ROSTER) " "
                   TR-TELEFONO1(WK-INDICE-ROSTER) " "
                   TR-TELEFONO2(WK-INDICE-ROSTER) " EDAD "
                   TR-EDAD(WK-INDICE-ROSTER) " "
                   TR-ID-PERSONAL(WK-INDICE-ROSTER) " "
                   TR-SITUACION(WK-INDICE-ROSTER) " "
                   TR-PUESTO(WK-INDICE-ROSTER)
               END-IF
           END-PERFORM

           .
      *
      ******************************************************************
      *                   5000-NOVEDAD-PERSONAL                        *
      *----------------------------------------------------------------*
      *   ALTA O CAMBIO DE UN EMPLEADO: SE PIDEN SUS DATOS HASTA QUE   *
      *   SEAN VALIDOS Y SE AGREGA UN REGISTRO 'E' A ROSTER.DAT. UN    *
      *   CAMBIO DE SITUACION O DE PUESTO ES OTRO REGISTRO CON EL      *
      *   MISMO IDENTIFICADOR, QUE REEMPLAZA AL ANTERIOR.              *
      ******************************************************************
       5000-NOVEDAD-PERSONAL.
      *
           MOVE 'N' TO SW-EMPLEADO-VALIDO
           PERFORM 5100-SOLICITA-EMPLEADO
               UNTIL EMPLEADO-VALIDO

           PERFORM 1210-ABRIR-ROSTER-EXTEND

           MOVE SPACES TO REG-ROSTER
           MOVE 'E' TO ROS-TIPO
           MOVE WK-NOMBRE-EMPLEADO     TO ROS-NOMBRE
           MOVE WK-APELLIDO1-EMPLEADO  TO ROS-APELLIDO1
           MOVE WK-APELLIDO2-EMPLEADO  TO ROS-APELLIDO2
           MOVE WK-TELEFONO1-EMPLEADO  TO ROS-TELEFONO1
           MOVE WK-TELEFONO2-EMPLEADO  TO ROS-TELEFONO2
           MOVE WK-EDAD-EMPLEADO       TO ROS-EDAD
           MOVE WK-ID-EMPLEADO         TO ROS-ID-PERSONAL
           MOVE WK-SITUACION-EMPLEADO  TO ROS-SITUACION
           MOVE WK-PUESTO-EMPLEADO     TO ROS-PUESTO
           WRITE REG-ROSTER

           CLOSE ARCHIVO-ROSTER

           DISPLAY
           "EMPLEADO " WK-ID-EMPLEADO " GUARDADO: SITUACION "
           WK-SITUACION-EMPLEADO " PUESTO " WK-PUESTO-EMPLEADO
           .
      *
      ******************************************************************
      *                   5100-SOLICITA-EMPLEADO                       *
      ******************************************************************
       5100-SOLICITA-EMPLEADO.
      *
           DISPLAY
           "DATOS DEL EMPLEADO"
           DISPLAY
           "IDENTIFICADOR (EL DE OPERADOR): " WITH NO ADVANCING
           ACCEPT WK-ID-EMPLEADO
           DISPLAY
           "NOMBRE: " WITH NO ADVANCING
           ACCEPT WK-NOMBRE-EMPLEADO
           DISPLAY
           "PRIMER APELLIDO: " WITH NO ADVANCING
           ACCEPT WK-APELLIDO1-EMPLEADO
           DISPLAY
           "SEGUNDO APELLIDO: " WITH NO ADVANCING
           ACCEPT WK-APELLIDO2-EMPLEADO
           DISPLAY
           "TELEFONO 1: " WITH NO ADVANCING
           ACCEPT WK-TELEFONO1-EMPLEADO
           DISPLAY
           "TELEFONO 2: " WITH NO ADVANCING
           ACCEPT WK-TELEFONO2-EMPLEADO
           DISPLAY
           "EDAD: " WITH NO ADVANCING
           ACCEPT WK-EDAD-EMPLEADO
           DISPLAY
           "SITUACION - A (ACTIVO), L (LICENCIA), B (BAJA): "
           WITH NO ADVANCING
           ACCEPT WK-SITUACION-EMPLEADO
           DISPLAY
           "PUESTO - CO, CA, OP O SU: " WITH NO ADVANCING
           ACCEPT WK-PUESTO-EMPLEADO

           EVALUATE TRUE
               WHEN WK-ID-EMPLEADO = SPACES
                   DISPLAY "EL IDENTIFICADOR ES OBLIGATORIO"
               WHEN NOT WK-SITUACION-VALIDA
                   DISPLAY "SITUACION INCORRECTA, INTRODUCE A, L O B"
               WHEN NOT WK-PUESTO-VALIDO
                   DISPLAY "PUESTO INCORRECTO (CO, CA, OP O SU)"
               WHEN OTHER
                   MOVE 'S' TO SW-EMPLEADO-VALIDO
           END-EVALUATE
           .
      *
      ******************************************************************
      *                   3000-FIN                                     *
      *----------------------------------------------------------------*
      *                                                                *
