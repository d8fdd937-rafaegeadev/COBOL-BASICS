      *            MEZCLA-MOVIMIENTOS.CBL LOS LLEVE AL CRUZADO, QUE
      *            LOS APLICA COMO UN CARGO Y LOS REPORTA EN SU
      *            PROPIA LINEA DE TOTALES POR TIPO.
      *            LANZADO POR LA CADENA NOCTURNA (CERROJO.DAT PUESTO)
      *            CON PAR-MES-COMISIONES EN CERO, COBRA EL MES DE LA
      *            FECHA DE NEGOCIO CON UN LOTE "CM"+AAAAMM PROPIO DE
      *            ESE MES, PARA QUE EL CRUZADO NO LO TOME POR REPETIDO.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

      * CON EL CERROJO DE CORRIDA PUESTO, QUIEN LANZA ES LA CADENA.
           SELECT ARCHIVO-CERROJO
               ASSIGN TO "CERROJO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CERROJO.

           SELECT ARCHIVO-FECHA-PROCESO
               ASSIGN TO "FECHA-PROCESO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHA-PROCESO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-PARAMETROS.
           05 TRL-HASH-IMPORTES    PIC 9(11)V99.
           05 FILLER               PIC X(44).

       FD  ARCHIVO-CERROJO.
       01  REG-CERROJO.
           05 CER-FECHA            PIC 9(8).
           05 CER-HORA             PIC 9(6).
           05 CER-OPERADOR         PIC X(8).

       FD  ARCHIVO-FECHA-PROCESO.
       01  REG-FECHA-PROCESO.
           05 FPR-FECHA            PIC 9(8).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-MAESTRO           PIC XX.
           05 FS-COMISIONES        PIC XX.
           05 FS-PARAMETROS        PIC XX.
           05 FS-REGLAS-PROD       PIC XX.
           05 FS-CERROJO           PIC XX.
           05 FS-FECHA-PROCESO     PIC XX.

       01  SWITCHES.
           05 SW-PARAMETROS-LEIDOS PIC X VALUE 'N'.
              88 PARAMETROS-LEIDOS VALUE 'S'.
           05 SW-EN-CADENA         PIC X VALUE 'N'.
              88 EN-CADENA         VALUE 'S'.
           05 SW-FIN-MAESTRO       PIC X VALUE 'N'.
              88 FIN-MAESTRO       VALUE 'S'.
           05 SW-FIN-APLICADOS     PIC X VALUE 'N'.
           05 WK-MES-PEDIDO           PIC 9(6)  VALUE ZEROS.
           05 WK-LOTE-IDENTIFICADOR   PIC X(08) VALUE SPACES.
       01  WK-MES-REGISTRO         PIC 9(6) VALUE ZEROS.
       01  WK-FECHA-NEGOCIO        PIC 9(8) VALUE ZEROS.

       01  CONTROL-DE-LOTE.
           05 WK-FECHA-HOY         PIC 9(8)     VALUE ZEROS.
               ACCEPT WK-LOTE-IDENTIFICADOR
           END-IF

           IF PARAMETROS-LEIDOS AND WK-MES-PEDIDO = ZEROS
               PERFORM 112-DETECTAR-CADENA
           END-IF

           IF WK-MES-PEDIDO = ZEROS
               DISPLAY "SE REQUIERE EL MES DEL PERIODO"
               MOVE 0008 TO RETURN-CODE
               GOBACK
           END-IF

           IF WK-LOTE-IDENTIFICADOR = SPACES
           IF FS-TARIFARIO NOT = '00'
               DISPLAY "ERROR ABRIENDO COMISIONES.DAT: " FS-TARIFARIO
               DISPLAY "SIN TARIFARIO NO SE COBRAN COMISIONES"
               MOVE 0016 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FS-TARIFARIO NOT = '00'

           IF CONT-TARIFAS = ZEROS
               DISPLAY "COMISIONES.DAT ESTA VACIO"
               MOVE 0008 TO RETURN-CODE
               GOBACK
           END-IF

           DISPLAY "CONJUNTOS DE TARIFA CARGADOS: " CONT-TARIFAS

           IF FS-MAESTRO NOT = '00'
               DISPLAY "ERROR ABRIENDO MAESTRO.DAT: " FS-MAESTRO
               MOVE 0016 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARCHIVO-COMISIONES
           IF FS-COMISIONES NOT = '00'
               DISPLAY "ERROR ABRIENDO MOVS-COMISIONES.DAT: "
                       FS-COMISIONES
               MOVE 0016 TO RETURN-CODE
               GOBACK
           END-IF

      * REGISTRO DE CONTROL 'H': LOTE Y FECHA DE CREACION.

           CLOSE ARCHIVO-PARAMETROS.

      * EL CERROJO SOLO ESTA PUESTO MIENTRAS CORRE LA CADENA. ALLI
      * EL MES ES EL DE LA FECHA DE NEGOCIO, Y EL LOTE FIJO DE
      * PARAMETROS.DAT SE REEMPLAZA POR UNO DEL MES: EL MISMO LOTE
      * TODOS LOS MESES CHOCARIA CON LOTES-PROCESADOS.DAT.
       112-DETECTAR-CADENA.
           OPEN INPUT ARCHIVO-CERROJO

           IF FS-CERROJO NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ ARCHIVO-CERROJO
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'S' TO SW-EN-CADENA
           END-READ

           CLOSE ARCHIVO-CERROJO

           IF NOT EN-CADENA
               EXIT PARAGRAPH
           END-IF

           ACCEPT WK-FECHA-NEGOCIO FROM DATE YYYYMMDD

           OPEN INPUT ARCHIVO-FECHA-PROCESO
           IF FS-FECHA-PROCESO = '00'
               READ ARCHIVO-FECHA-PROCESO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FPR-FECHA > ZEROS
                           MOVE FPR-FECHA TO WK-FECHA-NEGOCIO
                       END-IF
               END-READ
               CLOSE ARCHIVO-FECHA-PROCESO
           END-IF

           MOVE WK-FECHA-NEGOCIO(1:6) TO WK-MES-PEDIDO
           MOVE SPACES TO WK-LOTE-IDENTIFICADOR
           STRING "CM" WK-MES-PEDIDO
               DELIMITED BY SIZE INTO WK-LOTE-IDENTIFICADOR
           DISPLAY "LANZADO POR LA CADENA: MES " WK-MES-PEDIDO
                   " LOTE " WK-LOTE-IDENTIFICADOR.

      * CARGA EL CONJUNTO DE COMISIONES DE CADA PRODUCTO; SIN
      * ARCHIVO, TODOS COBRAN EL CONJUNTO EN BLANCO (DEFECTO).
       115-CARGAR-REGLAS-PRODUCTO.

           IF FS-APLICADOS NOT = '00'
               DISPLAY "ERROR ABRIENDO APLICADOS: " FS-APLICADOS
               MOVE 0016 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 155-LEER-APLICADO
