       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRASPASA-ABANDONOS.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: SALDOS EN ABANDONO (ENTREGA ANUAL AL ESTADO)
      * PROPOSITO: LA LEY OBLIGA A INFORMAR Y ENTREGAR AL ESTADO EL
      *            SALDO DE LAS CUENTAS SIN ACTIVIDAD DEL CLIENTE
      *            DURANTE EL PLAZO LEGAL. CORRE CADA NOCHE EN LA
      *            CADENA DESPUES DEL CUADRE DE CAJAS, PERO LA
      *            SELECCION Y LOS TRASPASOS SOLO SE HACEN EL ULTIMO
      *            DIA HABIL DEL AÑO (DIA-HABIL Y CALENDARIO.DAT):
      *            -- TRASPASO: CADA EXPEDIENTE AVISADO EN UN AÑO
      *               ANTERIOR CUYO PLAZO DE AVISO VENCIO, CON LA
      *               CARTA YA ENVIADA, SIN ACTIVIDAD DESDE EL AVISO
      *               Y SIN EMBARGO, RETENCION NI DISPUTA ABIERTA,
      *               PASA SU SALDO A LA CUENTA DE ABANDONOS: UN 'A'
      *               EN LA CUENTA (SALE) Y UN 'C' EN LA DE ABANDONOS
      *               (ENTRA), CONJUNTO DE TRANSFERENCIA "TR7" MAS EL
      *               EXPEDIENTE, Y QUEDA EN EL INFORME AL ESTADO
      *               ABANDONOS-ESTADO-AAAA.DAT;
      *            -- AVISO: CADA CUENTA CON SALDO CUYA ULTIMA
      *               ACTIVIDAD DEL CLIENTE (CARGO O ABONO EN
      *               APLICADOS.DAT, COMO EN REPORTE-INACTIVAS; SIN
      *               ELLA, LA FECHA DE ESTADO) TIENE MAS DE LOS AÑOS
      *               DEL PLAZO LEGAL Y QUE NO ESTA EMBARGADA,
      *               RETENIDA NI EN DISPUTA ABRE UN EXPEDIENTE EN
      *               ABANDONOS.DAT; EMITE-CARTAS LE MANDA LA CARTA DE
      *               ULTIMO AVISO ('U') AL DOMICILIO DE CONTACTOS.DAT.
      *            TODAS LAS NOCHES ATIENDE LOS RECLAMOS QUE LA
      *            OFICINA CARGA EN ABANDONOS-RECLAMOS.DAT: EL DE UN
      *            EXPEDIENTE AVISADO LO CIERRA SIN TRASPASO, Y EL DE
      *            UNO YA TRASPASADO DEVUELVE EL IMPORTE DESDE LA
      *            CUENTA DE ABANDONOS (CONJUNTO "TR6" MAS EL
      *            EXPEDIENTE) A LA CUENTA DEL TITULAR O A LA QUE
      *            INDIQUE EL RECLAMO.
      *            LOS ASIENTOS VAN EN MOVS-ABANDONOS.DAT (LOTE "AB"
      *            MAS AAMMDD, CON 'H'/'T') COMO UNA FUENTE MAS DEL
      *            MANIFIESTO DE LA MEZCLA; LAS NOCHES SIN ASIENTOS
      *            QUEDA SOLO CON SU CONTROL. EL DETALLE DE LA CORRIDA
      *            QUEDA EN ABANDONOS.TXT.
      *            ABANDONOS.DAT ES EL REGISTRO PERMANENTE DE CADA
      *            EXPEDIENTE: ESTADO 'N' AVISADO, 'T' TRASPASADO,
      *            'D' DEVUELTO TRAS UN RECLAMO, 'R' RECLAMADO O CON
      *            ACTIVIDAD ANTES DEL TRASPASO, 'X' ANULADO (CUENTA
      *            CERRADA O SIN SALDO).
      *            RC 16 ERROR DE ARCHIVO, 12 TABLA LLENA; LOS
      *            EXPEDIENTES SUSPENDIDOS SE INFORMAN CON RC 0.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      * FECHA DE PROCESO IMPUESTA (RECUPERACION MULTI-DIA): SI
      * EXISTE Y TRAE FECHA, MANDA SOBRE EL RELOJ, IGUAL QUE EN
      * LIBERA-ALMACEN Y EL CRUZADO.
           SELECT ARCHIVO-FECHA-PROCESO
               ASSIGN TO "FECHA-PROCESO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHA-PROCESO.

           SELECT ARCHIVO-ESTADO-CORRIDA
               ASSIGN TO "ESTADO-CORRIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTADO-CORRIDA.

      * AÑOS DEL PLAZO LEGAL, DIAS DEL PLAZO DE AVISO, CUENTA DE
      * ABANDONOS Y CODIGO DE LA ENTIDAD ANTE EL ESTADO.
           SELECT ARCHIVO-PARAMETROS
               ASSIGN TO "ABANDONOS-PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT ARCHIVO-ABANDONOS
               ASSIGN TO "ABANDONOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ABANDONOS.

           SELECT ARCHIVO-RECLAMOS
               ASSIGN TO "ABANDONOS-RECLAMOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECLAMOS.

           SELECT ARCHIVO-MAESTRO
               ASSIGN TO "MAESTRO-NUEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO-MAESTRO
               FILE STATUS IS FS-MAESTRO.

           SELECT ARCHIVO-CONTACTOS
               ASSIGN TO "CONTACTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-CODIGO
               FILE STATUS IS FS-CONTACTOS.

           SELECT ARCHIVO-APLICADOS
               ASSIGN TO "APLICADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-APLICADOS.

           SELECT ARCHIVO-EMBARGOS
               ASSIGN TO "EMBARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EMBARGOS.

           SELECT ARCHIVO-RETENCIONES
               ASSIGN TO "RETENCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETENCIONES.

           SELECT ARCHIVO-DISPUTAS
               ASSIGN TO "DISPUTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DISPUTAS.

      * LAS CARTAS YA ENVIADAS (EMITE-CARTAS): EL PLAZO DE AVISO
      * CORRE DESDE LA CARTA, NO DESDE LA APERTURA DEL EXPEDIENTE.
           SELECT ARCHIVO-CARTAS-LOG
               ASSIGN TO "CARTAS-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CARTAS-LOG.

           SELECT ARCHIVO-MOVS-ABANDONOS
               ASSIGN TO "MOVS-ABANDONOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVS-ABANDONOS.

      * EL INFORME AL ESTADO, UNO POR AÑO, CON EL AÑO EN EL NOMBRE
      * ARMADO EN EJECUCION.
           SELECT ARCHIVO-ESTADO
               ASSIGN TO WK-NOMBRE-ESTADO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTADO.

           SELECT ARCHIVO-REPORTE
               ASSIGN TO "ABANDONOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-FECHA-PROCESO.
       01  REG-FECHA-PROCESO.
           05 FPR-FECHA            PIC 9(8).

       FD  ARCHIVO-ESTADO-CORRIDA.
       01  REG-ESTADO-CORRIDA.
           05 EST-ID-EJECUCION     PIC X(19).
           05 EST-RESULTADO        PIC X(8).
           05 EST-PARRAFO          PIC X(30).
           05 EST-MOTIVO           PIC X(40).
           05 EST-CUADRE           PIC X(1).
           05 EST-RC               PIC 9(4).

       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETROS.
           05 PAB-ANIOS            PIC 9(2).
           05 PAB-DIAS-AVISO       PIC 9(3).
           05 PAB-CUENTA-ABANDONOS PIC 9(5).
           05 PAB-ENTIDAD          PIC X(8).

      * UN REGISTRO POR EXPEDIENTE. ABN-FECHA-ESTADO ES LA DEL
      * ULTIMO CAMBIO DE ESTADO; LOS DATOS DEL TRASPASO Y DE LA
      * DEVOLUCION QUEDAN PARA SIEMPRE, PARA RESPONDER AL RECLAMO.
      * MISMO LAYOUT QUE EMITE-CARTAS.CBL.
       FD  ARCHIVO-ABANDONOS.
       01  REG-ABANDONO.
           05 ABN-EXPEDIENTE       PIC 9(5).
           05 ABN-CODIGO           PIC 9(5).
           05 ABN-NOMBRE           PIC X(30).
           05 ABN-DOCUMENTO        PIC X(15).
           05 ABN-SUCURSAL         PIC 9(3).
           05 ABN-MONEDA           PIC X(3).
           05 ABN-ULTIMA-ACTIVIDAD PIC 9(8).
           05 ABN-SALDO-AVISO      PIC 9(7)V99.
           05 ABN-FECHA-AVISO      PIC 9(8).
           05 ABN-FECHA-LIMITE     PIC 9(8).
           05 ABN-ESTADO           PIC X(1).
           05 ABN-FECHA-ESTADO     PIC 9(8).
           05 ABN-IMPORTE-TRASPASO PIC 9(7)V99.
           05 ABN-LOTE             PIC X(8).
           05 ABN-REFERENCIA       PIC X(8).
           05 ABN-CUENTA-ABANDONOS PIC 9(5).
           05 ABN-CUENTA-DEVOLUCION PIC 9(5).
           05 ABN-OPERADOR-RECLAMO PIC X(8).
           05 ABN-OBSERVACION      PIC X(30).

      * RCL-CUENTA EN CERO DEVUELVE A LA CUENTA DEL EXPEDIENTE.
       FD  ARCHIVO-RECLAMOS.
       01  REG-RECLAMO.
           05 RCL-EXPEDIENTE       PIC 9(5).
           05 RCL-CUENTA           PIC 9(5).
           05 RCL-OPERADOR         PIC X(8).
           05 RCL-FECHA            PIC 9(8).

       FD  ARCHIVO-MAESTRO.
       01  REG-MAESTRO.
           05 CODIGO-MAESTRO       PIC 9(5).
           05 NOMBRE-MAESTRO       PIC X(30).
           05 SALDO-MAESTRO        PIC S9(7)V99.
           05 ESTADO-MAESTRO       PIC X(01).
              88 MAESTRO-BLOQUEADO VALUE 'B'.
              88 MAESTRO-CERRADO   VALUE 'C'.
              88 MAESTRO-SOLO-DEPOSITOS VALUE 'R'.
              88 MAESTRO-SOLO-RETIROS   VALUE 'I'.
              88 MAESTRO-EMBARGADO      VALUE 'E'.
           05 FECHA-ESTADO-MAESTRO PIC 9(8).
           05 MONEDA-MAESTRO       PIC X(3).
           05 SUCURSAL-MAESTRO     PIC 9(3).
           05 PRODUCTO-MAESTRO     PIC X(2).

       FD  ARCHIVO-CONTACTOS.
       01  REG-CONTACTO.
           05 CON-CODIGO           PIC 9(5).
           05 CON-DOMICILIO-1      PIC X(30).
           05 CON-DOMICILIO-2      PIC X(30).
           05 CON-TELEFONO         PIC X(12).
           05 CON-DOCUMENTO        PIC X(15).
           05 CON-RIESGO           PIC X(1).
           05 CON-FECHA-REVISION   PIC 9(8).
           05 CON-PROXIMA-REVISION PIC 9(8).

       FD  ARCHIVO-APLICADOS.
       01  REG-APLICADO.
           05 APL-ID-EJECUCION     PIC X(19).
           05 APL-CODIGO           PIC 9(5).
           05 APL-TIPO             PIC X(01).
           05 APL-IMPORTE          PIC 9(7)V99.
           05 APL-DESCRIPCION      PIC X(20).
           05 APL-LOTE             PIC X(08).
           05 APL-MONEDA           PIC X(3).
           05 APL-SECUENCIA        PIC 9(5).
           05 APL-REFERENCIA       PIC X(8).
           05 APL-SUCURSAL         PIC 9(3).
           05 APL-SENTIDO          PIC X(1).

       FD  ARCHIVO-EMBARGOS.
       01  REG-EMBARGO.
           05 EMB-CODIGO           PIC 9(5).
           05 EMB-TOTAL            PIC 9(7)V99.
           05 EMB-RESTANTE         PIC 9(7)V99.
           05 EMB-REFERENCIA       PIC X(12).
           05 EMB-OPERADOR         PIC X(8).
           05 EMB-FECHA-ALTA       PIC 9(8).

       FD  ARCHIVO-RETENCIONES.
       01  REG-RETENCION.
           05 RET-CODIGO           PIC 9(5).
           05 RET-IMPORTE          PIC 9(7)V99.
           05 RET-MOTIVO           PIC X(30).
           05 RET-OPERADOR         PIC X(8).
           05 RET-FECHA-ALTA       PIC 9(8).
           05 RET-FECHA-LIBERACION PIC 9(8).

       FD  ARCHIVO-DISPUTAS.
       01  REG-DISPUTA.
           05 DIS-NUMERO           PIC 9(5).
           05 DIS-CODIGO           PIC 9(5).
           05 DIS-SUCURSAL         PIC 9(3).
           05 DIS-ID-EJECUCION     PIC X(19).
           05 DIS-LOTE             PIC X(8).
           05 DIS-SECUENCIA        PIC 9(5).
           05 DIS-IMPORTE-ORIGINAL PIC 9(7)V99.
           05 DIS-MONEDA           PIC X(3).
           05 DIS-IMPORTE          PIC 9(7)V99.
           05 DIS-MOTIVO           PIC X(30).
           05 DIS-ESTADO           PIC X(1).
              88 DISPUTA-ABIERTA   VALUE 'A'.
           05 DIS-FECHA-APERTURA   PIC 9(8).
           05 DIS-FECHA-LIMITE     PIC 9(8).
           05 DIS-FECHA-RESOLUCION PIC 9(8).
           05 DIS-CREDITO          PIC X(1).
           05 DIS-FECHA-CREDITO    PIC 9(8).
           05 DIS-FECHA-REVERSO    PIC 9(8).
           05 DIS-OPERADOR         PIC X(8).

       FD  ARCHIVO-CARTAS-LOG.
       01  REG-CARTA-LOG.
           05 CAL-FECHA            PIC 9(8).
           05 CAL-CODIGO           PIC 9(5).
           05 CAL-TIPO             PIC X(1).
           05 CAL-REFERENCIA       PIC X(20).
           05 CAL-SUCURSAL         PIC 9(3).
           05 CAL-ARCHIVO          PIC X(24).
           05 CAL-PAGINA           PIC 9(5).
           05 CAL-SECUENCIA        PIC 9(9).
           05 CAL-SELLO            PIC 9(18).

       FD  ARCHIVO-MOVS-ABANDONOS.
       01  REG-MOV-ABANDONO.
           05 MAB-CODIGO           PIC 9(5).
           05 MAB-TIPO             PIC X(01).
           05 MAB-IMPORTE          PIC 9(7)V99.
           05 MAB-DESCRIPCION      PIC X(20).
           05 MAB-LOTE             PIC X(08).
           05 MAB-FECHA            PIC 9(8).
           05 MAB-MONEDA           PIC X(3).
           05 MAB-SECUENCIA        PIC 9(5).
           05 MAB-REFERENCIA       PIC X(8).
           05 MAB-SUCURSAL         PIC 9(3).
       01  REG-MAB-ENCABEZADO REDEFINES REG-MOV-ABANDONO.
           05 HDR-CODIGO           PIC 9(5).
           05 HDR-TIPO             PIC X(01).
           05 HDR-LOTE             PIC X(08).
           05 HDR-FECHA-CREACION   PIC 9(8).
           05 FILLER               PIC X(48).
       01  REG-MAB-RESUMEN REDEFINES REG-MOV-ABANDONO.
           05 TRL-CODIGO           PIC 9(5).
           05 TRL-TIPO             PIC X(01).
           05 TRL-CUENTA-REGISTROS PIC 9(7).
           05 TRL-HASH-IMPORTES    PIC 9(11)V99.
           05 FILLER               PIC X(44).

      * INFORME AL ESTADO: '1' CABECERA, '2' UNA CUENTA TRASPASADA
      * CON SU TITULAR Y DOMICILIO, '9' CANTIDAD E IMPORTE TOTAL.
       FD  ARCHIVO-ESTADO.
       01  REG-ESTADO-DETALLE.
           05 EDE-TIPO             PIC X(1).
           05 EDE-EXPEDIENTE       PIC 9(5).
           05 EDE-CUENTA           PIC 9(5).
           05 EDE-NOMBRE           PIC X(30).
           05 EDE-DOCUMENTO        PIC X(15).
           05 EDE-DOMICILIO-1      PIC X(30).
           05 EDE-DOMICILIO-2      PIC X(30).
           05 EDE-SUCURSAL         PIC 9(3).
           05 EDE-MONEDA           PIC X(3).
           05 EDE-IMPORTE          PIC 9(9)V99.
           05 EDE-ULTIMA-ACTIVIDAD PIC 9(8).
           05 EDE-FECHA-AVISO      PIC 9(8).
           05 EDE-FECHA-TRASPASO   PIC 9(8).
           05 EDE-REFERENCIA       PIC X(8).
       01  REG-ESTADO-CABECERA REDEFINES REG-ESTADO-DETALLE.
           05 ECA-TIPO             PIC X(1).
           05 ECA-ENTIDAD          PIC X(8).
           05 ECA-EJERCICIO        PIC 9(4).
           05 ECA-FECHA            PIC 9(8).
           05 ECA-ANIOS-PLAZO      PIC 9(2).
           05 FILLER               PIC X(141).
       01  REG-ESTADO-TOTAL REDEFINES REG-ESTADO-DETALLE.
           05 ETO-TIPO             PIC X(1).
           05 ETO-CANTIDAD         PIC 9(7).
           05 ETO-IMPORTE          PIC 9(11)V99.
           05 FILLER               PIC X(143).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-FECHA-PROCESO     PIC XX.
           05 FS-ESTADO-CORRIDA    PIC XX.
           05 FS-PARAMETROS        PIC XX.
           05 FS-ABANDONOS         PIC XX.
           05 FS-RECLAMOS          PIC XX.
           05 FS-MAESTRO           PIC XX.
           05 FS-CONTACTOS         PIC XX.
           05 FS-APLICADOS         PIC XX.
           05 FS-EMBARGOS          PIC XX.
           05 FS-RETENCIONES       PIC XX.
           05 FS-DISPUTAS          PIC XX.
           05 FS-CARTAS-LOG        PIC XX.
           05 FS-MOVS-ABANDONOS    PIC XX.
           05 FS-ESTADO            PIC XX.
           05 FS-REPORTE           PIC XX.

       01  SWITCHES.
           05 SW-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 SW-CUENTA-HALLADA    PIC X VALUE 'N'.
              88 CUENTA-HALLADA    VALUE 'S'.
           05 SW-MAESTRO-ABIERTO   PIC X VALUE 'N'.
              88 MAESTRO-ABIERTO   VALUE 'S'.
           05 SW-HAY-CONTACTOS     PIC X VALUE 'N'.
              88 HAY-CONTACTOS     VALUE 'S'.
           05 SW-FIN-DE-ANIO       PIC X VALUE 'N'.
              88 ES-FIN-DE-ANIO    VALUE 'S'.
           05 SW-REGISTRO-LLENO    PIC X VALUE 'N'.
              88 REGISTRO-LLENO    VALUE 'S'.

       01  CONTADORES.
           05 CONT-RECLAMOS-LEIDOS PIC 9(5) VALUE ZEROS.
           05 CONT-DEVUELTOS       PIC 9(5) VALUE ZEROS.
           05 CONT-RECLAMADOS-EN-PLAZO PIC 9(5) VALUE ZEROS.
           05 CONT-RECLAMOS-EN-ESPERA PIC 9(5) VALUE ZEROS.
           05 CONT-RECLAMOS-SIN-EFECTO PIC 9(5) VALUE ZEROS.
           05 CONT-TRASPASADOS     PIC 9(5) VALUE ZEROS.
           05 CONT-SUSPENDIDOS     PIC 9(5) VALUE ZEROS.
           05 CONT-EN-PLAZO        PIC 9(5) VALUE ZEROS.
           05 CONT-REACTIVADOS     PIC 9(5) VALUE ZEROS.
           05 CONT-ANULADOS        PIC 9(5) VALUE ZEROS.
           05 CONT-AVISOS-NUEVOS   PIC 9(5) VALUE ZEROS.
           05 CONT-EXCLUIDAS       PIC 9(5) VALUE ZEROS.
           05 CONT-SIN-LUGAR       PIC 9(5) VALUE ZEROS.
           05 CONT-INFORMADAS      PIC 9(7) VALUE ZEROS.
           05 CONT-MOVS-SALIDA     PIC 9(5) VALUE ZEROS.

       01  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
       01  WK-ID-CORRIDA           PIC X(19) VALUE SPACES.
       01  WK-HASH-SALIDA          PIC 9(11)V99 VALUE ZEROS.
       01  WK-TOTAL-INFORMADO      PIC 9(11)V99 VALUE ZEROS.
       01  WK-NOMBRE-ESTADO        PIC X(30) VALUE SPACES.

      * FIN DE AÑO: HOY ES HABIL Y EL HABIL SIGUIENTE CAE EN OTRO
      * AÑO, COMO DECIDE LANZA-NOCTURNO SUS PASOS ANUALES.
       01  CALCULO-FECHAS.
           05 WK-DIA-HOY           PIC 9(7) VALUE ZEROS.
           05 WK-DIA-ENTERO        PIC 9(7) VALUE ZEROS.
           05 WK-FECHA-CONSULTA    PIC 9(8) VALUE ZEROS.
           05 WK-FECHA-HABIL       PIC 9(8) VALUE ZEROS.
           05 WK-AJUSTADA          PIC X(1) VALUE 'N'.
           05 WK-FECHA-CORTE       PIC 9(8) VALUE ZEROS.
           05 WK-ANIO-CORTE        PIC 9(4) VALUE ZEROS.
           05 WK-LIMITE-EFECTIVO   PIC 9(8) VALUE ZEROS.

      * PARAMETROS. SIN ARCHIVO: VEINTE AÑOS DE PLAZO LEGAL, NOVENTA
      * DIAS DE AVISO Y NINGUNA CUENTA DE ABANDONOS (SE AVISA PERO
      * NO SE TRASPASA NI SE DEVUELVE NADA).
       01  WK-ANIOS-PLAZO          PIC 9(2) VALUE 20.
       01  WK-DIAS-AVISO           PIC 9(3) VALUE 90.
       01  WK-CUENTA-ABANDONOS     PIC 9(5) VALUE ZEROS.
       01  WK-ENTIDAD              PIC X(8) VALUE SPACES.
       01  WK-ABANDONOS-MOTIVO     PIC X(30) VALUE SPACES.
       01  WK-ABANDONOS-MONEDA     PIC X(3) VALUE SPACES.
       01  WK-ABANDONOS-SUCURSAL   PIC 9(3) VALUE ZEROS.

      * LOTE DE LOS ASIENTOS: "AB" MAS LA FECHA AAMMDD, UNO POR
      * NOCHE, QUE NUNCA REPITE EN LOTES PROCESADOS.
       01  WK-LOTE-ARMADO.
           05 FILLER               PIC X(2) VALUE "AB".
           05 WK-LOTE-FECHA        PIC 9(6) VALUE ZEROS.

      * "TR7" AGRUPA LAS DOS PIERNAS DEL TRASPASO Y "TR6" LAS DE LA
      * DEVOLUCION COMO CONJUNTOS DE TRANSFERENCIA DEL CRUZADO; TR8
      * Y TR9 SON DE LOS BARRIDOS Y LOS CIERRES.
       01  WK-REF-TRASPASO.
           05 FILLER               PIC X(3) VALUE "TR7".
           05 WK-REF-TRA-EXPEDIENTE PIC 9(5) VALUE ZEROS.
       01  WK-REF-DEVOLUCION.
           05 FILLER               PIC X(3) VALUE "TR6".
           05 WK-REF-DEV-EXPEDIENTE PIC 9(5) VALUE ZEROS.
       01  WK-DESC-TRASPASO.
           05 FILLER               PIC X(13) VALUE "ABANDONO EXP ".
           05 WK-DESC-TRA-EXPEDIENTE PIC 9(5) VALUE ZEROS.
           05 FILLER               PIC X(2) VALUE SPACES.
       01  WK-DESC-DEVOLUCION.
           05 FILLER               PIC X(15) VALUE "DEVOL ABANDONO ".
           05 WK-DESC-DEV-EXPEDIENTE PIC 9(5) VALUE ZEROS.

      * ABANDONOS.DAT ENTERO EN MEMORIA; SE REESCRIBE AL FINAL.
       01  WK-MAX-REGISTRO         PIC 9(4) VALUE 5000.
       01  CONT-REGISTRO           PIC 9(4) VALUE ZEROS.
       01  TABLA-REGISTRO.
           05 ENTRADA-REGISTRO     OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-REGISTRO.
              10 TRG-EXPEDIENTE    PIC 9(5).
              10 TRG-CODIGO        PIC 9(5).
              10 TRG-NOMBRE        PIC X(30).
              10 TRG-DOCUMENTO     PIC X(15).
              10 TRG-SUCURSAL      PIC 9(3).
              10 TRG-MONEDA        PIC X(3).
              10 TRG-ULTIMA-ACTIVIDAD PIC 9(8).
              10 TRG-SALDO-AVISO   PIC 9(7)V99.
              10 TRG-FECHA-AVISO   PIC 9(8).
              10 TRG-FECHA-LIMITE  PIC 9(8).
              10 TRG-ESTADO        PIC X(1).
                 88 TRG-AVISADO    VALUE 'N'.
                 88 TRG-TRASPASADO VALUE 'T'.
                 88 TRG-DEVUELTO   VALUE 'D'.
                 88 TRG-RECLAMADO  VALUE 'R'.
                 88 TRG-ANULADO    VALUE 'X'.
              10 TRG-FECHA-ESTADO  PIC 9(8).
              10 TRG-IMPORTE-TRASPASO PIC 9(7)V99.
              10 TRG-LOTE          PIC X(8).
              10 TRG-REFERENCIA    PIC X(8).
              10 TRG-CUENTA-ABANDONOS PIC 9(5).
              10 TRG-CUENTA-DEVOLUCION PIC 9(5).
              10 TRG-OPERADOR-RECLAMO PIC X(8).
              10 TRG-OBSERVACION   PIC X(30).
       01  WK-IDX-REGISTRO         PIC 9(4) VALUE ZEROS.
       01  WK-IDX-REG-HALLADO      PIC 9(4) VALUE ZEROS.
       01  WK-ULTIMO-EXPEDIENTE    PIC 9(5) VALUE ZEROS.

      * LOS RECLAMOS DE LA OFICINA. LOS QUE NO SE PUEDEN ATENDER
      * ESTA NOCHE QUEDAN EN EL ARCHIVO PARA LA PROXIMA.
       01  WK-MAX-RECLAMOS         PIC 9(3) VALUE 500.
       01  CONT-RECLAMOS           PIC 9(3) VALUE ZEROS.
       01  TABLA-RECLAMOS.
           05 ENTRADA-RECLAMO      OCCURS 1 TO 500 TIMES
                                   DEPENDING ON CONT-RECLAMOS.
              10 TRC-EXPEDIENTE    PIC 9(5).
              10 TRC-CUENTA        PIC 9(5).
              10 TRC-OPERADOR      PIC X(8).
              10 TRC-FECHA         PIC 9(8).
              10 TRC-QUEDA         PIC X(1).
       01  WK-IDX-RECLAMO          PIC 9(3) VALUE ZEROS.

      * ULTIMA ACTIVIDAD DEL CLIENTE POR CUENTA. CON LA TABLA LLENA
      * NO SE HACE NADA (RC 12): UNA CUENTA ACTIVA QUE NO ENTRA
      * PARECERIA ABANDONADA.
       01  WK-MAX-ACTIVIDAD        PIC 9(5) VALUE 20000.
       01  CONT-ACTIVIDAD          PIC 9(5) VALUE ZEROS.
       01  TABLA-ACTIVIDAD.
           05 ENTRADA-ACTIVIDAD    OCCURS 1 TO 20000 TIMES
                                   DEPENDING ON CONT-ACTIVIDAD.
              10 TAC-CODIGO        PIC 9(5).
              10 TAC-ULTIMA-FECHA  PIC 9(8).
       01  WK-IDX-ACTIVIDAD        PIC 9(5) VALUE ZEROS.
       01  WK-IDX-ACT-BUSQUEDA     PIC 9(5) VALUE ZEROS.
       01  WK-FECHA-APLICADO       PIC 9(8) VALUE ZEROS.
       01  WK-ULTIMA-ACTIVIDAD     PIC 9(8) VALUE ZEROS.

      * CUENTAS QUE NO SE AVISAN NI SE TRASPASAN, CON SU MOTIVO.
      * CON LA TABLA LLENA NO SE HACE NADA (RC 12).
       01  WK-MAX-EXCLUSIONES      PIC 9(4) VALUE 5000.
       01  CONT-EXCLUSIONES        PIC 9(4) VALUE ZEROS.
       01  TABLA-EXCLUSIONES.
           05 ENTRADA-EXCLUSION    OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-EXCLUSIONES.
              10 TEX-CODIGO        PIC 9(5).
              10 TEX-MOTIVO        PIC X(20).
       01  WK-IDX-EXCLUSION        PIC 9(4) VALUE ZEROS.
       01  WK-CODIGO-EXCLUIDO      PIC 9(5) VALUE ZEROS.
       01  WK-MOTIVO-EXCLUSION     PIC X(20) VALUE SPACES.
       01  WK-MOTIVO-A-ANOTAR      PIC X(20) VALUE SPACES.

      * CARTAS DE ULTIMO AVISO ('U') YA ENVIADAS POR EXPEDIENTE. LA
      * QUE NO ENTRA SOLO DEMORA ESE TRASPASO AL AÑO SIGUIENTE.
       01  WK-MAX-AVISOS           PIC 9(4) VALUE 5000.
       01  CONT-AVISOS             PIC 9(4) VALUE ZEROS.
       01  TABLA-AVISOS.
           05 ENTRADA-AVISO        OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-AVISOS.
              10 TAV-EXPEDIENTE    PIC 9(5).
              10 TAV-FECHA         PIC 9(8).
       01  WK-IDX-AVISO            PIC 9(4) VALUE ZEROS.
       01  WK-FECHA-CARTA          PIC 9(8) VALUE ZEROS.

      * LAS PIERNAS DE LA NOCHE, ORDENADAS POR CODIGO ANTES DE
      * ESCRIBIR (LA MEZCLA EXIGE CADA FUENTE ASCENDENTE POR CODIGO)
      * Y NUMERADAS 1..N EN ESE ORDEN. WK-PIERNAS-COMPROMETIDAS
      * CUENTA LAS QUE YA TIENEN LUGAR RESERVADO (TRASPASOS Y
      * DEVOLUCIONES DE HOY, DE ESTA CORRIDA O DE UNA ANTERIOR).
       01  WK-MAX-ASIENTOS         PIC 9(4) VALUE 3000.
       01  CONT-ASIENTOS           PIC 9(4) VALUE ZEROS.
       01  TABLA-ASIENTOS.
           05 ENTRADA-ASIENTO      OCCURS 1 TO 3000 TIMES
                                   DEPENDING ON CONT-ASIENTOS.
              10 TAS-CODIGO        PIC 9(5).
              10 TAS-TIPO          PIC X(1).
              10 TAS-IMPORTE       PIC 9(7)V99.
              10 TAS-DESCRIPCION   PIC X(20).
              10 TAS-MONEDA        PIC X(3).
              10 TAS-REFERENCIA    PIC X(8).
              10 TAS-SUCURSAL      PIC 9(3).
       01  WK-ASIENTO-AUX          PIC X(49).
       01  WK-PIERNAS-COMPROMETIDAS PIC 9(5) VALUE ZEROS.
       01  WK-INDICE-ORDEN         PIC 9(4) VALUE ZEROS.
       01  WK-CONTADOR-ORDEN       PIC 9(4) VALUE ZEROS.

       01  WK-CODIGO-BUSCADO       PIC 9(5) VALUE ZEROS.
       01  WK-CUENTA-DESTINO       PIC 9(5) VALUE ZEROS.
       01  WK-SUCURSAL-ORIGEN      PIC 9(3) VALUE ZEROS.
       01  WK-SUCURSAL-DESTINO     PIC 9(3) VALUE ZEROS.
       01  WK-IMPORTE-PIERNA       PIC 9(7)V99 VALUE ZEROS.
       01  WK-TEXTO-RESULTADO      PIC X(50) VALUE SPACES.

      * LA PIERNA ARMADA, EN EL LAYOUT ESTANDAR, PASA POR
      * VALIDA-MOVIMIENTO ANTES DE COMPROMETER EL EXPEDIENTE.
       01  WK-MOVIMIENTO.
           05 WK-MOV-CODIGO        PIC 9(5).
           05 WK-MOV-TIPO          PIC X(01).
           05 WK-MOV-IMPORTE       PIC 9(7)V99.
           05 WK-MOV-DESCRIPCION   PIC X(20).
           05 WK-MOV-LOTE          PIC X(08).
           05 WK-MOV-FECHA         PIC 9(8).
           05 WK-MOV-MONEDA        PIC X(3).
           05 WK-MOV-SECUENCIA     PIC 9(5).
           05 WK-MOV-REFERENCIA    PIC X(8).
           05 WK-MOV-SUCURSAL      PIC 9(3).
       01  WK-VM-VEREDICTO         PIC X(1) VALUE SPACE.
       01  WK-VM-CODIGO-MOTIVO     PIC 9(2) VALUE ZEROS.
       01  WK-VM-MOTIVO            PIC X(30) VALUE SPACES.
       01  WK-VEREDICTO-PIERNAS    PIC X(1) VALUE SPACE.

       01  WK-FECHA-EDITADA        PIC 9(8) VALUE ZEROS.

       01  LINEA-TITULO.
           05 FILLER               PIC X(31)
              VALUE 'SALDOS EN ABANDONO - FECHA     '.
           05 LTI-FECHA            PIC 9(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LTI-TEXTO            PIC X(40).

       01  LINEA-PARAMETROS.
           05 FILLER               PIC X(13) VALUE 'PLAZO LEGAL: '.
           05 LPA-ANIOS            PIC Z9.
           05 FILLER               PIC X(25)
              VALUE ' AÑOS   PLAZO DE AVISO: '.
           05 LPA-DIAS             PIC ZZ9.
           05 FILLER               PIC X(31)
              VALUE ' DIAS   CUENTA DE ABANDONOS:   '.
           05 LPA-CUENTA           PIC 9(5).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LPA-MOTIVO           PIC X(30).

       01  LINEA-ENCABEZADO.
           05 FILLER               PIC X(6) VALUE ' EXPTE'.
           05 FILLER               PIC X(7) VALUE ' CUENTA'.
           05 FILLER               PIC X(10) VALUE '  ACTIVID.'.
           05 FILLER               PIC X(15)
              VALUE '        IMPORTE'.
           05 FILLER               PIC X(13) VALUE '  RESULTADO'.

       01  LINEA-DETALLE.
           05 LDE-EXPEDIENTE       PIC Z(5).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LDE-CUENTA           PIC 9(5).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LDE-FECHA            PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LDE-IMPORTE          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LDE-TEXTO            PIC X(50).

       01  LINEA-TOTAL.
           05 LTO-CONCEPTO         PIC X(40).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LTO-CANTIDAD         PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 110-CARGAR-PARAMETROS
           PERFORM 120-CARGAR-REGISTRO
           IF ES-FIN-DE-ANIO
               PERFORM 130-CARGAR-EXCLUSIONES
               PERFORM 140-CARGAR-ACTIVIDAD
               PERFORM 150-CARGAR-AVISOS-ENVIADOS
           END-IF
           PERFORM 200-ATENDER-RECLAMOS
      * FUERA DE FIN DE AÑO NI SE AVISA NI SE TRASPASA: SOLO SE
      * ATIENDEN LOS RECLAMOS.
           IF ES-FIN-DE-ANIO
               PERFORM 220-TRASPASAR-VENCIDOS
               PERFORM 240-ABRIR-EXPEDIENTES
           END-IF
           PERFORM 260-ARMAR-ASIENTOS
           PERFORM 270-ESCRIBIR-ASIENTOS
           IF ES-FIN-DE-ANIO
               PERFORM 280-ESCRIBIR-INFORME-ESTADO
           END-IF
           PERFORM 300-FINALIZAR
           GOBACK.

       100-INICIALIZAR.
           DISPLAY "SALDOS EN ABANDONO..."
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD

           OPEN INPUT ARCHIVO-FECHA-PROCESO
           IF FS-FECHA-PROCESO = '00'
               READ ARCHIVO-FECHA-PROCESO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FPR-FECHA > ZEROS
                           MOVE FPR-FECHA TO WK-FECHA-HOY
                           DISPLAY "FECHA DE PROCESO IMPUESTA: "
                                   WK-FECHA-HOY
                       END-IF
               END-READ
               CLOSE ARCHIVO-FECHA-PROCESO
           END-IF

           MOVE WK-FECHA-HOY(3:6) TO WK-LOTE-FECHA
           COMPUTE WK-DIA-HOY = FUNCTION INTEGER-OF-DATE(WK-FECHA-HOY)
           PERFORM 105-VERIFICAR-FIN-DE-ANIO

      * LA SALIDA SE REESCRIBE CADA NOCHE, AUNQUE NO HAYA ASIENTOS:
      * LA MEZCLA DE ESTA NOCHE YA APLICO LOS DE ANOCHE Y UN ARCHIVO
      * VIEJO LOS ASENTARIA OTRA VEZ.
           OPEN OUTPUT ARCHIVO-MOVS-ABANDONOS

           IF FS-MOVS-ABANDONOS NOT = '00'
               DISPLAY "ERROR ABRIENDO MOVS-ABANDONOS: "
                       FS-MOVS-ABANDONOS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO REG-MOV-ABANDONO
           MOVE ZEROS  TO HDR-CODIGO
           MOVE 'H'    TO HDR-TIPO
           MOVE WK-LOTE-ARMADO TO HDR-LOTE
           MOVE WK-FECHA-HOY   TO HDR-FECHA-CREACION
           WRITE REG-MOV-ABANDONO

      * SIN CORRIDA COMPLETA EL MAESTRO NO ESTA AL DIA: NI SALDOS
      * NI ACTIVIDAD SON DE FIAR HASTA QUE LA CADENA SE RELANCE.
           OPEN INPUT ARCHIVO-ESTADO-CORRIDA
           IF FS-ESTADO-CORRIDA = '00'
               READ ARCHIVO-ESTADO-CORRIDA
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EST-RESULTADO = "COMPLETO"
                           MOVE EST-ID-EJECUCION TO WK-ID-CORRIDA
                       END-IF
               END-READ
               CLOSE ARCHIVO-ESTADO-CORRIDA
           END-IF

           IF WK-ID-CORRIDA = SPACES
               DISPLAY "AVISO: LA ULTIMA CORRIDA NO TERMINO COMPLETA,"
                       " LOS ABANDONOS SE TRATAN AL RELANZAR LA CADENA"
               PERFORM 275-CERRAR-SALIDA-MOVS
               GOBACK
           END-IF

           OPEN OUTPUT ARCHIVO-REPORTE

           IF FS-REPORTE NOT = '00'
               DISPLAY "ERROR ABRIENDO ABANDONOS.TXT: " FS-REPORTE
               PERFORM 275-CERRAR-SALIDA-MOVS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE WK-FECHA-HOY TO LTI-FECHA
           IF ES-FIN-DE-ANIO
               MOVE "CORRIDA ANUAL: AVISOS Y TRASPASOS" TO LTI-TEXTO
           ELSE
               MOVE "SOLO RECLAMOS (NO ES FIN DE AÑO)" TO LTI-TEXTO
           END-IF
           WRITE REG-REPORTE FROM LINEA-TITULO.

       105-VERIFICAR-FIN-DE-ANIO.
           MOVE 'N' TO SW-FIN-DE-ANIO

           MOVE WK-FECHA-HOY TO WK-FECHA-CONSULTA
           CALL "DIA-HABIL" USING WK-FECHA-CONSULTA
                                  WK-FECHA-HABIL
                                  WK-AJUSTADA
           IF WK-AJUSTADA = 'S'
               EXIT PARAGRAPH
           END-IF

           COMPUTE WK-DIA-ENTERO = WK-DIA-HOY + 1
           COMPUTE WK-FECHA-CONSULTA =
               FUNCTION DATE-OF-INTEGER(WK-DIA-ENTERO)
           CALL "DIA-HABIL" USING WK-FECHA-CONSULTA
                                  WK-FECHA-HABIL
                                  WK-AJUSTADA
           IF WK-FECHA-HABIL(1:4) NOT = WK-FECHA-HOY(1:4)
               MOVE 'S' TO SW-FIN-DE-ANIO
               DISPLAY "ULTIMO DIA HABIL DEL AÑO: CORRIDA ANUAL"
           END-IF.

      * LA CUENTA DE ABANDONOS RECIBE LOS TRASPASOS Y PAGA LAS
      * DEVOLUCIONES: NO PUEDE ESTAR BLOQUEADA, CERRADA, EMBARGADA NI
      * RESTRINGIDA EN NINGUN SENTIDO. SI NO SIRVE, LOS EXPEDIENTES
      * SE AVISAN IGUAL PERO NINGUN TRASPASO NI DEVOLUCION SE HACE.
       110-CARGAR-PARAMETROS.
           OPEN INPUT ARCHIVO-PARAMETROS

           IF FS-PARAMETROS = '00'
               READ ARCHIVO-PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PAB-ANIOS IS NUMERIC
                           AND PAB-ANIOS > ZEROS
                           MOVE PAB-ANIOS TO WK-ANIOS-PLAZO
                       END-IF
                       IF PAB-DIAS-AVISO IS NUMERIC
                           AND PAB-DIAS-AVISO > ZEROS
                           MOVE PAB-DIAS-AVISO TO WK-DIAS-AVISO
                       END-IF
                       IF PAB-CUENTA-ABANDONOS IS NUMERIC
                           MOVE PAB-CUENTA-ABANDONOS
                             TO WK-CUENTA-ABANDONOS
                       END-IF
                       MOVE PAB-ENTIDAD TO WK-ENTIDAD
               END-READ
               CLOSE ARCHIVO-PARAMETROS
           END-IF

           OPEN INPUT ARCHIVO-MAESTRO
           IF FS-MAESTRO NOT = '00'
               DISPLAY "ERROR ABRIENDO MAESTRO-NUEVO: " FS-MAESTRO
               PERFORM 290-ABANDONAR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'S' TO SW-MAESTRO-ABIERTO

      * SIN CONTACTOS.DAT EL EXPEDIENTE Y EL INFORME AL ESTADO VAN
      * SIN DOCUMENTO NI DOMICILIO; LA CARTA LA OMITE EMITE-CARTAS.
           OPEN INPUT ARCHIVO-CONTACTOS
           IF FS-CONTACTOS = '00'
               MOVE 'S' TO SW-HAY-CONTACTOS
           END-IF

           IF WK-CUENTA-ABANDONOS = ZEROS
               MOVE "SIN CUENTA DE ABANDONOS" TO WK-ABANDONOS-MOTIVO
           ELSE
               MOVE WK-CUENTA-ABANDONOS TO WK-CODIGO-BUSCADO
               PERFORM 410-LEER-CUENTA
               EVALUATE TRUE
                   WHEN NOT CUENTA-HALLADA
                       MOVE "CUENTA DE ABANDONOS NO EXISTE"
                         TO WK-ABANDONOS-MOTIVO
                   WHEN MAESTRO-BLOQUEADO OR MAESTRO-CERRADO
                        OR MAESTRO-EMBARGADO OR MAESTRO-SOLO-RETIROS
                        OR MAESTRO-SOLO-DEPOSITOS
                       MOVE "CUENTA DE ABANDONOS NO OPERABLE"
                         TO WK-ABANDONOS-MOTIVO
                   WHEN OTHER
                       MOVE MONEDA-MAESTRO   TO WK-ABANDONOS-MONEDA
                       MOVE SUCURSAL-MAESTRO TO WK-ABANDONOS-SUCURSAL
               END-EVALUATE
           END-IF

           IF WK-ABANDONOS-MOTIVO NOT = SPACES
               DISPLAY "AVISO: " WK-ABANDONOS-MOTIVO
                       ", NO SE TRASPASA NI SE DEVUELVE NADA"
           END-IF

           MOVE WK-ANIOS-PLAZO      TO LPA-ANIOS
           MOVE WK-DIAS-AVISO       TO LPA-DIAS
           MOVE WK-CUENTA-ABANDONOS TO LPA-CUENTA
           MOVE WK-ABANDONOS-MOTIVO TO LPA-MOTIVO
           WRITE REG-REPORTE FROM LINEA-PARAMETROS.

      * EL REGISTRO ENTERO EN MEMORIA. CON LA TABLA LLENA NO SE
      * HACE NADA (RC 12): REESCRIBIRLO PERDERIA EXPEDIENTES.
       120-CARGAR-REGISTRO.
           OPEN INPUT ARCHIVO-ABANDONOS

           IF FS-ABANDONOS = '35'
               EXIT PARAGRAPH
           END-IF

           IF FS-ABANDONOS NOT = '00'
               DISPLAY "ERROR ABRIENDO ABANDONOS: " FS-ABANDONOS
               PERFORM 290-ABANDONAR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-ABANDONOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       PERFORM 122-ANOTAR-EXPEDIENTE
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-ABANDONOS

           DISPLAY "EXPEDIENTES EN EL REGISTRO: " CONT-REGISTRO.

       122-ANOTAR-EXPEDIENTE.
           IF CONT-REGISTRO >= WK-MAX-REGISTRO
               DISPLAY "*** ABANDONOS.DAT EXCEDE " WK-MAX-REGISTRO
                       " EXPEDIENTES: NO SE HACE NADA ***"
               CLOSE ARCHIVO-ABANDONOS
               PERFORM 290-ABANDONAR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO CONT-REGISTRO
           MOVE REG-ABANDONO TO ENTRADA-REGISTRO(CONT-REGISTRO)
           IF ABN-EXPEDIENTE > WK-ULTIMO-EXPEDIENTE
               MOVE ABN-EXPEDIENTE TO WK-ULTIMO-EXPEDIENTE
           END-IF
           IF ABN-FECHA-ESTADO = WK-FECHA-HOY
               AND (ABN-ESTADO = 'T' OR ABN-ESTADO = 'D')
               ADD 2 TO WK-PIERNAS-COMPROMETIDAS
           END-IF.

      * EMBARGOS CON IMPORTE POR CAPTURAR, RETENCIONES VIGENTES Y
      * DISPUTAS ABIERTAS. UN ARCHIVO QUE NO EXISTE NO EXCLUYE NADA.
       130-CARGAR-EXCLUSIONES.
           OPEN INPUT ARCHIVO-EMBARGOS
           IF FS-EMBARGOS = '00'
               MOVE 'N' TO SW-FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-EMBARGOS
                       AT END
                           MOVE 'S' TO SW-FIN-ARCHIVO
                       NOT AT END
                           IF EMB-RESTANTE > ZEROS
                               MOVE EMB-CODIGO TO WK-CODIGO-EXCLUIDO
                               MOVE "EMBARGO" TO WK-MOTIVO-A-ANOTAR
                               PERFORM 135-ANOTAR-EXCLUSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-EMBARGOS
           END-IF

           OPEN INPUT ARCHIVO-RETENCIONES
           IF FS-RETENCIONES = '00'
               MOVE 'N' TO SW-FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-RETENCIONES
                       AT END
                           MOVE 'S' TO SW-FIN-ARCHIVO
                       NOT AT END
                           IF RET-FECHA-LIBERACION = ZEROS
                               OR RET-FECHA-LIBERACION > WK-FECHA-HOY
                               MOVE RET-CODIGO TO WK-CODIGO-EXCLUIDO
                               MOVE "RETENCION" TO WK-MOTIVO-A-ANOTAR
                               PERFORM 135-ANOTAR-EXCLUSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-RETENCIONES
           END-IF

           OPEN INPUT ARCHIVO-DISPUTAS
           IF FS-DISPUTAS = '00'
               MOVE 'N' TO SW-FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-DISPUTAS
                       AT END
                           MOVE 'S' TO SW-FIN-ARCHIVO
                       NOT AT END
                           IF DISPUTA-ABIERTA
                               MOVE DIS-CODIGO TO WK-CODIGO-EXCLUIDO
                               MOVE "DISPUTA ABIERTA"
                                 TO WK-MOTIVO-A-ANOTAR
                               PERFORM 135-ANOTAR-EXCLUSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-DISPUTAS
           END-IF

           DISPLAY "CUENTAS EXCLUIDAS POR EMBARGO, RETENCION O"
                   " DISPUTA: " CONT-EXCLUSIONES.

       135-ANOTAR-EXCLUSION.
           MOVE WK-CODIGO-EXCLUIDO TO WK-CODIGO-BUSCADO
           PERFORM 440-BUSCAR-EXCLUSION
           IF WK-MOTIVO-EXCLUSION NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           IF CONT-EXCLUSIONES >= WK-MAX-EXCLUSIONES
               DISPLAY "*** MAS DE " WK-MAX-EXCLUSIONES
                       " CUENTAS EXCLUIDAS: NO SE HACE NADA ***"
               PERFORM 290-ABANDONAR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO CONT-EXCLUSIONES
           MOVE WK-CODIGO-EXCLUIDO TO TEX-CODIGO(CONT-EXCLUSIONES)
           MOVE WK-MOTIVO-A-ANOTAR TO TEX-MOTIVO(CONT-EXCLUSIONES).

      * SOLO CARGOS Y ABONOS SON ACTIVIDAD DEL CLIENTE, COMO EN
      * REPORTE-INACTIVAS; LOS PROPIOS TRASPASOS Y DEVOLUCIONES DE
      * ESTE PROGRAMA (LOTE "AB") NO LO SON. SIN APLICADOS.DAT NO HAY
      * CON QUE MEDIR LA INACTIVIDAD: ESE AÑO NO SE AVISA NI SE
      * TRASPASA NADA.
       140-CARGAR-ACTIVIDAD.
           OPEN INPUT ARCHIVO-APLICADOS

           IF FS-APLICADOS NOT = '00'
               DISPLAY "AVISO: SIN APLICADOS.DAT (" FS-APLICADOS
                       "), ESTE AÑO NO SE AVISA NI SE TRASPASA"
               MOVE 'N' TO SW-FIN-DE-ANIO
               MOVE SPACES TO REG-REPORTE
               WRITE REG-REPORTE
               MOVE "SIN APLICADOS.DAT: NO SE AVISA NI SE TRASPASA"
                 TO REG-REPORTE
               WRITE REG-REPORTE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-APLICADOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF (APL-TIPO = 'C' OR APL-TIPO = 'A')
                           AND APL-LOTE(1:2) NOT = "AB"
                           MOVE APL-ID-EJECUCION(5:8)
                             TO WK-FECHA-APLICADO
                           PERFORM 145-ANOTAR-ACTIVIDAD
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-APLICADOS

           DISPLAY "CUENTAS CON ACTIVIDAD: " CONT-ACTIVIDAD.

       145-ANOTAR-ACTIVIDAD.
           MOVE APL-CODIGO TO WK-CODIGO-BUSCADO
           PERFORM 430-BUSCAR-ACTIVIDAD

           IF WK-IDX-ACTIVIDAD > ZEROS
               IF WK-FECHA-APLICADO >
                  TAC-ULTIMA-FECHA(WK-IDX-ACTIVIDAD)
                   MOVE WK-FECHA-APLICADO
                     TO TAC-ULTIMA-FECHA(WK-IDX-ACTIVIDAD)
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF CONT-ACTIVIDAD >= WK-MAX-ACTIVIDAD
               DISPLAY "*** MAS DE " WK-MAX-ACTIVIDAD
                       " CUENTAS CON ACTIVIDAD: NO SE HACE NADA ***"
               CLOSE ARCHIVO-APLICADOS
               PERFORM 290-ABANDONAR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO CONT-ACTIVIDAD
           MOVE APL-CODIGO        TO TAC-CODIGO(CONT-ACTIVIDAD)
           MOVE WK-FECHA-APLICADO TO TAC-ULTIMA-FECHA(CONT-ACTIVIDAD).

      * LA REFERENCIA DE LA CARTA 'U' EMPIEZA CON EL EXPEDIENTE.
       150-CARGAR-AVISOS-ENVIADOS.
           OPEN INPUT ARCHIVO-CARTAS-LOG

           IF FS-CARTAS-LOG NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-CARTAS-LOG
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF CAL-TIPO = 'U'
                           AND CAL-REFERENCIA(1:5) IS NUMERIC
                           AND CONT-AVISOS < WK-MAX-AVISOS
                           ADD 1 TO CONT-AVISOS
                           MOVE CAL-REFERENCIA(1:5)
                             TO TAV-EXPEDIENTE(CONT-AVISOS)
                           MOVE CAL-FECHA TO TAV-FECHA(CONT-AVISOS)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CARTAS-LOG.

      *****************************************************************
      * RECLAMOS DE LA OFICINA. EL DE UN EXPEDIENTE AVISADO LO CIERRA
      * ('R') SIN TRASPASO; EL DE UNO TRASPASADO EN UNA NOCHE
      * ANTERIOR DEVUELVE EL IMPORTE ('D'). EL QUE NO SE PUEDE PAGAR
      * ESTA NOCHE QUEDA EN EL ARCHIVO; EL DE UN EXPEDIENTE QUE NO
      * EXISTE O YA ESTA CERRADO SE DESCARTA.
      *****************************************************************
       200-ATENDER-RECLAMOS.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "RECLAMOS" TO REG-REPORTE
           WRITE REG-REPORTE
           WRITE REG-REPORTE FROM LINEA-ENCABEZADO

           OPEN INPUT ARCHIVO-RECLAMOS

           IF FS-RECLAMOS NOT = '00'
               MOVE "  NINGUN RECLAMO" TO REG-REPORTE
               WRITE REG-REPORTE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-RECLAMOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-RECLAMOS-LEIDOS
                       IF CONT-RECLAMOS < WK-MAX-RECLAMOS
                           ADD 1 TO CONT-RECLAMOS
                           MOVE RCL-EXPEDIENTE
                             TO TRC-EXPEDIENTE(CONT-RECLAMOS)
                           MOVE RCL-CUENTA
                             TO TRC-CUENTA(CONT-RECLAMOS)
                           MOVE RCL-OPERADOR
                             TO TRC-OPERADOR(CONT-RECLAMOS)
                           MOVE RCL-FECHA
                             TO TRC-FECHA(CONT-RECLAMOS)
                           MOVE 'N' TO TRC-QUEDA(CONT-RECLAMOS)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-RECLAMOS

      * LO QUE NO ENTRA EN LA TABLA NO SE TOCA: EL ARCHIVO NO SE
      * REESCRIBE Y LOS RECLAMOS SE REPITEN LA PROXIMA NOCHE SOBRE
      * LOS EXPEDIENTES YA CERRADOS, QUE SE DESCARTAN.
           IF CONT-RECLAMOS-LEIDOS > CONT-RECLAMOS
               DISPLAY "AVISO: MAS DE " WK-MAX-RECLAMOS " RECLAMOS,"
                       " EL RESTO SE ATIENDE LA PROXIMA NOCHE"
           END-IF

           PERFORM VARYING WK-IDX-RECLAMO FROM 1 BY 1
                   UNTIL WK-IDX-RECLAMO > CONT-RECLAMOS
               PERFORM 205-ATENDER-RECLAMO
           END-PERFORM

           IF CONT-RECLAMOS-LEIDOS > CONT-RECLAMOS
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ARCHIVO-RECLAMOS
           IF FS-RECLAMOS NOT = '00'
               DISPLAY "ERROR REESCRIBIENDO ABANDONOS-RECLAMOS: "
                       FS-RECLAMOS
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WK-IDX-RECLAMO FROM 1 BY 1
                   UNTIL WK-IDX-RECLAMO > CONT-RECLAMOS
               IF TRC-QUEDA(WK-IDX-RECLAMO) = 'S'
                   MOVE TRC-EXPEDIENTE(WK-IDX-RECLAMO) TO RCL-EXPEDIENTE
                   MOVE TRC-CUENTA(WK-IDX-RECLAMO)     TO RCL-CUENTA
                   MOVE TRC-OPERADOR(WK-IDX-RECLAMO)   TO RCL-OPERADOR
                   MOVE TRC-FECHA(WK-IDX-RECLAMO)      TO RCL-FECHA
                   WRITE REG-RECLAMO
               END-IF
           END-PERFORM
           CLOSE ARCHIVO-RECLAMOS.

       205-ATENDER-RECLAMO.
           MOVE SPACES TO WK-TEXTO-RESULTADO
           MOVE ZEROS TO WK-IMPORTE-PIERNA
           PERFORM 420-BUSCAR-EXPEDIENTE

           IF WK-IDX-REG-HALLADO = ZEROS
               MOVE "DESCARTADO: EXPEDIENTE INEXISTENTE"
                 TO WK-TEXTO-RESULTADO
               ADD 1 TO CONT-RECLAMOS-SIN-EFECTO
               PERFORM 208-LISTAR-RECLAMO
               EXIT PARAGRAPH
           END-IF

           MOVE WK-IDX-REG-HALLADO TO WK-IDX-REGISTRO

           EVALUATE TRUE
               WHEN TRG-AVISADO(WK-IDX-REGISTRO)
                   MOVE 'R' TO TRG-ESTADO(WK-IDX-REGISTRO)
                   MOVE WK-FECHA-HOY
                     TO TRG-FECHA-ESTADO(WK-IDX-REGISTRO)
                   MOVE TRC-OPERADOR(WK-IDX-RECLAMO)
                     TO TRG-OPERADOR-RECLAMO(WK-IDX-REGISTRO)
                   MOVE "RECLAMADO DENTRO DEL AVISO"
                     TO TRG-OBSERVACION(WK-IDX-REGISTRO)
                   MOVE "ATENDIDO: EXPEDIENTE CERRADO SIN TRASPASO"
                     TO WK-TEXTO-RESULTADO
                   ADD 1 TO CONT-RECLAMADOS-EN-PLAZO
               WHEN TRG-TRASPASADO(WK-IDX-REGISTRO)
                   PERFORM 210-DEVOLVER-TRASPASO
               WHEN OTHER
                   MOVE "DESCARTADO: EXPEDIENTE YA CERRADO"
                     TO WK-TEXTO-RESULTADO
                   ADD 1 TO CONT-RECLAMOS-SIN-EFECTO
           END-EVALUATE

           PERFORM 208-LISTAR-RECLAMO.

       208-LISTAR-RECLAMO.
           MOVE TRC-EXPEDIENTE(WK-IDX-RECLAMO) TO LDE-EXPEDIENTE
           MOVE TRC-CUENTA(WK-IDX-RECLAMO)     TO LDE-CUENTA
           IF WK-IDX-REG-HALLADO > ZEROS
               MOVE TRG-CODIGO(WK-IDX-REG-HALLADO) TO LDE-CUENTA
           END-IF
           MOVE SPACES TO LDE-FECHA
           MOVE WK-IMPORTE-PIERNA   TO LDE-IMPORTE
           MOVE WK-TEXTO-RESULTADO  TO LDE-TEXTO
           WRITE REG-REPORTE FROM LINEA-DETALLE.

      * LA DEVOLUCION SALE DE LA CUENTA DE ABANDONOS QUE RECIBIO EL
      * TRASPASO ('A') Y ENTRA EN LA DEL TITULAR O EN LA DEL RECLAMO
      * ('C'). UN TRASPASO DE HOY TODAVIA NO ESTA APLICADO.
       210-DEVOLVER-TRASPASO.
           MOVE TRG-IMPORTE-TRASPASO(WK-IDX-REGISTRO)
             TO WK-IMPORTE-PIERNA
           MOVE 'S' TO TRC-QUEDA(WK-IDX-RECLAMO)
           ADD 1 TO CONT-RECLAMOS-EN-ESPERA

           IF TRG-FECHA-ESTADO(WK-IDX-REGISTRO) >= WK-FECHA-HOY
               MOVE "EN ESPERA: EL TRASPASO AUN NO SE APLICO"
                 TO WK-TEXTO-RESULTADO
               EXIT PARAGRAPH
           END-IF

           IF WK-PIERNAS-COMPROMETIDAS + 2 > WK-MAX-ASIENTOS
               MOVE "EN ESPERA: SIN LUGAR PARA ASIENTOS"
                 TO WK-TEXTO-RESULTADO
               EXIT PARAGRAPH
           END-IF

           MOVE TRG-CUENTA-ABANDONOS(WK-IDX-REGISTRO)
             TO WK-CODIGO-BUSCADO
           PERFORM 410-LEER-CUENTA
           IF NOT CUENTA-HALLADA
               OR MAESTRO-BLOQUEADO OR MAESTRO-CERRADO
               OR MAESTRO-EMBARGADO OR MAESTRO-SOLO-DEPOSITOS
               MOVE "EN ESPERA: CUENTA DE ABANDONOS NO OPERABLE"
                 TO WK-TEXTO-RESULTADO
               EXIT PARAGRAPH
           END-IF
           MOVE SUCURSAL-MAESTRO TO WK-SUCURSAL-ORIGEN

           MOVE TRC-CUENTA(WK-IDX-RECLAMO) TO WK-CUENTA-DESTINO
           IF WK-CUENTA-DESTINO = ZEROS
               MOVE TRG-CODIGO(WK-IDX-REGISTRO) TO WK-CUENTA-DESTINO
           END-IF
           MOVE WK-CUENTA-DESTINO TO WK-CODIGO-BUSCADO
           PERFORM 410-LEER-CUENTA
           EVALUATE TRUE
               WHEN NOT CUENTA-HALLADA
                   MOVE "EN ESPERA: CUENTA DESTINO NO EXISTE"
                     TO WK-TEXTO-RESULTADO
               WHEN MAESTRO-BLOQUEADO OR MAESTRO-CERRADO
                    OR MAESTRO-EMBARGADO OR MAESTRO-SOLO-RETIROS
                   MOVE "EN ESPERA: CUENTA DESTINO NO OPERABLE"
                     TO WK-TEXTO-RESULTADO
               WHEN MONEDA-MAESTRO NOT = TRG-MONEDA(WK-IDX-REGISTRO)
                   MOVE "EN ESPERA: CUENTA DESTINO EN OTRA MONEDA"
                     TO WK-TEXTO-RESULTADO
           END-EVALUATE
           IF WK-TEXTO-RESULTADO NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SUCURSAL-MAESTRO TO WK-SUCURSAL-DESTINO

           MOVE TRG-EXPEDIENTE(WK-IDX-REGISTRO)
             TO WK-REF-DEV-EXPEDIENTE
                WK-DESC-DEV-EXPEDIENTE
           MOVE 'S' TO WK-VEREDICTO-PIERNAS
           MOVE TRG-CUENTA-ABANDONOS(WK-IDX-REGISTRO) TO WK-MOV-CODIGO
           MOVE 'A'                TO WK-MOV-TIPO
           MOVE WK-DESC-DEVOLUCION TO WK-MOV-DESCRIPCION
           MOVE WK-REF-DEVOLUCION  TO WK-MOV-REFERENCIA
           MOVE WK-SUCURSAL-ORIGEN TO WK-MOV-SUCURSAL
           PERFORM 450-VALIDAR-PIERNA
           MOVE WK-CUENTA-DESTINO  TO WK-MOV-CODIGO
           MOVE 'C'                TO WK-MOV-TIPO
           MOVE WK-SUCURSAL-DESTINO TO WK-MOV-SUCURSAL
           PERFORM 450-VALIDAR-PIERNA
           IF WK-VEREDICTO-PIERNAS NOT = 'S'
               MOVE "EN ESPERA: ASIENTO RECHAZADO"
                 TO WK-TEXTO-RESULTADO
               EXIT PARAGRAPH
           END-IF

           ADD 2 TO WK-PIERNAS-COMPROMETIDAS
           MOVE 'D' TO TRG-ESTADO(WK-IDX-REGISTRO)
           MOVE WK-FECHA-HOY TO TRG-FECHA-ESTADO(WK-IDX-REGISTRO)
           MOVE WK-CUENTA-DESTINO
             TO TRG-CUENTA-DEVOLUCION(WK-IDX-REGISTRO)
           MOVE TRC-OPERADOR(WK-IDX-RECLAMO)
             TO TRG-OPERADOR-RECLAMO(WK-IDX-REGISTRO)
           MOVE "DEVUELTO AL TITULAR"
             TO TRG-OBSERVACION(WK-IDX-REGISTRO)

           MOVE 'N' TO TRC-QUEDA(WK-IDX-RECLAMO)
           SUBTRACT 1 FROM CONT-RECLAMOS-EN-ESPERA
           ADD 1 TO CONT-DEVUELTOS
           MOVE "DEVUELTO" TO WK-TEXTO-RESULTADO.

      *****************************************************************
      * TRASPASO DE LOS EXPEDIENTES AVISADOS CUYO PLAZO VENCIO. EL
      * PLAZO CORRE DESDE LA CARTA: SIN CARTA ENVIADA NO HAY
      * TRASPASO. UN EXPEDIENTE SUSPENDIDO SIGUE AVISADO Y SE VUELVE
      * A MIRAR EL AÑO SIGUIENTE.
      *****************************************************************
       220-TRASPASAR-VENCIDOS.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "TRASPASOS DE EXPEDIENTES AVISADOS" TO REG-REPORTE
           WRITE REG-REPORTE
           WRITE REG-REPORTE FROM LINEA-ENCABEZADO

           PERFORM VARYING WK-IDX-REGISTRO FROM 1 BY 1
                   UNTIL WK-IDX-REGISTRO > CONT-REGISTRO
               IF TRG-AVISADO(WK-IDX-REGISTRO)
                   AND TRG-FECHA-AVISO(WK-IDX-REGISTRO) < WK-FECHA-HOY
                   PERFORM 225-TRASPASAR-EXPEDIENTE
                   PERFORM 235-LISTAR-EXPEDIENTE
               END-IF
           END-PERFORM.

       225-TRASPASAR-EXPEDIENTE.
           MOVE SPACES TO WK-TEXTO-RESULTADO
           MOVE ZEROS TO WK-IMPORTE-PIERNA

           MOVE ZEROS TO WK-FECHA-CARTA
           PERFORM VARYING WK-IDX-AVISO FROM 1 BY 1
                   UNTIL WK-IDX-AVISO > CONT-AVISOS
               IF TAV-EXPEDIENTE(WK-IDX-AVISO) =
                  TRG-EXPEDIENTE(WK-IDX-REGISTRO)
                   MOVE TAV-FECHA(WK-IDX-AVISO) TO WK-FECHA-CARTA
               END-IF
           END-PERFORM
           IF WK-FECHA-CARTA = ZEROS
               MOVE "SUSPENDIDO: CARTA DE AVISO NO ENVIADA"
                 TO WK-TEXTO-RESULTADO
               ADD 1 TO CONT-SUSPENDIDOS
               EXIT PARAGRAPH
           END-IF

           COMPUTE WK-DIA-ENTERO =
               FUNCTION INTEGER-OF-DATE(WK-FECHA-CARTA) + WK-DIAS-AVISO
           COMPUTE WK-LIMITE-EFECTIVO =
               FUNCTION DATE-OF-INTEGER(WK-DIA-ENTERO)
           IF TRG-FECHA-LIMITE(WK-IDX-REGISTRO) > WK-LIMITE-EFECTIVO
               MOVE TRG-FECHA-LIMITE(WK-IDX-REGISTRO)
                 TO WK-LIMITE-EFECTIVO
           END-IF
           IF WK-LIMITE-EFECTIVO > WK-FECHA-HOY
               STRING "EN PLAZO DE AVISO HASTA " WK-LIMITE-EFECTIVO
                   DELIMITED BY SIZE INTO WK-TEXTO-RESULTADO
               ADD 1 TO CONT-EN-PLAZO
               EXIT PARAGRAPH
           END-IF

           MOVE TRG-CODIGO(WK-IDX-REGISTRO) TO WK-CODIGO-BUSCADO
           PERFORM 410-LEER-CUENTA
           IF NOT CUENTA-HALLADA OR MAESTRO-CERRADO
               MOVE "ANULADO: CUENTA CERRADA" TO WK-TEXTO-RESULTADO
               PERFORM 230-CERRAR-SIN-TRASPASO
               EXIT PARAGRAPH
           END-IF

           PERFORM 430-BUSCAR-ACTIVIDAD
           IF WK-IDX-ACTIVIDAD > ZEROS
               IF TAC-ULTIMA-FECHA(WK-IDX-ACTIVIDAD) >=
                  TRG-FECHA-AVISO(WK-IDX-REGISTRO)
                   MOVE "CERRADO: EL TITULAR VOLVIO A OPERAR"
                     TO WK-TEXTO-RESULTADO
                   MOVE 'R' TO TRG-ESTADO(WK-IDX-REGISTRO)
                   MOVE WK-FECHA-HOY
                     TO TRG-FECHA-ESTADO(WK-IDX-REGISTRO)
                   MOVE "ACTIVIDAD POSTERIOR AL AVISO"
                     TO TRG-OBSERVACION(WK-IDX-REGISTRO)
                   ADD 1 TO CONT-REACTIVADOS
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF SALDO-MAESTRO NOT > ZEROS
               MOVE "ANULADO: SIN SALDO QUE TRASPASAR"
                 TO WK-TEXTO-RESULTADO
               PERFORM 230-CERRAR-SIN-TRASPASO
               EXIT PARAGRAPH
           END-IF
           MOVE SALDO-MAESTRO TO WK-IMPORTE-PIERNA

           PERFORM 440-BUSCAR-EXCLUSION
           EVALUATE TRUE
               WHEN WK-MOTIVO-EXCLUSION NOT = SPACES
                   STRING "SUSPENDIDO: " WK-MOTIVO-EXCLUSION
                       DELIMITED BY SIZE INTO WK-TEXTO-RESULTADO
               WHEN MAESTRO-BLOQUEADO OR MAESTRO-EMBARGADO
                    OR MAESTRO-SOLO-DEPOSITOS
                   STRING "SUSPENDIDO: CUENTA EN ESTADO "
                          ESTADO-MAESTRO
                       DELIMITED BY SIZE INTO WK-TEXTO-RESULTADO
               WHEN WK-ABANDONOS-MOTIVO NOT = SPACES
                   STRING "SUSPENDIDO: " WK-ABANDONOS-MOTIVO
                       DELIMITED BY SIZE INTO WK-TEXTO-RESULTADO
               WHEN MONEDA-MAESTRO NOT = WK-ABANDONOS-MONEDA
                    OR MONEDA-MAESTRO NOT = TRG-MONEDA(WK-IDX-REGISTRO)
                   MOVE "SUSPENDIDO: CUENTA EN OTRA MONEDA"
                     TO WK-TEXTO-RESULTADO
               WHEN WK-PIERNAS-COMPROMETIDAS + 2 > WK-MAX-ASIENTOS
                   MOVE "SUSPENDIDO: SIN LUGAR PARA ASIENTOS"
                     TO WK-TEXTO-RESULTADO
           END-EVALUATE
           IF WK-TEXTO-RESULTADO NOT = SPACES
               ADD 1 TO CONT-SUSPENDIDOS
               EXIT PARAGRAPH
           END-IF

           MOVE TRG-EXPEDIENTE(WK-IDX-REGISTRO)
             TO WK-REF-TRA-EXPEDIENTE
                WK-DESC-TRA-EXPEDIENTE
           MOVE 'S' TO WK-VEREDICTO-PIERNAS
           MOVE CODIGO-MAESTRO     TO WK-MOV-CODIGO
           MOVE 'A'                TO WK-MOV-TIPO
           MOVE WK-DESC-TRASPASO   TO WK-MOV-DESCRIPCION
           MOVE WK-REF-TRASPASO    TO WK-MOV-REFERENCIA
           MOVE SUCURSAL-MAESTRO   TO WK-MOV-SUCURSAL
           PERFORM 450-VALIDAR-PIERNA
           MOVE WK-CUENTA-ABANDONOS   TO WK-MOV-CODIGO
           MOVE 'C'                   TO WK-MOV-TIPO
           MOVE WK-ABANDONOS-SUCURSAL TO WK-MOV-SUCURSAL
           PERFORM 450-VALIDAR-PIERNA
           IF WK-VEREDICTO-PIERNAS NOT = 'S'
               MOVE "SUSPENDIDO: ASIENTO RECHAZADO"
                 TO WK-TEXTO-RESULTADO
               ADD 1 TO CONT-SUSPENDIDOS
               EXIT PARAGRAPH
           END-IF

           ADD 2 TO WK-PIERNAS-COMPROMETIDAS
           MOVE 'T' TO TRG-ESTADO(WK-IDX-REGISTRO)
           MOVE WK-FECHA-HOY TO TRG-FECHA-ESTADO(WK-IDX-REGISTRO)
           MOVE WK-IMPORTE-PIERNA
             TO TRG-IMPORTE-TRASPASO(WK-IDX-REGISTRO)
           MOVE WK-LOTE-ARMADO   TO TRG-LOTE(WK-IDX-REGISTRO)
           MOVE WK-REF-TRASPASO  TO TRG-REFERENCIA(WK-IDX-REGISTRO)
           MOVE WK-CUENTA-ABANDONOS
             TO TRG-CUENTA-ABANDONOS(WK-IDX-REGISTRO)
           MOVE "TRASPASADO A ABANDONOS"
             TO TRG-OBSERVACION(WK-IDX-REGISTRO)
           ADD 1 TO CONT-TRASPASADOS
           MOVE "TRASPASADO" TO WK-TEXTO-RESULTADO.

       230-CERRAR-SIN-TRASPASO.
           MOVE 'X' TO TRG-ESTADO(WK-IDX-REGISTRO)
           MOVE WK-FECHA-HOY TO TRG-FECHA-ESTADO(WK-IDX-REGISTRO)
           MOVE WK-TEXTO-RESULTADO(10:30)
             TO TRG-OBSERVACION(WK-IDX-REGISTRO)
           ADD 1 TO CONT-ANULADOS.

       235-LISTAR-EXPEDIENTE.
           MOVE TRG-EXPEDIENTE(WK-IDX-REGISTRO) TO LDE-EXPEDIENTE
           MOVE TRG-CODIGO(WK-IDX-REGISTRO)     TO LDE-CUENTA
           MOVE TRG-ULTIMA-ACTIVIDAD(WK-IDX-REGISTRO)
             TO WK-FECHA-EDITADA
           MOVE WK-FECHA-EDITADA                TO LDE-FECHA
           MOVE WK-IMPORTE-PIERNA               TO LDE-IMPORTE
           MOVE WK-TEXTO-RESULTADO              TO LDE-TEXTO
           WRITE REG-REPORTE FROM LINEA-DETALLE.

      *****************************************************************
      * EXPEDIENTES NUEVOS: CUENTAS CON SALDO CUYA ULTIMA ACTIVIDAD
      * NO PASA DE LA FECHA DE CORTE (HOY MENOS LOS AÑOS DEL PLAZO
      * LEGAL) Y QUE NO TIENEN YA UN EXPEDIENTE ABIERTO. LAS
      * EXCLUIDAS SE LISTAN CON SU MOTIVO Y SE VUELVEN A MIRAR EL AÑO
      * SIGUIENTE.
      *****************************************************************
       240-ABRIR-EXPEDIENTES.
           MOVE WK-FECHA-HOY(1:4) TO WK-ANIO-CORTE
           SUBTRACT WK-ANIOS-PLAZO FROM WK-ANIO-CORTE
           MOVE WK-FECHA-HOY TO WK-FECHA-CORTE
           MOVE WK-ANIO-CORTE TO WK-FECHA-CORTE(1:4)
           IF WK-FECHA-CORTE(5:4) = "0229"
               MOVE "0228" TO WK-FECHA-CORTE(5:4)
           END-IF

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "EXPEDIENTES NUEVOS (SIN ACTIVIDAD DESDE EL "
                  WK-FECHA-CORTE ")"
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           WRITE REG-REPORTE FROM LINEA-ENCABEZADO

           MOVE ZEROS TO CODIGO-MAESTRO
           MOVE 'N' TO SW-FIN-ARCHIVO
           START ARCHIVO-MAESTRO KEY >= CODIGO-MAESTRO
               INVALID KEY
                   MOVE 'S' TO SW-FIN-ARCHIVO
           END-START

           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-MAESTRO NEXT
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       PERFORM 245-EVALUAR-CUENTA
               END-READ
           END-PERFORM.

       245-EVALUAR-CUENTA.
           IF MAESTRO-CERRADO OR SALDO-MAESTRO NOT > ZEROS
               OR CODIGO-MAESTRO = WK-CUENTA-ABANDONOS
               EXIT PARAGRAPH
           END-IF

           MOVE CODIGO-MAESTRO TO WK-CODIGO-BUSCADO
           PERFORM 430-BUSCAR-ACTIVIDAD
           IF WK-IDX-ACTIVIDAD > ZEROS
               MOVE TAC-ULTIMA-FECHA(WK-IDX-ACTIVIDAD)
                 TO WK-ULTIMA-ACTIVIDAD
           ELSE
               MOVE FECHA-ESTADO-MAESTRO TO WK-ULTIMA-ACTIVIDAD
           END-IF

      * UN EXPEDIENTE ABIERTO NO SE DUPLICA; EL RECLAMO DEL TITULAR
      * SOBRE UNO ANTERIOR CUENTA COMO SU ULTIMA ACTIVIDAD.
           PERFORM VARYING WK-IDX-REGISTRO FROM 1 BY 1
                   UNTIL WK-IDX-REGISTRO > CONT-REGISTRO
               IF TRG-CODIGO(WK-IDX-REGISTRO) = CODIGO-MAESTRO
                   IF TRG-AVISADO(WK-IDX-REGISTRO)
                       OR TRG-TRASPASADO(WK-IDX-REGISTRO)
                       EXIT PARAGRAPH
                   END-IF
                   IF (TRG-RECLAMADO(WK-IDX-REGISTRO)
                       OR TRG-DEVUELTO(WK-IDX-REGISTRO))
                       AND TRG-FECHA-ESTADO(WK-IDX-REGISTRO) >
                           WK-ULTIMA-ACTIVIDAD
                       MOVE TRG-FECHA-ESTADO(WK-IDX-REGISTRO)
                         TO WK-ULTIMA-ACTIVIDAD
                   END-IF
               END-IF
           END-PERFORM

      * SIN NINGUNA FECHA NO HAY COMO PROBAR EL PLAZO LEGAL.
           IF WK-ULTIMA-ACTIVIDAD NOT NUMERIC
               OR WK-ULTIMA-ACTIVIDAD = ZEROS
               OR WK-ULTIMA-ACTIVIDAD > WK-FECHA-CORTE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WK-TEXTO-RESULTADO
           PERFORM 440-BUSCAR-EXCLUSION
           EVALUATE TRUE
               WHEN WK-MOTIVO-EXCLUSION NOT = SPACES
                   STRING "EXCLUIDA: " WK-MOTIVO-EXCLUSION
                       DELIMITED BY SIZE INTO WK-TEXTO-RESULTADO
               WHEN MAESTRO-BLOQUEADO OR MAESTRO-EMBARGADO
                   STRING "EXCLUIDA: CUENTA EN ESTADO "
                          ESTADO-MAESTRO
                       DELIMITED BY SIZE INTO WK-TEXTO-RESULTADO
               WHEN CONT-REGISTRO >= WK-MAX-REGISTRO
                   MOVE "SIN LUGAR EN EL REGISTRO DE EXPEDIENTES"
                     TO WK-TEXTO-RESULTADO
                   MOVE 'S' TO SW-REGISTRO-LLENO
                   ADD 1 TO CONT-SIN-LUGAR
           END-EVALUATE

           IF WK-TEXTO-RESULTADO NOT = SPACES
               IF WK-TEXTO-RESULTADO(1:9) = "EXCLUIDA:"
                   ADD 1 TO CONT-EXCLUIDAS
               END-IF
               MOVE ZEROS TO LDE-EXPEDIENTE
               PERFORM 248-LISTAR-CUENTA
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REG-CONTACTO
           IF HAY-CONTACTOS
               MOVE CODIGO-MAESTRO TO CON-CODIGO
               READ ARCHIVO-CONTACTOS
                   INVALID KEY
                       MOVE SPACES TO REG-CONTACTO
               END-READ
           END-IF

           ADD 1 TO WK-ULTIMO-EXPEDIENTE
           ADD 1 TO CONT-REGISTRO
           MOVE CONT-REGISTRO TO WK-IDX-REGISTRO
           MOVE SPACES TO ENTRADA-REGISTRO(WK-IDX-REGISTRO)
           MOVE WK-ULTIMO-EXPEDIENTE TO TRG-EXPEDIENTE(WK-IDX-REGISTRO)
           MOVE CODIGO-MAESTRO       TO TRG-CODIGO(WK-IDX-REGISTRO)
           MOVE NOMBRE-MAESTRO       TO TRG-NOMBRE(WK-IDX-REGISTRO)
           MOVE CON-DOCUMENTO        TO TRG-DOCUMENTO(WK-IDX-REGISTRO)
           MOVE SUCURSAL-MAESTRO     TO TRG-SUCURSAL(WK-IDX-REGISTRO)
           MOVE MONEDA-MAESTRO       TO TRG-MONEDA(WK-IDX-REGISTRO)
           MOVE WK-ULTIMA-ACTIVIDAD
             TO TRG-ULTIMA-ACTIVIDAD(WK-IDX-REGISTRO)
           MOVE SALDO-MAESTRO     TO TRG-SALDO-AVISO(WK-IDX-REGISTRO)
           MOVE WK-FECHA-HOY      TO TRG-FECHA-AVISO(WK-IDX-REGISTRO)
           COMPUTE WK-DIA-ENTERO = WK-DIA-HOY + WK-DIAS-AVISO
           COMPUTE TRG-FECHA-LIMITE(WK-IDX-REGISTRO) =
               FUNCTION DATE-OF-INTEGER(WK-DIA-ENTERO)
           MOVE 'N'               TO TRG-ESTADO(WK-IDX-REGISTRO)
           MOVE WK-FECHA-HOY      TO TRG-FECHA-ESTADO(WK-IDX-REGISTRO)
           MOVE ZEROS TO TRG-IMPORTE-TRASPASO(WK-IDX-REGISTRO)
                         TRG-CUENTA-ABANDONOS(WK-IDX-REGISTRO)
                         TRG-CUENTA-DEVOLUCION(WK-IDX-REGISTRO)
           MOVE "AVISO DE ABANDONO" TO TRG-OBSERVACION(WK-IDX-REGISTRO)
           ADD 1 TO CONT-AVISOS-NUEVOS

           MOVE WK-ULTIMO-EXPEDIENTE TO LDE-EXPEDIENTE
           MOVE "AVISADO, CARTA DE ULTIMO AVISO PENDIENTE"
             TO WK-TEXTO-RESULTADO
           PERFORM 248-LISTAR-CUENTA.

       248-LISTAR-CUENTA.
           MOVE CODIGO-MAESTRO      TO LDE-CUENTA
           MOVE WK-ULTIMA-ACTIVIDAD TO WK-FECHA-EDITADA
           MOVE WK-FECHA-EDITADA    TO LDE-FECHA
           MOVE SALDO-MAESTRO       TO LDE-IMPORTE
           MOVE WK-TEXTO-RESULTADO  TO LDE-TEXTO
           WRITE REG-REPORTE FROM LINEA-DETALLE.

      * LAS PIERNAS SALEN DEL REGISTRO: LOS TRASPASOS Y DEVOLUCIONES
      * CON FECHA DE HOY, DE ESTA CORRIDA O DE UNA ANTERIOR DE LA
      * MISMA NOCHE (LA SALIDA SE REESCRIBE ENTERA EN CADA CORRIDA).
       260-ARMAR-ASIENTOS.
           PERFORM VARYING WK-IDX-REGISTRO FROM 1 BY 1
                   UNTIL WK-IDX-REGISTRO > CONT-REGISTRO
               IF TRG-FECHA-ESTADO(WK-IDX-REGISTRO) = WK-FECHA-HOY
                   EVALUATE TRUE
                       WHEN TRG-TRASPASADO(WK-IDX-REGISTRO)
                           PERFORM 262-ARMAR-TRASPASO
                       WHEN TRG-DEVUELTO(WK-IDX-REGISTRO)
                           PERFORM 264-ARMAR-DEVOLUCION
                   END-EVALUATE
               END-IF
           END-PERFORM.

       262-ARMAR-TRASPASO.
           IF CONT-ASIENTOS + 2 > WK-MAX-ASIENTOS
               EXIT PARAGRAPH
           END-IF
           MOVE TRG-IMPORTE-TRASPASO(WK-IDX-REGISTRO)
             TO WK-IMPORTE-PIERNA
           MOVE TRG-EXPEDIENTE(WK-IDX-REGISTRO)
             TO WK-DESC-TRA-EXPEDIENTE
           MOVE TRG-CUENTA-ABANDONOS(WK-IDX-REGISTRO)
             TO WK-CODIGO-BUSCADO
           PERFORM 410-LEER-CUENTA

           MOVE TRG-CODIGO(WK-IDX-REGISTRO)   TO WK-MOV-CODIGO
           MOVE 'A'                           TO WK-MOV-TIPO
           MOVE WK-DESC-TRASPASO              TO WK-MOV-DESCRIPCION
           MOVE TRG-REFERENCIA(WK-IDX-REGISTRO) TO WK-MOV-REFERENCIA
           MOVE TRG-SUCURSAL(WK-IDX-REGISTRO) TO WK-MOV-SUCURSAL
           PERFORM 460-AGREGAR-PIERNA
           MOVE TRG-CUENTA-ABANDONOS(WK-IDX-REGISTRO) TO WK-MOV-CODIGO
           MOVE 'C'                           TO WK-MOV-TIPO
           MOVE SUCURSAL-MAESTRO              TO WK-MOV-SUCURSAL
           PERFORM 460-AGREGAR-PIERNA.

       264-ARMAR-DEVOLUCION.
           IF CONT-ASIENTOS + 2 > WK-MAX-ASIENTOS
               EXIT PARAGRAPH
           END-IF
           MOVE TRG-IMPORTE-TRASPASO(WK-IDX-REGISTRO)
             TO WK-IMPORTE-PIERNA
           MOVE TRG-EXPEDIENTE(WK-IDX-REGISTRO)
             TO WK-DESC-DEV-EXPEDIENTE
                WK-REF-DEV-EXPEDIENTE

           MOVE TRG-CUENTA-ABANDONOS(WK-IDX-REGISTRO)
             TO WK-CODIGO-BUSCADO
           PERFORM 410-LEER-CUENTA
           MOVE TRG-CUENTA-ABANDONOS(WK-IDX-REGISTRO) TO WK-MOV-CODIGO
           MOVE 'A'                  TO WK-MOV-TIPO
           MOVE WK-DESC-DEVOLUCION   TO WK-MOV-DESCRIPCION
           MOVE WK-REF-DEVOLUCION    TO WK-MOV-REFERENCIA
           MOVE SUCURSAL-MAESTRO     TO WK-MOV-SUCURSAL
           PERFORM 460-AGREGAR-PIERNA

           MOVE TRG-CUENTA-DEVOLUCION(WK-IDX-REGISTRO)
             TO WK-CODIGO-BUSCADO
           PERFORM 410-LEER-CUENTA
           MOVE TRG-CUENTA-DEVOLUCION(WK-IDX-REGISTRO) TO WK-MOV-CODIGO
           MOVE 'C'                  TO WK-MOV-TIPO
           MOVE SUCURSAL-MAESTRO     TO WK-MOV-SUCURSAL
           PERFORM 460-AGREGAR-PIERNA.

      * LAS PIERNAS ORDENADAS POR CODIGO (BURBUJEO ESTABLE) Y
      * NUMERADAS 1..N DENTRO DEL LOTE DE LA NOCHE.
       270-ESCRIBIR-ASIENTOS.
           MOVE 1 TO WK-INDICE-ORDEN
           PERFORM UNTIL WK-INDICE-ORDEN > CONT-ASIENTOS - 1
               MOVE 1 TO WK-CONTADOR-ORDEN
               PERFORM UNTIL WK-CONTADOR-ORDEN >
                       CONT-ASIENTOS - WK-INDICE-ORDEN
                   IF TAS-CODIGO(WK-CONTADOR-ORDEN) >
                      TAS-CODIGO(WK-CONTADOR-ORDEN + 1)
                       MOVE ENTRADA-ASIENTO(WK-CONTADOR-ORDEN)
                           TO WK-ASIENTO-AUX
                       MOVE ENTRADA-ASIENTO(WK-CONTADOR-ORDEN + 1)
                           TO ENTRADA-ASIENTO(WK-CONTADOR-ORDEN)
                       MOVE WK-ASIENTO-AUX
                           TO ENTRADA-ASIENTO(WK-CONTADOR-ORDEN + 1)
                   END-IF
                   ADD 1 TO WK-CONTADOR-ORDEN
               END-PERFORM
               ADD 1 TO WK-INDICE-ORDEN
           END-PERFORM

           PERFORM VARYING WK-INDICE-ORDEN FROM 1 BY 1
                   UNTIL WK-INDICE-ORDEN > CONT-ASIENTOS
               MOVE SPACES TO REG-MOV-ABANDONO
               MOVE TAS-CODIGO(WK-INDICE-ORDEN)  TO MAB-CODIGO
               MOVE TAS-TIPO(WK-INDICE-ORDEN)    TO MAB-TIPO
               MOVE TAS-IMPORTE(WK-INDICE-ORDEN) TO MAB-IMPORTE
               MOVE TAS-DESCRIPCION(WK-INDICE-ORDEN)
                   TO MAB-DESCRIPCION
               MOVE WK-LOTE-ARMADO               TO MAB-LOTE
               MOVE ZEROS                        TO MAB-FECHA
               MOVE TAS-MONEDA(WK-INDICE-ORDEN)  TO MAB-MONEDA
               MOVE WK-INDICE-ORDEN              TO MAB-SECUENCIA
               MOVE TAS-REFERENCIA(WK-INDICE-ORDEN)
                   TO MAB-REFERENCIA
               MOVE TAS-SUCURSAL(WK-INDICE-ORDEN) TO MAB-SUCURSAL
               WRITE REG-MOV-ABANDONO
               ADD 1 TO CONT-MOVS-SALIDA
               ADD TAS-IMPORTE(WK-INDICE-ORDEN) TO WK-HASH-SALIDA
           END-PERFORM.

      * CON NINGUN ASIENTO, LA SALIDA LLEVA IGUAL SU CONTROL 'T'
      * CON LA CUENTA Y EL HASH PARA LA MEZCLA.
       275-CERRAR-SALIDA-MOVS.
           MOVE SPACES TO REG-MOV-ABANDONO
           MOVE 99999  TO TRL-CODIGO
           MOVE 'T'    TO TRL-TIPO
           MOVE CONT-MOVS-SALIDA TO TRL-CUENTA-REGISTROS
           MOVE WK-HASH-SALIDA   TO TRL-HASH-IMPORTES
           WRITE REG-MOV-ABANDONO

           CLOSE ARCHIVO-MOVS-ABANDONOS.

      *****************************************************************
      * EL INFORME AL ESTADO DEL AÑO: LOS TRASPASOS DE HOY, CON EL
      * TITULAR, SU DOCUMENTO Y SU ULTIMO DOMICILIO CONOCIDO. SE
      * REESCRIBE ENTERO SI LA CORRIDA SE REPITE.
      *****************************************************************
       280-ESCRIBIR-INFORME-ESTADO.
           MOVE SPACES TO WK-NOMBRE-ESTADO
           STRING "ABANDONOS-ESTADO-" WK-FECHA-HOY(1:4) ".DAT"
               DELIMITED BY SIZE INTO WK-NOMBRE-ESTADO

           OPEN OUTPUT ARCHIVO-ESTADO
           IF FS-ESTADO NOT = '00'
               DISPLAY "ERROR ABRIENDO " WK-NOMBRE-ESTADO ": "
                       FS-ESTADO
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REG-ESTADO-CABECERA
           MOVE '1'            TO ECA-TIPO
           MOVE WK-ENTIDAD     TO ECA-ENTIDAD
           MOVE WK-FECHA-HOY(1:4) TO ECA-EJERCICIO
           MOVE WK-FECHA-HOY   TO ECA-FECHA
           MOVE WK-ANIOS-PLAZO TO ECA-ANIOS-PLAZO
           WRITE REG-ESTADO-CABECERA

           PERFORM VARYING WK-IDX-REGISTRO FROM 1 BY 1
                   UNTIL WK-IDX-REGISTRO > CONT-REGISTRO
               IF TRG-TRASPASADO(WK-IDX-REGISTRO)
                   AND TRG-FECHA-ESTADO(WK-IDX-REGISTRO) = WK-FECHA-HOY
                   PERFORM 285-INFORMAR-TRASPASO
               END-IF
           END-PERFORM

           MOVE SPACES TO REG-ESTADO-TOTAL
           MOVE '9'                TO ETO-TIPO
           MOVE CONT-INFORMADAS    TO ETO-CANTIDAD
           MOVE WK-TOTAL-INFORMADO TO ETO-IMPORTE
           WRITE REG-ESTADO-TOTAL

           CLOSE ARCHIVO-ESTADO.

       285-INFORMAR-TRASPASO.
           MOVE SPACES TO REG-CONTACTO
           IF HAY-CONTACTOS
               MOVE TRG-CODIGO(WK-IDX-REGISTRO) TO CON-CODIGO
               READ ARCHIVO-CONTACTOS
                   INVALID KEY
                       MOVE SPACES TO REG-CONTACTO
               END-READ
           END-IF

           MOVE SPACES TO REG-ESTADO-DETALLE
           MOVE '2' TO EDE-TIPO
           MOVE TRG-EXPEDIENTE(WK-IDX-REGISTRO) TO EDE-EXPEDIENTE
           MOVE TRG-CODIGO(WK-IDX-REGISTRO)     TO EDE-CUENTA
           MOVE TRG-NOMBRE(WK-IDX-REGISTRO)     TO EDE-NOMBRE
           MOVE TRG-DOCUMENTO(WK-IDX-REGISTRO)  TO EDE-DOCUMENTO
           IF CON-DOCUMENTO NOT = SPACES
               MOVE CON-DOCUMENTO TO EDE-DOCUMENTO
           END-IF
           MOVE CON-DOMICILIO-1                 TO EDE-DOMICILIO-1
           MOVE CON-DOMICILIO-2                 TO EDE-DOMICILIO-2
           MOVE TRG-SUCURSAL(WK-IDX-REGISTRO)   TO EDE-SUCURSAL
           MOVE TRG-MONEDA(WK-IDX-REGISTRO)     TO EDE-MONEDA
           MOVE TRG-IMPORTE-TRASPASO(WK-IDX-REGISTRO) TO EDE-IMPORTE
           MOVE TRG-ULTIMA-ACTIVIDAD(WK-IDX-REGISTRO)
             TO EDE-ULTIMA-ACTIVIDAD
           MOVE TRG-FECHA-AVISO(WK-IDX-REGISTRO) TO EDE-FECHA-AVISO
           MOVE WK-FECHA-HOY                    TO EDE-FECHA-TRASPASO
           MOVE TRG-REFERENCIA(WK-IDX-REGISTRO) TO EDE-REFERENCIA
           WRITE REG-ESTADO-DETALLE

           ADD 1 TO CONT-INFORMADAS
           ADD TRG-IMPORTE-TRASPASO(WK-IDX-REGISTRO)
             TO WK-TOTAL-INFORMADO.

      * CORTE ANTES DE TOCAR NADA: LA SALIDA QUEDA CON SU CONTROL Y
      * EL REGISTRO Y LOS RECLAMOS SIN TOCAR.
       290-ABANDONAR.
           IF MAESTRO-ABIERTO
               CLOSE ARCHIVO-MAESTRO
           END-IF
           IF HAY-CONTACTOS
               CLOSE ARCHIVO-CONTACTOS
           END-IF
           CLOSE ARCHIVO-REPORTE
           PERFORM 275-CERRAR-SALIDA-MOVS.

       300-FINALIZAR.
           PERFORM 275-CERRAR-SALIDA-MOVS

           OPEN OUTPUT ARCHIVO-ABANDONOS
           IF FS-ABANDONOS NOT = '00'
               DISPLAY "ERROR REESCRIBIENDO ABANDONOS: " FS-ABANDONOS
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING WK-IDX-REGISTRO FROM 1 BY 1
                       UNTIL WK-IDX-REGISTRO > CONT-REGISTRO
                   WRITE REG-ABANDONO
                       FROM ENTRADA-REGISTRO(WK-IDX-REGISTRO)
               END-PERFORM
               CLOSE ARCHIVO-ABANDONOS
           END-IF

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "RECLAMOS DEVUELTOS"         TO LTO-CONCEPTO
           MOVE CONT-DEVUELTOS               TO LTO-CANTIDAD
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "RECLAMOS DENTRO DEL AVISO"  TO LTO-CONCEPTO
           MOVE CONT-RECLAMADOS-EN-PLAZO     TO LTO-CANTIDAD
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "RECLAMOS EN ESPERA"         TO LTO-CONCEPTO
           MOVE CONT-RECLAMOS-EN-ESPERA      TO LTO-CANTIDAD
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "RECLAMOS DESCARTADOS"       TO LTO-CONCEPTO
           MOVE CONT-RECLAMOS-SIN-EFECTO     TO LTO-CANTIDAD
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "EXPEDIENTES TRASPASADOS"    TO LTO-CONCEPTO
           MOVE CONT-TRASPASADOS             TO LTO-CANTIDAD
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "EXPEDIENTES SUSPENDIDOS"    TO LTO-CONCEPTO
           MOVE CONT-SUSPENDIDOS             TO LTO-CANTIDAD
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "EXPEDIENTES EN PLAZO DE AVISO" TO LTO-CONCEPTO
           MOVE CONT-EN-PLAZO                TO LTO-CANTIDAD
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "EXPEDIENTES CON ACTIVIDAD NUEVA" TO LTO-CONCEPTO
           MOVE CONT-REACTIVADOS             TO LTO-CANTIDAD
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "EXPEDIENTES ANULADOS"       TO LTO-CONCEPTO
           MOVE CONT-ANULADOS                TO LTO-CANTIDAD
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "EXPEDIENTES NUEVOS (AVISOS)" TO LTO-CONCEPTO
           MOVE CONT-AVISOS-NUEVOS           TO LTO-CANTIDAD
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "CUENTAS EXCLUIDAS"          TO LTO-CONCEPTO
           MOVE CONT-EXCLUIDAS               TO LTO-CANTIDAD
           WRITE REG-REPORTE FROM LINEA-TOTAL

           IF MAESTRO-ABIERTO
               CLOSE ARCHIVO-MAESTRO
           END-IF
           IF HAY-CONTACTOS
               CLOSE ARCHIVO-CONTACTOS
           END-IF
           CLOSE ARCHIVO-REPORTE

           DISPLAY "RECLAMOS LEIDOS:        " CONT-RECLAMOS-LEIDOS
           DISPLAY "DEVOLUCIONES:           " CONT-DEVUELTOS
           DISPLAY "TRASPASOS:              " CONT-TRASPASADOS
           DISPLAY "SUSPENDIDOS:            " CONT-SUSPENDIDOS
           DISPLAY "AVISOS NUEVOS:          " CONT-AVISOS-NUEVOS
           DISPLAY "CUENTAS EXCLUIDAS:      " CONT-EXCLUIDAS
           DISPLAY "ASIENTOS EMITIDOS:      " CONT-MOVS-SALIDA
           IF ES-FIN-DE-ANIO
               DISPLAY "INFORME AL ESTADO: " WK-NOMBRE-ESTADO
           END-IF
           DISPLAY "DETALLE EN: ABANDONOS.TXT"

      * EL REGISTRO LLENO DEJA CUENTAS SIN AVISAR: HAY QUE AMPLIARLO
      * ANTES DEL AÑO QUE VIENE.
           IF REGISTRO-LLENO
               DISPLAY "*** ABANDONOS.DAT LLENO: " CONT-SIN-LUGAR
                       " CUENTAS QUEDARON SIN AVISAR ***"
               MOVE 12 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * RUTINAS DE APOYO.
      *****************************************************************
       410-LEER-CUENTA.
           MOVE 'S' TO SW-CUENTA-HALLADA
           MOVE WK-CODIGO-BUSCADO TO CODIGO-MAESTRO
           READ ARCHIVO-MAESTRO
               INVALID KEY
                   MOVE 'N' TO SW-CUENTA-HALLADA
                   MOVE SPACES TO ESTADO-MAESTRO
                                  MONEDA-MAESTRO
                   MOVE ZEROS TO SALDO-MAESTRO
                                 SUCURSAL-MAESTRO
           END-READ.

       420-BUSCAR-EXPEDIENTE.
           MOVE ZEROS TO WK-IDX-REG-HALLADO
           PERFORM VARYING WK-IDX-REGISTRO FROM 1 BY 1
                   UNTIL WK-IDX-REGISTRO > CONT-REGISTRO
                      OR WK-IDX-REG-HALLADO > ZEROS
               IF TRG-EXPEDIENTE(WK-IDX-REGISTRO) =
                  TRC-EXPEDIENTE(WK-IDX-RECLAMO)
                   MOVE WK-IDX-REGISTRO TO WK-IDX-REG-HALLADO
               END-IF
           END-PERFORM.

      * DEJA EN WK-IDX-ACTIVIDAD LA FILA DE WK-CODIGO-BUSCADO, O CERO.
       430-BUSCAR-ACTIVIDAD.
           MOVE ZEROS TO WK-IDX-ACTIVIDAD
           PERFORM VARYING WK-IDX-ACT-BUSQUEDA FROM 1 BY 1
                   UNTIL WK-IDX-ACT-BUSQUEDA > CONT-ACTIVIDAD
                      OR WK-IDX-ACTIVIDAD > ZEROS
               IF TAC-CODIGO(WK-IDX-ACT-BUSQUEDA) = WK-CODIGO-BUSCADO
                   MOVE WK-IDX-ACT-BUSQUEDA TO WK-IDX-ACTIVIDAD
               END-IF
           END-PERFORM.

      * DEJA EN WK-MOTIVO-EXCLUSION EL MOTIVO DE WK-CODIGO-BUSCADO,
      * O BLANCOS.
       440-BUSCAR-EXCLUSION.
           MOVE SPACES TO WK-MOTIVO-EXCLUSION
           PERFORM VARYING WK-IDX-EXCLUSION FROM 1 BY 1
                   UNTIL WK-IDX-EXCLUSION > CONT-EXCLUSIONES
                      OR WK-MOTIVO-EXCLUSION NOT = SPACES
               IF TEX-CODIGO(WK-IDX-EXCLUSION) = WK-CODIGO-BUSCADO
                   MOVE TEX-MOTIVO(WK-IDX-EXCLUSION)
                     TO WK-MOTIVO-EXCLUSION
               END-IF
           END-PERFORM.

      * COMPLETA WK-MOVIMIENTO CON LO COMUN A TODA PIERNA Y LO PASA
      * POR VALIDA-MOVIMIENTO; UNA PIERNA RECHAZADA DEJA
      * WK-VEREDICTO-PIERNAS EN 'N' PARA TODO EL CONJUNTO.
       450-VALIDAR-PIERNA.
           MOVE WK-IMPORTE-PIERNA TO WK-MOV-IMPORTE
           MOVE WK-LOTE-ARMADO    TO WK-MOV-LOTE
           MOVE ZEROS             TO WK-MOV-FECHA
           MOVE 1                 TO WK-MOV-SECUENCIA
           MOVE TRG-MONEDA(WK-IDX-REGISTRO) TO WK-MOV-MONEDA

           CALL "VALIDA-MOVIMIENTO" USING WK-MOVIMIENTO
                                          WK-VM-VEREDICTO
                                          WK-VM-CODIGO-MOTIVO
                                          WK-VM-MOTIVO

           IF WK-VM-VEREDICTO NOT = 'S'
               DISPLAY "AVISO: PIERNA DE " WK-MOV-REFERENCIA
                       " RECHAZADA: " WK-VM-MOTIVO
               MOVE 'N' TO WK-VEREDICTO-PIERNAS
           END-IF.

       460-AGREGAR-PIERNA.
           ADD 1 TO CONT-ASIENTOS
           MOVE WK-MOV-CODIGO      TO TAS-CODIGO(CONT-ASIENTOS)
           MOVE WK-MOV-TIPO        TO TAS-TIPO(CONT-ASIENTOS)
           MOVE WK-IMPORTE-PIERNA  TO TAS-IMPORTE(CONT-ASIENTOS)
           MOVE WK-MOV-DESCRIPCION TO TAS-DESCRIPCION(CONT-ASIENTOS)
           MOVE TRG-MONEDA(WK-IDX-REGISTRO)
             TO TAS-MONEDA(CONT-ASIENTOS)
           MOVE WK-MOV-REFERENCIA  TO TAS-REFERENCIA(CONT-ASIENTOS)
           MOVE WK-MOV-SUCURSAL    TO TAS-SUCURSAL(CONT-ASIENTOS).
