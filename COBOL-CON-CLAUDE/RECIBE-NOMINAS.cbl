       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECIBE-NOMINAS.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: RECEPCION DE NOMINAS DE EMPRESAS
      * PROPOSITO: CORRE EN LA CADENA DESPUES DE LOS BARRIDOS. LAS
      *            EMPRESAS MANDAN CADA MES SU NOMINA EN
      *            NOMINAS-ENTRADA.DAT (UNA O VARIAS, CADA UNA CON SU
      *            ENCABEZADO 'H', SUS LINEAS 'D' Y SU RESUMEN 'T').
      *            UN CONJUNTO DE TRANSFERENCIA NO SIRVE PARA PAGAR
      *            SUELDOS: UNA SOLA CUENTA DE EMPLEADO MAL ESCRITA
      *            TUMBARIA LA NOMINA ENTERA. AQUI CADA NOMINA SE
      *            COTEJA COMPLETA (ENCABEZADO, TOTAL DE CONTROL Y
      *            FONDOS DE LA EMPRESA, CON SU DESCUBIERTO Y SIN
      *            TOCAR SUS RETENCIONES) Y, SI PASA:
      *            -- UN SOLO CARGO 'A' A LA EMPRESA POR EL TOTAL;
      *            -- UN 'C' A CADA EMPLEADO CON CUENTA VALIDA EN
      *               LA CASA;
      *            -- POR CADA SUELDO A OTRO BANCO, UN 'C' QUE
      *               FONDEA LA CUENTA PUENTE Y UN ABONO "TX" QUE LA
      *               VACIA Y QUE EMITE-INTERBANCARIO LLEVA A LA
      *               CAMARA;
      *            -- UN 'C' DE DEVOLUCION A LA EMPRESA POR CADA
      *               LINEA RECHAZADA, EN LA MISMA CORRIDA.
      *            TODO SALE A MOVS-NOMINAS.DAT PARA LA MEZCLA DE LA
      *            NOCHE SIGUIENTE, CADA NOMINA EN SU PROPIO LOTE
      *            "NMnnnnnn". CADA EMPRESA RECIBE SU ACUSE
      *            ACUSE-NOMINA-ccccc-nnnnnn.TXT CON LAS LINEAS
      *            ACEPTADAS Y RECHAZADAS. NOMINAS-RECIBIDAS.DAT
      *            GUARDA LO RECIBIDO PARA QUE NINGUNA NOMINA SE PAGUE
      *            DOS VECES.
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

      * LAS NOMINAS DE LA NOCHE, UNA DETRAS DE OTRA.
           SELECT ARCHIVO-NOMINAS
               ASSIGN TO "NOMINAS-ENTRADA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-NOMINAS.

      * CUENTA PUENTE DE LOS SUELDOS A OTROS BANCOS Y CODIGO DE
      * NUESTRO BANCO. SIN ESTE ARCHIVO NO HAY CUENTA PUENTE Y LAS
      * LINEAS A OTROS BANCOS SE DEVUELVEN A LA EMPRESA.
           SELECT ARCHIVO-PARAMETROS
               ASSIGN TO "NOMINAS-PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT ARCHIVO-REGISTRO
               ASSIGN TO "NOMINAS-RECIBIDAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTRO.

           SELECT ARCHIVO-MAESTRO
               ASSIGN TO "MAESTRO-NUEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODIGO-MAESTRO
               FILE STATUS IS FS-MAESTRO.

           SELECT ARCHIVO-DESCUBIERTOS
               ASSIGN TO "DESCUBIERTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DESCUBIERTOS.

           SELECT ARCHIVO-RETENCIONES
               ASSIGN TO "RETENCIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RETENCIONES.

           SELECT ARCHIVO-ESTADO-CORRIDA
               ASSIGN TO "ESTADO-CORRIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTADO-CORRIDA.

      * LOS BARRIDOS DE ESTA NOCHE YA COMPROMETIERON SALDO DE
      * ALGUNAS CUENTAS PARA MAÑANA: SE DESCUENTAN DE LOS FONDOS.
           SELECT ARCHIVO-MOVS-BARRIDOS
               ASSIGN TO "MOVS-BARRIDOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVS-BARRIDOS.

           SELECT ARCHIVO-MOVS-NOMINAS
               ASSIGN TO "MOVS-NOMINAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVS-NOMINAS.

      * UN ACUSE POR NOMINA; EL NOMBRE SE ARMA CON LA EMPRESA Y EL
      * NUMERO DE NOMINA.
           SELECT ARCHIVO-ACUSE
               ASSIGN TO WK-NOMBRE-ACUSE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ACUSE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-FECHA-PROCESO.
       01  REG-FECHA-PROCESO.
           05 FPR-FECHA            PIC 9(8).

      * ENCABEZADO: EMPRESA (SU CUENTA EN LA CASA), REFERENCIA DE LA
      * EMPRESA, FECHA DE PAGO, MONEDA, CANTIDAD DE LINEAS Y TOTAL
      * DE CONTROL. LINEA: NUMERO, LEGAJO, NOMBRE, BANCO (EN BLANCO,
      * "0000" O EL NUESTRO ES CUENTA DE LA CASA, CON EL CODIGO EN
      * LAS CINCO PRIMERAS POSICIONES), CUENTA E IMPORTE. RESUMEN:
      * CANTIDAD DE LINEAS Y SUMA DE IMPORTES.
       FD  ARCHIVO-NOMINAS.
       01  REG-NOMINA.
           05 NEN-TIPO             PIC X(01).
              88 NEN-ENCABEZADO    VALUE 'H'.
              88 NEN-LINEA         VALUE 'D'.
              88 NEN-RESUMEN       VALUE 'T'.
           05 FILLER               PIC X(79).
       01  REG-NOMINA-ENCABEZADO REDEFINES REG-NOMINA.
           05 FILLER               PIC X(01).
           05 NEH-EMPRESA          PIC 9(5).
           05 NEH-REFERENCIA       PIC X(8).
           05 NEH-FECHA-PAGO       PIC 9(8).
           05 NEH-MONEDA           PIC X(3).
           05 NEH-CANT-LINEAS      PIC 9(5).
           05 NEH-TOTAL            PIC 9(9)V99.
           05 FILLER               PIC X(39).
       01  REG-NOMINA-LINEA REDEFINES REG-NOMINA.
           05 FILLER               PIC X(01).
           05 NED-LINEA            PIC 9(5).
           05 NED-LEGAJO           PIC X(10).
           05 NED-NOMBRE           PIC X(30).
           05 NED-BANCO            PIC X(4).
           05 NED-CUENTA           PIC X(16).
           05 NED-IMPORTE          PIC 9(7)V99.
           05 FILLER               PIC X(05).
       01  REG-NOMINA-RESUMEN REDEFINES REG-NOMINA.
           05 FILLER               PIC X(01).
           05 NET-CANT-LINEAS      PIC 9(5).
           05 NET-TOTAL            PIC 9(9)V99.
           05 FILLER               PIC X(63).

       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETROS.
           05 PNM-CUENTA-PUENTE    PIC 9(5).
           05 PNM-BANCO-PROPIO     PIC X(4).

      * UNA FILA POR NOMINA RECIBIDA: RESULTADO 'A' ACEPTADA O 'R'
      * RECHAZADA ENTERA, CON SUS TOTALES.
       FD  ARCHIVO-REGISTRO.
       01  REG-REGISTRO.
           05 NRE-EMPRESA          PIC 9(5).
           05 NRE-REFERENCIA       PIC X(8).
           05 NRE-NUMERO           PIC 9(6).
           05 NRE-FECHA            PIC 9(8).
           05 NRE-RESULTADO        PIC X(1).
           05 NRE-TOTAL            PIC 9(9)V99.
           05 NRE-LINEAS           PIC 9(5).
           05 NRE-ACEPTADAS        PIC 9(5).
           05 NRE-DEVUELTAS        PIC 9(5).
           05 NRE-IMP-DEVUELTO     PIC 9(9)V99.

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

       FD  ARCHIVO-DESCUBIERTOS.
       01  REG-DESCUBIERTO.
           05 DES-CODIGO           PIC 9(5).
           05 DES-LIMITE           PIC 9(7)V99.

       FD  ARCHIVO-RETENCIONES.
       01  REG-RETENCION.
           05 RET-CODIGO           PIC 9(5).
           05 RET-IMPORTE          PIC 9(7)V99.
           05 RET-MOTIVO           PIC X(30).
           05 RET-OPERADOR         PIC X(8).
           05 RET-FECHA-ALTA       PIC 9(8).
           05 RET-FECHA-LIBERACION PIC 9(8).

       FD  ARCHIVO-ESTADO-CORRIDA.
       01  REG-ESTADO-CORRIDA.
           05 EST-ID-EJECUCION     PIC X(19).
           05 EST-RESULTADO        PIC X(8).
           05 EST-PARRAFO          PIC X(30).
           05 EST-MOTIVO           PIC X(40).
           05 EST-CUADRE           PIC X(1).
           05 EST-RC               PIC 9(4).

       FD  ARCHIVO-MOVS-BARRIDOS.
       01  REG-MOV-BARRIDO.
           05 MBA-CODIGO           PIC 9(5).
           05 MBA-TIPO             PIC X(01).
           05 MBA-IMPORTE          PIC 9(7)V99.
           05 FILLER               PIC X(55).

       FD  ARCHIVO-MOVS-NOMINAS.
       01  REG-MOV-NOMINA.
           05 MNO-CODIGO           PIC 9(5).
           05 MNO-TIPO             PIC X(01).
           05 MNO-IMPORTE          PIC 9(7)V99.
           05 MNO-DESCRIPCION      PIC X(20).
           05 MNO-LOTE             PIC X(08).
           05 MNO-FECHA            PIC 9(8).
           05 MNO-MONEDA           PIC X(3).
           05 MNO-SECUENCIA        PIC 9(5).
           05 MNO-REFERENCIA       PIC X(8).
           05 MNO-SUCURSAL         PIC 9(3).
       01  REG-MNO-ENCABEZADO REDEFINES REG-MOV-NOMINA.
           05 HDR-CODIGO           PIC 9(5).
           05 HDR-TIPO             PIC X(01).
           05 HDR-LOTE             PIC X(08).
           05 HDR-FECHA-CREACION   PIC 9(8).
           05 FILLER               PIC X(48).
       01  REG-MNO-RESUMEN REDEFINES REG-MOV-NOMINA.
           05 TRL-CODIGO           PIC 9(5).
           05 TRL-TIPO             PIC X(01).
           05 TRL-CUENTA-REGISTROS PIC 9(7).
           05 TRL-HASH-IMPORTES    PIC 9(11)V99.
           05 FILLER               PIC X(44).

       FD  ARCHIVO-ACUSE.
       01  REG-ACUSE               PIC X(110).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-FECHA-PROCESO     PIC XX.
           05 FS-NOMINAS           PIC XX.
           05 FS-PARAMETROS        PIC XX.
           05 FS-REGISTRO          PIC XX.
           05 FS-MAESTRO           PIC XX.
           05 FS-DESCUBIERTOS      PIC XX.
           05 FS-RETENCIONES       PIC XX.
           05 FS-ESTADO-CORRIDA    PIC XX.
           05 FS-MOVS-BARRIDOS     PIC XX.
           05 FS-MOVS-NOMINAS      PIC XX.
           05 FS-ACUSE             PIC XX.

       01  SWITCHES.
           05 SW-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 SW-CUENTA-HALLADA    PIC X VALUE 'N'.
              88 CUENTA-HALLADA    VALUE 'S'.
           05 SW-NOMINA-ABIERTA    PIC X VALUE 'N'.
              88 NOMINA-ABIERTA    VALUE 'S'.
           05 SW-CON-RESUMEN       PIC X VALUE 'N'.
              88 CON-RESUMEN       VALUE 'S'.
           05 SW-DUPLICADA         PIC X VALUE 'N'.
              88 NOMINA-DUPLICADA  VALUE 'S'.

       01  CONTADORES.
           05 CONT-NOMINAS         PIC 9(4) VALUE ZEROS.
           05 CONT-ACEPTADAS       PIC 9(4) VALUE ZEROS.
           05 CONT-RECHAZADAS      PIC 9(4) VALUE ZEROS.
           05 CONT-DUPLICADAS      PIC 9(4) VALUE ZEROS.
           05 CONT-HUERFANOS       PIC 9(5) VALUE ZEROS.
           05 CONT-LINEAS-PAGADAS  PIC 9(7) VALUE ZEROS.
           05 CONT-LINEAS-DEVUELTAS PIC 9(7) VALUE ZEROS.
           05 CONT-MOVS-SALIDA     PIC 9(5) VALUE ZEROS.

       01  MONEDA-BASE             PIC X(3) VALUE 'EUR'.
       01  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
       01  WK-ID-CORRIDA           PIC X(19) VALUE SPACES.
       01  WK-HASH-SALIDA          PIC 9(11)V99 VALUE ZEROS.
       01  WK-TOPE-IMPORTE         PIC 9(7)V99 VALUE 9999999.99.
       01  WK-NOMBRE-ACUSE         PIC X(40) VALUE SPACES.

      * PARAMETROS DE LA RECEPCION. LA CUENTA PUENTE SE COTEJA UNA
      * SOLA VEZ AL ARRANCAR; SI NO SIRVE, WK-PUENTE-MOTIVO DICE POR
      * QUE Y LAS LINEAS A OTROS BANCOS SE DEVUELVEN CON ESE MOTIVO.
       01  WK-CUENTA-PUENTE        PIC 9(5) VALUE ZEROS.
       01  WK-BANCO-PROPIO         PIC X(4) VALUE SPACES.
       01  WK-PUENTE-MONEDA        PIC X(3) VALUE SPACES.
       01  WK-PUENTE-SUCURSAL      PIC 9(3) VALUE ZEROS.
       01  WK-PUENTE-MOTIVO        PIC X(30) VALUE SPACES.

      * LA NOMINA EN CURSO: SU ENCABEZADO, SU RESUMEN Y LO QUE SE
      * LLEVA LEIDO. EL PRIMER DEFECTO DE ARCHIVO QUE APARECE QUEDA
      * EN WK-MOTIVO-NOMINA Y LA RECHAZA ENTERA.
       01  DATOS-NOMINA.
           05 WK-EMPRESA           PIC 9(5) VALUE ZEROS.
           05 WK-REFERENCIA-EMP    PIC X(8) VALUE SPACES.
           05 WK-FECHA-PAGO        PIC 9(8) VALUE ZEROS.
           05 WK-MONEDA-NOMINA     PIC X(3) VALUE SPACES.
           05 WK-CANT-DECLARADA    PIC 9(5) VALUE ZEROS.
           05 WK-TOTAL-DECLARADO   PIC 9(9)V99 VALUE ZEROS.
           05 WK-CANT-RESUMEN      PIC 9(5) VALUE ZEROS.
           05 WK-TOTAL-RESUMEN     PIC 9(9)V99 VALUE ZEROS.
           05 WK-CANT-LEIDAS       PIC 9(5) VALUE ZEROS.
           05 WK-SUMA-LEIDA        PIC 9(11)V99 VALUE ZEROS.
           05 WK-MOTIVO-NOMINA     PIC X(30) VALUE SPACES.
           05 WK-NUMERO-NOMINA     PIC 9(6) VALUE ZEROS.
           05 WK-EMP-NOMBRE        PIC X(30) VALUE SPACES.
           05 WK-EMP-ESTADO        PIC X(1) VALUE SPACE.
           05 WK-EMP-SUCURSAL      PIC 9(3) VALUE ZEROS.
           05 WK-CANT-ACEPTADAS    PIC 9(5) VALUE ZEROS.
           05 WK-IMP-ACEPTADO      PIC 9(11)V99 VALUE ZEROS.
           05 WK-CANT-DEVUELTAS    PIC 9(5) VALUE ZEROS.
           05 WK-IMP-DEVUELTO      PIC 9(11)V99 VALUE ZEROS.
           05 WK-CANT-PIERNAS      PIC 9(5) VALUE ZEROS.

      * LOTE Y REFERENCIA DE LOS MOVIMIENTOS DE LA NOMINA: "NM" Y
      * EL NUMERO DE NOMINA. CADA NOMINA ES SU PROPIO LOTE, CON SUS
      * SECUENCIAS 1..N, Y NUNCA REPITE NOMBRE EN LOTES PROCESADOS.
       01  WK-LOTE-ARMADO.
           05 FILLER               PIC X(2) VALUE "NM".
           05 WK-LOTE-NUMERO       PIC 9(6) VALUE ZEROS.
       01  WK-SEC-NOMINA           PIC 9(5) VALUE ZEROS.

      * LA REFERENCIA "TX7NNLLL" MARCA EL SUELDO A OTRO BANCO (NN:
      * NUMERO DE NOMINA, LLL: LINEA). EL RANGO TX7 QUEDA PARA LAS
      * NOMINAS Y NO PISA LAS TRANSFERENCIAS DE SUCURSAL.
       01  WK-REF-TX.
           05 FILLER               PIC X(3) VALUE "TX7".
           05 WK-REF-TX-NOMINA     PIC 9(2) VALUE ZEROS.
           05 WK-REF-TX-LINEA      PIC 9(3) VALUE ZEROS.

       01  WK-DESC-EMPLEADO.
           05 FILLER               PIC X(7) VALUE "NOMINA ".
           05 WK-DESC-EMPRESA      PIC 9(5) VALUE ZEROS.
           05 FILLER               PIC X(2) VALUE " L".
           05 WK-DESC-LINEA        PIC 9(5) VALUE ZEROS.
       01  WK-DESC-DEVOLUCION.
           05 FILLER               PIC X(14) VALUE "DEVOL NOMINA L".
           05 WK-DESC-DEV-LINEA    PIC 9(5) VALUE ZEROS.

      * LAS LINEAS DE LA NOMINA EN CURSO. RESULTADO: 'A' ABONADA EN
      * LA CASA, 'T' TRANSFERIDA A OTRO BANCO, 'D' DEVUELTA A LA
      * EMPRESA, 'Z' SIN IMPORTE (NO MUEVE NADA), EN BLANCO SIN
      * PROCESAR (LA NOMINA SE RECHAZO ENTERA).
       01  WK-MAX-LINEAS           PIC 9(3) VALUE 999.
       01  CONT-TABLA-LINEAS       PIC 9(3) VALUE ZEROS.
       01  TABLA-LINEAS.
           05 ENTRADA-LINEA        OCCURS 1 TO 999 TIMES
                                   DEPENDING ON CONT-TABLA-LINEAS.
              10 TLN-LINEA         PIC 9(5).
              10 TLN-LEGAJO        PIC X(10).
              10 TLN-NOMBRE        PIC X(30).
              10 TLN-BANCO         PIC X(4).
              10 TLN-CUENTA        PIC X(16).
              10 TLN-IMPORTE       PIC 9(7)V99.
              10 TLN-CODIGO        PIC 9(5).
              10 TLN-SUCURSAL      PIC 9(3).
              10 TLN-RESULTADO     PIC X(1).
                 88 LINEA-ABONADA     VALUE 'A'.
                 88 LINEA-TRANSFERIDA VALUE 'T'.
                 88 LINEA-DEVUELTA    VALUE 'D'.
                 88 LINEA-SIN-IMPORTE VALUE 'Z'.
              10 TLN-MOTIVO        PIC X(30).
       01  WK-IDX-LINEA            PIC 9(3) VALUE ZEROS.

      * LO RECIBIDO EN NOCHES ANTERIORES. LAS FILAS CON LA FECHA DE
      * ESTA NOCHE NO SE CARGAN: SON DE UNA CORRIDA ANTERIOR DE LA
      * MISMA NOCHE, CUYA SALIDA ESTA CORRIDA REESCRIBE ENTERA.
       01  WK-MAX-REGISTRO         PIC 9(4) VALUE 5000.
       01  CONT-REGISTRO           PIC 9(4) VALUE ZEROS.
       01  TABLA-REGISTRO.
           05 ENTRADA-REGISTRO     OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-REGISTRO.
              10 TRG-EMPRESA       PIC 9(5).
              10 TRG-REFERENCIA    PIC X(8).
              10 TRG-NUMERO        PIC 9(6).
              10 TRG-FECHA         PIC 9(8).
              10 TRG-RESULTADO     PIC X(1).
              10 TRG-TOTAL         PIC 9(9)V99.
              10 TRG-LINEAS        PIC 9(5).
              10 TRG-ACEPTADAS     PIC 9(5).
              10 TRG-DEVUELTAS     PIC 9(5).
              10 TRG-IMP-DEVUELTO  PIC 9(9)V99.
       01  WK-IDX-REGISTRO         PIC 9(4) VALUE ZEROS.
       01  WK-ULTIMO-NUMERO        PIC 9(6) VALUE ZEROS.
       01  WK-COCIENTE             PIC 9(4) VALUE ZEROS.

       01  WK-MAX-DESCUBIERTOS     PIC 9(3) VALUE 500.
       01  CONT-DESCUBIERTOS       PIC 9(3) VALUE ZEROS.
       01  TABLA-DESCUBIERTOS.
           05 ENTRADA-DESCUBIERTO  OCCURS 1 TO 500 TIMES
                                   DEPENDING ON CONT-DESCUBIERTOS.
              10 TDE-CODIGO        PIC 9(5).
              10 TDE-LIMITE        PIC 9(7)V99.
       01  WK-IDX-DESCUBIERTO      PIC 9(3) VALUE ZEROS.

      * RETENCIONES VIGENTES A LA FECHA DE PROCESO, CON LA MISMA
      * REGLA QUE EL CRUZADO (SIN LIBERACION, O LIBERACION POSTERIOR
      * A LA FECHA).
       01  WK-MAX-RETENCIONES      PIC 9(3) VALUE 500.
       01  CONT-RETENCIONES        PIC 9(3) VALUE ZEROS.
       01  TABLA-RETENCIONES.
           05 ENTRADA-RETENCION    OCCURS 1 TO 500 TIMES
                                   DEPENDING ON CONT-RETENCIONES.
              10 TRE-CODIGO        PIC 9(5).
              10 TRE-IMPORTE       PIC 9(7)V99.
       01  WK-IDX-RETENCION        PIC 9(3) VALUE ZEROS.

      * LO QUE YA SALE MAÑANA DE CADA CUENTA: LOS BARRIDOS DE ESTA
      * NOCHE Y LAS NOMINAS YA ACEPTADAS EN ESTA CORRIDA. UNA
      * EMPRESA QUE MANDA DOS NOMINAS NO PAGA DOS VECES CON EL
      * MISMO SALDO.
       01  WK-MAX-COMPROMISOS      PIC 9(3) VALUE 500.
       01  CONT-COMPROMISOS        PIC 9(3) VALUE ZEROS.
       01  TABLA-COMPROMISOS.
           05 ENTRADA-COMPROMISO   OCCURS 1 TO 500 TIMES
                                   DEPENDING ON CONT-COMPROMISOS.
              10 TCO-CODIGO        PIC 9(5).
              10 TCO-IMPORTE       PIC 9(11)V99.
       01  WK-IDX-COMPROMISO       PIC 9(3) VALUE ZEROS.

       01  WK-CODIGO-BUSCADO       PIC 9(5) VALUE ZEROS.
       01  WK-DESCUBIERTO-CTA      PIC 9(7)V99 VALUE ZEROS.
       01  WK-RETENIDO-CTA         PIC 9(9)V99 VALUE ZEROS.
       01  WK-COMPROMETIDO-CTA     PIC 9(11)V99 VALUE ZEROS.
       01  WK-COMPROMISO-NUEVO     PIC 9(11)V99 VALUE ZEROS.
       01  WK-DISPONIBLE           PIC S9(11)V99 VALUE ZEROS.

      * EL MOVIMIENTO ARMADO PARA UNA LINEA, EN EL LAYOUT ESTANDAR,
      * PASA POR VALIDA-MOVIMIENTO ANTES DE ACEPTAR LA LINEA.
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

      * LAS PIERNAS DE TODAS LAS NOMINAS DE LA NOCHE SE JUNTAN EN
      * MEMORIA Y SE ORDENAN POR CODIGO ANTES DE ESCRIBIR: LA MEZCLA
      * EXIGE CADA FUENTE ASCENDENTE POR CODIGO. CADA PIERNA LLEVA
      * YA SU LOTE Y SU SECUENCIA DENTRO DE SU NOMINA.
       01  WK-MAX-PIERNAS          PIC 9(4) VALUE 4000.
       01  CONT-TABLA-PIERNAS      PIC 9(4) VALUE ZEROS.
       01  TABLA-PIERNAS.
           05 ENTRADA-PIERNA       OCCURS 1 TO 4000 TIMES
                                   DEPENDING ON CONT-TABLA-PIERNAS.
              10 TPI-CODIGO        PIC 9(5).
              10 TPI-TIPO          PIC X(1).
              10 TPI-IMPORTE       PIC 9(7)V99.
              10 TPI-DESCRIPCION   PIC X(20).
              10 TPI-LOTE          PIC X(8).
              10 TPI-MONEDA        PIC X(3).
              10 TPI-SECUENCIA     PIC 9(5).
              10 TPI-REFERENCIA    PIC X(8).
              10 TPI-SUCURSAL      PIC 9(3).

       01  WK-INDICE-ORDEN         PIC 9(4) VALUE ZEROS.
       01  WK-CONTADOR-ORDEN       PIC 9(4) VALUE ZEROS.
       01  WK-ENTRADA-AUX.
           05 WK-AUX-CODIGO        PIC 9(5).
           05 WK-AUX-TIPO          PIC X(1).
           05 WK-AUX-IMPORTE       PIC 9(7)V99.
           05 WK-AUX-DESCRIPCION   PIC X(20).
           05 WK-AUX-LOTE          PIC X(8).
           05 WK-AUX-MONEDA        PIC X(3).
           05 WK-AUX-SECUENCIA     PIC 9(5).
           05 WK-AUX-REFERENCIA    PIC X(8).
           05 WK-AUX-SUCURSAL      PIC 9(3).

      * LA PIERNA QUE SE AGREGA A LA TABLA.
       01  DATOS-PIERNA.
           05 WK-PIE-CODIGO        PIC 9(5) VALUE ZEROS.
           05 WK-PIE-TIPO          PIC X(1) VALUE SPACE.
           05 WK-PIE-IMPORTE       PIC 9(7)V99 VALUE ZEROS.
           05 WK-PIE-DESCRIPCION   PIC X(20) VALUE SPACES.
           05 WK-PIE-REFERENCIA    PIC X(8) VALUE SPACES.
           05 WK-PIE-SUCURSAL      PIC 9(3) VALUE ZEROS.

       01  WK-CLASE-MASCARA        PIC X(1) VALUE 'N'.
       01  WK-DATO-MASCARA         PIC X(30) VALUE SPACES.

       01  LINEA-ACUSE-TITULO.
           05 FILLER               PIC X(35)
              VALUE 'ACUSE DE RECIBO DE NOMINA - EMPRESA'.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LAT-EMPRESA          PIC 9(5).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LAT-NOMBRE           PIC X(30).
           05 FILLER               PIC X(08) VALUE '  FECHA '.
           05 LAT-FECHA            PIC 9(8).

       01  LINEA-ACUSE-DATOS.
           05 FILLER               PIC X(11) VALUE 'REFERENCIA '.
           05 LAD-REFERENCIA       PIC X(8).
           05 FILLER               PIC X(16) VALUE '  FECHA DE PAGO '.
           05 LAD-FECHA-PAGO       PIC 9(8).
           05 FILLER               PIC X(09) VALUE '  MONEDA '.
           05 LAD-MONEDA           PIC X(3).
           05 FILLER               PIC X(09) VALUE '  NOMINA '.
           05 LAD-LOTE             PIC X(8).

       01  LINEA-ACUSE-RESULTADO.
           05 FILLER               PIC X(11) VALUE 'RESULTADO: '.
           05 LAR-RESULTADO        PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LAR-MOTIVO           PIC X(30).

       01  LINEA-ACUSE-ENCABEZADO.
           05 FILLER               PIC X(17)
              VALUE 'LINEA LEGAJO'.
           05 FILLER               PIC X(38) VALUE 'NOMBRE'.
           05 FILLER               PIC X(08) VALUE 'IMPORTE'.
           05 FILLER               PIC X(13) VALUE 'RESULTADO'.
           05 FILLER               PIC X(06) VALUE 'MOTIVO'.

       01  LINEA-ACUSE-DETALLE.
           05 LDA-LINEA            PIC 9(5).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LDA-LEGAJO           PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LDA-NOMBRE           PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LDA-IMPORTE          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LDA-RESULTADO        PIC X(12).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LDA-MOTIVO           PIC X(30).

       01  LINEA-ACUSE-TOTAL.
           05 LTA-CONCEPTO         PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LTA-CANTIDAD         PIC ZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LTA-IMPORTE          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 110-CARGAR-PARAMETROS
           PERFORM 115-CARGAR-REGISTRO
           PERFORM 120-CARGAR-DESCUBIERTOS
           PERFORM 125-CARGAR-RETENCIONES
           PERFORM 130-CARGAR-BARRIDOS
           PERFORM 200-PROCESAR-NOMINAS
           PERFORM 300-FINALIZAR
           GOBACK.

       100-INICIALIZAR.
           DISPLAY "RECEPCION DE NOMINAS DE EMPRESAS..."
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

      * LA SALIDA SE REESCRIBE CADA NOCHE, AUNQUE NO HAYA NOMINAS:
      * LA MEZCLA DE ESTA NOCHE YA APLICO LAS DE ANOCHE Y UN ARCHIVO
      * VIEJO LAS PAGARIA OTRA VEZ. AQUI QUEDA SOLO EL CONTROL H/T.
           PERFORM 265-ABRIR-SALIDA-MOVS

      * SIN CORRIDA COMPLETA NO HAY SALDOS DE CIERRE CONTRA LOS QUE
      * COTEJAR FONDOS: LAS NOMINAS ESPERAN A LA NOCHE SIGUIENTE.
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
                       " LAS NOMINAS ESPERAN A LA PROXIMA NOCHE"
               PERFORM 270-CERRAR-SALIDA-MOVS
               GOBACK
           END-IF

           OPEN INPUT ARCHIVO-NOMINAS

           IF FS-NOMINAS = '35'
               DISPLAY "SIN NOMINAS-ENTRADA.DAT: NO HAY NOMINAS"
                       " ESTA NOCHE"
               PERFORM 270-CERRAR-SALIDA-MOVS
               GOBACK
           END-IF

           IF FS-NOMINAS NOT = '00'
               DISPLAY "ERROR ABRIENDO NOMINAS-ENTRADA: " FS-NOMINAS
               PERFORM 270-CERRAR-SALIDA-MOVS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT ARCHIVO-MAESTRO

           IF FS-MAESTRO NOT = '00'
               DISPLAY "ERROR ABRIENDO MAESTRO-NUEVO: " FS-MAESTRO
               CLOSE ARCHIVO-NOMINAS
               PERFORM 270-CERRAR-SALIDA-MOVS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      * LA CUENTA PUENTE SE MIRA AQUI UNA VEZ: DEBE EXISTIR, ESTAR
      * OPERABLE Y ADMITIR INGRESOS Y RETIROS. LA MONEDA SE COTEJA POR
      * NOMINA.
       110-CARGAR-PARAMETROS.
           OPEN INPUT ARCHIVO-PARAMETROS

           IF FS-PARAMETROS = '00'
               READ ARCHIVO-PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PNM-CUENTA-PUENTE IS NUMERIC
                           MOVE PNM-CUENTA-PUENTE TO WK-CUENTA-PUENTE
                       END-IF
                       MOVE PNM-BANCO-PROPIO TO WK-BANCO-PROPIO
               END-READ
               CLOSE ARCHIVO-PARAMETROS
           END-IF

           IF WK-CUENTA-PUENTE = ZEROS
               MOVE "SIN CUENTA PUENTE A OTRO BANCO"
                   TO WK-PUENTE-MOTIVO
               DISPLAY "AVISO: SIN CUENTA PUENTE, LOS SUELDOS A OTROS"
                       " BANCOS SE DEVUELVEN"
               EXIT PARAGRAPH
           END-IF

           MOVE WK-CUENTA-PUENTE TO WK-CODIGO-BUSCADO
           PERFORM 240-LEER-CUENTA
           EVALUATE TRUE
               WHEN NOT CUENTA-HALLADA
                   MOVE "CUENTA PUENTE NO EXISTE" TO WK-PUENTE-MOTIVO
               WHEN MAESTRO-BLOQUEADO OR MAESTRO-CERRADO
                    OR MAESTRO-SOLO-RETIROS OR MAESTRO-EMBARGADO
                    OR MAESTRO-SOLO-DEPOSITOS
                   MOVE "CUENTA PUENTE NO OPERABLE"
                       TO WK-PUENTE-MOTIVO
               WHEN OTHER
                   MOVE MONEDA-MAESTRO   TO WK-PUENTE-MONEDA
                   MOVE SUCURSAL-MAESTRO TO WK-PUENTE-SUCURSAL
                   IF WK-PUENTE-MONEDA = SPACES
                       MOVE MONEDA-BASE TO WK-PUENTE-MONEDA
                   END-IF
           END-EVALUATE

           IF WK-PUENTE-MOTIVO NOT = SPACES
               DISPLAY "AVISO: " WK-PUENTE-MOTIVO " (" WK-CUENTA-PUENTE
                       "), LOS SUELDOS A OTROS BANCOS SE DEVUELVEN"
           ELSE
               DISPLAY "CUENTA PUENTE INTERBANCARIA: " WK-CUENTA-PUENTE
           END-IF.

      * CON EL REGISTRO LLENO NO SE RECIBE NADA (RC 12): UNA NOMINA
      * SIN ANOTAR PODRIA PAGARSE OTRA VEZ LA NOCHE SIGUIENTE.
       115-CARGAR-REGISTRO.
           OPEN INPUT ARCHIVO-REGISTRO

           IF FS-REGISTRO = '35'
               DISPLAY "SIN NOMINAS-RECIBIDAS.DAT: PRIMERA RECEPCION"
               EXIT PARAGRAPH
           END-IF

           IF FS-REGISTRO NOT = '00'
               DISPLAY "ERROR ABRIENDO NOMINAS-RECIBIDAS: " FS-REGISTRO
               PERFORM 290-ABANDONAR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-REGISTRO
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF NRE-FECHA NOT = WK-FECHA-HOY
                           PERFORM 116-ANOTAR-REGISTRO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-REGISTRO

           DISPLAY "NOMINAS YA RECIBIDAS: " CONT-REGISTRO.

       116-ANOTAR-REGISTRO.
           IF CONT-REGISTRO >= WK-MAX-REGISTRO
               DISPLAY "*** NOMINAS-RECIBIDAS.DAT EXCEDE "
                       WK-MAX-REGISTRO " FILAS: NO SE RECIBE NINGUNA"
                       " NOMINA ***"
               CLOSE ARCHIVO-REGISTRO
               PERFORM 290-ABANDONAR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO CONT-REGISTRO
           MOVE REG-REGISTRO TO ENTRADA-REGISTRO(CONT-REGISTRO)
           IF NRE-NUMERO > WK-ULTIMO-NUMERO
               MOVE NRE-NUMERO TO WK-ULTIMO-NUMERO
           END-IF.

      * SIN DESCUBIERTOS.DAT NINGUNA EMPRESA TIENE DESCUBIERTO, COMO
      * EN EL CRUZADO. CON LA TABLA LLENA SE RECIBE IGUAL: UNA CUENTA
      * QUE NO ENTRA SOLO PIERDE SU DESCUBIERTO EN EL COTEJO.
       120-CARGAR-DESCUBIERTOS.
           OPEN INPUT ARCHIVO-DESCUBIERTOS

           IF FS-DESCUBIERTOS = '35'
               EXIT PARAGRAPH
           END-IF

           IF FS-DESCUBIERTOS NOT = '00'
               DISPLAY "ERROR ABRIENDO DESCUBIERTOS: " FS-DESCUBIERTOS
               PERFORM 290-ABANDONAR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL FS-DESCUBIERTOS NOT = '00'
                   OR CONT-DESCUBIERTOS >= WK-MAX-DESCUBIERTOS
               READ ARCHIVO-DESCUBIERTOS
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO CONT-DESCUBIERTOS
                       MOVE DES-CODIGO
                           TO TDE-CODIGO(CONT-DESCUBIERTOS)
                       MOVE DES-LIMITE
                           TO TDE-LIMITE(CONT-DESCUBIERTOS)
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-DESCUBIERTOS

           DISPLAY "DESCUBIERTOS CARGADOS: " CONT-DESCUBIERTOS.

      * SIN RETENCIONES.DAT NINGUNA CUENTA TIENE SALDO RETENIDO. CON
      * LA TABLA LLENA NO SE RECIBE NADA: UNA RETENCION QUE NO SE VE
      * PODRIA PAGAR SUELDOS CON DINERO RETENIDO.
       125-CARGAR-RETENCIONES.
           OPEN INPUT ARCHIVO-RETENCIONES

           IF FS-RETENCIONES = '35'
               EXIT PARAGRAPH
           END-IF

           IF FS-RETENCIONES NOT = '00'
               DISPLAY "ERROR ABRIENDO RETENCIONES: " FS-RETENCIONES
               PERFORM 290-ABANDONAR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-RETENCIONES
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF RET-FECHA-LIBERACION = ZEROS
                           OR RET-FECHA-LIBERACION > WK-FECHA-HOY
                           PERFORM 126-ANOTAR-RETENCION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-RETENCIONES

           DISPLAY "RETENCIONES VIGENTES CARGADAS: " CONT-RETENCIONES.

       126-ANOTAR-RETENCION.
           IF CONT-RETENCIONES >= WK-MAX-RETENCIONES
               DISPLAY "*** RETENCIONES.DAT EXCEDE "
                       WK-MAX-RETENCIONES " RETENCIONES VIGENTES: NO"
                       " SE RECIBE NINGUNA NOMINA ***"
               CLOSE ARCHIVO-RETENCIONES
               PERFORM 290-ABANDONAR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO CONT-RETENCIONES
           MOVE RET-CODIGO  TO TRE-CODIGO(CONT-RETENCIONES)
           MOVE RET-IMPORTE TO TRE-IMPORTE(CONT-RETENCIONES).

      * SOLO CUENTAN LAS PIERNAS QUE SACAN DINERO ('A'); LAS QUE LO
      * TRAEN NO SE ADELANTAN, IGUAL QUE UN DEPOSITO QUE AUN NO
      * ENTRO. CON LA TABLA LLENA NO SE RECIBE NADA.
       130-CARGAR-BARRIDOS.
           OPEN INPUT ARCHIVO-MOVS-BARRIDOS

           IF FS-MOVS-BARRIDOS = '35'
               EXIT PARAGRAPH
           END-IF

           IF FS-MOVS-BARRIDOS NOT = '00'
               DISPLAY "ERROR ABRIENDO MOVS-BARRIDOS: "
                       FS-MOVS-BARRIDOS
               PERFORM 290-ABANDONAR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-MOVS-BARRIDOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF MBA-TIPO = 'A'
                           MOVE MBA-CODIGO  TO WK-CODIGO-BUSCADO
                           MOVE MBA-IMPORTE TO WK-COMPROMISO-NUEVO
                           PERFORM 255-ANOTAR-COMPROMISO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MOVS-BARRIDOS.

      * LEE LAS NOMINAS Y CIERRA CADA UNA AL LLEGAR SU RESUMEN. UN
      * ENCABEZADO NUEVO O EL FIN DE ARCHIVO CON UNA NOMINA ABIERTA
      * LA CIERRAN SIN RESUMEN (Y SE RECHAZA). LINEAS O RESUMENES
      * SIN ENCABEZADO NO SON DE NADIE: SE AVISAN Y SE DESCARTAN.
       200-PROCESAR-NOMINAS.
           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM 205-LEER-NOMINA
           PERFORM UNTIL FIN-ARCHIVO
               EVALUATE TRUE
                   WHEN NEN-ENCABEZADO
                       IF NOMINA-ABIERTA
                           PERFORM 220-CERRAR-NOMINA
                       END-IF
                       PERFORM 210-ABRIR-NOMINA
                   WHEN NOT NOMINA-ABIERTA
                       ADD 1 TO CONT-HUERFANOS
                   WHEN NEN-LINEA
                       PERFORM 215-ANOTAR-LINEA
                   WHEN NEN-RESUMEN
                       MOVE 'S' TO SW-CON-RESUMEN
                       IF NET-CANT-LINEAS IS NUMERIC
                           AND NET-TOTAL IS NUMERIC
                           MOVE NET-CANT-LINEAS TO WK-CANT-RESUMEN
                           MOVE NET-TOTAL       TO WK-TOTAL-RESUMEN
                       ELSE
                           IF WK-MOTIVO-NOMINA = SPACES
                               MOVE "RESUMEN MAL FORMADO"
                                   TO WK-MOTIVO-NOMINA
                           END-IF
                       END-IF
                       PERFORM 220-CERRAR-NOMINA
                   WHEN OTHER
                       IF WK-MOTIVO-NOMINA = SPACES
                           MOVE "REGISTRO DE TIPO DESCONOCIDO"
                               TO WK-MOTIVO-NOMINA
                       END-IF
               END-EVALUATE
               PERFORM 205-LEER-NOMINA
           END-PERFORM

           IF NOMINA-ABIERTA
               PERFORM 220-CERRAR-NOMINA
           END-IF

           CLOSE ARCHIVO-NOMINAS

           IF CONT-HUERFANOS > ZEROS
               DISPLAY "AVISO: " CONT-HUERFANOS " REGISTROS FUERA DE"
                       " UNA NOMINA, DESCARTADOS"
           END-IF

           IF CONT-TABLA-PIERNAS > ZEROS
               PERFORM 260-ORDENAR-PIERNAS
           END-IF
           PERFORM 268-ESCRIBIR-PIERNAS
           PERFORM 270-CERRAR-SALIDA-MOVS.

       205-LEER-NOMINA.
           READ ARCHIVO-NOMINAS
               AT END
                   MOVE 'S' TO SW-FIN-ARCHIVO
           END-READ.

       210-ABRIR-NOMINA.
           MOVE 'S' TO SW-NOMINA-ABIERTA
           MOVE 'N' TO SW-CON-RESUMEN
           INITIALIZE DATOS-NOMINA
           MOVE ZEROS TO CONT-TABLA-LINEAS

           IF NEH-EMPRESA IS NUMERIC
               MOVE NEH-EMPRESA TO WK-EMPRESA
           END-IF
           MOVE NEH-REFERENCIA TO WK-REFERENCIA-EMP
           MOVE NEH-MONEDA     TO WK-MONEDA-NOMINA
           IF WK-MONEDA-NOMINA = SPACES
               MOVE MONEDA-BASE TO WK-MONEDA-NOMINA
           END-IF

           IF NEH-EMPRESA NOT NUMERIC
               OR NEH-EMPRESA = ZEROS
               OR NEH-REFERENCIA = SPACES
               OR NEH-FECHA-PAGO NOT NUMERIC
               OR NEH-CANT-LINEAS NOT NUMERIC
               OR NEH-TOTAL NOT NUMERIC
               MOVE "ENCABEZADO MAL FORMADO" TO WK-MOTIVO-NOMINA
               EXIT PARAGRAPH
           END-IF

           MOVE NEH-FECHA-PAGO  TO WK-FECHA-PAGO
           MOVE NEH-CANT-LINEAS TO WK-CANT-DECLARADA
           MOVE NEH-TOTAL       TO WK-TOTAL-DECLARADO.

      * LAS LINEAS QUE NO CABEN EN LA TABLA SE CUENTAN IGUAL PARA EL
      * CUADRE; LA NOMINA SE RECHAZA POR TAMAÑO AL CERRARLA.
       215-ANOTAR-LINEA.
           ADD 1 TO WK-CANT-LEIDAS

           IF NED-LINEA NOT NUMERIC
               OR NED-IMPORTE NOT NUMERIC
               IF WK-MOTIVO-NOMINA = SPACES
                   MOVE "LINEA MAL FORMADA" TO WK-MOTIVO-NOMINA
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD NED-IMPORTE TO WK-SUMA-LEIDA

           IF CONT-TABLA-LINEAS >= WK-MAX-LINEAS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-TABLA-LINEAS
           MOVE NED-LINEA   TO TLN-LINEA(CONT-TABLA-LINEAS)
           MOVE NED-LEGAJO  TO TLN-LEGAJO(CONT-TABLA-LINEAS)
           MOVE NED-NOMBRE  TO TLN-NOMBRE(CONT-TABLA-LINEAS)
           MOVE NED-BANCO   TO TLN-BANCO(CONT-TABLA-LINEAS)
           MOVE NED-CUENTA  TO TLN-CUENTA(CONT-TABLA-LINEAS)
           MOVE NED-IMPORTE TO TLN-IMPORTE(CONT-TABLA-LINEAS)
           MOVE ZEROS       TO TLN-CODIGO(CONT-TABLA-LINEAS)
                               TLN-SUCURSAL(CONT-TABLA-LINEAS)
           MOVE SPACE       TO TLN-RESULTADO(CONT-TABLA-LINEAS)
           MOVE SPACES      TO TLN-MOTIVO(CONT-TABLA-LINEAS).

      * UNA NOMINA YA RECIBIDA (MISMA EMPRESA Y MISMA REFERENCIA, EN
      * UNA NOCHE ANTERIOR O ANTES EN ESTA) NO SE VUELVE A MIRAR NI
      * SE LE ESCRIBE ACUSE: EL SUYO YA SALIO. LAS DEMAS RECIBEN
      * NUMERO, SE COTEJAN, MUEVEN O NO, Y SIEMPRE DEJAN ACUSE Y
      * FILA EN EL REGISTRO. UNA NOMINA RECHAZADA SE CORRIGE Y SE
      * REENVIA CON OTRA REFERENCIA.
       220-CERRAR-NOMINA.
           MOVE 'N' TO SW-NOMINA-ABIERTA
           ADD 1 TO CONT-NOMINAS

           MOVE 'N' TO SW-DUPLICADA
           PERFORM VARYING WK-IDX-REGISTRO FROM 1 BY 1
                   UNTIL WK-IDX-REGISTRO > CONT-REGISTRO
                   OR NOMINA-DUPLICADA
               IF TRG-EMPRESA(WK-IDX-REGISTRO) = WK-EMPRESA
                   AND TRG-REFERENCIA(WK-IDX-REGISTRO) =
                       WK-REFERENCIA-EMP
                   MOVE 'S' TO SW-DUPLICADA
               END-IF
           END-PERFORM

           IF NOMINA-DUPLICADA
               DISPLAY "AVISO: NOMINA " WK-REFERENCIA-EMP
                       " DE LA EMPRESA " WK-EMPRESA
                       " YA RECIBIDA, NO SE VUELVE A PAGAR"
               ADD 1 TO CONT-DUPLICADAS
               EXIT PARAGRAPH
           END-IF

           IF CONT-REGISTRO >= WK-MAX-REGISTRO
               DISPLAY "*** NOMINAS-RECIBIDAS.DAT LLENO: NOMINA "
                       WK-REFERENCIA-EMP " DE LA EMPRESA " WK-EMPRESA
                       " SIN RECIBIR ***"
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WK-ULTIMO-NUMERO
           MOVE WK-ULTIMO-NUMERO TO WK-NUMERO-NOMINA
           MOVE WK-NUMERO-NOMINA TO WK-LOTE-NUMERO

           IF WK-MOTIVO-NOMINA = SPACES
               PERFORM 225-COTEJAR-NOMINA
           END-IF

           IF WK-MOTIVO-NOMINA = SPACES
               PERFORM VARYING WK-IDX-LINEA FROM 1 BY 1
                       UNTIL WK-IDX-LINEA > CONT-TABLA-LINEAS
                   PERFORM 230-COTEJAR-LINEA
               END-PERFORM
      * UNA EMPRESA QUE NO ADMITE INGRESOS NO PUEDE RECIBIR SUS
      * DEVOLUCIONES: SI HAY ALGUNA, LA NOMINA NO SE PAGA.
               IF WK-CANT-DEVUELTAS > ZEROS
                   AND WK-EMP-ESTADO = 'I'
                   MOVE "EMPRESA NO ADMITE DEVOLUCIONES"
                       TO WK-MOTIVO-NOMINA
               END-IF
           END-IF

           IF WK-MOTIVO-NOMINA = SPACES
               PERFORM 250-EMITIR-NOMINA
               ADD 1 TO CONT-ACEPTADAS
           ELSE
               MOVE ZEROS TO WK-CANT-ACEPTADAS
                             WK-IMP-ACEPTADO
                             WK-CANT-DEVUELTAS
                             WK-IMP-DEVUELTO
               PERFORM VARYING WK-IDX-LINEA FROM 1 BY 1
                       UNTIL WK-IDX-LINEA > CONT-TABLA-LINEAS
                   MOVE SPACE  TO TLN-RESULTADO(WK-IDX-LINEA)
                   MOVE SPACES TO TLN-MOTIVO(WK-IDX-LINEA)
               END-PERFORM
               ADD 1 TO CONT-RECHAZADAS
               DISPLAY "AVISO: NOMINA " WK-REFERENCIA-EMP
                       " DE LA EMPRESA " WK-EMPRESA " RECHAZADA: "
                       WK-MOTIVO-NOMINA
           END-IF

           PERFORM 280-ESCRIBIR-ACUSE
           PERFORM 285-ANOTAR-NOMINA.

      * COTEJOS DE LA NOMINA ENTERA, EN ORDEN FIJO: EL PRIMERO QUE
      * FALLA QUEDA COMO MOTIVO Y LA NOMINA NO MUEVE NADA.
       225-COTEJAR-NOMINA.
           IF NOT CON-RESUMEN
               MOVE "FALTA EL RESUMEN 'T'" TO WK-MOTIVO-NOMINA
               EXIT PARAGRAPH
           END-IF

           IF WK-CANT-LEIDAS NOT = WK-CANT-DECLARADA
               OR WK-CANT-RESUMEN NOT = WK-CANT-DECLARADA
               MOVE "CANTIDAD DE LINEAS NO CUADRA" TO WK-MOTIVO-NOMINA
               EXIT PARAGRAPH
           END-IF

           IF WK-SUMA-LEIDA NOT = WK-TOTAL-DECLARADO
               OR WK-TOTAL-RESUMEN NOT = WK-TOTAL-DECLARADO
               MOVE "TOTAL DE CONTROL NO CUADRA" TO WK-MOTIVO-NOMINA
               EXIT PARAGRAPH
           END-IF

           IF WK-CANT-LEIDAS = ZEROS
               MOVE "NOMINA SIN LINEAS" TO WK-MOTIVO-NOMINA
               EXIT PARAGRAPH
           END-IF

           IF WK-CANT-LEIDAS > WK-MAX-LINEAS
               MOVE "MAS DE 999 LINEAS" TO WK-MOTIVO-NOMINA
               EXIT PARAGRAPH
           END-IF

      * EL CARGO A LA EMPRESA ES UN SOLO MOVIMIENTO: EL TOTAL DEBE
      * CABER EN EL IMPORTE DE UN REGISTRO.
           IF WK-TOTAL-DECLARADO > WK-TOPE-IMPORTE
               MOVE "TOTAL EXCEDE UN MOVIMIENTO" TO WK-MOTIVO-NOMINA
               EXIT PARAGRAPH
           END-IF

           MOVE WK-EMPRESA TO WK-CODIGO-BUSCADO
           PERFORM 240-LEER-CUENTA
           IF NOT CUENTA-HALLADA
               MOVE "CUENTA DE LA EMPRESA NO EXISTE" TO WK-MOTIVO-NOMINA
               EXIT PARAGRAPH
           END-IF
           MOVE NOMBRE-MAESTRO   TO WK-EMP-NOMBRE
           MOVE ESTADO-MAESTRO   TO WK-EMP-ESTADO
           MOVE SUCURSAL-MAESTRO TO WK-EMP-SUCURSAL
           IF MONEDA-MAESTRO = SPACES
               MOVE MONEDA-BASE TO MONEDA-MAESTRO
           END-IF

      * LAS REGLAS DE ESTADO DEL CRUZADO: 'R' NO DEJA SALIR FONDOS;
      * UNA CUENTA EMBARGADA NO PAGA NOMINAS.
           IF MAESTRO-BLOQUEADO OR MAESTRO-CERRADO
               OR MAESTRO-EMBARGADO
               MOVE "CUENTA DE LA EMPRESA NO OPERA" TO WK-MOTIVO-NOMINA
               EXIT PARAGRAPH
           END-IF

           IF MAESTRO-SOLO-DEPOSITOS
               MOVE "EMPRESA SOLO ADMITE INGRESOS" TO WK-MOTIVO-NOMINA
               EXIT PARAGRAPH
           END-IF

           IF MONEDA-MAESTRO NOT = WK-MONEDA-NOMINA
               MOVE "MONEDA DISTINTA A LA CUENTA" TO WK-MOTIVO-NOMINA
               EXIT PARAGRAPH
           END-IF

      * CADA LINEA CON IMPORTE DA HASTA DOS PIERNAS (LA DE OTRO BANCO
      * FONDEA Y VACIA LA CUENTA PUENTE), MAS EL CARGO A LA EMPRESA.
      * SI NO CABEN, LA NOMINA ENTERA QUEDA FUERA.
           IF CONT-TABLA-PIERNAS + (WK-CANT-LEIDAS * 2) + 1
               > WK-MAX-PIERNAS
               OR CONT-COMPROMISOS >= WK-MAX-COMPROMISOS
               MOVE "SIN CAPACIDAD, REENVIAR" TO WK-MOTIVO-NOMINA
               EXIT PARAGRAPH
           END-IF

      * FONDOS: SALDO DE CIERRE MAS DESCUBIERTO AUTORIZADO, MENOS
      * RETENCIONES VIGENTES Y LO YA COMPROMETIDO PARA MAÑANA. SE
      * COTEJA EL TOTAL ENTERO: LAS DEVOLUCIONES ENTRAN DESPUES.
           PERFORM 245-BUSCAR-DESCUBIERTO
           COMPUTE WK-DISPONIBLE =
               SALDO-MAESTRO + WK-DESCUBIERTO-CTA
               - WK-RETENIDO-CTA - WK-COMPROMETIDO-CTA
           IF WK-TOTAL-DECLARADO > WK-DISPONIBLE
               MOVE "FONDOS INSUFICIENTES" TO WK-MOTIVO-NOMINA
           END-IF.

      * COTEJOS DE UNA LINEA. LA LINEA QUE FALLA SE DEVUELVE A LA
      * EMPRESA; LA QUE PASA SE PAGA EN LA CASA O VA A LA CAMARA.
       230-COTEJAR-LINEA.
           IF TLN-IMPORTE(WK-IDX-LINEA) = ZEROS
               MOVE 'Z' TO TLN-RESULTADO(WK-IDX-LINEA)
               MOVE "IMPORTE EN CERO" TO TLN-MOTIVO(WK-IDX-LINEA)
               EXIT PARAGRAPH
           END-IF

           IF TLN-BANCO(WK-IDX-LINEA) = SPACES
               OR TLN-BANCO(WK-IDX-LINEA) = "0000"
               OR (WK-BANCO-PROPIO NOT = SPACES
                   AND TLN-BANCO(WK-IDX-LINEA) = WK-BANCO-PROPIO)
               PERFORM 232-COTEJAR-LINEA-CASA
           ELSE
               PERFORM 234-COTEJAR-LINEA-EXTERNA
           END-IF

           IF TLN-MOTIVO(WK-IDX-LINEA) NOT = SPACES
               MOVE 'D' TO TLN-RESULTADO(WK-IDX-LINEA)
               ADD 1 TO WK-CANT-DEVUELTAS
               ADD TLN-IMPORTE(WK-IDX-LINEA) TO WK-IMP-DEVUELTO
           ELSE
               ADD 1 TO WK-CANT-ACEPTADAS
               ADD TLN-IMPORTE(WK-IDX-LINEA) TO WK-IMP-ACEPTADO
           END-IF.

      * EL EMPLEADO CON CUENTA EN LA CASA: EL CODIGO VA EN LAS CINCO
      * PRIMERAS POSICIONES DE LA CUENTA Y EL RESTO EN BLANCO.
       232-COTEJAR-LINEA-CASA.
           IF TLN-CUENTA(WK-IDX-LINEA)(1:5) NOT NUMERIC
               OR TLN-CUENTA(WK-IDX-LINEA)(6:11) NOT = SPACES
               MOVE "CUENTA MAL FORMADA" TO TLN-MOTIVO(WK-IDX-LINEA)
               EXIT PARAGRAPH
           END-IF

           MOVE TLN-CUENTA(WK-IDX-LINEA)(1:5) TO WK-CODIGO-BUSCADO
           PERFORM 240-LEER-CUENTA
           IF MONEDA-MAESTRO = SPACES
               MOVE MONEDA-BASE TO MONEDA-MAESTRO
           END-IF
           EVALUATE TRUE
               WHEN NOT CUENTA-HALLADA
                   MOVE "CUENTA NO EXISTE"
                       TO TLN-MOTIVO(WK-IDX-LINEA)
               WHEN MAESTRO-BLOQUEADO OR MAESTRO-CERRADO
                   MOVE "CUENTA NO OPERABLE"
                       TO TLN-MOTIVO(WK-IDX-LINEA)
               WHEN MAESTRO-SOLO-RETIROS
                   MOVE "CUENTA NO ADMITE INGRESOS"
                       TO TLN-MOTIVO(WK-IDX-LINEA)
               WHEN MONEDA-MAESTRO NOT = WK-MONEDA-NOMINA
                   MOVE "CUENTA EN OTRA MONEDA"
                       TO TLN-MOTIVO(WK-IDX-LINEA)
           END-EVALUATE
           IF TLN-MOTIVO(WK-IDX-LINEA) NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WK-CODIGO-BUSCADO TO TLN-CODIGO(WK-IDX-LINEA)
           MOVE SUCURSAL-MAESTRO  TO TLN-SUCURSAL(WK-IDX-LINEA)
           MOVE 'A' TO TLN-RESULTADO(WK-IDX-LINEA)

           MOVE WK-EMPRESA TO WK-DESC-EMPRESA
           MOVE TLN-LINEA(WK-IDX-LINEA) TO WK-DESC-LINEA
           MOVE WK-DESC-EMPLEADO TO WK-MOV-DESCRIPCION
           MOVE WK-LOTE-ARMADO   TO WK-MOV-REFERENCIA
           PERFORM 236-VALIDAR-MOVIMIENTO.

      * EL SUELDO A OTRO BANCO SALE POR LA CUENTA PUENTE COMO ABONO
      * "TX" CON BANCO Y CUENTA DEL EMPLEADO EN LA DESCRIPCION.
       234-COTEJAR-LINEA-EXTERNA.
           IF WK-PUENTE-MOTIVO NOT = SPACES
               MOVE WK-PUENTE-MOTIVO TO TLN-MOTIVO(WK-IDX-LINEA)
               EXIT PARAGRAPH
           END-IF

           IF WK-PUENTE-MONEDA NOT = WK-MONEDA-NOMINA
               MOVE "OTRO BANCO SOLO EN " TO TLN-MOTIVO(WK-IDX-LINEA)
               MOVE WK-PUENTE-MONEDA
                   TO TLN-MOTIVO(WK-IDX-LINEA)(20:3)
               EXIT PARAGRAPH
           END-IF

           MOVE WK-CUENTA-PUENTE   TO TLN-CODIGO(WK-IDX-LINEA)
           MOVE WK-PUENTE-SUCURSAL TO TLN-SUCURSAL(WK-IDX-LINEA)
           MOVE 'T' TO TLN-RESULTADO(WK-IDX-LINEA)

           MOVE TLN-BANCO(WK-IDX-LINEA)  TO WK-MOV-DESCRIPCION(1:4)
           MOVE TLN-CUENTA(WK-IDX-LINEA) TO WK-MOV-DESCRIPCION(5:16)
           PERFORM 238-ARMAR-REFERENCIA-TX
           MOVE WK-REF-TX TO WK-MOV-REFERENCIA
           PERFORM 236-VALIDAR-MOVIMIENTO.

      * EL MOVIMIENTO DE LA LINEA PASA POR EL VALIDADOR COMUN, EL
      * MISMO QUE LO VOLVERA A MIRAR EN LA MEZCLA Y EN EL CRUZADO.
       236-VALIDAR-MOVIMIENTO.
           MOVE TLN-CODIGO(WK-IDX-LINEA)   TO WK-MOV-CODIGO
           IF LINEA-TRANSFERIDA(WK-IDX-LINEA)
               MOVE 'A'                    TO WK-MOV-TIPO
           ELSE
               MOVE 'C'                    TO WK-MOV-TIPO
           END-IF
           MOVE TLN-IMPORTE(WK-IDX-LINEA)  TO WK-MOV-IMPORTE
           MOVE WK-LOTE-ARMADO             TO WK-MOV-LOTE
           MOVE ZEROS                      TO WK-MOV-FECHA
           MOVE WK-MONEDA-NOMINA           TO WK-MOV-MONEDA
           MOVE 1                          TO WK-MOV-SECUENCIA
           MOVE TLN-SUCURSAL(WK-IDX-LINEA) TO WK-MOV-SUCURSAL

           CALL "VALIDA-MOVIMIENTO" USING WK-MOVIMIENTO
                                          WK-VM-VEREDICTO
                                          WK-VM-CODIGO-MOTIVO
                                          WK-VM-MOTIVO
           IF WK-VM-VEREDICTO = 'N'
               MOVE WK-VM-MOTIVO TO TLN-MOTIVO(WK-IDX-LINEA)
           END-IF.

       238-ARMAR-REFERENCIA-TX.
           DIVIDE WK-NUMERO-NOMINA BY 100
               GIVING WK-COCIENTE
               REMAINDER WK-REF-TX-NOMINA
           MOVE TLN-LINEA(WK-IDX-LINEA) TO WK-REF-TX-LINEA.

      * LEE LA CUENTA DEL MAESTRO NUEVO Y DEJA LISTOS SU RETENIDO
      * VIGENTE Y LO QUE YA TIENE COMPROMETIDO PARA MAÑANA.
       240-LEER-CUENTA.
           MOVE 'S' TO SW-CUENTA-HALLADA
           MOVE WK-CODIGO-BUSCADO TO CODIGO-MAESTRO
           READ ARCHIVO-MAESTRO
               INVALID KEY
                   MOVE 'N' TO SW-CUENTA-HALLADA
                   MOVE SPACES TO ESTADO-MAESTRO
                                  MONEDA-MAESTRO
           END-READ

           MOVE ZEROS TO WK-RETENIDO-CTA
           PERFORM VARYING WK-IDX-RETENCION FROM 1 BY 1
                   UNTIL WK-IDX-RETENCION > CONT-RETENCIONES
               IF TRE-CODIGO(WK-IDX-RETENCION) = WK-CODIGO-BUSCADO
                   ADD TRE-IMPORTE(WK-IDX-RETENCION)
                       TO WK-RETENIDO-CTA
               END-IF
           END-PERFORM

           MOVE ZEROS TO WK-COMPROMETIDO-CTA
           PERFORM VARYING WK-IDX-COMPROMISO FROM 1 BY 1
                   UNTIL WK-IDX-COMPROMISO > CONT-COMPROMISOS
               IF TCO-CODIGO(WK-IDX-COMPROMISO) = WK-CODIGO-BUSCADO
                   MOVE TCO-IMPORTE(WK-IDX-COMPROMISO)
                       TO WK-COMPROMETIDO-CTA
               END-IF
           END-PERFORM.

       245-BUSCAR-DESCUBIERTO.
           MOVE ZEROS TO WK-DESCUBIERTO-CTA
           PERFORM VARYING WK-IDX-DESCUBIERTO FROM 1 BY 1
                   UNTIL WK-IDX-DESCUBIERTO > CONT-DESCUBIERTOS
               IF TDE-CODIGO(WK-IDX-DESCUBIERTO) = WK-CODIGO-BUSCADO
                   MOVE TDE-LIMITE(WK-IDX-DESCUBIERTO)
                       TO WK-DESCUBIERTO-CTA
               END-IF
           END-PERFORM.

      * LA NOMINA ACEPTADA: PRIMERO EL CARGO A LA EMPRESA POR EL
      * TOTAL DE CONTROL Y DESPUES, EN EL ORDEN DEL ARCHIVO, UNA
      * PIERNA POR LINEA CON IMPORTE. EL SUELDO A OTRO BANCO LLEVA DOS
      * EN LA CUENTA PUENTE: EL 'C' QUE LA FONDEA Y EL ABONO "TX" QUE
      * LA VACIA. EL ORDEN ESTABLE DEL BURBUJEO DEJA EL CARGO DE LA
      * EMPRESA DELANTE DE SUS DEVOLUCIONES Y EL FONDEO DE LA PUENTE
      * DELANTE DE SU "TX", ASI EL CRUZADO NUNCA LA VE EN DESCUBIERTO.
       250-EMITIR-NOMINA.
           MOVE ZEROS TO WK-SEC-NOMINA

           MOVE WK-EMPRESA         TO WK-PIE-CODIGO
           MOVE 'A'                TO WK-PIE-TIPO
           MOVE WK-TOTAL-DECLARADO TO WK-PIE-IMPORTE
           MOVE SPACES             TO WK-PIE-DESCRIPCION
           STRING "NOMINA " WK-REFERENCIA-EMP
               DELIMITED BY SIZE INTO WK-PIE-DESCRIPCION
           MOVE WK-LOTE-ARMADO     TO WK-PIE-REFERENCIA
           MOVE WK-EMP-SUCURSAL    TO WK-PIE-SUCURSAL
           PERFORM 252-AGREGAR-PIERNA

           PERFORM VARYING WK-IDX-LINEA FROM 1 BY 1
                   UNTIL WK-IDX-LINEA > CONT-TABLA-LINEAS
               EVALUATE TRUE
                   WHEN LINEA-ABONADA(WK-IDX-LINEA)
                       MOVE TLN-CODIGO(WK-IDX-LINEA) TO WK-PIE-CODIGO
                       MOVE WK-EMPRESA TO WK-DESC-EMPRESA
                       MOVE TLN-LINEA(WK-IDX-LINEA) TO WK-DESC-LINEA
                       MOVE WK-DESC-EMPLEADO TO WK-PIE-DESCRIPCION
                       MOVE WK-LOTE-ARMADO   TO WK-PIE-REFERENCIA
                       MOVE TLN-SUCURSAL(WK-IDX-LINEA)
                           TO WK-PIE-SUCURSAL
                   WHEN LINEA-TRANSFERIDA(WK-IDX-LINEA)
                       MOVE TLN-CODIGO(WK-IDX-LINEA) TO WK-PIE-CODIGO
                       MOVE WK-EMPRESA TO WK-DESC-EMPRESA
                       MOVE TLN-LINEA(WK-IDX-LINEA) TO WK-DESC-LINEA
                       MOVE WK-DESC-EMPLEADO TO WK-PIE-DESCRIPCION
                       MOVE WK-LOTE-ARMADO   TO WK-PIE-REFERENCIA
                       MOVE TLN-SUCURSAL(WK-IDX-LINEA)
                           TO WK-PIE-SUCURSAL
                       MOVE 'C' TO WK-PIE-TIPO
                       MOVE TLN-IMPORTE(WK-IDX-LINEA) TO WK-PIE-IMPORTE
                       PERFORM 252-AGREGAR-PIERNA
                       MOVE TLN-BANCO(WK-IDX-LINEA)
                           TO WK-PIE-DESCRIPCION(1:4)
                       MOVE TLN-CUENTA(WK-IDX-LINEA)
                           TO WK-PIE-DESCRIPCION(5:16)
                       PERFORM 238-ARMAR-REFERENCIA-TX
                       MOVE WK-REF-TX TO WK-PIE-REFERENCIA
                       MOVE TLN-SUCURSAL(WK-IDX-LINEA)
                           TO WK-PIE-SUCURSAL
                   WHEN LINEA-DEVUELTA(WK-IDX-LINEA)
                       MOVE WK-EMPRESA TO WK-PIE-CODIGO
                       MOVE TLN-LINEA(WK-IDX-LINEA)
                           TO WK-DESC-DEV-LINEA
                       MOVE WK-DESC-DEVOLUCION TO WK-PIE-DESCRIPCION
                       MOVE WK-LOTE-ARMADO  TO WK-PIE-REFERENCIA
                       MOVE WK-EMP-SUCURSAL TO WK-PIE-SUCURSAL
               END-EVALUATE
               IF NOT LINEA-SIN-IMPORTE(WK-IDX-LINEA)
                   IF LINEA-TRANSFERIDA(WK-IDX-LINEA)
                       MOVE 'A' TO WK-PIE-TIPO
                   ELSE
                       MOVE 'C' TO WK-PIE-TIPO
                   END-IF
                   MOVE TLN-IMPORTE(WK-IDX-LINEA) TO WK-PIE-IMPORTE
                   PERFORM 252-AGREGAR-PIERNA
               END-IF
           END-PERFORM

           ADD WK-CANT-ACEPTADAS TO CONT-LINEAS-PAGADAS
           ADD WK-CANT-DEVUELTAS TO CONT-LINEAS-DEVUELTAS

           MOVE WK-EMPRESA         TO WK-CODIGO-BUSCADO
           MOVE WK-TOTAL-DECLARADO TO WK-COMPROMISO-NUEVO
           PERFORM 255-ANOTAR-COMPROMISO.

       252-AGREGAR-PIERNA.
           ADD 1 TO WK-SEC-NOMINA
           ADD 1 TO CONT-TABLA-PIERNAS
           MOVE WK-PIE-CODIGO      TO TPI-CODIGO(CONT-TABLA-PIERNAS)
           MOVE WK-PIE-TIPO        TO TPI-TIPO(CONT-TABLA-PIERNAS)
           MOVE WK-PIE-IMPORTE     TO TPI-IMPORTE(CONT-TABLA-PIERNAS)
           MOVE WK-PIE-DESCRIPCION
               TO TPI-DESCRIPCION(CONT-TABLA-PIERNAS)
           MOVE WK-LOTE-ARMADO     TO TPI-LOTE(CONT-TABLA-PIERNAS)
           MOVE WK-MONEDA-NOMINA   TO TPI-MONEDA(CONT-TABLA-PIERNAS)
           MOVE WK-SEC-NOMINA      TO TPI-SECUENCIA(CONT-TABLA-PIERNAS)
           MOVE WK-PIE-REFERENCIA
               TO TPI-REFERENCIA(CONT-TABLA-PIERNAS)
           MOVE WK-PIE-SUCURSAL    TO TPI-SUCURSAL(CONT-TABLA-PIERNAS)
           MOVE SPACES TO WK-PIE-DESCRIPCION.

      * SUMA UN COMPROMISO A LA CUENTA. LA CAPACIDAD DE LA TABLA SE
      * COTEJA ANTES DE ACEPTAR CADA NOMINA; AL CARGAR LOS BARRIDOS
      * UNA TABLA LLENA DETIENE LA RECEPCION.
       255-ANOTAR-COMPROMISO.
           MOVE 'N' TO SW-CUENTA-HALLADA
           PERFORM VARYING WK-IDX-COMPROMISO FROM 1 BY 1
                   UNTIL WK-IDX-COMPROMISO > CONT-COMPROMISOS
                   OR CUENTA-HALLADA
               IF TCO-CODIGO(WK-IDX-COMPROMISO) = WK-CODIGO-BUSCADO
                   ADD WK-COMPROMISO-NUEVO
                       TO TCO-IMPORTE(WK-IDX-COMPROMISO)
                   MOVE 'S' TO SW-CUENTA-HALLADA
               END-IF
           END-PERFORM

           IF CUENTA-HALLADA
               EXIT PARAGRAPH
           END-IF

           IF CONT-COMPROMISOS >= WK-MAX-COMPROMISOS
               DISPLAY "*** MOVS-BARRIDOS.DAT EXCEDE "
                       WK-MAX-COMPROMISOS " CUENTAS: NO SE RECIBE"
                       " NINGUNA NOMINA ***"
               CLOSE ARCHIVO-MOVS-BARRIDOS
               PERFORM 290-ABANDONAR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO CONT-COMPROMISOS
           MOVE WK-CODIGO-BUSCADO   TO TCO-CODIGO(CONT-COMPROMISOS)
           MOVE WK-COMPROMISO-NUEVO TO TCO-IMPORTE(CONT-COMPROMISOS).

      * MISMO BURBUJEO ESTABLE QUE GENERA-BARRIDOS: LA MEZCLA EXIGE
      * LA FUENTE ASCENDENTE POR CODIGO. A IGUALDAD DE CODIGO EL
      * ORDEN DE EMISION SE CONSERVA.
       260-ORDENAR-PIERNAS.
           MOVE 1 TO WK-INDICE-ORDEN
           PERFORM UNTIL WK-INDICE-ORDEN > CONT-TABLA-PIERNAS - 1
               MOVE 1 TO WK-CONTADOR-ORDEN
               PERFORM UNTIL WK-CONTADOR-ORDEN >
                       CONT-TABLA-PIERNAS - WK-INDICE-ORDEN
                   IF TPI-CODIGO(WK-CONTADOR-ORDEN) >
                      TPI-CODIGO(WK-CONTADOR-ORDEN + 1)
                       MOVE ENTRADA-PIERNA(WK-CONTADOR-ORDEN)
                           TO WK-ENTRADA-AUX
                       MOVE ENTRADA-PIERNA(WK-CONTADOR-ORDEN + 1)
                           TO ENTRADA-PIERNA(WK-CONTADOR-ORDEN)
                       MOVE WK-ENTRADA-AUX
                           TO ENTRADA-PIERNA(WK-CONTADOR-ORDEN + 1)
                   END-IF
                   ADD 1 TO WK-CONTADOR-ORDEN
               END-PERFORM
               ADD 1 TO WK-INDICE-ORDEN
           END-PERFORM.

       265-ABRIR-SALIDA-MOVS.
           OPEN OUTPUT ARCHIVO-MOVS-NOMINAS

           IF FS-MOVS-NOMINAS NOT = '00'
               DISPLAY "ERROR ABRIENDO MOVS-NOMINAS: " FS-MOVS-NOMINAS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO REG-MOV-NOMINA
           MOVE ZEROS  TO HDR-CODIGO
           MOVE 'H'    TO HDR-TIPO
           MOVE "NOMINAS" TO HDR-LOTE
           MOVE WK-FECHA-HOY TO HDR-FECHA-CREACION
           WRITE REG-MOV-NOMINA.

      * LAS PIERNAS VIAJAN SIN FECHA ("SIN FECHA, ESTA NOCHE"): SE
      * APLICAN LA NOCHE QUE LAS MEZCLA. CADA UNA CONSERVA EL LOTE
      * Y LA SECUENCIA DE SU NOMINA.
       268-ESCRIBIR-PIERNAS.
           PERFORM VARYING WK-INDICE-ORDEN FROM 1 BY 1
                   UNTIL WK-INDICE-ORDEN > CONT-TABLA-PIERNAS
               MOVE SPACES TO REG-MOV-NOMINA
               MOVE TPI-CODIGO(WK-INDICE-ORDEN)  TO MNO-CODIGO
               MOVE TPI-TIPO(WK-INDICE-ORDEN)    TO MNO-TIPO
               MOVE TPI-IMPORTE(WK-INDICE-ORDEN) TO MNO-IMPORTE
               MOVE TPI-DESCRIPCION(WK-INDICE-ORDEN)
                   TO MNO-DESCRIPCION
               MOVE TPI-LOTE(WK-INDICE-ORDEN)    TO MNO-LOTE
               MOVE ZEROS                        TO MNO-FECHA
               MOVE TPI-MONEDA(WK-INDICE-ORDEN)  TO MNO-MONEDA
               MOVE TPI-SECUENCIA(WK-INDICE-ORDEN) TO MNO-SECUENCIA
               MOVE TPI-REFERENCIA(WK-INDICE-ORDEN)
                   TO MNO-REFERENCIA
               MOVE TPI-SUCURSAL(WK-INDICE-ORDEN) TO MNO-SUCURSAL
               WRITE REG-MOV-NOMINA
               ADD 1 TO CONT-MOVS-SALIDA
               ADD TPI-IMPORTE(WK-INDICE-ORDEN) TO WK-HASH-SALIDA
           END-PERFORM.

      * CON NINGUNA NOMINA ACEPTADA, LA SALIDA LLEVA IGUAL SU
      * CONTROL 'T' CON LA CUENTA Y EL HASH PARA LA MEZCLA.
       270-CERRAR-SALIDA-MOVS.
           MOVE SPACES TO REG-MOV-NOMINA
           MOVE 99999  TO TRL-CODIGO
           MOVE 'T'    TO TRL-TIPO
           MOVE CONT-MOVS-SALIDA TO TRL-CUENTA-REGISTROS
           MOVE WK-HASH-SALIDA   TO TRL-HASH-IMPORTES
           WRITE REG-MOV-NOMINA

           CLOSE ARCHIVO-MOVS-NOMINAS.

      * EL ACUSE VA A LA EMPRESA: LINEA POR LINEA, QUE SE PAGO, QUE
      * SALIO A OTRO BANCO Y QUE SE LE DEVOLVIO, CON EL MOTIVO. EL
      * NOMBRE DEL EMPLEADO SALE ENMASCARADO; EL LEGAJO BASTA PARA
      * QUE LA EMPRESA UBIQUE LA LINEA.
       280-ESCRIBIR-ACUSE.
           MOVE SPACES TO WK-NOMBRE-ACUSE
           STRING "ACUSE-NOMINA-" WK-EMPRESA "-" WK-NUMERO-NOMINA
                  ".TXT"
               DELIMITED BY SIZE INTO WK-NOMBRE-ACUSE

           OPEN OUTPUT ARCHIVO-ACUSE

           IF FS-ACUSE NOT = '00'
               DISPLAY "ERROR ABRIENDO " WK-NOMBRE-ACUSE ": " FS-ACUSE
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WK-EMPRESA       TO LAT-EMPRESA
           MOVE WK-EMP-NOMBRE    TO LAT-NOMBRE
           MOVE WK-FECHA-HOY     TO LAT-FECHA
           WRITE REG-ACUSE FROM LINEA-ACUSE-TITULO
           MOVE WK-REFERENCIA-EMP TO LAD-REFERENCIA
           MOVE WK-FECHA-PAGO    TO LAD-FECHA-PAGO
           MOVE WK-MONEDA-NOMINA TO LAD-MONEDA
           MOVE WK-LOTE-ARMADO   TO LAD-LOTE
           WRITE REG-ACUSE FROM LINEA-ACUSE-DATOS
           IF WK-MOTIVO-NOMINA = SPACES
               MOVE "ACEPTADA"  TO LAR-RESULTADO
               MOVE SPACES      TO LAR-MOTIVO
           ELSE
               MOVE "RECHAZADA" TO LAR-RESULTADO
               MOVE WK-MOTIVO-NOMINA TO LAR-MOTIVO
           END-IF
           WRITE REG-ACUSE FROM LINEA-ACUSE-RESULTADO
           MOVE SPACES TO REG-ACUSE
           WRITE REG-ACUSE
           WRITE REG-ACUSE FROM LINEA-ACUSE-ENCABEZADO

           PERFORM VARYING WK-IDX-LINEA FROM 1 BY 1
                   UNTIL WK-IDX-LINEA > CONT-TABLA-LINEAS
               MOVE TLN-LINEA(WK-IDX-LINEA)   TO LDA-LINEA
               MOVE TLN-LEGAJO(WK-IDX-LINEA)  TO LDA-LEGAJO
               MOVE TLN-NOMBRE(WK-IDX-LINEA)  TO WK-DATO-MASCARA
               MOVE 'N' TO WK-CLASE-MASCARA
               CALL "ENMASCARA-DATO" USING WK-CLASE-MASCARA
                                           WK-DATO-MASCARA
               MOVE WK-DATO-MASCARA           TO LDA-NOMBRE
               MOVE TLN-IMPORTE(WK-IDX-LINEA) TO LDA-IMPORTE
               MOVE TLN-MOTIVO(WK-IDX-LINEA)  TO LDA-MOTIVO
               EVALUATE TRUE
                   WHEN LINEA-ABONADA(WK-IDX-LINEA)
                       MOVE "ABONADA"     TO LDA-RESULTADO
                   WHEN LINEA-TRANSFERIDA(WK-IDX-LINEA)
                       MOVE "A OTRO BANCO" TO LDA-RESULTADO
                   WHEN LINEA-DEVUELTA(WK-IDX-LINEA)
                       MOVE "DEVUELTA"    TO LDA-RESULTADO
                   WHEN LINEA-SIN-IMPORTE(WK-IDX-LINEA)
                       MOVE "SIN IMPORTE" TO LDA-RESULTADO
                   WHEN OTHER
                       MOVE "NO PROCESADA" TO LDA-RESULTADO
               END-EVALUATE
               WRITE REG-ACUSE FROM LINEA-ACUSE-DETALLE
           END-PERFORM

           MOVE SPACES TO REG-ACUSE
           WRITE REG-ACUSE
           MOVE "LINEAS RECIBIDAS"      TO LTA-CONCEPTO
           MOVE WK-CANT-LEIDAS          TO LTA-CANTIDAD
           MOVE WK-SUMA-LEIDA           TO LTA-IMPORTE
           WRITE REG-ACUSE FROM LINEA-ACUSE-TOTAL
           MOVE "LINEAS PAGADAS"        TO LTA-CONCEPTO
           MOVE WK-CANT-ACEPTADAS       TO LTA-CANTIDAD
           MOVE WK-IMP-ACEPTADO         TO LTA-IMPORTE
           WRITE REG-ACUSE FROM LINEA-ACUSE-TOTAL
           MOVE "LINEAS DEVUELTAS"      TO LTA-CONCEPTO
           MOVE WK-CANT-DEVUELTAS       TO LTA-CANTIDAD
           MOVE WK-IMP-DEVUELTO         TO LTA-IMPORTE
           WRITE REG-ACUSE FROM LINEA-ACUSE-TOTAL
           IF WK-MOTIVO-NOMINA = SPACES
               MOVE "CARGO A LA CUENTA"  TO LTA-CONCEPTO
               MOVE 1                    TO LTA-CANTIDAD
               MOVE WK-TOTAL-DECLARADO   TO LTA-IMPORTE
               WRITE REG-ACUSE FROM LINEA-ACUSE-TOTAL
               MOVE "DEVOLUCION A LA CUENTA" TO LTA-CONCEPTO
               MOVE WK-CANT-DEVUELTAS    TO LTA-CANTIDAD
               MOVE WK-IMP-DEVUELTO      TO LTA-IMPORTE
               WRITE REG-ACUSE FROM LINEA-ACUSE-TOTAL
           END-IF

           CLOSE ARCHIVO-ACUSE

           DISPLAY "ACUSE GENERADO: " WK-NOMBRE-ACUSE.

       285-ANOTAR-NOMINA.
           ADD 1 TO CONT-REGISTRO
           MOVE WK-EMPRESA        TO TRG-EMPRESA(CONT-REGISTRO)
           MOVE WK-REFERENCIA-EMP TO TRG-REFERENCIA(CONT-REGISTRO)
           MOVE WK-NUMERO-NOMINA  TO TRG-NUMERO(CONT-REGISTRO)
           MOVE WK-FECHA-HOY      TO TRG-FECHA(CONT-REGISTRO)
           IF WK-MOTIVO-NOMINA = SPACES
               MOVE 'A' TO TRG-RESULTADO(CONT-REGISTRO)
           ELSE
               MOVE 'R' TO TRG-RESULTADO(CONT-REGISTRO)
           END-IF
           MOVE WK-TOTAL-DECLARADO TO TRG-TOTAL(CONT-REGISTRO)
           MOVE WK-CANT-LEIDAS     TO TRG-LINEAS(CONT-REGISTRO)
           MOVE WK-CANT-ACEPTADAS  TO TRG-ACEPTADAS(CONT-REGISTRO)
           MOVE WK-CANT-DEVUELTAS  TO TRG-DEVUELTAS(CONT-REGISTRO)
           MOVE WK-IMP-DEVUELTO    TO TRG-IMP-DEVUELTO(CONT-REGISTRO).

      * CORTE ANTES DE RECIBIR NADA: LA SALIDA QUEDA CON SU CONTROL
      * Y EL REGISTRO SIN TOCAR.
       290-ABANDONAR.
           CLOSE ARCHIVO-NOMINAS
                 ARCHIVO-MAESTRO
           PERFORM 270-CERRAR-SALIDA-MOVS.

      * EL REGISTRO SE REESCRIBE ENTERO: LO DE NOCHES ANTERIORES MAS
      * LO RECIBIDO EN ESTA CORRIDA.
       300-FINALIZAR.
           CLOSE ARCHIVO-MAESTRO

           OPEN OUTPUT ARCHIVO-REGISTRO

           IF FS-REGISTRO NOT = '00'
               DISPLAY "ERROR REESCRIBIENDO NOMINAS-RECIBIDAS: "
                       FS-REGISTRO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WK-IDX-REGISTRO FROM 1 BY 1
                   UNTIL WK-IDX-REGISTRO > CONT-REGISTRO
               WRITE REG-REGISTRO FROM ENTRADA-REGISTRO(WK-IDX-REGISTRO)
           END-PERFORM

           CLOSE ARCHIVO-REGISTRO

      * UNA NOMINA RECHAZADA O REPETIDA ES COSA DE LA EMPRESA Y YA
      * TIENE SU ACUSE O SU AVISO; SOLO UN ARCHIVO DESORDENADO PIDE
      * QUE OPERACIONES LO MIRE.
           IF RETURN-CODE = ZEROS
               AND CONT-HUERFANOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "NOMINAS RECIBIDAS:     " CONT-NOMINAS
           DISPLAY "NOMINAS ACEPTADAS:     " CONT-ACEPTADAS
           DISPLAY "NOMINAS RECHAZADAS:    " CONT-RECHAZADAS
           DISPLAY "NOMINAS DUPLICADAS:    " CONT-DUPLICADAS
           DISPLAY "LINEAS PAGADAS:        " CONT-LINEAS-PAGADAS
           DISPLAY "LINEAS DEVUELTAS:      " CONT-LINEAS-DEVUELTAS
           DISPLAY "MOVIMIENTOS EMITIDOS:  " CONT-MOVS-SALIDA.
