       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUADRA-CAJAS.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: CUADRE NOCTURNO DE LAS CAJAS DE VENTANILLA
      * PROPOSITO: CORRE EN LA CADENA DESPUES DE LAS NOMINAS. EL
      *            EFECTIVO DE VENTANILLA LLEGA EN MOVIMIENTOS.DAT
      *            COMO CARGOS (DEPOSITOS) Y ABONOS (RETIROS) CON
      *            REFERENCIA "EF" MAS EL CAJERO; CIERRA-CAJA DEJA EN
      *            CAJAS.DAT EL FONDO INICIAL, LOS TRASPASOS CON LA
      *            BOVEDA Y EL ARQUEO DE CADA CAJA. POR CADA CAJA DEL
      *            DIA (SUCURSAL, TURNO Y CAJERO):
      *              ESPERADO   = FONDO + DEPOSITOS - RETIROS
      *                           + DESDE BOVEDA - HACIA BOVEDA
      *              DIFERENCIA = ARQUEO - ESPERADO
      *            UN SOBRANTE SE ABONA A LA CUENTA TRANSITORIA DE
      *            SOBRANTES ('C') Y UN FALTANTE SE CARGA A LA DE
      *            FALTANTES ('A'), EN MOVS-CAJAS.DAT PARA LA MEZCLA
      *            DE LA NOCHE SIGUIENTE (LOTE "CJ" MAS AAMMDD). LAS
      *            DIFERENCIAS QUE PASAN LA TOLERANCIA QUEDAN EN
      *            CAJAS-DIFERENCIAS.DAT; EL CAJERO QUE LLEGA AL
      *            UMBRAL DE REPETICIONES DENTRO DE LA VENTANA DE DIAS
      *            SE AVISA AL GERENTE DE LA SUCURSAL EN
      *            CUADRE-CAJAS.TXT, JUNTO CON LAS CAJAS SIN CERRAR Y
      *            EL EFECTIVO DE CAJEROS SIN CAJA ABIERTA.
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

      * LOS MOVIMIENTOS DE ESTA NOCHE, TAL COMO LOS DEJO LA MEZCLA.
           SELECT ARCHIVO-MOVIMIENTOS
               ASSIGN TO "MOVIMIENTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVIMIENTOS.

           SELECT ARCHIVO-CAJAS
               ASSIGN TO "CAJAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAJAS.

      * CUENTAS TRANSITORIAS DE SOBRANTES Y FALTANTES, TOLERANCIA,
      * UMBRAL DE REPETICIONES Y VENTANA EN DIAS. SIN CUENTAS SE
      * CUADRA Y SE INFORMA IGUAL, PERO NO SE ASIENTA NADA.
           SELECT ARCHIVO-PARAMETROS
               ASSIGN TO "CAJAS-PARAMETROS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PARAMETROS.

           SELECT ARCHIVO-DIFERENCIAS
               ASSIGN TO "CAJAS-DIFERENCIAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DIFERENCIAS.

           SELECT ARCHIVO-MAESTRO
               ASSIGN TO "MAESTRO-NUEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODIGO-MAESTRO
               FILE STATUS IS FS-MAESTRO.

           SELECT ARCHIVO-MOVS-CAJAS
               ASSIGN TO "MOVS-CAJAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVS-CAJAS.

           SELECT ARCHIVO-REPORTE
               ASSIGN TO "CUADRE-CAJAS.TXT"
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

       FD  ARCHIVO-MOVIMIENTOS.
       01  REG-MOVIMIENTOS.
           05 CODIGO-MOVIMIENTO    PIC 9(5).
           05 TIPO-MOVIMIENTO      PIC X(01).
              88 ES-CTL-ENCABEZADO VALUE 'H'.
              88 ES-CTL-RESUMEN    VALUE 'T'.
           05 IMPORTE-MOVIMIENTO   PIC 9(7)V99.
           05 DESCRIPCION-MOVIMIENTO PIC X(20).
           05 LOTE-MOVIMIENTO      PIC X(08).
           05 FECHA-MOVIMIENTO     PIC 9(8).
           05 MONEDA-MOVIMIENTO    PIC X(3).
           05 SECUENCIA-MOVIMIENTO PIC 9(5).
           05 REFERENCIA-MOVIMIENTO PIC X(8).
           05 SUCURSAL-MOVIMIENTO  PIC 9(3).

      * MISMO LAYOUT QUE CIERRA-CAJA.CBL.
       FD  ARCHIVO-CAJAS.
       01  REG-CAJA.
           05 CAJ-FECHA            PIC 9(8).
           05 CAJ-SUCURSAL         PIC 9(3).
           05 CAJ-CAJERO           PIC X(6).
           05 CAJ-TURNO            PIC X(1).
           05 CAJ-FONDO            PIC 9(7)V99.
           05 CAJ-DE-BOVEDA        PIC 9(7)V99.
           05 CAJ-A-BOVEDA         PIC 9(7)V99.
           05 CAJ-ARQUEO           PIC 9(7)V99.
           05 CAJ-ESTADO           PIC X(1).
              88 CAJ-ABIERTA       VALUE 'A'.
              88 CAJ-CERRADA       VALUE 'C'.
           05 CAJ-OPERADOR-APERTURA PIC X(8).
           05 CAJ-HORA-APERTURA    PIC 9(6).
           05 CAJ-OPERADOR-CIERRE  PIC X(8).
           05 CAJ-HORA-CIERRE      PIC 9(6).

       FD  ARCHIVO-PARAMETROS.
       01  REG-PARAMETROS.
           05 PCJ-CUENTA-SOBRANTES PIC 9(5).
           05 PCJ-CUENTA-FALTANTES PIC 9(5).
           05 PCJ-TOLERANCIA       PIC 9(5)V99.
           05 PCJ-REPETICIONES     PIC 9(2).
           05 PCJ-VENTANA-DIAS     PIC 9(3).

      * UNA FILA POR DIFERENCIA FUERA DE TOLERANCIA, CON SU SIGNO
      * (POSITIVA SOBRANTE, NEGATIVA FALTANTE).
       FD  ARCHIVO-DIFERENCIAS.
       01  REG-DIFERENCIA.
           05 CDI-FECHA            PIC 9(8).
           05 CDI-SUCURSAL         PIC 9(3).
           05 CDI-CAJERO           PIC X(6).
           05 CDI-TURNO            PIC X(1).
           05 CDI-DIFERENCIA       PIC S9(9)V99.

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

       FD  ARCHIVO-MOVS-CAJAS.
       01  REG-MOV-CAJA.
           05 MCJ-CODIGO           PIC 9(5).
           05 MCJ-TIPO             PIC X(01).
           05 MCJ-IMPORTE          PIC 9(7)V99.
           05 MCJ-DESCRIPCION      PIC X(20).
           05 MCJ-LOTE             PIC X(08).
           05 MCJ-FECHA            PIC 9(8).
           05 MCJ-MONEDA           PIC X(3).
           05 MCJ-SECUENCIA        PIC 9(5).
           05 MCJ-REFERENCIA       PIC X(8).
           05 MCJ-SUCURSAL         PIC 9(3).
       01  REG-MCJ-ENCABEZADO REDEFINES REG-MOV-CAJA.
           05 HDR-CODIGO           PIC 9(5).
           05 HDR-TIPO             PIC X(01).
           05 HDR-LOTE             PIC X(08).
           05 HDR-FECHA-CREACION   PIC 9(8).
           05 FILLER               PIC X(48).
       01  REG-MCJ-RESUMEN REDEFINES REG-MOV-CAJA.
           05 TRL-CODIGO           PIC 9(5).
           05 TRL-TIPO             PIC X(01).
           05 TRL-CUENTA-REGISTROS PIC 9(7).
           05 TRL-HASH-IMPORTES    PIC 9(11)V99.
           05 FILLER               PIC X(44).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE             PIC X(140).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-FECHA-PROCESO     PIC XX.
           05 FS-ESTADO-CORRIDA    PIC XX.
           05 FS-MOVIMIENTOS       PIC XX.
           05 FS-CAJAS             PIC XX.
           05 FS-PARAMETROS        PIC XX.
           05 FS-DIFERENCIAS       PIC XX.
           05 FS-MAESTRO           PIC XX.
           05 FS-MOVS-CAJAS        PIC XX.
           05 FS-REPORTE           PIC XX.

       01  SWITCHES.
           05 SW-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 SW-CUENTA-HALLADA    PIC X VALUE 'N'.
              88 CUENTA-HALLADA    VALUE 'S'.
           05 SW-MAESTRO-ABIERTO   PIC X VALUE 'N'.
              88 MAESTRO-ABIERTO   VALUE 'S'.
           05 SW-AVISO-GERENTE     PIC X VALUE 'N'.
              88 HAY-AVISO-GERENTE VALUE 'S'.

       01  CONTADORES.
           05 CONT-MOVS-EFECTIVO   PIC 9(7) VALUE ZEROS.
           05 CONT-EF-OTRA-MONEDA  PIC 9(5) VALUE ZEROS.
           05 CONT-CAJAS-DEL-DIA   PIC 9(4) VALUE ZEROS.
           05 CONT-CUADRADAS       PIC 9(4) VALUE ZEROS.
           05 CONT-SOBRANTES       PIC 9(4) VALUE ZEROS.
           05 CONT-FALTANTES       PIC 9(4) VALUE ZEROS.
           05 CONT-SIN-CERRAR      PIC 9(4) VALUE ZEROS.
           05 CONT-SIN-CAJA        PIC 9(4) VALUE ZEROS.
           05 CONT-REITERADAS      PIC 9(4) VALUE ZEROS.
           05 CONT-SIN-ASIENTO     PIC 9(4) VALUE ZEROS.
           05 CONT-CAJAS-DEPURADAS PIC 9(5) VALUE ZEROS.
           05 CONT-MOVS-SALIDA     PIC 9(5) VALUE ZEROS.

       01  MONEDA-BASE             PIC X(3) VALUE 'EUR'.
       01  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
       01  WK-ID-CORRIDA           PIC X(19) VALUE SPACES.
       01  WK-HASH-SALIDA          PIC 9(11)V99 VALUE ZEROS.
       01  WK-TOPE-IMPORTE         PIC 9(7)V99 VALUE 9999999.99.

      * LAS CAJAS SE CONSERVAN ESTOS DIAS EN CAJAS.DAT; LAS MAS
      * VIEJAS SE DEPURAN EN CADA CORRIDA.
       01  WK-DIAS-CONSERVAR-CAJAS PIC 9(3) VALUE 90.
       01  WK-DIA-HOY              PIC 9(7) VALUE ZEROS.
       01  WK-DIA-FILA             PIC 9(7) VALUE ZEROS.
       01  WK-DIAS-ATRAS           PIC S9(7) VALUE ZEROS.

      * PARAMETROS DEL CUADRE. CADA CUENTA TRANSITORIA SE COTEJA UNA
      * VEZ AL ARRANCAR; SI NO SIRVE, SU MOTIVO DICE POR QUE Y ESE
      * LADO DE LAS DIFERENCIAS SE INFORMA SIN ASENTARSE.
       01  WK-CUENTA-SOBRANTES     PIC 9(5) VALUE ZEROS.
       01  WK-CUENTA-FALTANTES     PIC 9(5) VALUE ZEROS.
       01  WK-TOLERANCIA           PIC 9(5)V99 VALUE ZEROS.
       01  WK-REPETICIONES         PIC 9(2) VALUE 3.
       01  WK-VENTANA-DIAS         PIC 9(3) VALUE 30.
       01  WK-SOBRANTES-MOTIVO     PIC X(30) VALUE SPACES.
       01  WK-FALTANTES-MOTIVO     PIC X(30) VALUE SPACES.
       01  WK-SOBRANTES-MONEDA     PIC X(3) VALUE SPACES.
       01  WK-FALTANTES-MONEDA     PIC X(3) VALUE SPACES.

      * LOTE Y SECUENCIA DE LOS ASIENTOS: "CJ" MAS LA FECHA AAMMDD.
      * UN NOMBRE POR NOCHE, QUE NUNCA REPITE EN LOTES PROCESADOS.
       01  WK-LOTE-ARMADO.
           05 FILLER               PIC X(2) VALUE "CJ".
           05 WK-LOTE-FECHA        PIC 9(6) VALUE ZEROS.

       01  WK-DESC-ASIENTO.
           05 WK-DESC-CONCEPTO     PIC X(8) VALUE SPACES.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WK-DESC-SUCURSAL     PIC 9(3) VALUE ZEROS.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 WK-DESC-CAJERO       PIC X(6) VALUE SPACES.
           05 FILLER               PIC X(1) VALUE SPACE.
       01  WK-REF-ASIENTO.
           05 FILLER               PIC X(2) VALUE "CJ".
           05 WK-REF-CAJERO        PIC X(6) VALUE SPACES.

      * EFECTIVO DE LA NOCHE POR SUCURSAL Y CAJERO. TEF-CON-CAJA
      * QUEDA EN 'S' CUANDO ALGUNA CAJA DEL DIA LO RECLAMA.
       01  WK-MAX-EFECTIVO         PIC 9(4) VALUE 2000.
       01  CONT-EFECTIVO           PIC 9(4) VALUE ZEROS.
       01  TABLA-EFECTIVO.
           05 ENTRADA-EFECTIVO     OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON CONT-EFECTIVO.
              10 TEF-SUCURSAL      PIC 9(3).
              10 TEF-CAJERO        PIC X(6).
              10 TEF-DEPOSITOS     PIC 9(9)V99.
              10 TEF-RETIROS       PIC 9(9)V99.
              10 TEF-CANTIDAD      PIC 9(5).
              10 TEF-CON-CAJA      PIC X(1).
       01  WK-IDX-EFECTIVO         PIC 9(4) VALUE ZEROS.
       01  WK-IDX-EF-HALLADO       PIC 9(4) VALUE ZEROS.

      * CAJAS.DAT ENTERO: LAS DEL DIA SE CUADRAN, TODAS SE
      * REESCRIBEN SALVO LAS QUE PASARON LOS DIAS DE CONSERVACION.
       01  WK-MAX-CAJAS            PIC 9(4) VALUE 5000.
       01  CONT-CAJAS              PIC 9(4) VALUE ZEROS.
       01  TABLA-CAJAS.
           05 ENTRADA-CAJA         OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-CAJAS.
              10 FILLER            PIC X(83).
       01  WK-IDX-CAJA             PIC 9(4) VALUE ZEROS.

      * DIFERENCIAS DE NOCHES ANTERIORES DENTRO DE LA VENTANA. LAS
      * DE ESTA NOCHE NO SE CARGAN: SON DE UNA CORRIDA ANTERIOR DE LA
      * MISMA NOCHE, QUE ESTA CORRIDA VUELVE A CALCULAR.
       01  WK-MAX-DIFERENCIAS      PIC 9(4) VALUE 5000.
       01  CONT-DIFERENCIAS        PIC 9(4) VALUE ZEROS.
       01  TABLA-DIFERENCIAS.
           05 ENTRADA-DIFERENCIA   OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-DIFERENCIAS.
              10 TDI-FECHA         PIC 9(8).
              10 TDI-SUCURSAL      PIC 9(3).
              10 TDI-CAJERO        PIC X(6).
              10 TDI-TURNO         PIC X(1).
              10 TDI-DIFERENCIA    PIC S9(9)V99.
       01  WK-IDX-DIFERENCIA       PIC 9(4) VALUE ZEROS.

      * UNA FILA DEL INFORME POR CAJA DEL DIA Y POR CAJERO CON
      * EFECTIVO PERO SIN CAJA. SE ORDENA POR SUCURSAL, TURNO Y
      * CAJERO ANTES DE IMPRIMIR.
       01  WK-MAX-CUADRE           PIC 9(4) VALUE 3000.
       01  CONT-CUADRE             PIC 9(4) VALUE ZEROS.
       01  TABLA-CUADRE.
           05 ENTRADA-CUADRE       OCCURS 1 TO 3000 TIMES
                                   DEPENDING ON CONT-CUADRE.
              10 TCU-CLAVE.
                 15 TCU-SUCURSAL   PIC 9(3).
                 15 TCU-TURNO      PIC X(1).
                 15 TCU-CAJERO     PIC X(6).
              10 TCU-SITUACION     PIC X(1).
                 88 TCU-CUADRADA   VALUE 'Q'.
                 88 TCU-SOBRANTE   VALUE 'S'.
                 88 TCU-FALTANTE   VALUE 'F'.
                 88 TCU-SIN-CERRAR VALUE 'A'.
                 88 TCU-SIN-CAJA   VALUE 'X'.
              10 TCU-FONDO         PIC 9(7)V99.
              10 TCU-DEPOSITOS     PIC 9(9)V99.
              10 TCU-RETIROS       PIC 9(9)V99.
              10 TCU-BOVEDA-NETO   PIC S9(9)V99.
              10 TCU-ESPERADO      PIC S9(9)V99.
              10 TCU-ARQUEO        PIC 9(7)V99.
              10 TCU-DIFERENCIA    PIC S9(9)V99.
              10 TCU-OBSERVACION   PIC X(20).
              10 TCU-REPETICIONES  PIC 9(3).
       01  WK-IDX-CUADRE           PIC 9(4) VALUE ZEROS.
       01  WK-INDICE-ORDEN         PIC 9(4) VALUE ZEROS.
       01  WK-CONTADOR-ORDEN       PIC 9(4) VALUE ZEROS.
       01  WK-CUADRE-AUX           PIC X(107).
       01  WK-IDX-GERENTE          PIC 9(4) VALUE ZEROS.

      * LOS ASIENTOS DE LA NOCHE, ORDENADOS POR CODIGO ANTES DE
      * ESCRIBIR (LA MEZCLA EXIGE CADA FUENTE ASCENDENTE POR CODIGO)
      * Y NUMERADOS 1..N EN ESE ORDEN.
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

      * LA CAJA QUE SE ESTA CUADRANDO.
       01  DATOS-CUADRE.
           05 WK-DEPOSITOS         PIC 9(9)V99 VALUE ZEROS.
           05 WK-RETIROS           PIC 9(9)V99 VALUE ZEROS.
           05 WK-BOVEDA-NETO       PIC S9(9)V99 VALUE ZEROS.
           05 WK-ESPERADO          PIC S9(9)V99 VALUE ZEROS.
           05 WK-DIFERENCIA        PIC S9(9)V99 VALUE ZEROS.
           05 WK-DIF-ABSOLUTA      PIC 9(9)V99 VALUE ZEROS.
           05 WK-REPETICIONES-CAJERO PIC 9(3) VALUE ZEROS.
           05 WK-CODIGO-ASIENTO    PIC 9(5) VALUE ZEROS.
           05 WK-TIPO-ASIENTO      PIC X(1) VALUE SPACE.
           05 WK-MONEDA-ASIENTO    PIC X(3) VALUE SPACES.

       01  WK-CODIGO-BUSCADO       PIC 9(5) VALUE ZEROS.
       01  WK-SUCURSAL-ACTUAL      PIC 9(3) VALUE ZEROS.

      * EL ASIENTO ARMADO, EN EL LAYOUT ESTANDAR, PASA POR
      * VALIDA-MOVIMIENTO ANTES DE SALIR.
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

       01  WK-CANTIDAD-EDITADA     PIC ZZ9.
       01  WK-DIAS-EDITADOS        PIC ZZ9.
       01  WK-DIF-EDITADA          PIC ----,---,--9.99.

       01  LINEA-TITULO.
           05 FILLER               PIC X(38)
              VALUE 'CUADRE DE CAJAS DE VENTANILLA - FECHA '.
           05 LTI-FECHA            PIC 9(8).

       01  LINEA-PARAMETROS.
           05 FILLER               PIC X(11) VALUE 'TOLERANCIA '.
           05 LPA-TOLERANCIA       PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(20)
              VALUE '  AVISO AL GERENTE: '.
           05 LPA-REPETICIONES     PIC Z9.
           05 FILLER               PIC X(21)
              VALUE ' DIFERENCIAS EN LOS '.
           05 LPA-VENTANA          PIC ZZ9.
           05 FILLER               PIC X(13) VALUE ' ULTIMOS DIAS'.

       01  LINEA-CUENTAS.
           05 FILLER               PIC X(20)
              VALUE 'CUENTA DE SOBRANTES '.
           05 LCU-SOBRANTES        PIC 9(5).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LCU-SOBRANTES-MOTIVO PIC X(30).
           05 FILLER               PIC X(16)
              VALUE '  DE FALTANTES '.
           05 LCU-FALTANTES        PIC 9(5).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LCU-FALTANTES-MOTIVO PIC X(30).

       01  LINEA-SUCURSAL.
           05 FILLER               PIC X(9) VALUE 'SUCURSAL '.
           05 LSU-SUCURSAL         PIC 9(3).

       01  LINEA-ENCABEZADO.
           05 FILLER               PIC X(09) VALUE 'T CAJERO '.
           05 FILLER               PIC X(13) VALUE '       FONDO '.
           05 FILLER               PIC X(15)
              VALUE '     DEPOSITOS '.
           05 FILLER               PIC X(15)
              VALUE '       RETIROS '.
           05 FILLER               PIC X(16)
              VALUE '    BOVEDA NETO '.
           05 FILLER               PIC X(16)
              VALUE '       ESPERADO '.
           05 FILLER               PIC X(13) VALUE '      ARQUEO '.
           05 FILLER               PIC X(17)
              VALUE '     DIFERENCIA  '.
           05 FILLER               PIC X(11) VALUE 'OBSERVACION'.

       01  LINEA-DETALLE.
           05 LDE-TURNO            PIC X(1).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LDE-CAJERO           PIC X(6).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LDE-FONDO            PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LDE-DEPOSITOS        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LDE-RETIROS          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LDE-BOVEDA-NETO      PIC ----,---,--9.99.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LDE-ESPERADO         PIC ----,---,--9.99.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LDE-ARQUEO           PIC Z,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LDE-DIFERENCIA       PIC ----,---,--9.99.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LDE-OBSERVACION      PIC X(20).

       01  LINEA-GERENTE-TITULO.
           05 FILLER               PIC X(33)
              VALUE '  PARA EL GERENTE DE LA SUCURSAL '.
           05 LGT-SUCURSAL         PIC 9(3).
           05 FILLER               PIC X(1) VALUE ':'.

       01  LINEA-GERENTE.
           05 FILLER               PIC X(11) VALUE '    CAJERO '.
           05 LGE-CAJERO           PIC X(6).
           05 FILLER               PIC X(7) VALUE ' TURNO '.
           05 LGE-TURNO            PIC X(1).
           05 FILLER               PIC X(2) VALUE ': '.
           05 LGE-TEXTO            PIC X(80).

       01  LINEA-TOTAL.
           05 LTO-CONCEPTO         PIC X(40).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LTO-CANTIDAD         PIC ZZZZ9.
           05 FILLER               PIC X(1) VALUE SPACE.
           05 LTO-IMPORTE          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WK-TOTAL-SOBRANTES      PIC 9(11)V99 VALUE ZEROS.
       01  WK-TOTAL-FALTANTES      PIC 9(11)V99 VALUE ZEROS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 110-CARGAR-PARAMETROS
           PERFORM 120-CARGAR-CAJAS
           PERFORM 130-CARGAR-DIFERENCIAS
           PERFORM 140-SUMAR-EFECTIVO
           PERFORM 200-CUADRAR-CAJAS
           PERFORM 230-AGREGAR-SIN-CAJA
           PERFORM 250-ORDENAR-CUADRE
           PERFORM 260-ESCRIBIR-REPORTE
           PERFORM 270-ESCRIBIR-ASIENTOS
           PERFORM 300-FINALIZAR
           GOBACK.

       100-INICIALIZAR.
           DISPLAY "CUADRE DE CAJAS DE VENTANILLA..."
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

      * LA SALIDA SE REESCRIBE CADA NOCHE, AUNQUE NO HAYA
      * DIFERENCIAS: LA MEZCLA DE ESTA NOCHE YA APLICO LAS DE ANOCHE
      * Y UN ARCHIVO VIEJO LAS ASENTARIA OTRA VEZ.
           OPEN OUTPUT ARCHIVO-MOVS-CAJAS

           IF FS-MOVS-CAJAS NOT = '00'
               DISPLAY "ERROR ABRIENDO MOVS-CAJAS: " FS-MOVS-CAJAS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO REG-MOV-CAJA
           MOVE ZEROS  TO HDR-CODIGO
           MOVE 'H'    TO HDR-TIPO
           MOVE WK-LOTE-ARMADO TO HDR-LOTE
           MOVE WK-FECHA-HOY   TO HDR-FECHA-CREACION
           WRITE REG-MOV-CAJA

      * SIN CORRIDA COMPLETA EL EFECTIVO DE LA NOCHE NO ESTA
      * APLICADO: LAS CAJAS SE CUADRAN CUANDO LA CADENA SE RELANCE.
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
                       " LAS CAJAS SE CUADRAN AL RELANZAR LA CADENA"
               PERFORM 275-CERRAR-SALIDA-MOVS
               GOBACK
           END-IF

           OPEN OUTPUT ARCHIVO-REPORTE

           IF FS-REPORTE NOT = '00'
               DISPLAY "ERROR ABRIENDO CUADRE-CAJAS: " FS-REPORTE
               PERFORM 275-CERRAR-SALIDA-MOVS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      * SIN PARAMETROS VALEN LOS DE SIEMPRE: TOLERANCIA CERO, TRES
      * DIFERENCIAS EN TREINTA DIAS, Y NINGUNA CUENTA TRANSITORIA.
       110-CARGAR-PARAMETROS.
           OPEN INPUT ARCHIVO-PARAMETROS

           IF FS-PARAMETROS = '00'
               READ ARCHIVO-PARAMETROS
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PCJ-CUENTA-SOBRANTES IS NUMERIC
                           MOVE PCJ-CUENTA-SOBRANTES
                             TO WK-CUENTA-SOBRANTES
                       END-IF
                       IF PCJ-CUENTA-FALTANTES IS NUMERIC
                           MOVE PCJ-CUENTA-FALTANTES
                             TO WK-CUENTA-FALTANTES
                       END-IF
                       IF PCJ-TOLERANCIA IS NUMERIC
                           MOVE PCJ-TOLERANCIA TO WK-TOLERANCIA
                       END-IF
                       IF PCJ-REPETICIONES IS NUMERIC
                           AND PCJ-REPETICIONES > ZEROS
                           MOVE PCJ-REPETICIONES TO WK-REPETICIONES
                       END-IF
                       IF PCJ-VENTANA-DIAS IS NUMERIC
                           AND PCJ-VENTANA-DIAS > ZEROS
                           MOVE PCJ-VENTANA-DIAS TO WK-VENTANA-DIAS
                       END-IF
               END-READ
               CLOSE ARCHIVO-PARAMETROS
           END-IF

           IF WK-CUENTA-SOBRANTES = ZEROS
               MOVE "SIN CUENTA DE SOBRANTES" TO WK-SOBRANTES-MOTIVO
           END-IF
           IF WK-CUENTA-FALTANTES = ZEROS
               MOVE "SIN CUENTA DE FALTANTES" TO WK-FALTANTES-MOTIVO
           END-IF

           IF WK-CUENTA-SOBRANTES NOT = ZEROS
               OR WK-CUENTA-FALTANTES NOT = ZEROS
               OPEN INPUT ARCHIVO-MAESTRO
               IF FS-MAESTRO NOT = '00'
                   DISPLAY "ERROR ABRIENDO MAESTRO-NUEVO: " FS-MAESTRO
                   CLOSE ARCHIVO-REPORTE
                   PERFORM 275-CERRAR-SALIDA-MOVS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE 'S' TO SW-MAESTRO-ABIERTO
           END-IF

      * LA DE SOBRANTES RECIBE ABONOS: NO PUEDE ESTAR BLOQUEADA,
      * CERRADA, EMBARGADA NI SER DE SOLO RETIROS.
           IF WK-CUENTA-SOBRANTES NOT = ZEROS
               MOVE WK-CUENTA-SOBRANTES TO WK-CODIGO-BUSCADO
               PERFORM 240-LEER-CUENTA
               EVALUATE TRUE
                   WHEN NOT CUENTA-HALLADA
                       MOVE "CUENTA DE SOBRANTES NO EXISTE"
                         TO WK-SOBRANTES-MOTIVO
                   WHEN MAESTRO-BLOQUEADO OR MAESTRO-CERRADO
                        OR MAESTRO-SOLO-RETIROS OR MAESTRO-EMBARGADO
                       MOVE "CUENTA DE SOBRANTES NO OPERABLE"
                         TO WK-SOBRANTES-MOTIVO
                   WHEN OTHER
                       MOVE MONEDA-MAESTRO TO WK-SOBRANTES-MONEDA
               END-EVALUATE
           END-IF

      * LA DE FALTANTES RECIBE CARGOS: NO PUEDE ESTAR BLOQUEADA,
      * CERRADA, EMBARGADA NI SER DE SOLO DEPOSITOS. SU SALDO QUEDA
      * DEUDOR, ASI QUE NECESITA SU LIMITE EN DESCUBIERTOS.DAT PARA
      * QUE EL CRUZADO NO DEVUELVA LOS CARGOS POR FONDOS.
           IF WK-CUENTA-FALTANTES NOT = ZEROS
               MOVE WK-CUENTA-FALTANTES TO WK-CODIGO-BUSCADO
               PERFORM 240-LEER-CUENTA
               EVALUATE TRUE
                   WHEN NOT CUENTA-HALLADA
                       MOVE "CUENTA DE FALTANTES NO EXISTE"
                         TO WK-FALTANTES-MOTIVO
                   WHEN MAESTRO-BLOQUEADO OR MAESTRO-CERRADO
                        OR MAESTRO-SOLO-DEPOSITOS OR MAESTRO-EMBARGADO
                       MOVE "CUENTA DE FALTANTES NO OPERABLE"
                         TO WK-FALTANTES-MOTIVO
                   WHEN OTHER
                       MOVE MONEDA-MAESTRO TO WK-FALTANTES-MONEDA
               END-EVALUATE
           END-IF

           IF WK-SOBRANTES-MONEDA = SPACES
               MOVE MONEDA-BASE TO WK-SOBRANTES-MONEDA
           END-IF
           IF WK-FALTANTES-MONEDA = SPACES
               MOVE MONEDA-BASE TO WK-FALTANTES-MONEDA
           END-IF
           IF WK-SOBRANTES-MOTIVO = SPACES
               AND WK-SOBRANTES-MONEDA NOT = MONEDA-BASE
               MOVE "CUENTA DE SOBRANTES EN DIVISA"
                 TO WK-SOBRANTES-MOTIVO
           END-IF
           IF WK-FALTANTES-MOTIVO = SPACES
               AND WK-FALTANTES-MONEDA NOT = MONEDA-BASE
               MOVE "CUENTA DE FALTANTES EN DIVISA"
                 TO WK-FALTANTES-MOTIVO
           END-IF

           IF WK-SOBRANTES-MOTIVO NOT = SPACES
               DISPLAY "AVISO: " WK-SOBRANTES-MOTIVO
                       ", LOS SOBRANTES NO SE ASIENTAN"
           END-IF
           IF WK-FALTANTES-MOTIVO NOT = SPACES
               DISPLAY "AVISO: " WK-FALTANTES-MOTIVO
                       ", LOS FALTANTES NO SE ASIENTAN"
           END-IF.

      * CAJAS.DAT ENTERO EN MEMORIA. CON LA TABLA LLENA NO SE
      * CUADRA NADA (RC 12): REESCRIBIRLO PERDERIA CAJAS.
       120-CARGAR-CAJAS.
           OPEN INPUT ARCHIVO-CAJAS

           IF FS-CAJAS = '35'
               DISPLAY "SIN CAJAS.DAT: NINGUNA CAJA ABIERTA"
               EXIT PARAGRAPH
           END-IF

           IF FS-CAJAS NOT = '00'
               DISPLAY "ERROR ABRIENDO CAJAS: " FS-CAJAS
               PERFORM 290-ABANDONAR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-CAJAS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       PERFORM 122-ANOTAR-CAJA
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CAJAS

           DISPLAY "CAJAS DEL DIA: " CONT-CAJAS-DEL-DIA.

      * LAS CAJAS MAS VIEJAS QUE LOS DIAS DE CONSERVACION NO SE
      * CARGAN: AL REESCRIBIR EL ARCHIVO QUEDAN DEPURADAS.
       122-ANOTAR-CAJA.
           IF CAJ-FECHA IS NUMERIC
               AND CAJ-FECHA > ZEROS
               COMPUTE WK-DIA-FILA =
                   FUNCTION INTEGER-OF-DATE(CAJ-FECHA)
               COMPUTE WK-DIAS-ATRAS = WK-DIA-HOY - WK-DIA-FILA
               IF WK-DIAS-ATRAS > WK-DIAS-CONSERVAR-CAJAS
                   ADD 1 TO CONT-CAJAS-DEPURADAS
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF CONT-CAJAS >= WK-MAX-CAJAS
               DISPLAY "*** CAJAS.DAT EXCEDE " WK-MAX-CAJAS
                       " CAJAS: NO SE CUADRA NINGUNA ***"
               CLOSE ARCHIVO-CAJAS
               PERFORM 290-ABANDONAR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           ADD 1 TO CONT-CAJAS
           MOVE REG-CAJA TO ENTRADA-CAJA(CONT-CAJAS)
           IF CAJ-FECHA = WK-FECHA-HOY
               ADD 1 TO CONT-CAJAS-DEL-DIA
           END-IF.

      * SIN HISTORIA, NINGUN CAJERO ARRASTRA DIFERENCIAS. FUERA DE
      * LA VENTANA LAS FILAS SE DEPURAN AL REESCRIBIR.
       130-CARGAR-DIFERENCIAS.
           OPEN INPUT ARCHIVO-DIFERENCIAS

           IF FS-DIFERENCIAS = '35'
               EXIT PARAGRAPH
           END-IF

           IF FS-DIFERENCIAS NOT = '00'
               DISPLAY "ERROR ABRIENDO CAJAS-DIFERENCIAS: "
                       FS-DIFERENCIAS
               PERFORM 290-ABANDONAR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-DIFERENCIAS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       PERFORM 132-ANOTAR-DIFERENCIA
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-DIFERENCIAS.

       132-ANOTAR-DIFERENCIA.
           IF CDI-FECHA NOT NUMERIC
               OR CDI-FECHA = ZEROS
               OR CDI-FECHA >= WK-FECHA-HOY
               EXIT PARAGRAPH
           END-IF

           COMPUTE WK-DIA-FILA = FUNCTION INTEGER-OF-DATE(CDI-FECHA)
           COMPUTE WK-DIAS-ATRAS = WK-DIA-HOY - WK-DIA-FILA
           IF WK-DIAS-ATRAS >= WK-VENTANA-DIAS
               EXIT PARAGRAPH
           END-IF

      * CON LA TABLA LLENA SE SIGUE: LA FILA QUE NO ENTRA SOLO DEJA
      * DE CONTAR PARA EL AVISO AL GERENTE.
           IF CONT-DIFERENCIAS >= WK-MAX-DIFERENCIAS
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-DIFERENCIAS
           MOVE REG-DIFERENCIA TO ENTRADA-DIFERENCIA(CONT-DIFERENCIAS).

      *****************************************************************
      * SUMA EL EFECTIVO DE LA NOCHE POR SUCURSAL Y CAJERO. NO CUENTAN
      * LAS REPRESENTACIONES (RECICLADOS, CORREGIDOS Y LIBERADOS DEL
      * ALMACEN: SU EFECTIVO SE CONTO EL DIA QUE PASO POR LA CAJA) NI
      * LOS MOVIMIENTOS CON FECHA FUTURA. EL EFECTIVO EN DIVISA NO
      * ENTRA EN LA CAJA DE EUROS; SOLO SE CUENTA Y SE AVISA.
      *****************************************************************
       140-SUMAR-EFECTIVO.
           OPEN INPUT ARCHIVO-MOVIMIENTOS

           IF FS-MOVIMIENTOS = '35'
               DISPLAY "AVISO: SIN MOVIMIENTOS.DAT, NO HAY EFECTIVO"
                       " QUE CUADRAR"
               EXIT PARAGRAPH
           END-IF

           IF FS-MOVIMIENTOS NOT = '00'
               DISPLAY "ERROR ABRIENDO MOVIMIENTOS: " FS-MOVIMIENTOS
               PERFORM 290-ABANDONAR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-MOVIMIENTOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       PERFORM 142-ANOTAR-EFECTIVO
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-MOVIMIENTOS

           DISPLAY "MOVIMIENTOS DE EFECTIVO: " CONT-MOVS-EFECTIVO.

       142-ANOTAR-EFECTIVO.
           IF ES-CTL-ENCABEZADO OR ES-CTL-RESUMEN
               EXIT PARAGRAPH
           END-IF
           IF TIPO-MOVIMIENTO NOT = 'C' AND TIPO-MOVIMIENTO NOT = 'A'
               EXIT PARAGRAPH
           END-IF
           IF REFERENCIA-MOVIMIENTO(1:2) NOT = "EF"
               OR REFERENCIA-MOVIMIENTO(3:6) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF LOTE-MOVIMIENTO = "RECICLAD" OR "CORREGID" OR "LIBERADO"
               EXIT PARAGRAPH
           END-IF
           IF FECHA-MOVIMIENTO IS NUMERIC
               AND FECHA-MOVIMIENTO > WK-FECHA-HOY
               EXIT PARAGRAPH
           END-IF
           IF MONEDA-MOVIMIENTO NOT = SPACES
               AND MONEDA-MOVIMIENTO NOT = MONEDA-BASE
               ADD 1 TO CONT-EF-OTRA-MONEDA
               EXIT PARAGRAPH
           END-IF

           MOVE ZEROS TO WK-IDX-EF-HALLADO
           PERFORM VARYING WK-IDX-EFECTIVO FROM 1 BY 1
                   UNTIL WK-IDX-EFECTIVO > CONT-EFECTIVO
                      OR WK-IDX-EF-HALLADO > ZEROS
               IF TEF-SUCURSAL(WK-IDX-EFECTIVO) = SUCURSAL-MOVIMIENTO
                   AND TEF-CAJERO(WK-IDX-EFECTIVO) =
                       REFERENCIA-MOVIMIENTO(3:6)
                   MOVE WK-IDX-EFECTIVO TO WK-IDX-EF-HALLADO
               END-IF
           END-PERFORM

           IF WK-IDX-EF-HALLADO = ZEROS
               IF CONT-EFECTIVO >= WK-MAX-EFECTIVO
                   DISPLAY "*** MAS DE " WK-MAX-EFECTIVO
                           " CAJEROS CON EFECTIVO: NO SE CUADRA"
                           " NINGUNA CAJA ***"
                   CLOSE ARCHIVO-MOVIMIENTOS
                   PERFORM 290-ABANDONAR
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO CONT-EFECTIVO
               MOVE CONT-EFECTIVO TO WK-IDX-EF-HALLADO
               MOVE SUCURSAL-MOVIMIENTO
                 TO TEF-SUCURSAL(WK-IDX-EF-HALLADO)
               MOVE REFERENCIA-MOVIMIENTO(3:6)
                 TO TEF-CAJERO(WK-IDX-EF-HALLADO)
               MOVE ZEROS TO TEF-DEPOSITOS(WK-IDX-EF-HALLADO)
                             TEF-RETIROS(WK-IDX-EF-HALLADO)
                             TEF-CANTIDAD(WK-IDX-EF-HALLADO)
               MOVE 'N' TO TEF-CON-CAJA(WK-IDX-EF-HALLADO)
           END-IF

           IF TIPO-MOVIMIENTO = 'C'
               ADD IMPORTE-MOVIMIENTO
                 TO TEF-DEPOSITOS(WK-IDX-EF-HALLADO)
           ELSE
               ADD IMPORTE-MOVIMIENTO
                 TO TEF-RETIROS(WK-IDX-EF-HALLADO)
           END-IF
           ADD 1 TO TEF-CANTIDAD(WK-IDX-EF-HALLADO)
           ADD 1 TO CONT-MOVS-EFECTIVO.

      *****************************************************************
      * CUADRA CADA CAJA DEL DIA. UNA CAJA SIN CERRAR NO TIENE
      * ARQUEO: SE INFORMA AL GERENTE Y NO SE ASIENTA NADA. TODA
      * DIFERENCIA SE ASIENTA; LA TOLERANCIA SOLO DECIDE CUALES
      * CUENTAN COMO REPETICION PARA EL AVISO.
      *****************************************************************
       200-CUADRAR-CAJAS.
           PERFORM VARYING WK-IDX-CAJA FROM 1 BY 1
                   UNTIL WK-IDX-CAJA > CONT-CAJAS
               MOVE ENTRADA-CAJA(WK-IDX-CAJA) TO REG-CAJA
               IF CAJ-FECHA = WK-FECHA-HOY
                   PERFORM 210-CUADRAR-CAJA
               END-IF
           END-PERFORM.

       210-CUADRAR-CAJA.
           IF CONT-CUADRE >= WK-MAX-CUADRE
               DISPLAY "*** MAS DE " WK-MAX-CUADRE " CAJAS EN EL"
                       " DIA: NO SE CUADRA NINGUNA ***"
               PERFORM 290-ABANDONAR
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE ZEROS TO WK-DEPOSITOS
                         WK-RETIROS
           PERFORM VARYING WK-IDX-EFECTIVO FROM 1 BY 1
                   UNTIL WK-IDX-EFECTIVO > CONT-EFECTIVO
               IF TEF-SUCURSAL(WK-IDX-EFECTIVO) = CAJ-SUCURSAL
                   AND TEF-CAJERO(WK-IDX-EFECTIVO) = CAJ-CAJERO
                   MOVE TEF-DEPOSITOS(WK-IDX-EFECTIVO) TO WK-DEPOSITOS
                   MOVE TEF-RETIROS(WK-IDX-EFECTIVO)   TO WK-RETIROS
                   MOVE 'S' TO TEF-CON-CAJA(WK-IDX-EFECTIVO)
               END-IF
           END-PERFORM

           COMPUTE WK-BOVEDA-NETO = CAJ-DE-BOVEDA - CAJ-A-BOVEDA
           COMPUTE WK-ESPERADO = CAJ-FONDO + WK-DEPOSITOS
                               - WK-RETIROS + WK-BOVEDA-NETO

           ADD 1 TO CONT-CUADRE
           MOVE CONT-CUADRE TO WK-IDX-CUADRE
           MOVE CAJ-SUCURSAL  TO TCU-SUCURSAL(WK-IDX-CUADRE)
           MOVE CAJ-TURNO     TO TCU-TURNO(WK-IDX-CUADRE)
           MOVE CAJ-CAJERO    TO TCU-CAJERO(WK-IDX-CUADRE)
           MOVE CAJ-FONDO     TO TCU-FONDO(WK-IDX-CUADRE)
           MOVE WK-DEPOSITOS  TO TCU-DEPOSITOS(WK-IDX-CUADRE)
           MOVE WK-RETIROS    TO TCU-RETIROS(WK-IDX-CUADRE)
           MOVE WK-BOVEDA-NETO TO TCU-BOVEDA-NETO(WK-IDX-CUADRE)
           MOVE WK-ESPERADO   TO TCU-ESPERADO(WK-IDX-CUADRE)
           MOVE ZEROS         TO TCU-ARQUEO(WK-IDX-CUADRE)
                                 TCU-DIFERENCIA(WK-IDX-CUADRE)
                                 TCU-REPETICIONES(WK-IDX-CUADRE)
           MOVE SPACES        TO TCU-OBSERVACION(WK-IDX-CUADRE)

           IF NOT CAJ-CERRADA
               MOVE 'A' TO TCU-SITUACION(WK-IDX-CUADRE)
               MOVE "CAJA SIN CERRAR" TO TCU-OBSERVACION(WK-IDX-CUADRE)
               ADD 1 TO CONT-SIN-CERRAR
               EXIT PARAGRAPH
           END-IF

           COMPUTE WK-DIFERENCIA = CAJ-ARQUEO - WK-ESPERADO
           MOVE CAJ-ARQUEO    TO TCU-ARQUEO(WK-IDX-CUADRE)
           MOVE WK-DIFERENCIA TO TCU-DIFERENCIA(WK-IDX-CUADRE)

           EVALUATE TRUE
               WHEN WK-DIFERENCIA = ZEROS
                   MOVE 'Q' TO TCU-SITUACION(WK-IDX-CUADRE)
                   MOVE "CUADRADA" TO TCU-OBSERVACION(WK-IDX-CUADRE)
                   ADD 1 TO CONT-CUADRADAS
                   EXIT PARAGRAPH
               WHEN WK-DIFERENCIA > ZEROS
                   MOVE 'S' TO TCU-SITUACION(WK-IDX-CUADRE)
                   MOVE "SOBRANTE" TO TCU-OBSERVACION(WK-IDX-CUADRE)
                   MOVE WK-DIFERENCIA TO WK-DIF-ABSOLUTA
                   ADD 1 TO CONT-SOBRANTES
                   ADD WK-DIF-ABSOLUTA TO WK-TOTAL-SOBRANTES
               WHEN OTHER
                   MOVE 'F' TO TCU-SITUACION(WK-IDX-CUADRE)
                   MOVE "FALTANTE" TO TCU-OBSERVACION(WK-IDX-CUADRE)
                   COMPUTE WK-DIF-ABSOLUTA = ZEROS - WK-DIFERENCIA
                   ADD 1 TO CONT-FALTANTES
                   ADD WK-DIF-ABSOLUTA TO WK-TOTAL-FALTANTES
           END-EVALUATE

           PERFORM 215-ASENTAR-DIFERENCIA

           IF WK-DIF-ABSOLUTA > WK-TOLERANCIA
               PERFORM 220-CONTAR-REPETICIONES
           END-IF.

      * EL SOBRANTE VA A LA CUENTA DE SOBRANTES COMO ABONO A SU
      * FAVOR ('C'); EL FALTANTE A LA DE FALTANTES COMO CARGO ('A').
       215-ASENTAR-DIFERENCIA.
           IF TCU-SOBRANTE(WK-IDX-CUADRE)
               IF WK-SOBRANTES-MOTIVO NOT = SPACES
                   MOVE "SOBRANTE SIN ASIENTO"
                     TO TCU-OBSERVACION(WK-IDX-CUADRE)
                   ADD 1 TO CONT-SIN-ASIENTO
                   EXIT PARAGRAPH
               END-IF
               MOVE WK-CUENTA-SOBRANTES TO WK-CODIGO-ASIENTO
               MOVE 'C'                 TO WK-TIPO-ASIENTO
               MOVE WK-SOBRANTES-MONEDA TO WK-MONEDA-ASIENTO
               MOVE "SOBRANTE"          TO WK-DESC-CONCEPTO
           ELSE
               IF WK-FALTANTES-MOTIVO NOT = SPACES
                   MOVE "FALTANTE SIN ASIENTO"
                     TO TCU-OBSERVACION(WK-IDX-CUADRE)
                   ADD 1 TO CONT-SIN-ASIENTO
                   EXIT PARAGRAPH
               END-IF
               MOVE WK-CUENTA-FALTANTES TO WK-CODIGO-ASIENTO
               MOVE 'A'                 TO WK-TIPO-ASIENTO
               MOVE WK-FALTANTES-MONEDA TO WK-MONEDA-ASIENTO
               MOVE "FALTANTE"          TO WK-DESC-CONCEPTO
           END-IF

           IF WK-DIF-ABSOLUTA > WK-TOPE-IMPORTE
               MOVE "FUERA DE RANGO" TO TCU-OBSERVACION(WK-IDX-CUADRE)
               ADD 1 TO CONT-SIN-ASIENTO
               EXIT PARAGRAPH
           END-IF

           MOVE CAJ-SUCURSAL TO WK-DESC-SUCURSAL
           MOVE CAJ-CAJERO   TO WK-DESC-CAJERO
           MOVE CAJ-CAJERO   TO WK-REF-CAJERO

           MOVE WK-CODIGO-ASIENTO TO WK-MOV-CODIGO
           MOVE WK-TIPO-ASIENTO   TO WK-MOV-TIPO
           MOVE WK-DIF-ABSOLUTA   TO WK-MOV-IMPORTE
           MOVE WK-DESC-ASIENTO   TO WK-MOV-DESCRIPCION
           MOVE WK-LOTE-ARMADO    TO WK-MOV-LOTE
           MOVE ZEROS             TO WK-MOV-FECHA
           MOVE WK-MONEDA-ASIENTO TO WK-MOV-MONEDA
           MOVE 1                 TO WK-MOV-SECUENCIA
           MOVE WK-REF-ASIENTO    TO WK-MOV-REFERENCIA
           MOVE CAJ-SUCURSAL      TO WK-MOV-SUCURSAL

           CALL "VALIDA-MOVIMIENTO" USING WK-MOVIMIENTO
                                          WK-VM-VEREDICTO
                                          WK-VM-CODIGO-MOTIVO
                                          WK-VM-MOTIVO

           IF WK-VM-VEREDICTO NOT = 'S'
               DISPLAY "AVISO: ASIENTO DE LA CAJA " CAJ-CAJERO
                       " RECHAZADO: " WK-VM-MOTIVO
               MOVE "ASIENTO RECHAZADO"
                 TO TCU-OBSERVACION(WK-IDX-CUADRE)
               ADD 1 TO CONT-SIN-ASIENTO
               EXIT PARAGRAPH
           END-IF

           IF CONT-ASIENTOS >= WK-MAX-ASIENTOS
               MOVE "SIN LUGAR PARA ASIENTO"
                 TO TCU-OBSERVACION(WK-IDX-CUADRE)
               ADD 1 TO CONT-SIN-ASIENTO
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-ASIENTOS
           MOVE WK-MOV-CODIGO      TO TAS-CODIGO(CONT-ASIENTOS)
           MOVE WK-MOV-TIPO        TO TAS-TIPO(CONT-ASIENTOS)
           MOVE WK-MOV-IMPORTE     TO TAS-IMPORTE(CONT-ASIENTOS)
           MOVE WK-MOV-DESCRIPCION TO TAS-DESCRIPCION(CONT-ASIENTOS)
           MOVE WK-MOV-MONEDA      TO TAS-MONEDA(CONT-ASIENTOS)
           MOVE WK-MOV-REFERENCIA  TO TAS-REFERENCIA(CONT-ASIENTOS)
           MOVE WK-MOV-SUCURSAL    TO TAS-SUCURSAL(CONT-ASIENTOS).

      * LAS DIFERENCIAS DEL CAJERO EN LA VENTANA, EN CUALQUIER
      * SUCURSAL, MAS LA DE ESTA NOCHE. LA DE ESTA NOCHE QUEDA EN LA
      * HISTORIA PARA LAS PROXIMAS.
       220-CONTAR-REPETICIONES.
           MOVE 1 TO WK-REPETICIONES-CAJERO
           PERFORM VARYING WK-IDX-DIFERENCIA FROM 1 BY 1
                   UNTIL WK-IDX-DIFERENCIA > CONT-DIFERENCIAS
               IF TDI-CAJERO(WK-IDX-DIFERENCIA) = CAJ-CAJERO
                   AND TDI-FECHA(WK-IDX-DIFERENCIA) < WK-FECHA-HOY
                   ADD 1 TO WK-REPETICIONES-CAJERO
               END-IF
           END-PERFORM
           MOVE WK-REPETICIONES-CAJERO
             TO TCU-REPETICIONES(WK-IDX-CUADRE)
           IF WK-REPETICIONES-CAJERO >= WK-REPETICIONES
               ADD 1 TO CONT-REITERADAS
           END-IF

           IF CONT-DIFERENCIAS < WK-MAX-DIFERENCIAS
               ADD 1 TO CONT-DIFERENCIAS
               MOVE WK-FECHA-HOY TO TDI-FECHA(CONT-DIFERENCIAS)
               MOVE CAJ-SUCURSAL TO TDI-SUCURSAL(CONT-DIFERENCIAS)
               MOVE CAJ-CAJERO   TO TDI-CAJERO(CONT-DIFERENCIAS)
               MOVE CAJ-TURNO    TO TDI-TURNO(CONT-DIFERENCIAS)
               MOVE WK-DIFERENCIA
                 TO TDI-DIFERENCIA(CONT-DIFERENCIAS)
           ELSE
               DISPLAY "AVISO: CAJAS-DIFERENCIAS LLENO, LA DIFERENCIA"
                       " DE " CAJ-CAJERO " NO QUEDA EN LA HISTORIA"
           END-IF.

      * EFECTIVO DE UN CAJERO QUE NO ABRIO CAJA ESE DIA EN ESA
      * SUCURSAL: NO HAY CONTRA QUE CUADRARLO. VA AL INFORME Y AL
      * GERENTE, SIN ASIENTO.
       230-AGREGAR-SIN-CAJA.
           PERFORM VARYING WK-IDX-EFECTIVO FROM 1 BY 1
                   UNTIL WK-IDX-EFECTIVO > CONT-EFECTIVO
               IF TEF-CON-CAJA(WK-IDX-EFECTIVO) NOT = 'S'
                   PERFORM 232-AGREGAR-FILA-SIN-CAJA
               END-IF
           END-PERFORM.

       232-AGREGAR-FILA-SIN-CAJA.
           IF CONT-CUADRE >= WK-MAX-CUADRE
               DISPLAY "AVISO: INFORME LLENO, EFECTIVO SIN CAJA DE "
                       TEF-CAJERO(WK-IDX-EFECTIVO) " NO SE LISTA"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-CUADRE
           MOVE CONT-CUADRE TO WK-IDX-CUADRE
           MOVE TEF-SUCURSAL(WK-IDX-EFECTIVO)
             TO TCU-SUCURSAL(WK-IDX-CUADRE)
           MOVE SPACE TO TCU-TURNO(WK-IDX-CUADRE)
           MOVE TEF-CAJERO(WK-IDX-EFECTIVO)
             TO TCU-CAJERO(WK-IDX-CUADRE)
           MOVE 'X' TO TCU-SITUACION(WK-IDX-CUADRE)
           MOVE ZEROS TO TCU-FONDO(WK-IDX-CUADRE)
                         TCU-BOVEDA-NETO(WK-IDX-CUADRE)
                         TCU-ARQUEO(WK-IDX-CUADRE)
                         TCU-DIFERENCIA(WK-IDX-CUADRE)
                         TCU-REPETICIONES(WK-IDX-CUADRE)
           MOVE TEF-DEPOSITOS(WK-IDX-EFECTIVO)
             TO TCU-DEPOSITOS(WK-IDX-CUADRE)
           MOVE TEF-RETIROS(WK-IDX-EFECTIVO)
             TO TCU-RETIROS(WK-IDX-CUADRE)
           COMPUTE TCU-ESPERADO(WK-IDX-CUADRE) =
               TEF-DEPOSITOS(WK-IDX-EFECTIVO)
             - TEF-RETIROS(WK-IDX-EFECTIVO)
           MOVE "EFECTIVO SIN CAJA" TO TCU-OBSERVACION(WK-IDX-CUADRE)
           ADD 1 TO CONT-SIN-CAJA.

       240-LEER-CUENTA.
           MOVE 'S' TO SW-CUENTA-HALLADA
           MOVE WK-CODIGO-BUSCADO TO CODIGO-MAESTRO
           READ ARCHIVO-MAESTRO
               INVALID KEY
                   MOVE 'N' TO SW-CUENTA-HALLADA
                   MOVE SPACES TO ESTADO-MAESTRO
                                  MONEDA-MAESTRO
           END-READ.

       250-ORDENAR-CUADRE.
           MOVE 1 TO WK-INDICE-ORDEN
           PERFORM UNTIL WK-INDICE-ORDEN > CONT-CUADRE - 1
               MOVE 1 TO WK-CONTADOR-ORDEN
               PERFORM UNTIL WK-CONTADOR-ORDEN >
                       CONT-CUADRE - WK-INDICE-ORDEN
                   IF TCU-CLAVE(WK-CONTADOR-ORDEN) >
                      TCU-CLAVE(WK-CONTADOR-ORDEN + 1)
                       MOVE ENTRADA-CUADRE(WK-CONTADOR-ORDEN)
                           TO WK-CUADRE-AUX
                       MOVE ENTRADA-CUADRE(WK-CONTADOR-ORDEN + 1)
                           TO ENTRADA-CUADRE(WK-CONTADOR-ORDEN)
                       MOVE WK-CUADRE-AUX
                           TO ENTRADA-CUADRE(WK-CONTADOR-ORDEN + 1)
                   END-IF
                   ADD 1 TO WK-CONTADOR-ORDEN
               END-PERFORM
               ADD 1 TO WK-INDICE-ORDEN
           END-PERFORM.

      *****************************************************************
      * EL INFORME: POR SUCURSAL, UNA LINEA POR CAJA EN ORDEN DE
      * TURNO Y CAJERO, Y AL PIE DE CADA SUCURSAL LO QUE EL GERENTE
      * TIENE QUE MIRAR.
      *****************************************************************
       260-ESCRIBIR-REPORTE.
           MOVE WK-FECHA-HOY TO LTI-FECHA
           WRITE REG-REPORTE FROM LINEA-TITULO
           MOVE WK-TOLERANCIA   TO LPA-TOLERANCIA
           MOVE WK-REPETICIONES TO LPA-REPETICIONES
           MOVE WK-VENTANA-DIAS TO LPA-VENTANA
           WRITE REG-REPORTE FROM LINEA-PARAMETROS
           MOVE WK-CUENTA-SOBRANTES TO LCU-SOBRANTES
           MOVE WK-SOBRANTES-MOTIVO TO LCU-SOBRANTES-MOTIVO
           MOVE WK-CUENTA-FALTANTES TO LCU-FALTANTES
           MOVE WK-FALTANTES-MOTIVO TO LCU-FALTANTES-MOTIVO
           WRITE REG-REPORTE FROM LINEA-CUENTAS

           IF CONT-CUADRE = ZEROS
               MOVE SPACES TO REG-REPORTE
               WRITE REG-REPORTE
               MOVE "NINGUNA CAJA NI EFECTIVO EN EL DIA" TO REG-REPORTE
               WRITE REG-REPORTE
           END-IF

           PERFORM VARYING WK-IDX-CUADRE FROM 1 BY 1
                   UNTIL WK-IDX-CUADRE > CONT-CUADRE
               IF WK-IDX-CUADRE = 1
                   OR TCU-SUCURSAL(WK-IDX-CUADRE) NOT =
                      WK-SUCURSAL-ACTUAL
                   IF WK-IDX-CUADRE > 1
                       PERFORM 264-ESCRIBIR-AVISO-GERENTE
                   END-IF
                   MOVE TCU-SUCURSAL(WK-IDX-CUADRE)
                     TO WK-SUCURSAL-ACTUAL
                   PERFORM 262-ESCRIBIR-CABECERA-SUCURSAL
               END-IF
               PERFORM 263-ESCRIBIR-DETALLE
           END-PERFORM
           IF CONT-CUADRE > ZEROS
               PERFORM 264-ESCRIBIR-AVISO-GERENTE
           END-IF

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "CAJAS CUADRADAS"        TO LTO-CONCEPTO
           MOVE CONT-CUADRADAS           TO LTO-CANTIDAD
           MOVE ZEROS                    TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "CAJAS CON SOBRANTE"     TO LTO-CONCEPTO
           MOVE CONT-SOBRANTES           TO LTO-CANTIDAD
           MOVE WK-TOTAL-SOBRANTES       TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "CAJAS CON FALTANTE"     TO LTO-CONCEPTO
           MOVE CONT-FALTANTES           TO LTO-CANTIDAD
           MOVE WK-TOTAL-FALTANTES       TO LTO-IMPORTE
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE ZEROS                    TO LTO-IMPORTE
           MOVE "DIFERENCIAS SIN ASENTAR" TO LTO-CONCEPTO
           MOVE CONT-SIN-ASIENTO         TO LTO-CANTIDAD
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "CAJAS SIN CERRAR"       TO LTO-CONCEPTO
           MOVE CONT-SIN-CERRAR          TO LTO-CANTIDAD
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "CAJEROS CON EFECTIVO SIN CAJA" TO LTO-CONCEPTO
           MOVE CONT-SIN-CAJA            TO LTO-CANTIDAD
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "DIFERENCIAS REITERADAS" TO LTO-CONCEPTO
           MOVE CONT-REITERADAS          TO LTO-CANTIDAD
           WRITE REG-REPORTE FROM LINEA-TOTAL
           MOVE "EFECTIVO EN DIVISA (FUERA DEL CUADRE)"
             TO LTO-CONCEPTO
           MOVE CONT-EF-OTRA-MONEDA      TO LTO-CANTIDAD
           WRITE REG-REPORTE FROM LINEA-TOTAL.

       262-ESCRIBIR-CABECERA-SUCURSAL.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE WK-SUCURSAL-ACTUAL TO LSU-SUCURSAL
           WRITE REG-REPORTE FROM LINEA-SUCURSAL
           WRITE REG-REPORTE FROM LINEA-ENCABEZADO.

       263-ESCRIBIR-DETALLE.
           MOVE TCU-TURNO(WK-IDX-CUADRE)       TO LDE-TURNO
           MOVE TCU-CAJERO(WK-IDX-CUADRE)      TO LDE-CAJERO
           MOVE TCU-FONDO(WK-IDX-CUADRE)       TO LDE-FONDO
           MOVE TCU-DEPOSITOS(WK-IDX-CUADRE)   TO LDE-DEPOSITOS
           MOVE TCU-RETIROS(WK-IDX-CUADRE)     TO LDE-RETIROS
           MOVE TCU-BOVEDA-NETO(WK-IDX-CUADRE) TO LDE-BOVEDA-NETO
           MOVE TCU-ESPERADO(WK-IDX-CUADRE)    TO LDE-ESPERADO
           MOVE TCU-ARQUEO(WK-IDX-CUADRE)      TO LDE-ARQUEO
           MOVE TCU-DIFERENCIA(WK-IDX-CUADRE)  TO LDE-DIFERENCIA
           MOVE TCU-OBSERVACION(WK-IDX-CUADRE) TO LDE-OBSERVACION
           WRITE REG-REPORTE FROM LINEA-DETALLE.

      * AL PIE DE LA SUCURSAL QUE TERMINA: CAJAS SIN CERRAR,
      * EFECTIVO SIN CAJA Y CAJEROS QUE LLEGARON AL UMBRAL DE
      * DIFERENCIAS EN LA VENTANA.
       264-ESCRIBIR-AVISO-GERENTE.
           MOVE 'N' TO SW-AVISO-GERENTE
           PERFORM VARYING WK-IDX-GERENTE FROM 1 BY 1
                   UNTIL WK-IDX-GERENTE > CONT-CUADRE
               IF TCU-SUCURSAL(WK-IDX-GERENTE) = WK-SUCURSAL-ACTUAL
                   PERFORM 266-ESCRIBIR-LINEA-GERENTE
               END-IF
           END-PERFORM.

       266-ESCRIBIR-LINEA-GERENTE.
           MOVE SPACES TO LGE-TEXTO
           EVALUATE TRUE
               WHEN TCU-SIN-CERRAR(WK-IDX-GERENTE)
                   MOVE "CAJA SIN CERRAR, SIN ARQUEO QUE CUADRAR"
                     TO LGE-TEXTO
               WHEN TCU-SIN-CAJA(WK-IDX-GERENTE)
                   MOVE "EFECTIVO DE VENTANILLA SIN CAJA ABIERTA"
                     TO LGE-TEXTO
               WHEN (TCU-SOBRANTE(WK-IDX-GERENTE)
                     OR TCU-FALTANTE(WK-IDX-GERENTE))
                    AND TCU-REPETICIONES(WK-IDX-GERENTE) >=
                        WK-REPETICIONES
                   MOVE TCU-REPETICIONES(WK-IDX-GERENTE)
                     TO WK-CANTIDAD-EDITADA
                   MOVE WK-VENTANA-DIAS TO WK-DIAS-EDITADOS
                   MOVE TCU-DIFERENCIA(WK-IDX-GERENTE) TO WK-DIF-EDITADA
                   STRING "DIFERENCIA REITERADA: " WK-CANTIDAD-EDITADA
                          " EN " WK-DIAS-EDITADOS " DIAS, HOY "
                          WK-DIF-EDITADA
                       DELIMITED BY SIZE INTO LGE-TEXTO
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           IF NOT HAY-AVISO-GERENTE
               MOVE 'S' TO SW-AVISO-GERENTE
               MOVE SPACES TO REG-REPORTE
               WRITE REG-REPORTE
               MOVE WK-SUCURSAL-ACTUAL TO LGT-SUCURSAL
               WRITE REG-REPORTE FROM LINEA-GERENTE-TITULO
           END-IF

           MOVE TCU-CAJERO(WK-IDX-GERENTE) TO LGE-CAJERO
           MOVE TCU-TURNO(WK-IDX-GERENTE)  TO LGE-TURNO
           WRITE REG-REPORTE FROM LINEA-GERENTE.

      * LOS ASIENTOS ORDENADOS POR CODIGO (BURBUJEO ESTABLE) Y
      * NUMERADOS 1..N DENTRO DEL LOTE DE LA NOCHE.
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
               MOVE SPACES TO REG-MOV-CAJA
               MOVE TAS-CODIGO(WK-INDICE-ORDEN)  TO MCJ-CODIGO
               MOVE TAS-TIPO(WK-INDICE-ORDEN)    TO MCJ-TIPO
               MOVE TAS-IMPORTE(WK-INDICE-ORDEN) TO MCJ-IMPORTE
               MOVE TAS-DESCRIPCION(WK-INDICE-ORDEN)
                   TO MCJ-DESCRIPCION
               MOVE WK-LOTE-ARMADO               TO MCJ-LOTE
               MOVE ZEROS                        TO MCJ-FECHA
               MOVE TAS-MONEDA(WK-INDICE-ORDEN)  TO MCJ-MONEDA
               MOVE WK-INDICE-ORDEN              TO MCJ-SECUENCIA
               MOVE TAS-REFERENCIA(WK-INDICE-ORDEN)
                   TO MCJ-REFERENCIA
               MOVE TAS-SUCURSAL(WK-INDICE-ORDEN) TO MCJ-SUCURSAL
               WRITE REG-MOV-CAJA
               ADD 1 TO CONT-MOVS-SALIDA
               ADD TAS-IMPORTE(WK-INDICE-ORDEN) TO WK-HASH-SALIDA
           END-PERFORM.

      * CON NINGUNA DIFERENCIA, LA SALIDA LLEVA IGUAL SU CONTROL 'T'
      * CON LA CUENTA Y EL HASH PARA LA MEZCLA.
       275-CERRAR-SALIDA-MOVS.
           MOVE SPACES TO REG-MOV-CAJA
           MOVE 99999  TO TRL-CODIGO
           MOVE 'T'    TO TRL-TIPO
           MOVE CONT-MOVS-SALIDA TO TRL-CUENTA-REGISTROS
           MOVE WK-HASH-SALIDA   TO TRL-HASH-IMPORTES
           WRITE REG-MOV-CAJA

           CLOSE ARCHIVO-MOVS-CAJAS.

      * CORTE ANTES DE CUADRAR: LA SALIDA QUEDA CON SU CONTROL Y
      * CAJAS.DAT Y LA HISTORIA SIN TOCAR.
       290-ABANDONAR.
           IF MAESTRO-ABIERTO
               CLOSE ARCHIVO-MAESTRO
           END-IF
           CLOSE ARCHIVO-REPORTE
           PERFORM 275-CERRAR-SALIDA-MOVS.

      * CAJAS.DAT SE REESCRIBE SIN LAS CAJAS VENCIDAS; LA HISTORIA,
      * CON LAS DIFERENCIAS DE LA VENTANA MAS LAS DE ESTA NOCHE.
       300-FINALIZAR.
           IF MAESTRO-ABIERTO
               CLOSE ARCHIVO-MAESTRO
           END-IF
           CLOSE ARCHIVO-REPORTE
           PERFORM 275-CERRAR-SALIDA-MOVS

           IF CONT-CAJAS-DEPURADAS > ZEROS
               OPEN OUTPUT ARCHIVO-CAJAS
               IF FS-CAJAS NOT = '00'
                   DISPLAY "ERROR REESCRIBIENDO CAJAS: " FS-CAJAS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM VARYING WK-IDX-CAJA FROM 1 BY 1
                       UNTIL WK-IDX-CAJA > CONT-CAJAS
                   WRITE REG-CAJA FROM ENTRADA-CAJA(WK-IDX-CAJA)
               END-PERFORM
               CLOSE ARCHIVO-CAJAS
           END-IF

           OPEN OUTPUT ARCHIVO-DIFERENCIAS
           IF FS-DIFERENCIAS NOT = '00'
               DISPLAY "ERROR REESCRIBIENDO CAJAS-DIFERENCIAS: "
                       FS-DIFERENCIAS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING WK-IDX-DIFERENCIA FROM 1 BY 1
                   UNTIL WK-IDX-DIFERENCIA > CONT-DIFERENCIAS
               WRITE REG-DIFERENCIA
                   FROM ENTRADA-DIFERENCIA(WK-IDX-DIFERENCIA)
           END-PERFORM
           CLOSE ARCHIVO-DIFERENCIAS

      * LAS DIFERENCIAS Y LOS AVISOS SON COSA DE LAS SUCURSALES Y YA
      * ESTAN EN EL INFORME: LA CADENA SIGUE CON RC 0.
           DISPLAY "CAJAS DEL DIA:         " CONT-CAJAS-DEL-DIA
           DISPLAY "CAJAS CUADRADAS:       " CONT-CUADRADAS
           DISPLAY "CAJAS CON SOBRANTE:    " CONT-SOBRANTES
           DISPLAY "CAJAS CON FALTANTE:    " CONT-FALTANTES
           DISPLAY "CAJAS SIN CERRAR:      " CONT-SIN-CERRAR
           DISPLAY "EFECTIVO SIN CAJA:     " CONT-SIN-CAJA
           DISPLAY "DIFERENCIAS REITERADAS:" CONT-REITERADAS
           DISPLAY "CAJAS DEPURADAS:       " CONT-CAJAS-DEPURADAS
           DISPLAY "ASIENTOS EMITIDOS:     " CONT-MOVS-SALIDA
           DISPLAY "INFORME EN: CUADRE-CAJAS.TXT".
