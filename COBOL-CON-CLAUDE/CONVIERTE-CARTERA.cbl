       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIERTE-CARTERA.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: CONVERSION DE LA CARTERA DE UNA ENTIDAD ABSORBIDA
      * PROPOSITO: LA CAJA QUE ABSORBEMOS ENTREGA SUS CUENTAS EN SU
      *            PROPIO FORMATO (CONVERSION-ENTRADA.DAT), CON SUS
      *            NUMEROS DE CUENTA, SUS PRODUCTOS Y SUS OFICINAS.
      *            ESTE PROGRAMA LAS TRADUCE A NUESTROS ARCHIVOS:
      *            -- REGISTRO 'C' (CUENTA): UNA CUENTA EN MAESTRO.DAT
      *               Y SU CONTACTO EN CONTACTOS.DAT. EL CODIGO NUEVO
      *               LO DA ASIGNA-CODIGO DEL RANGO DE LA SUCURSAL
      *               NUESTRA QUE CORRESPONDE A SU OFICINA
      *               (CONVERSION-SUCURSALES.DAT), CON EL DIGITO DE
      *               CONTROL YA PUESTO; EL PRODUCTO SE TRADUCE CON
      *               CONVERSION-PRODUCTOS.DAT;
      *            -- REGISTRO 'P' (PLAZO FIJO): UN DEPOSITO EN
      *               PLAZOS.DAT CON NUMERO NUEVO, VINCULADO A LA
      *               CUENTA YA CONVERTIDA;
      *            -- REGISTRO 'O' (ORDEN PERMANENTE): UNA ORDEN EN
      *               ORDENES-PERMANENTES.DAT SOBRE LA CUENTA YA
      *               CONVERTIDA.
      *            CADA REGISTRO PASA LAS MISMAS VALIDACIONES QUE UN
      *            ALTA DE GENERA-MAESTRO (SUCURSAL ABIERTA, DOCUMENTO,
      *            LISTA DE SANCIONES, NOMBRE Y SALDO) MAS LAS PROPIAS
      *            DE LA CONVERSION; EL QUE NO PASA QUEDA EN
      *            CONVERSION-RECHAZOS.TXT CON SU MOTIVO.
      *            CRUCE-CONVERSION.DAT GUARDA CADA NUMERO VIEJO CON
      *            SU NUMERO NUEVO: LO USA LA PROPIA CONVERSION PARA
      *            PODER CORRERSE OTRA VEZ (LO YA CONVERTIDO NO SE
      *            REPITE, EL CODIGO EMITIDO A UNA CUENTA QUE QUEDO
      *            RECHAZADA SE LE REUSA CUANDO SE CORRIJA) Y SIRVE
      *            PARA TRADUCIR LOS NUMEROS DE CUENTA VIEJOS QUE
      *            TODAVIA TRAIGAN LOS MOVIMIENTOS ENTRANTES (SOLO
      *            LAS LINEAS DE CLASE 'C' Y ESTADO 'V').
      *            CONVERSION-CONCILIACION.TXT CUADRA, POR OFICINA DE
      *            ORIGEN, CANTIDADES Y SALDOS DE CUENTAS Y PLAZOS
      *            CONTRA SU BALANCE DE CIERRE
      *            (CONVERSION-BALANCE.DAT): LO QUE DICE SU BALANCE,
      *            LO QUE TRAJO EL ARCHIVO, LO CONVERTIDO (EN ESTA O
      *            EN UNA CORRIDA ANTERIOR) Y LO RECHAZADO.
      *            LA CORRE OPERACIONES A MANO, FUERA DE LA CADENA,
      *            CON EL MAESTRO DEL DIA (COMO MANTEN-MAESTRO): EXIGE
      *            OPERADOR DE NIVEL 3 (SUPERVISOR) CON SU CLAVE Y NO
      *            ARRANCA MIENTRAS LA CADENA TENGA EL CERROJO PUESTO.
      *            CADA CUENTA CONVERTIDA QUEDA EN MANTEN-AUDITORIA.DAT
      *            (ACCION "CONVERSION", IMAGEN NUEVA, CUENTA VIEJA EN
      *            EL MOTIVO), SELLADA COMO TODA ESA BITACORA.
      *            RC 0 TODO CONVERTIDO Y CUADRADO, 4 CON RECHAZOS O
      *            DESCUADRES, 12 TABLA LLENA, 16 ERROR DE ARCHIVO.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-OPERADORES
               ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

      * CERROJO DE CORRIDA: CON LA CADENA NOCTURNA EN MARCHA LA
      * CONVERSION NO TOCA EL MAESTRO.
           SELECT ARCHIVO-CERROJO
               ASSIGN TO "CERROJO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CERROJO.

      * INTENTOS DE OPERACION RECHAZADOS POR NIVEL INSUFICIENTE.
           SELECT ARCHIVO-INTENTOS
               ASSIGN TO "INTENTOS-RECHAZADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INTENTOS.

      * CONSTANCIA DE CADA ALTA DE LA CONVERSION, COMO LOS CAMBIOS
      * DE MANTEN-MAESTRO.
           SELECT ARCHIVO-AUDIT-MANTEN
               ASSIGN TO "MANTEN-AUDITORIA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-AUDIT-MANTEN.

      * CARTERA DE LA ENTIDAD ABSORBIDA EN SU FORMATO: PRIMERO LAS
      * CUENTAS, DESPUES SUS PLAZOS Y SUS ORDENES.
           SELECT ARCHIVO-ANTIGUO
               ASSIGN TO "CONVERSION-ENTRADA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ANTIGUO.

      * TABLAS DE CORRESPONDENCIA QUE ARMA LA COMISION DE
      * INTEGRACION: SU OFICINA A NUESTRA SUCURSAL, SU PRODUCTO A
      * NUESTRO PRODUCTO.
           SELECT ARCHIVO-MAPA-SUCURSALES
               ASSIGN TO "CONVERSION-SUCURSALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAPA-SUCURSALES.

           SELECT ARCHIVO-MAPA-PRODUCTOS
               ASSIGN TO "CONVERSION-PRODUCTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MAPA-PRODUCTOS.

      * SU BALANCE DE CIERRE POR OFICINA, PARA LA CONCILIACION.
           SELECT ARCHIVO-BALANCE
               ASSIGN TO "CONVERSION-BALANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BALANCE.

      * CRUCE DE NUMEROS VIEJOS A NUEVOS. SE CARGA ENTERO AL
      * EMPEZAR Y SE REESCRIBE AL TERMINAR.
           SELECT ARCHIVO-CRUCE
               ASSIGN TO "CRUCE-CONVERSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CRUCE.

           SELECT ARCHIVO-MAESTRO
               ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODIGO-MAESTRO
               FILE STATUS IS FS-MAESTRO.

           SELECT ARCHIVO-CONTACTOS
               ASSIGN TO "CONTACTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-CODIGO
               FILE STATUS IS FS-CONTACTOS.

           SELECT ARCHIVO-PLAZOS
               ASSIGN TO "PLAZOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PLAZOS.

           SELECT ARCHIVO-ORDENES
               ASSIGN TO "ORDENES-PERMANENTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ORDENES.

           SELECT ARCHIVO-SUCURSALES
               ASSIGN TO "SUCURSALES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-SUCURSALES.

           SELECT ARCHIVO-RECHAZOS
               ASSIGN TO "CONVERSION-RECHAZOS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-RECHAZOS.

           SELECT ARCHIVO-CONCILIACION
               ASSIGN TO "CONVERSION-CONCILIACION.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONCILIACION.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-OPERADORES.
       01  REG-OPERADOR.
           05 OPE-ID               PIC X(8).
           05 OPE-NOMBRE           PIC X(30).
           05 OPE-NIVEL            PIC X(1).
           05 FILLER               PIC X(3).
           05 OPE-ESTADO           PIC X(1).
              88 OPE-DADO-DE-BAJA  VALUE 'B'.

       FD  ARCHIVO-INTENTOS.
       01  REG-INTENTO.
           05 INT-FECHA            PIC 9(8).
           05 INT-HORA             PIC 9(6).
           05 INT-OPERADOR         PIC X(8).
           05 INT-PROGRAMA         PIC X(18).
           05 INT-NIVEL            PIC X(1).
           05 INT-NIVEL-REQUERIDO  PIC 9(1).

       FD  ARCHIVO-CERROJO.
       01  REG-CERROJO.
           05 CER-FECHA            PIC 9(8).
           05 CER-HORA             PIC 9(6).
           05 CER-OPERADOR         PIC X(8).

       FD  ARCHIVO-AUDIT-MANTEN.
       01  REG-AUDIT-MANTEN.
           05 MAU-FECHA            PIC 9(8).
           05 MAU-HORA             PIC 9(6).
           05 MAU-OPERADOR         PIC X(08).
           05 MAU-ACCION           PIC X(10).
           05 MAU-MOTIVO           PIC X(30).
           05 MAU-IMAGEN-ANTERIOR  PIC X(61).
           05 MAU-IMAGEN-NUEVA     PIC X(61).
           05 MAU-OPERADOR-SOLICITA PIC X(08).
           05 MAU-SECUENCIA         PIC 9(9).
           05 MAU-SELLO             PIC 9(18).

      * FORMATO DE LA ENTIDAD ABSORBIDA. LA CUENTA VIEJA ES DE DIEZ
      * POSICIONES Y LA OFICINA DE CUATRO; EL RESTO DEPENDE DEL TIPO.
       FD  ARCHIVO-ANTIGUO.
       01  REG-ANTIGUO.
           05 ANT-TIPO             PIC X(01).
              88 ANT-ES-CUENTA     VALUE 'C'.
              88 ANT-ES-PLAZO      VALUE 'P'.
              88 ANT-ES-ORDEN      VALUE 'O'.
           05 ANT-CUENTA           PIC X(10).
           05 ANT-OFICINA          PIC X(04).
           05 ANT-DATOS            PIC X(160).
           05 ANT-DATOS-CUENTA REDEFINES ANT-DATOS.
              10 ANT-PRODUCTO      PIC X(04).
              10 ANT-NOMBRE        PIC X(40).
              10 ANT-NOMBRE-PARTES REDEFINES ANT-NOMBRE.
                 15 ANT-NOMBRE-CORTO PIC X(30).
                 15 ANT-NOMBRE-RESTO PIC X(10).
              10 ANT-SALDO         PIC S9(9)V99
                                   SIGN IS LEADING SEPARATE.
              10 ANT-MONEDA        PIC X(03).
      * ESTADO EN ORIGEN: 'A' O BLANCO ACTIVA, 'B' BLOQUEADA, 'C'
      * CANCELADA (NO SE MIGRA).
              10 ANT-ESTADO        PIC X(01).
              10 ANT-DOMICILIO-1   PIC X(30).
              10 ANT-DOMICILIO-2   PIC X(30).
              10 ANT-TELEFONO      PIC X(12).
              10 ANT-DOCUMENTO     PIC X(15).
              10 FILLER            PIC X(13).
           05 ANT-DATOS-PLAZO REDEFINES ANT-DATOS.
              10 ANT-PLA-NUMERO    PIC X(10).
              10 ANT-PLA-PRINCIPAL PIC 9(9)V99.
              10 ANT-PLA-TASA      PIC 9V9(4).
              10 ANT-PLA-APERTURA  PIC 9(8).
              10 ANT-PLA-VENCIMIENTO PIC 9(8).
              10 ANT-PLA-RENOVACION PIC X(01).
              10 FILLER            PIC X(117).
           05 ANT-DATOS-ORDEN REDEFINES ANT-DATOS.
              10 ANT-ORD-NUMERO    PIC X(10).
              10 ANT-ORD-TIPO      PIC X(01).
              10 ANT-ORD-IMPORTE   PIC 9(9)V99.
              10 ANT-ORD-DESCRIPCION PIC X(20).
              10 ANT-ORD-FRECUENCIA PIC X(01).
              10 ANT-ORD-PROXIMA   PIC 9(8).
              10 ANT-ORD-FIN       PIC 9(8).
              10 FILLER            PIC X(101).

       FD  ARCHIVO-MAPA-SUCURSALES.
       01  REG-MAPA-SUCURSAL.
           05 MPS-OFICINA          PIC X(04).
           05 MPS-SUCURSAL         PIC 9(3).

       FD  ARCHIVO-MAPA-PRODUCTOS.
       01  REG-MAPA-PRODUCTO.
           05 MPP-PRODUCTO-ANTIGUO PIC X(04).
           05 MPP-PRODUCTO         PIC X(02).

       FD  ARCHIVO-BALANCE.
       01  REG-BALANCE.
           05 BAL-OFICINA          PIC X(04).
           05 BAL-CUENTAS          PIC 9(7).
           05 BAL-SALDO-CUENTAS    PIC S9(11)V99
                                   SIGN IS LEADING SEPARATE.
           05 BAL-PLAZOS           PIC 9(7).
           05 BAL-PRINCIPAL-PLAZOS PIC 9(11)V99.

      * CLASE 'C' CUENTA (CRU-NUEVO ES EL CODIGO NUEVO), 'P' PLAZO
      * (CRU-NUEVO ES EL NUMERO DE DEPOSITO NUEVO), 'O' ORDEN. ESTADO
      * 'V' CONVERTIDO, 'R' CODIGO EMITIDO A UNA CUENTA QUE TODAVIA
      * NO ENTRO (SE REUSA EN LA PROXIMA CORRIDA).
       FD  ARCHIVO-CRUCE.
       01  REG-CRUCE.
           05 CRU-CLASE            PIC X(01).
           05 CRU-ANTIGUO          PIC X(10).
           05 CRU-NUEVO            PIC 9(5).
           05 CRU-CUENTA-NUEVA     PIC 9(5).
           05 CRU-OFICINA          PIC X(04).
           05 CRU-SUCURSAL         PIC 9(3).
           05 CRU-ESTADO           PIC X(01).
           05 CRU-FECHA            PIC 9(8).

       FD  ARCHIVO-MAESTRO.
       01  REG-MAESTRO.
           05 CODIGO-MAESTRO       PIC 9(5).
           05 NOMBRE-MAESTRO       PIC X(30).
           05 SALDO-MAESTRO        PIC S9(7)V99.
           05 ESTADO-MAESTRO       PIC X(01).
              88 MAESTRO-ACTIVO    VALUES 'A', ' '.
              88 MAESTRO-BLOQUEADO VALUE 'B'.
              88 MAESTRO-CERRADO   VALUE 'C'.
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

       FD  ARCHIVO-PLAZOS.
       01  REG-PLAZO.
           05 PLA-NUMERO           PIC 9(5).
           05 PLA-CODIGO-CUENTA    PIC 9(5).
           05 PLA-PRINCIPAL        PIC 9(7)V99.
           05 PLA-TASA             PIC 9V9(4).
           05 PLA-FECHA-APERTURA   PIC 9(8).
           05 PLA-FECHA-VENCIMIENTO PIC 9(8).
           05 PLA-RENOVACION       PIC X(1).
           05 PLA-ESTADO           PIC X(1).
           05 PLA-MONEDA           PIC X(3).
           05 PLA-SUCURSAL         PIC 9(3).

       FD  ARCHIVO-ORDENES.
       01  REG-ORDEN.
           05 ORD-CODIGO           PIC 9(5).
           05 ORD-TIPO             PIC X(01).
           05 ORD-IMPORTE          PIC 9(7)V99.
           05 ORD-DESCRIPCION      PIC X(20).
           05 ORD-FRECUENCIA       PIC X(01).
           05 ORD-PROXIMA-FECHA    PIC 9(8).
           05 ORD-FECHA-FIN        PIC 9(8).
           05 ORD-MONEDA           PIC X(3).
           05 ORD-SUCURSAL         PIC 9(3).

       FD  ARCHIVO-SUCURSALES.
       01  REG-SUCURSAL-DIR.
           05 SUD-CODIGO           PIC 9(3).
           05 SUD-NOMBRE           PIC X(30).
           05 SUD-REGION           PIC X(15).
           05 SUD-ABIERTA          PIC X(1).
           05 SUD-RANGO-DESDE      PIC 9(4).
           05 SUD-RANGO-HASTA      PIC 9(4).

       FD  ARCHIVO-RECHAZOS.
       01  REG-RECHAZO             PIC X(110).

       FD  ARCHIVO-CONCILIACION.
       01  REG-CONCILIACION        PIC X(100).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-ANTIGUO           PIC XX.
           05 FS-MAPA-SUCURSALES   PIC XX.
           05 FS-MAPA-PRODUCTOS    PIC XX.
           05 FS-BALANCE           PIC XX.
           05 FS-CRUCE             PIC XX.
           05 FS-MAESTRO           PIC XX.
           05 FS-CONTACTOS         PIC XX.
           05 FS-PLAZOS            PIC XX.
           05 FS-ORDENES           PIC XX.
           05 FS-SUCURSALES        PIC XX.
           05 FS-RECHAZOS          PIC XX.
           05 FS-CONCILIACION      PIC XX.
           05 FS-OPERADORES        PIC XX.
           05 FS-CERROJO           PIC XX.
           05 FS-INTENTOS          PIC XX.
           05 FS-AUDIT-MANTEN      PIC XX.

       01  SWITCHES.
           05 SW-FIN-ANTIGUO       PIC X VALUE 'N'.
              88 FIN-ANTIGUO       VALUE 'S'.
           05 SW-FIN-LECTURA       PIC X VALUE 'N'.
              88 FIN-LECTURA       VALUE 'S'.
           05 SW-REGISTRO-VALIDO   PIC X VALUE 'N'.
              88 REGISTRO-VALIDO   VALUE 'S'.
           05 SW-HALLADO           PIC X VALUE 'N'.
              88 HALLADO           VALUE 'S'.
           05 SW-EN-CRUCE          PIC X VALUE 'N'.
              88 EN-CRUCE          VALUE 'S'.
           05 SW-HAY-BALANCE       PIC X VALUE 'N'.
              88 HAY-BALANCE       VALUE 'S'.
           05 SW-OPERADOR-VALIDO   PIC X VALUE 'N'.
              88 OPERADOR-VALIDO   VALUE 'S'.

      * CORRESPONDENCIA DE OFICINAS Y DE PRODUCTOS EN MEMORIA.
       01  WK-MAX-MAPA             PIC 9(3) VALUE 200.
       01  CONT-MAPA-SUC           PIC 9(3) VALUE ZEROS.
       01  TABLA-MAPA-SUC.
           05 ENTRADA-MAPA-SUC     OCCURS 1 TO 200 TIMES
                                   DEPENDING ON CONT-MAPA-SUC.
              10 TMS-OFICINA       PIC X(04).
              10 TMS-SUCURSAL      PIC 9(3).
       01  CONT-MAPA-PRO           PIC 9(3) VALUE ZEROS.
       01  TABLA-MAPA-PRO.
           05 ENTRADA-MAPA-PRO     OCCURS 1 TO 200 TIMES
                                   DEPENDING ON CONT-MAPA-PRO.
              10 TMP-ANTIGUO       PIC X(04).
              10 TMP-PRODUCTO      PIC X(02).

      * DIRECTORIO DE SUCURSALES, COMO EN GENERA-MAESTRO.
       01  WK-MAX-SUC-DIR          PIC 9(3) VALUE 100.
       01  CONT-SUC-DIR            PIC 9(3) VALUE ZEROS.
       01  TABLA-SUC-DIR.
           05 ENTRADA-SUC-DIR      OCCURS 1 TO 100 TIMES
                                   DEPENDING ON CONT-SUC-DIR.
              10 TSD-CODIGO        PIC 9(3).
              10 TSD-ABIERTA       PIC X(1).

      * CRUCE DE NUMEROS EN MEMORIA.
       01  WK-MAX-CRUCE            PIC 9(5) VALUE 20000.
       01  CONT-CRUCE              PIC 9(5) VALUE ZEROS.
       01  TABLA-CRUCE.
           05 ENTRADA-CRUCE        OCCURS 1 TO 20000 TIMES
                                   DEPENDING ON CONT-CRUCE.
              10 TCR-CLASE         PIC X(01).
              10 TCR-ANTIGUO       PIC X(10).
              10 TCR-NUEVO         PIC 9(5).
              10 TCR-CUENTA-NUEVA  PIC 9(5).
              10 TCR-OFICINA       PIC X(04).
              10 TCR-SUCURSAL      PIC 9(3).
              10 TCR-ESTADO        PIC X(01).
                 88 TCR-CONVERTIDO VALUE 'V'.
                 88 TCR-RESERVADO  VALUE 'R'.
              10 TCR-FECHA         PIC 9(8).

      * CONCILIACION POR OFICINA DE ORIGEN. TC-EN-BALANCE 'S' SI LA
      * OFICINA FIGURA EN SU BALANCE DE CIERRE.
       01  CONT-CONCILIA           PIC 9(3) VALUE ZEROS.
       01  TABLA-CONCILIA.
           05 ENTRADA-CONCILIA     OCCURS 1 TO 200 TIMES
                                   DEPENDING ON CONT-CONCILIA.
              10 TC-OFICINA        PIC X(04).
              10 TC-EN-BALANCE     PIC X(01).
              10 TC-BAL-CUENTAS    PIC 9(7).
              10 TC-BAL-SALDO      PIC S9(11)V99.
              10 TC-BAL-PLAZOS     PIC 9(7).
              10 TC-BAL-PRINCIPAL  PIC 9(11)V99.
              10 TC-CTA-LEIDAS     PIC 9(7).
              10 TC-CTA-CONVERTIDAS PIC 9(7).
              10 TC-CTA-RECHAZADAS PIC 9(7).
              10 TC-SAL-LEIDO      PIC S9(11)V99.
              10 TC-SAL-CONVERTIDO PIC S9(11)V99.
              10 TC-SAL-RECHAZADO  PIC S9(11)V99.
              10 TC-PLA-LEIDOS     PIC 9(7).
              10 TC-PLA-CONVERTIDOS PIC 9(7).
              10 TC-PLA-RECHAZADOS PIC 9(7).
              10 TC-PRI-LEIDO      PIC 9(11)V99.
              10 TC-PRI-CONVERTIDO PIC 9(11)V99.
              10 TC-PRI-RECHAZADO  PIC 9(11)V99.

       01  WK-IDX                  PIC 9(5) VALUE ZEROS.
       01  WK-IDX-CRUCE            PIC 9(5) VALUE ZEROS.
       01  WK-IDX-CUENTA           PIC 9(5) VALUE ZEROS.
       01  WK-IDX-CONCILIA         PIC 9(3) VALUE ZEROS.
       01  WK-CLASE-BUSCADA        PIC X(01) VALUE SPACE.
       01  WK-ANTIGUO-BUSCADO      PIC X(10) VALUE SPACES.
       01  WK-OFICINA              PIC X(04) VALUE SPACES.

       01  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
       01  WK-MOTIVO-RECHAZO       PIC X(30) VALUE SPACES.
       01  WK-SUCURSAL             PIC 9(3) VALUE ZEROS.
       01  WK-PRODUCTO             PIC X(2) VALUE SPACES.
       01  WK-CODIGO-NUEVO         PIC 9(5) VALUE ZEROS.
       01  WK-NUMERO-MAYOR         PIC 9(5) VALUE ZEROS.
       01  WK-IMPORTE-CONVERTIDO   PIC S9(11)V99 VALUE ZEROS.

      * DOCUMENTO (VALIDA-DOCUMENTO.CBL), LISTA DE SANCIONES
      * (COTEJA-LISTAS.CBL), DIGITO DE CONTROL (DIGITO-CONTROL.CBL) Y
      * ASIGNADOR DE CODIGOS (ASIGNA-CODIGO.CBL), COMO EN UN ALTA.
       01  WK-VD-NORMALIZADO       PIC X(15) VALUE SPACES.
       01  WK-VD-TIPO              PIC X(1) VALUE SPACE.
       01  WK-VD-VEREDICTO         PIC X(1) VALUE SPACE.
           88 VD-DOCUMENTO-VALIDO  VALUE 'S'.
       01  WK-VD-MOTIVO            PIC X(30) VALUE SPACES.
       01  WK-CL-NOMBRE            PIC X(30) VALUE SPACES.
       01  WK-CL-ORIGEN            PIC X(1) VALUE 'A'.
       01  WK-CL-VEREDICTO         PIC X(1) VALUE SPACE.
       01  WK-CL-REFERENCIA        PIC X(10) VALUE SPACES.
       01  WK-DC-ACCION            PIC X(1) VALUE 'V'.
       01  WK-DC-CODIGO            PIC 9(5) VALUE ZEROS.
       01  WK-DC-VEREDICTO         PIC X(1) VALUE SPACE.
       01  WK-AC-ACCION            PIC X(1) VALUE SPACE.
       01  WK-AC-SUCURSAL          PIC 9(3) VALUE ZEROS.
       01  WK-AC-CODIGO            PIC 9(5) VALUE ZEROS.
       01  WK-AC-PROGRAMA          PIC X(20) VALUE "CONVIERTE-CARTERA".
       01  WK-AC-VEREDICTO         PIC X(1) VALUE SPACE.
       01  WK-AC-LIBRES            PIC 9(5) VALUE ZEROS.

      * CONTROL DE NIVEL DE AUTORIZACION: LA CONVERSION DA ALTAS EN
      * MASA EN EL MAESTRO Y EXIGE NIVEL 3 (SUPERVISOR); UN INTENTO
      * CON NIVEL INSUFICIENTE QUEDA EN INTENTOS-RECHAZADOS.DAT.
       01  WK-OPERADOR             PIC X(08) VALUE SPACES.
       01  WK-NIVEL-OPERADOR       PIC X(1) VALUE SPACE.
       01  WK-NIVEL-NUMERICO       PIC 9(1) VALUE ZERO.
       01  WK-NIVEL-REQUERIDO      PIC 9(1) VALUE 3.
       01  WK-FECHA-INTENTO        PIC 9(8) VALUE ZEROS.
       01  WK-HORA-INTENTO         PIC 9(8) VALUE ZEROS.
       01  WK-HORA-SESION          PIC 9(8) VALUE ZEROS.

      * LA CLAVE DEL OPERADOR LA PIDE Y COTEJA VERIFICA-CLAVE.CBL
      * (BLOQUEO POR FALLOS, VENCIMIENTO Y CAMBIO OBLIGADO).
       01  WK-CLAVE-PROGRAMA       PIC X(18) VALUE
           "CONVIERTE-CARTERA".
       01  WK-CLAVE-VEREDICTO      PIC X(1) VALUE SPACE.
           88 CLAVE-ACEPTADA       VALUE 'S'.

      * BITACORA SELLADA (VER SELLA-BITACORA): NOMBRE DEL ARCHIVO
      * Y POSICIONES DE DATOS ANTES DE LA SECUENCIA Y EL SELLO.
       01  WK-SELLO-BITACORA       PIC X(30)
           VALUE "MANTEN-AUDITORIA.DAT".
       01  WK-SELLO-LARGO          PIC 9(3) VALUE 192.

       01  CONTADORES.
           05 CONT-LEIDOS          PIC 9(7) VALUE ZEROS.
           05 CONT-CUENTAS-NUEVAS  PIC 9(7) VALUE ZEROS.
           05 CONT-PLAZOS-NUEVOS   PIC 9(7) VALUE ZEROS.
           05 CONT-ORDENES-NUEVAS  PIC 9(7) VALUE ZEROS.
           05 CONT-YA-CONVERTIDOS  PIC 9(7) VALUE ZEROS.
           05 CONT-RECHAZADOS      PIC 9(7) VALUE ZEROS.
           05 CONT-ORD-RECHAZADAS  PIC 9(7) VALUE ZEROS.
           05 CONT-CODIGOS-REUSADOS PIC 9(7) VALUE ZEROS.
           05 CONT-DESCUADRES      PIC 9(3) VALUE ZEROS.

      * TOTALES DEL INFORME.
       01  TOTALES-CONCILIA.
           05 TOT-BAL-CUENTAS      PIC 9(7) VALUE ZEROS.
           05 TOT-BAL-SALDO        PIC S9(11)V99 VALUE ZEROS.
           05 TOT-BAL-PLAZOS       PIC 9(7) VALUE ZEROS.
           05 TOT-BAL-PRINCIPAL    PIC 9(11)V99 VALUE ZEROS.
           05 TOT-CTA-LEIDAS       PIC 9(7) VALUE ZEROS.
           05 TOT-CTA-CONVERTIDAS  PIC 9(7) VALUE ZEROS.
           05 TOT-CTA-RECHAZADAS   PIC 9(7) VALUE ZEROS.
           05 TOT-SAL-LEIDO        PIC S9(11)V99 VALUE ZEROS.
           05 TOT-SAL-CONVERTIDO   PIC S9(11)V99 VALUE ZEROS.
           05 TOT-SAL-RECHAZADO    PIC S9(11)V99 VALUE ZEROS.
           05 TOT-PLA-LEIDOS       PIC 9(7) VALUE ZEROS.
           05 TOT-PLA-CONVERTIDOS  PIC 9(7) VALUE ZEROS.
           05 TOT-PLA-RECHAZADOS   PIC 9(7) VALUE ZEROS.
           05 TOT-PRI-LEIDO        PIC 9(11)V99 VALUE ZEROS.
           05 TOT-PRI-CONVERTIDO   PIC 9(11)V99 VALUE ZEROS.
           05 TOT-PRI-RECHAZADO    PIC 9(11)V99 VALUE ZEROS.

       01  WK-DIF-CANTIDAD         PIC S9(7) VALUE ZEROS.
       01  WK-DIF-IMPORTE          PIC S9(11)V99 VALUE ZEROS.
       01  WK-SUC-TEXTO            PIC X(20) VALUE SPACES.

      * LINEAS DEL INFORME DE CONCILIACION.
       01  LINEA-TITULO.
           05 FILLER               PIC X(40)
              VALUE "CONCILIACION DE LA CONVERSION - FECHA: ".
           05 LT-FECHA             PIC 9(8).
           05 FILLER               PIC X(52) VALUE SPACES.

       01  LINEA-OFICINA.
           05 FILLER               PIC X(19)
              VALUE "OFICINA DE ORIGEN: ".
           05 LO-OFICINA           PIC X(05).
           05 FILLER               PIC X(17)
              VALUE " SUCURSAL NUEVA: ".
           05 LO-SUCURSAL          PIC X(20).
           05 FILLER               PIC X(39) VALUE SPACES.

       01  LINEA-CABECERA.
           05 FILLER               PIC X(30) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "  CANTIDAD".
           05 FILLER               PIC X(22)
              VALUE "               IMPORTE".
           05 FILLER               PIC X(38) VALUE SPACES.

       01  LINEA-DETALLE.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LD-CONCEPTO          PIC X(28).
           05 LD-CANTIDAD          PIC -,---,--9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 LD-IMPORTE           PIC --,---,---,--9.99.
           05 FILLER               PIC X(41) VALUE SPACES.

       01  LINEA-VEREDICTO.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LV-TEXTO             PIC X(80).
           05 FILLER               PIC X(18) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 200-CONVERTIR-CARTERA
           PERFORM 300-FINALIZAR
           STOP RUN.

       100-INICIALIZAR.
           DISPLAY "========================================".
           DISPLAY "  CONVERSION DE CARTERA ABSORBIDA".
           DISPLAY "========================================".
           DISPLAY " ".

           DISPLAY "IDENTIFICADOR DE OPERADOR (8 CARACTERES): "
           ACCEPT WK-OPERADOR

           IF WK-OPERADOR = SPACES
               DISPLAY "SE REQUIERE UN OPERADOR PARA DEJAR CONSTANCIA"
               STOP RUN
           END-IF
           PERFORM 9500-VALIDAR-OPERADOR

           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WK-HORA-SESION FROM TIME

      * EL ASIGNADOR LEE MAESTRO.DAT EN SU PRIMERA LLAMADA: SE LE
      * HACE CARGAR EL ESTADO ANTES DE ABRIR EL MAESTRO PARA ALTAS.
           MOVE 'P' TO WK-AC-ACCION
           CALL "ASIGNA-CODIGO" USING WK-AC-ACCION
                                      WK-AC-SUCURSAL
                                      WK-AC-CODIGO
                                      WK-AC-PROGRAMA
                                      WK-AC-VEREDICTO
                                      WK-AC-LIBRES

           PERFORM 110-CARGAR-MAPAS
           PERFORM 120-CARGAR-SUCURSALES
           PERFORM 130-CARGAR-CRUCE
           PERFORM 140-CARGAR-BALANCE
           PERFORM 150-BUSCAR-NUMERO-PLAZO

           OPEN INPUT ARCHIVO-ANTIGUO
           IF FS-ANTIGUO NOT = '00'
               DISPLAY "ERROR ABRIENDO CONVERSION-ENTRADA.DAT: "
                       FS-ANTIGUO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O ARCHIVO-MAESTRO
           IF FS-MAESTRO NOT = '00'
               DISPLAY "ERROR ABRIENDO ARCHIVO MAESTRO: " FS-MAESTRO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN I-O ARCHIVO-CONTACTOS
           IF FS-CONTACTOS NOT = '00'
               DISPLAY "ERROR ABRIENDO CONTACTOS.DAT: " FS-CONTACTOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * MANTEN-AUDITORIA.DAT NUNCA SE TRUNCA: LAS ALTAS DE LA
      * CONVERSION SE AGREGAN A LO ANTERIOR.
           OPEN EXTEND ARCHIVO-AUDIT-MANTEN
           IF FS-AUDIT-MANTEN = '35'
               OPEN OUTPUT ARCHIVO-AUDIT-MANTEN
               CLOSE ARCHIVO-AUDIT-MANTEN
               OPEN EXTEND ARCHIVO-AUDIT-MANTEN
           END-IF
           IF FS-AUDIT-MANTEN NOT = '00'
               DISPLAY "ERROR ABRIENDO MANTEN-AUDITORIA: "
                       FS-AUDIT-MANTEN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * PLAZOS Y ORDENES SE AGREGAN AL FINAL; SI TODAVIA NO EXISTEN
      * SE CREAN.
           OPEN EXTEND ARCHIVO-PLAZOS
           IF FS-PLAZOS = '35'
               OPEN OUTPUT ARCHIVO-PLAZOS
           END-IF
           IF FS-PLAZOS NOT = '00'
               DISPLAY "ERROR ABRIENDO PLAZOS.DAT: " FS-PLAZOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND ARCHIVO-ORDENES
           IF FS-ORDENES = '35'
               OPEN OUTPUT ARCHIVO-ORDENES
           END-IF
           IF FS-ORDENES NOT = '00'
               DISPLAY "ERROR ABRIENDO ORDENES-PERMANENTES.DAT: "
                       FS-ORDENES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ARCHIVO-RECHAZOS
           IF FS-RECHAZOS NOT = '00'
               DISPLAY "ERROR ABRIENDO CONVERSION-RECHAZOS.TXT: "
                       FS-RECHAZOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * SIN LAS DOS TABLAS DE CORRESPONDENCIA NO HAY CONVERSION
      * POSIBLE.
       110-CARGAR-MAPAS.
           OPEN INPUT ARCHIVO-MAPA-SUCURSALES
           IF FS-MAPA-SUCURSALES NOT = '00'
               DISPLAY "ERROR ABRIENDO CONVERSION-SUCURSALES.DAT: "
                       FS-MAPA-SUCURSALES
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO SW-FIN-LECTURA
           PERFORM UNTIL FIN-LECTURA
               READ ARCHIVO-MAPA-SUCURSALES
                   AT END
                       MOVE 'S' TO SW-FIN-LECTURA
                   NOT AT END
                       IF CONT-MAPA-SUC >= WK-MAX-MAPA
                           DISPLAY "*** CONVERSION-SUCURSALES.DAT"
                                   " EXCEDE " WK-MAX-MAPA
                                   " OFICINAS ***"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO CONT-MAPA-SUC
                       MOVE MPS-OFICINA
                           TO TMS-OFICINA(CONT-MAPA-SUC)
                       MOVE MPS-SUCURSAL
                           TO TMS-SUCURSAL(CONT-MAPA-SUC)
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-MAPA-SUCURSALES

           OPEN INPUT ARCHIVO-MAPA-PRODUCTOS
           IF FS-MAPA-PRODUCTOS NOT = '00'
               DISPLAY "ERROR ABRIENDO CONVERSION-PRODUCTOS.DAT: "
                       FS-MAPA-PRODUCTOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 'N' TO SW-FIN-LECTURA
           PERFORM UNTIL FIN-LECTURA
               READ ARCHIVO-MAPA-PRODUCTOS
                   AT END
                       MOVE 'S' TO SW-FIN-LECTURA
                   NOT AT END
                       IF CONT-MAPA-PRO >= WK-MAX-MAPA
                           DISPLAY "*** CONVERSION-PRODUCTOS.DAT"
                                   " EXCEDE " WK-MAX-MAPA
                                   " PRODUCTOS ***"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO CONT-MAPA-PRO
                       MOVE MPP-PRODUCTO-ANTIGUO
                           TO TMP-ANTIGUO(CONT-MAPA-PRO)
                       MOVE MPP-PRODUCTO
                           TO TMP-PRODUCTO(CONT-MAPA-PRO)
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-MAPA-PRODUCTOS

           DISPLAY "Oficinas con correspondencia:  " CONT-MAPA-SUC
           DISPLAY "Productos con correspondencia: " CONT-MAPA-PRO.

      * EL DIRECTORIO ES OPCIONAL, COMO EN GENERA-MAESTRO.
       120-CARGAR-SUCURSALES.
           OPEN INPUT ARCHIVO-SUCURSALES

           IF FS-SUCURSALES NOT = '00'
               DISPLAY "AVISO: SIN SUCURSALES.DAT, LA SUCURSAL NUEVA"
                       " NO SE COTEJA"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-LECTURA
           PERFORM UNTIL FIN-LECTURA
                   OR CONT-SUC-DIR >= WK-MAX-SUC-DIR
               READ ARCHIVO-SUCURSALES
                   AT END
                       MOVE 'S' TO SW-FIN-LECTURA
                   NOT AT END
                       ADD 1 TO CONT-SUC-DIR
                       MOVE SUD-CODIGO  TO TSD-CODIGO(CONT-SUC-DIR)
                       MOVE SUD-ABIERTA TO TSD-ABIERTA(CONT-SUC-DIR)
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-SUCURSALES.

      * LA PRIMERA CORRIDA NO TIENE CRUCE TODAVIA.
       130-CARGAR-CRUCE.
           OPEN INPUT ARCHIVO-CRUCE

           IF FS-CRUCE NOT = '00'
               DISPLAY "Sin CRUCE-CONVERSION.DAT: primera corrida"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-LECTURA
           PERFORM UNTIL FIN-LECTURA
               READ ARCHIVO-CRUCE
                   AT END
                       MOVE 'S' TO SW-FIN-LECTURA
                   NOT AT END
                       IF CONT-CRUCE >= WK-MAX-CRUCE
                           DISPLAY "*** CRUCE-CONVERSION.DAT EXCEDE "
                                   WK-MAX-CRUCE " LINEAS ***"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO CONT-CRUCE
                       MOVE CRU-CLASE   TO TCR-CLASE(CONT-CRUCE)
                       MOVE CRU-ANTIGUO TO TCR-ANTIGUO(CONT-CRUCE)
                       MOVE CRU-NUEVO   TO TCR-NUEVO(CONT-CRUCE)
                       MOVE CRU-CUENTA-NUEVA
                           TO TCR-CUENTA-NUEVA(CONT-CRUCE)
                       MOVE CRU-OFICINA TO TCR-OFICINA(CONT-CRUCE)
                       MOVE CRU-SUCURSAL
                           TO TCR-SUCURSAL(CONT-CRUCE)
                       MOVE CRU-ESTADO  TO TCR-ESTADO(CONT-CRUCE)
                       MOVE CRU-FECHA   TO TCR-FECHA(CONT-CRUCE)
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CRUCE
           DISPLAY "Lineas de cruce de corridas anteriores: "
                   CONT-CRUCE.

      * EL BALANCE DE CIERRE ABRE LA TABLA DE CONCILIACION: UNA
      * ENTRADA POR OFICINA DEL BALANCE. SIN BALANCE SE CONCILIA
      * IGUAL LO CONVERTIDO CONTRA LO LEIDO, CON AVISO.
       140-CARGAR-BALANCE.
           OPEN INPUT ARCHIVO-BALANCE

           IF FS-BALANCE NOT = '00'
               DISPLAY "AVISO: SIN CONVERSION-BALANCE.DAT, LA"
                       " CONCILIACION NO COTEJA SU BALANCE DE CIERRE"
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO SW-HAY-BALANCE
           MOVE 'N' TO SW-FIN-LECTURA
           PERFORM UNTIL FIN-LECTURA
               READ ARCHIVO-BALANCE
                   AT END
                       MOVE 'S' TO SW-FIN-LECTURA
                   NOT AT END
                       MOVE BAL-OFICINA TO WK-OFICINA
                       PERFORM 260-UBICAR-OFICINA
                       MOVE 'S' TO TC-EN-BALANCE(WK-IDX-CONCILIA)
                       ADD BAL-CUENTAS
                           TO TC-BAL-CUENTAS(WK-IDX-CONCILIA)
                       ADD BAL-SALDO-CUENTAS
                           TO TC-BAL-SALDO(WK-IDX-CONCILIA)
                       ADD BAL-PLAZOS
                           TO TC-BAL-PLAZOS(WK-IDX-CONCILIA)
                       ADD BAL-PRINCIPAL-PLAZOS
                           TO TC-BAL-PRINCIPAL(WK-IDX-CONCILIA)
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-BALANCE.

      * EL NUMERO DE DEPOSITO NUEVO SIGUE AL MAYOR DE PLAZOS.DAT,
      * IGUAL QUE UN ALTA DE MANTEN-PLAZOS.
       150-BUSCAR-NUMERO-PLAZO.
           OPEN INPUT ARCHIVO-PLAZOS

           IF FS-PLAZOS NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-LECTURA
           PERFORM UNTIL FIN-LECTURA
               READ ARCHIVO-PLAZOS
                   AT END
                       MOVE 'S' TO SW-FIN-LECTURA
                   NOT AT END
                       IF PLA-NUMERO > WK-NUMERO-MAYOR
                           MOVE PLA-NUMERO TO WK-NUMERO-MAYOR
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-PLAZOS.

       200-CONVERTIR-CARTERA.
           PERFORM 210-LEER-ANTIGUO
           PERFORM UNTIL FIN-ANTIGUO
               ADD 1 TO CONT-LEIDOS
               MOVE ANT-OFICINA TO WK-OFICINA
               PERFORM 260-UBICAR-OFICINA
               EVALUATE TRUE
                   WHEN ANT-ES-CUENTA
                       PERFORM 220-CONVERTIR-CUENTA
                   WHEN ANT-ES-PLAZO
                       PERFORM 230-CONVERTIR-PLAZO
                   WHEN ANT-ES-ORDEN
                       PERFORM 240-CONVERTIR-ORDEN
                   WHEN OTHER
                       MOVE "TIPO DE REGISTRO DESCONOCIDO"
                           TO WK-MOTIVO-RECHAZO
                       PERFORM 250-RECHAZAR
               END-EVALUATE
               PERFORM 210-LEER-ANTIGUO
           END-PERFORM.

       210-LEER-ANTIGUO.
           READ ARCHIVO-ANTIGUO
               AT END
                   MOVE 'S' TO SW-FIN-ANTIGUO
           END-READ.

      *****************************************************************
      * CUENTA: VALIDA, OBTIENE CODIGO Y CARGA MAESTRO Y CONTACTO.
      *****************************************************************
       220-CONVERTIR-CUENTA.
           ADD 1 TO TC-CTA-LEIDAS(WK-IDX-CONCILIA)
           IF ANT-SALDO NUMERIC
               ADD ANT-SALDO TO TC-SAL-LEIDO(WK-IDX-CONCILIA)
           END-IF

      * YA CONVERTIDA EN UNA CORRIDA ANTERIOR: NO SE REPITE, PERO
      * CUENTA COMO CONVERTIDA PARA LA CONCILIACION.
           MOVE 'C' TO WK-CLASE-BUSCADA
           MOVE ANT-CUENTA TO WK-ANTIGUO-BUSCADO
           PERFORM 270-BUSCAR-CRUCE
           MOVE SW-HALLADO TO SW-EN-CRUCE
           IF EN-CRUCE AND TCR-CONVERTIDO(WK-IDX-CRUCE)
               ADD 1 TO CONT-YA-CONVERTIDOS
               ADD 1 TO TC-CTA-CONVERTIDAS(WK-IDX-CONCILIA)
               ADD ANT-SALDO TO TC-SAL-CONVERTIDO(WK-IDX-CONCILIA)
               EXIT PARAGRAPH
           END-IF

           PERFORM 221-VALIDAR-CUENTA

           IF REGISTRO-VALIDO
               PERFORM 224-COTEJAR-DOCUMENTO
           END-IF

           IF REGISTRO-VALIDO
               PERFORM 225-OBTENER-CODIGO
           END-IF

           IF REGISTRO-VALIDO
               PERFORM 226-COTEJAR-LISTAS
           END-IF

           IF REGISTRO-VALIDO
               PERFORM 227-CARGAR-CUENTA
           END-IF

           IF REGISTRO-VALIDO
               ADD 1 TO CONT-CUENTAS-NUEVAS
               ADD 1 TO TC-CTA-CONVERTIDAS(WK-IDX-CONCILIA)
               ADD ANT-SALDO TO TC-SAL-CONVERTIDO(WK-IDX-CONCILIA)
               DISPLAY "Cuenta convertida: " ANT-CUENTA
                       " -> " WK-CODIGO-NUEVO
                       " - " NOMBRE-MAESTRO
           ELSE
               ADD 1 TO TC-CTA-RECHAZADAS(WK-IDX-CONCILIA)
               IF ANT-SALDO NUMERIC
                   ADD ANT-SALDO
                       TO TC-SAL-RECHAZADO(WK-IDX-CONCILIA)
               END-IF
               PERFORM 250-RECHAZAR
           END-IF.

      * FORMATO Y CORRESPONDENCIAS. EL NOMBRE NUESTRO ES DE 30
      * POSICIONES: UNO MAS LARGO SE DEVUELVE PARA QUE LO ABREVIEN
      * ELLOS, NO SE CORTA EN SILENCIO.
       221-VALIDAR-CUENTA.
           MOVE 'S' TO SW-REGISTRO-VALIDO
           MOVE SPACES TO WK-MOTIVO-RECHAZO

           EVALUATE TRUE
               WHEN ANT-CUENTA = SPACES
                   MOVE "CUENTA ORIGEN EN BLANCO" TO WK-MOTIVO-RECHAZO
               WHEN ANT-NOMBRE = SPACES
                   MOVE "NOMBRE EN BLANCO" TO WK-MOTIVO-RECHAZO
               WHEN ANT-NOMBRE-RESTO NOT = SPACES
                   MOVE "NOMBRE MAS LARGO QUE 30"
                       TO WK-MOTIVO-RECHAZO
               WHEN ANT-SALDO NOT NUMERIC
                   MOVE "SALDO NO NUMERICO" TO WK-MOTIVO-RECHAZO
               WHEN ANT-SALDO > 9999999.99
                   OR ANT-SALDO < -9999999.99
                   MOVE "SALDO EXCEDE EL CAMPO" TO WK-MOTIVO-RECHAZO
               WHEN ANT-ESTADO = 'C'
                   MOVE "CUENTA CANCELADA EN ORIGEN"
                       TO WK-MOTIVO-RECHAZO
               WHEN ANT-ESTADO NOT = 'A' AND ANT-ESTADO NOT = 'B'
                   AND ANT-ESTADO NOT = SPACE
                   MOVE "ESTADO DE ORIGEN DESCONOCIDO"
                       TO WK-MOTIVO-RECHAZO
           END-EVALUATE

           IF WK-MOTIVO-RECHAZO NOT = SPACES
               MOVE 'N' TO SW-REGISTRO-VALIDO
               EXIT PARAGRAPH
           END-IF

           PERFORM 222-TRADUCIR-SUCURSAL
           IF NOT REGISTRO-VALIDO
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > CONT-MAPA-PRO OR HALLADO
               IF TMP-ANTIGUO(WK-IDX) = ANT-PRODUCTO
                   MOVE 'S' TO SW-HALLADO
                   MOVE TMP-PRODUCTO(WK-IDX) TO WK-PRODUCTO
               END-IF
           END-PERFORM

           IF NOT HALLADO
               MOVE "PRODUCTO SIN CORRESPONDENCIA"
                   TO WK-MOTIVO-RECHAZO
               MOVE 'N' TO SW-REGISTRO-VALIDO
           END-IF.

      * SU OFICINA A NUESTRA SUCURSAL; CON DIRECTORIO CARGADO, LA
      * SUCURSAL DEBE EXISTIR Y ESTAR ABIERTA.
       222-TRADUCIR-SUCURSAL.
           MOVE ANT-OFICINA TO WK-OFICINA
           PERFORM 223-BUSCAR-MAPA-SUCURSAL

           IF NOT HALLADO
               MOVE "OFICINA SIN CORRESPONDENCIA" TO WK-MOTIVO-RECHAZO
               MOVE 'N' TO SW-REGISTRO-VALIDO
               EXIT PARAGRAPH
           END-IF

           IF CONT-SUC-DIR = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > CONT-SUC-DIR OR HALLADO
               IF TSD-CODIGO(WK-IDX) = WK-SUCURSAL
                   MOVE 'S' TO SW-HALLADO
                   IF TSD-ABIERTA(WK-IDX) = 'N'
                       MOVE "SUCURSAL CERRADA" TO WK-MOTIVO-RECHAZO
                       MOVE 'N' TO SW-REGISTRO-VALIDO
                   END-IF
               END-IF
           END-PERFORM

           IF NOT HALLADO
               MOVE "SUCURSAL DESCONOCIDA" TO WK-MOTIVO-RECHAZO
               MOVE 'N' TO SW-REGISTRO-VALIDO
           END-IF.

       223-BUSCAR-MAPA-SUCURSAL.
           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > CONT-MAPA-SUC OR HALLADO
               IF TMS-OFICINA(WK-IDX) = WK-OFICINA
                   MOVE 'S' TO SW-HALLADO
                   MOVE TMS-SUCURSAL(WK-IDX) TO WK-SUCURSAL
               END-IF
           END-PERFORM.

      * VA ANTES DE LA LISTA DE SANCIONES PARA QUE ESTA COMPARE EL
      * DOCUMENTO YA NORMALIZADO.
       224-COTEJAR-DOCUMENTO.
           CALL "VALIDA-DOCUMENTO" USING ANT-DOCUMENTO
                                         WK-VD-NORMALIZADO
                                         WK-VD-TIPO
                                         WK-VD-VEREDICTO
                                         WK-VD-MOTIVO

           IF VD-DOCUMENTO-VALIDO
               MOVE WK-VD-NORMALIZADO TO ANT-DOCUMENTO
           ELSE
               MOVE WK-VD-MOTIVO TO WK-MOTIVO-RECHAZO
               MOVE 'N' TO SW-REGISTRO-VALIDO
           END-IF.

      * UNA CUENTA QUE YA RECIBIO CODIGO EN UNA CORRIDA ANTERIOR (Y
      * QUEDO RECHAZADA DESPUES) LO REUSA SI SIGUE SIENDO DE SU
      * SUCURSAL Y CONSERVA EL DIGITO DE CONTROL; SI NO, SE PIDE UNO
      * NUEVO. EL CODIGO EMITIDO SE ANOTA EN EL CRUCE COMO RESERVADO
      * ANTES DE SEGUIR, PARA NO GASTAR OTRO EN LA PROXIMA CORRIDA.
       225-OBTENER-CODIGO.
           MOVE WK-SUCURSAL TO WK-AC-SUCURSAL

           IF EN-CRUCE AND TCR-RESERVADO(WK-IDX-CRUCE)
               MOVE 'V' TO WK-DC-ACCION
               MOVE TCR-NUEVO(WK-IDX-CRUCE) TO WK-DC-CODIGO
               CALL "DIGITO-CONTROL" USING WK-DC-ACCION
                                           WK-DC-CODIGO
                                           WK-DC-VEREDICTO
               MOVE 'V' TO WK-AC-ACCION
               MOVE TCR-NUEVO(WK-IDX-CRUCE) TO WK-AC-CODIGO
               CALL "ASIGNA-CODIGO" USING WK-AC-ACCION
                                          WK-AC-SUCURSAL
                                          WK-AC-CODIGO
                                          WK-AC-PROGRAMA
                                          WK-AC-VEREDICTO
                                          WK-AC-LIBRES
               IF WK-AC-VEREDICTO = 'S' AND WK-DC-VEREDICTO NOT = 'N'
                   MOVE TCR-NUEVO(WK-IDX-CRUCE) TO WK-CODIGO-NUEVO
                   ADD 1 TO CONT-CODIGOS-REUSADOS
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 'A' TO WK-AC-ACCION
           MOVE ZEROS TO WK-AC-CODIGO
           CALL "ASIGNA-CODIGO" USING WK-AC-ACCION
                                      WK-AC-SUCURSAL
                                      WK-AC-CODIGO
                                      WK-AC-PROGRAMA
                                      WK-AC-VEREDICTO
                                      WK-AC-LIBRES

           EVALUATE WK-AC-VEREDICTO
               WHEN 'S'
                   MOVE WK-AC-CODIGO TO WK-CODIGO-NUEVO
               WHEN 'R'
                   MOVE "SUCURSAL SIN RANGO DE CODIGOS"
                       TO WK-MOTIVO-RECHAZO
               WHEN 'C'
                   MOVE "SUCURSAL CERRADA" TO WK-MOTIVO-RECHAZO
               WHEN 'L'
                   MOVE "RANGO DE CODIGOS AGOTADO" TO WK-MOTIVO-RECHAZO
               WHEN OTHER
                   MOVE "ERROR ANOTANDO CODIGO" TO WK-MOTIVO-RECHAZO
           END-EVALUATE

           IF WK-AC-VEREDICTO NOT = 'S'
               MOVE 'N' TO SW-REGISTRO-VALIDO
               EXIT PARAGRAPH
           END-IF

           IF NOT EN-CRUCE
               IF CONT-CRUCE >= WK-MAX-CRUCE
                   DISPLAY "*** CRUCE-CONVERSION.DAT LLENO: SE"
                           " DETIENE LA CONVERSION ***"
                   MOVE 12 TO RETURN-CODE
                   PERFORM 300-FINALIZAR
                   STOP RUN
               END-IF
               ADD 1 TO CONT-CRUCE
               MOVE CONT-CRUCE TO WK-IDX-CRUCE
               MOVE 'S' TO SW-EN-CRUCE
           END-IF

           MOVE 'C'             TO TCR-CLASE(WK-IDX-CRUCE)
           MOVE ANT-CUENTA      TO TCR-ANTIGUO(WK-IDX-CRUCE)
           MOVE WK-CODIGO-NUEVO TO TCR-NUEVO(WK-IDX-CRUCE)
                                   TCR-CUENTA-NUEVA(WK-IDX-CRUCE)
           MOVE ANT-OFICINA     TO TCR-OFICINA(WK-IDX-CRUCE)
           MOVE WK-SUCURSAL     TO TCR-SUCURSAL(WK-IDX-CRUCE)
           MOVE 'R'             TO TCR-ESTADO(WK-IDX-CRUCE)
           MOVE WK-FECHA-HOY    TO TCR-FECHA(WK-IDX-CRUCE)
           DISPLAY "CODIGO ASIGNADO: " WK-CODIGO-NUEVO
                   " (SUCURSAL " WK-AC-SUCURSAL
                   ", QUEDAN " WK-AC-LIBRES " LIBRES)".

      * SOLO PASA LIBRE O CON LA COINCIDENCIA YA DESCARTADA POR
      * CUMPLIMIENTO.
       226-COTEJAR-LISTAS.
           MOVE ANT-NOMBRE-CORTO TO WK-CL-NOMBRE
           CALL "COTEJA-LISTAS" USING WK-CODIGO-NUEVO
                                      WK-CL-NOMBRE
                                      ANT-DOCUMENTO
                                      WK-CL-ORIGEN
                                      WK-CL-VEREDICTO
                                      WK-CL-REFERENCIA

           IF WK-CL-VEREDICTO = 'N' OR 'P' OR 'C'
               MOVE SPACES TO WK-MOTIVO-RECHAZO
               STRING "COINCIDE CON LISTA " WK-CL-REFERENCIA
                      DELIMITED BY SIZE INTO WK-MOTIVO-RECHAZO
               MOVE 'N' TO SW-REGISTRO-VALIDO
           END-IF.

      * LA CUENTA ENTRA CON EL ESTADO QUE TENIA EN ORIGEN (ACTIVA O
      * BLOQUEADA) Y FECHA DE ESTADO LA DE LA CONVERSION.
       227-CARGAR-CUENTA.
           MOVE WK-CODIGO-NUEVO  TO CODIGO-MAESTRO
           MOVE ANT-NOMBRE-CORTO TO NOMBRE-MAESTRO
           MOVE ANT-SALDO        TO SALDO-MAESTRO
           IF ANT-ESTADO = 'B'
               MOVE 'B' TO ESTADO-MAESTRO
           ELSE
               MOVE 'A' TO ESTADO-MAESTRO
           END-IF
           MOVE WK-FECHA-HOY     TO FECHA-ESTADO-MAESTRO
           IF ANT-MONEDA = SPACES
               MOVE 'EUR' TO MONEDA-MAESTRO
           ELSE
               MOVE ANT-MONEDA TO MONEDA-MAESTRO
           END-IF
           MOVE WK-SUCURSAL      TO SUCURSAL-MAESTRO
           MOVE WK-PRODUCTO      TO PRODUCTO-MAESTRO

           WRITE REG-MAESTRO
           IF FS-MAESTRO NOT = '00'
               IF FS-MAESTRO = '22'
                   MOVE "CODIGO NUEVO YA EN EL MAESTRO"
                       TO WK-MOTIVO-RECHAZO
               ELSE
                   MOVE SPACES TO WK-MOTIVO-RECHAZO
                   STRING "ERROR ESCRIBIENDO MAESTRO " FS-MAESTRO
                          DELIMITED BY SIZE INTO WK-MOTIVO-RECHAZO
               END-IF
               MOVE 'N' TO SW-REGISTRO-VALIDO
               EXIT PARAGRAPH
           END-IF

           MOVE 'V' TO TCR-ESTADO(WK-IDX-CRUCE)
           PERFORM 228-AUDITAR-ALTA

      * EL CONTACTO, SI TRAE ALGO QUE GUARDAR, SIN REVISION DE
      * RIESGO REGISTRADA (COMO LA CARGA EN BLOQUE).
           IF ANT-DOMICILIO-1 = SPACES
               AND ANT-TELEFONO = SPACES
               AND ANT-DOCUMENTO = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WK-CODIGO-NUEVO TO CON-CODIGO
           MOVE ANT-DOMICILIO-1 TO CON-DOMICILIO-1
           MOVE ANT-DOMICILIO-2 TO CON-DOMICILIO-2
           MOVE ANT-TELEFONO    TO CON-TELEFONO
           MOVE ANT-DOCUMENTO   TO CON-DOCUMENTO
           MOVE SPACE           TO CON-RIESGO
           MOVE ZEROS           TO CON-FECHA-REVISION
                                   CON-PROXIMA-REVISION
           WRITE REG-CONTACTO
           IF FS-CONTACTOS = '22'
               REWRITE REG-CONTACTO
           END-IF

           IF FS-CONTACTOS NOT = '00'
               DISPLAY "ERROR ESCRIBIENDO CONTACTO: " FS-CONTACTOS
           END-IF.

      * UN REGISTRO SELLADO POR CUENTA DADA DE ALTA: SIN IMAGEN
      * ANTERIOR, LA IMAGEN NUEVA ES EL MAESTRO RECIEN GRABADO Y EL
      * MOTIVO LLEVA LA CUENTA VIEJA.
       228-AUDITAR-ALTA.
           MOVE WK-FECHA-HOY         TO MAU-FECHA
           MOVE WK-HORA-SESION(1:6)  TO MAU-HORA
           MOVE WK-OPERADOR          TO MAU-OPERADOR
           MOVE WK-OPERADOR          TO MAU-OPERADOR-SOLICITA
           MOVE "CONVERSION"         TO MAU-ACCION
           MOVE SPACES               TO MAU-MOTIVO
           STRING "CUENTA ANTERIOR " ANT-CUENTA
                  DELIMITED BY SIZE INTO MAU-MOTIVO
           MOVE SPACES               TO MAU-IMAGEN-ANTERIOR
           MOVE REG-MAESTRO          TO MAU-IMAGEN-NUEVA
           CALL "SELLA-BITACORA" USING WK-SELLO-BITACORA
                                       REG-AUDIT-MANTEN
                                       WK-SELLO-LARGO
                                       MAU-SECUENCIA
                                       MAU-SELLO
           IF MAU-SECUENCIA = ZEROS
               DISPLAY "ERROR: SIN SELLO PARA "
                       WK-SELLO-BITACORA
               DISPLAY "NO SE GRABA; PROCESO DETENIDO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE REG-AUDIT-MANTEN
           IF FS-AUDIT-MANTEN NOT = '00'
               DISPLAY "ERROR ESCRIBIENDO MANTEN-AUDITORIA: "
                       FS-AUDIT-MANTEN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * PLAZO FIJO: SOBRE LA CUENTA YA CONVERTIDA.
      *****************************************************************
       230-CONVERTIR-PLAZO.
           ADD 1 TO TC-PLA-LEIDOS(WK-IDX-CONCILIA)
           IF ANT-PLA-PRINCIPAL NUMERIC
               ADD ANT-PLA-PRINCIPAL TO TC-PRI-LEIDO(WK-IDX-CONCILIA)
           END-IF

           MOVE 'P' TO WK-CLASE-BUSCADA
           MOVE ANT-PLA-NUMERO TO WK-ANTIGUO-BUSCADO
           PERFORM 270-BUSCAR-CRUCE
           IF HALLADO
               ADD 1 TO CONT-YA-CONVERTIDOS
               ADD 1 TO TC-PLA-CONVERTIDOS(WK-IDX-CONCILIA)
               ADD ANT-PLA-PRINCIPAL
                   TO TC-PRI-CONVERTIDO(WK-IDX-CONCILIA)
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO SW-REGISTRO-VALIDO
           MOVE SPACES TO WK-MOTIVO-RECHAZO

           EVALUATE TRUE
               WHEN ANT-PLA-NUMERO = SPACES
                   MOVE "NUMERO DE PLAZO EN BLANCO"
                       TO WK-MOTIVO-RECHAZO
               WHEN ANT-PLA-PRINCIPAL NOT NUMERIC
                   OR ANT-PLA-PRINCIPAL = ZEROS
                   MOVE "PRINCIPAL NO NUMERICO O CERO"
                       TO WK-MOTIVO-RECHAZO
               WHEN ANT-PLA-PRINCIPAL > 9999999.99
                   MOVE "PRINCIPAL EXCEDE EL CAMPO"
                       TO WK-MOTIVO-RECHAZO
               WHEN ANT-PLA-TASA NOT NUMERIC
                   MOVE "TASA NO NUMERICA" TO WK-MOTIVO-RECHAZO
               WHEN ANT-PLA-APERTURA NOT NUMERIC
                   OR ANT-PLA-VENCIMIENTO NOT NUMERIC
                   MOVE "FECHAS NO NUMERICAS" TO WK-MOTIVO-RECHAZO
               WHEN ANT-PLA-VENCIMIENTO <= WK-FECHA-HOY
                   MOVE "PLAZO YA VENCIDO EN ORIGEN"
                       TO WK-MOTIVO-RECHAZO
           END-EVALUATE

           IF WK-MOTIVO-RECHAZO = SPACES
               PERFORM 280-LEER-CUENTA-CONVERTIDA
           END-IF

           IF WK-MOTIVO-RECHAZO NOT = SPACES
               MOVE 'N' TO SW-REGISTRO-VALIDO
               ADD 1 TO TC-PLA-RECHAZADOS(WK-IDX-CONCILIA)
               IF ANT-PLA-PRINCIPAL NUMERIC
                   ADD ANT-PLA-PRINCIPAL
                       TO TC-PRI-RECHAZADO(WK-IDX-CONCILIA)
               END-IF
               PERFORM 250-RECHAZAR
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WK-NUMERO-MAYOR
           MOVE WK-NUMERO-MAYOR       TO PLA-NUMERO
           MOVE CODIGO-MAESTRO        TO PLA-CODIGO-CUENTA
           MOVE ANT-PLA-PRINCIPAL     TO PLA-PRINCIPAL
           MOVE ANT-PLA-TASA          TO PLA-TASA
           MOVE ANT-PLA-APERTURA      TO PLA-FECHA-APERTURA
           MOVE ANT-PLA-VENCIMIENTO   TO PLA-FECHA-VENCIMIENTO
      * INSTRUCCION AL VENCER: 'R' RENUEVA, CUALQUIER OTRA CANCELA.
           IF ANT-PLA-RENOVACION = 'R'
               MOVE 'R' TO PLA-RENOVACION
           ELSE
               MOVE 'C' TO PLA-RENOVACION
           END-IF
           MOVE 'V'                   TO PLA-ESTADO
           MOVE MONEDA-MAESTRO        TO PLA-MONEDA
           MOVE SUCURSAL-MAESTRO      TO PLA-SUCURSAL
           WRITE REG-PLAZO

           IF FS-PLAZOS NOT = '00'
               DISPLAY "ERROR ESCRIBIENDO PLAZOS.DAT: " FS-PLAZOS
               MOVE 16 TO RETURN-CODE
               PERFORM 300-FINALIZAR
               STOP RUN
           END-IF

           MOVE 'P' TO WK-CLASE-BUSCADA
           MOVE ANT-PLA-NUMERO TO WK-ANTIGUO-BUSCADO
           MOVE WK-NUMERO-MAYOR TO WK-CODIGO-NUEVO
           PERFORM 290-ANOTAR-CRUCE

           ADD 1 TO CONT-PLAZOS-NUEVOS
           ADD 1 TO TC-PLA-CONVERTIDOS(WK-IDX-CONCILIA)
           ADD ANT-PLA-PRINCIPAL TO TC-PRI-CONVERTIDO(WK-IDX-CONCILIA)
           DISPLAY "Plazo convertido: " ANT-PLA-NUMERO
                   " -> " PLA-NUMERO " cuenta " PLA-CODIGO-CUENTA.

      *****************************************************************
      * ORDEN PERMANENTE: SOBRE LA CUENTA YA CONVERTIDA.
      *****************************************************************
       240-CONVERTIR-ORDEN.
           MOVE 'O' TO WK-CLASE-BUSCADA
           MOVE ANT-ORD-NUMERO TO WK-ANTIGUO-BUSCADO
           PERFORM 270-BUSCAR-CRUCE
           IF HALLADO
               ADD 1 TO CONT-YA-CONVERTIDOS
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO SW-REGISTRO-VALIDO
           MOVE SPACES TO WK-MOTIVO-RECHAZO

           EVALUATE TRUE
               WHEN ANT-ORD-NUMERO = SPACES
                   MOVE "NUMERO DE ORDEN EN BLANCO"
                       TO WK-MOTIVO-RECHAZO
               WHEN ANT-ORD-TIPO NOT = 'C' AND ANT-ORD-TIPO NOT = 'A'
                   MOVE "TIPO DE ORDEN DESCONOCIDO"
                       TO WK-MOTIVO-RECHAZO
               WHEN ANT-ORD-IMPORTE NOT NUMERIC
                   OR ANT-ORD-IMPORTE = ZEROS
                   MOVE "IMPORTE NO NUMERICO O CERO"
                       TO WK-MOTIVO-RECHAZO
               WHEN ANT-ORD-IMPORTE > 9999999.99
                   MOVE "IMPORTE EXCEDE EL CAMPO" TO WK-MOTIVO-RECHAZO
               WHEN ANT-ORD-FRECUENCIA NOT = 'S'
                   AND ANT-ORD-FRECUENCIA NOT = 'Q'
                   AND ANT-ORD-FRECUENCIA NOT = 'M'
                   MOVE "FRECUENCIA DESCONOCIDA" TO WK-MOTIVO-RECHAZO
               WHEN ANT-ORD-PROXIMA NOT NUMERIC
                   OR ANT-ORD-FIN NOT NUMERIC
                   MOVE "FECHAS NO NUMERICAS" TO WK-MOTIVO-RECHAZO
               WHEN ANT-ORD-FIN > ZEROS
                   AND ANT-ORD-FIN < WK-FECHA-HOY
                   MOVE "ORDEN YA TERMINADA EN ORIGEN"
                       TO WK-MOTIVO-RECHAZO
           END-EVALUATE

           IF WK-MOTIVO-RECHAZO = SPACES
               PERFORM 280-LEER-CUENTA-CONVERTIDA
           END-IF

           IF WK-MOTIVO-RECHAZO NOT = SPACES
               MOVE 'N' TO SW-REGISTRO-VALIDO
               ADD 1 TO CONT-ORD-RECHAZADAS
               PERFORM 250-RECHAZAR
               EXIT PARAGRAPH
           END-IF

           MOVE CODIGO-MAESTRO        TO ORD-CODIGO
           MOVE ANT-ORD-TIPO          TO ORD-TIPO
           MOVE ANT-ORD-IMPORTE       TO ORD-IMPORTE
           MOVE ANT-ORD-DESCRIPCION   TO ORD-DESCRIPCION
           MOVE ANT-ORD-FRECUENCIA    TO ORD-FRECUENCIA
           MOVE ANT-ORD-PROXIMA       TO ORD-PROXIMA-FECHA
           MOVE ANT-ORD-FIN           TO ORD-FECHA-FIN
           MOVE MONEDA-MAESTRO        TO ORD-MONEDA
           MOVE SUCURSAL-MAESTRO      TO ORD-SUCURSAL
           WRITE REG-ORDEN

           IF FS-ORDENES NOT = '00'
               DISPLAY "ERROR ESCRIBIENDO ORDENES-PERMANENTES.DAT: "
                       FS-ORDENES
               MOVE 16 TO RETURN-CODE
               PERFORM 300-FINALIZAR
               STOP RUN
           END-IF

           MOVE 'O' TO WK-CLASE-BUSCADA
           MOVE ANT-ORD-NUMERO TO WK-ANTIGUO-BUSCADO
           MOVE ZEROS TO WK-CODIGO-NUEVO
           PERFORM 290-ANOTAR-CRUCE

           ADD 1 TO CONT-ORDENES-NUEVAS
           DISPLAY "Orden convertida: " ANT-ORD-NUMERO
                   " cuenta " ORD-CODIGO.

       250-RECHAZAR.
           ADD 1 TO CONT-RECHAZADOS
           DISPLAY "REGISTRO RECHAZADO (" WK-MOTIVO-RECHAZO "): "
                   ANT-TIPO " " ANT-CUENTA
           MOVE SPACES TO REG-RECHAZO
           EVALUATE TRUE
               WHEN ANT-ES-PLAZO
                   STRING "MOTIVO: " WK-MOTIVO-RECHAZO
                          " TIPO: " ANT-TIPO
                          " CUENTA: " ANT-CUENTA
                          " OFICINA: " ANT-OFICINA
                          " PLAZO: " ANT-PLA-NUMERO
                          DELIMITED BY SIZE INTO REG-RECHAZO
               WHEN ANT-ES-ORDEN
                   STRING "MOTIVO: " WK-MOTIVO-RECHAZO
                          " TIPO: " ANT-TIPO
                          " CUENTA: " ANT-CUENTA
                          " OFICINA: " ANT-OFICINA
                          " ORDEN: " ANT-ORD-NUMERO
                          DELIMITED BY SIZE INTO REG-RECHAZO
               WHEN OTHER
                   STRING "MOTIVO: " WK-MOTIVO-RECHAZO
                          " TIPO: " ANT-TIPO
                          " CUENTA: " ANT-CUENTA
                          " OFICINA: " ANT-OFICINA
                          " NOMBRE: " ANT-NOMBRE-CORTO
                          DELIMITED BY SIZE INTO REG-RECHAZO
           END-EVALUATE
           WRITE REG-RECHAZO.

      * ENTRADA DE LA OFICINA DE ORIGEN EN LA TABLA DE CONCILIACION;
      * UNA OFICINA NUEVA SE AGREGA. CON LA TABLA LLENA, LO QUE NO
      * ENTRA SE ACUMULA EN LA ULTIMA (Y EL INFORME LO AVISA).
       260-UBICAR-OFICINA.
           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-IDX-CONCILIA FROM 1 BY 1
                   UNTIL WK-IDX-CONCILIA > CONT-CONCILIA OR HALLADO
               IF TC-OFICINA(WK-IDX-CONCILIA) = WK-OFICINA
                   MOVE 'S' TO SW-HALLADO
               END-IF
           END-PERFORM

           IF HALLADO
               SUBTRACT 1 FROM WK-IDX-CONCILIA
               EXIT PARAGRAPH
           END-IF

           IF CONT-CONCILIA >= WK-MAX-MAPA
               DISPLAY "AVISO: MAS DE " WK-MAX-MAPA
                       " OFICINAS DE ORIGEN, " WK-OFICINA
                       " SE CONCILIA CON LA ULTIMA"
               MOVE CONT-CONCILIA TO WK-IDX-CONCILIA
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CONT-CONCILIA
           MOVE CONT-CONCILIA TO WK-IDX-CONCILIA
           INITIALIZE ENTRADA-CONCILIA(WK-IDX-CONCILIA)
           MOVE WK-OFICINA TO TC-OFICINA(WK-IDX-CONCILIA)
           MOVE 'N' TO TC-EN-BALANCE(WK-IDX-CONCILIA).

      * BUSCA EN EL CRUCE LA CLASE Y EL NUMERO VIEJO PEDIDOS.
       270-BUSCAR-CRUCE.
           MOVE 'N' TO SW-HALLADO
           PERFORM VARYING WK-IDX-CRUCE FROM 1 BY 1
                   UNTIL WK-IDX-CRUCE > CONT-CRUCE OR HALLADO
               IF TCR-CLASE(WK-IDX-CRUCE) = WK-CLASE-BUSCADA
                   AND TCR-ANTIGUO(WK-IDX-CRUCE) = WK-ANTIGUO-BUSCADO
                   MOVE 'S' TO SW-HALLADO
               END-IF
           END-PERFORM

           IF HALLADO
               SUBTRACT 1 FROM WK-IDX-CRUCE
           END-IF.

      * LA CUENTA VIEJA DEL PLAZO O DE LA ORDEN DEBE ESTAR YA
      * CONVERTIDA; SE LEE SU CUENTA NUEVA EN EL MAESTRO PARA TOMAR
      * MONEDA Y SUCURSAL.
       280-LEER-CUENTA-CONVERTIDA.
           MOVE 'C' TO WK-CLASE-BUSCADA
           MOVE ANT-CUENTA TO WK-ANTIGUO-BUSCADO
           PERFORM 270-BUSCAR-CRUCE
           IF NOT HALLADO OR NOT TCR-CONVERTIDO(WK-IDX-CRUCE)
               MOVE "CUENTA VINCULADA NO CONVERTIDA"
                   TO WK-MOTIVO-RECHAZO
               EXIT PARAGRAPH
           END-IF

           MOVE TCR-CUENTA-NUEVA(WK-IDX-CRUCE) TO CODIGO-MAESTRO
           READ ARCHIVO-MAESTRO
               INVALID KEY
                   MOVE "CUENTA NUEVA NO ESTA EN EL MAESTRO"
                       TO WK-MOTIVO-RECHAZO
                   EXIT PARAGRAPH
           END-READ

           IF MAESTRO-CERRADO
               MOVE "CUENTA NUEVA CERRADA" TO WK-MOTIVO-RECHAZO
           END-IF

           IF MONEDA-MAESTRO = SPACES
               MOVE 'EUR' TO MONEDA-MAESTRO
           END-IF.

      * ANOTA UN PLAZO O UNA ORDEN CONVERTIDOS (CUENTA NUEVA EN
      * CODIGO-MAESTRO).
       290-ANOTAR-CRUCE.
           IF CONT-CRUCE >= WK-MAX-CRUCE
               DISPLAY "*** CRUCE-CONVERSION.DAT LLENO: SE DETIENE"
                       " LA CONVERSION ***"
               MOVE 12 TO RETURN-CODE
               PERFORM 300-FINALIZAR
               STOP RUN
           END-IF

           ADD 1 TO CONT-CRUCE
           MOVE WK-CLASE-BUSCADA   TO TCR-CLASE(CONT-CRUCE)
           MOVE WK-ANTIGUO-BUSCADO TO TCR-ANTIGUO(CONT-CRUCE)
           MOVE WK-CODIGO-NUEVO    TO TCR-NUEVO(CONT-CRUCE)
           MOVE CODIGO-MAESTRO     TO TCR-CUENTA-NUEVA(CONT-CRUCE)
           MOVE ANT-OFICINA        TO TCR-OFICINA(CONT-CRUCE)
           MOVE SUCURSAL-MAESTRO   TO TCR-SUCURSAL(CONT-CRUCE)
           MOVE 'V'                TO TCR-ESTADO(CONT-CRUCE)
           MOVE WK-FECHA-HOY       TO TCR-FECHA(CONT-CRUCE).

       300-FINALIZAR.
           CLOSE ARCHIVO-ANTIGUO
                 ARCHIVO-MAESTRO
                 ARCHIVO-CONTACTOS
                 ARCHIVO-PLAZOS
                 ARCHIVO-ORDENES
                 ARCHIVO-RECHAZOS
                 ARCHIVO-AUDIT-MANTEN

           PERFORM 310-GRABAR-CRUCE
           PERFORM 320-INFORMAR-CONCILIACION

           IF RETURN-CODE = ZEROS
               AND (CONT-RECHAZADOS > ZEROS
                    OR CONT-DESCUADRES > ZEROS)
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY " ".
           DISPLAY "========================================".
           DISPLAY "  CONVERSION FINALIZADA".
           DISPLAY "========================================".
           DISPLAY "Registros leidos:            " CONT-LEIDOS.
           DISPLAY "Cuentas convertidas:         " CONT-CUENTAS-NUEVAS.
           DISPLAY "Plazos convertidos:          " CONT-PLAZOS-NUEVOS.
           DISPLAY "Ordenes convertidas:         " CONT-ORDENES-NUEVAS.
           DISPLAY "Ya convertidos antes:        " CONT-YA-CONVERTIDOS.
           DISPLAY "Codigos reservados reusados: "
                   CONT-CODIGOS-REUSADOS.
           DISPLAY "Registros rechazados:        " CONT-RECHAZADOS.
           DISPLAY "Oficinas con descuadre:      " CONT-DESCUADRES.
           DISPLAY "Rechazos detallados en CONVERSION-RECHAZOS.TXT".
           DISPLAY "Conciliacion en CONVERSION-CONCILIACION.TXT".
           DISPLAY "Cruce de numeros en CRUCE-CONVERSION.DAT".
           DISPLAY "Altas auditadas en MANTEN-AUDITORIA.DAT".
           DISPLAY " ".

      * EL CRUCE SE REESCRIBE ENTERO: LO DE CORRIDAS ANTERIORES MAS
      * LO DE ESTA.
       310-GRABAR-CRUCE.
           OPEN OUTPUT ARCHIVO-CRUCE

           IF FS-CRUCE NOT = '00'
               DISPLAY "ERROR GRABANDO CRUCE-CONVERSION.DAT: "
                       FS-CRUCE
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WK-IDX FROM 1 BY 1
                   UNTIL WK-IDX > CONT-CRUCE
               MOVE TCR-CLASE(WK-IDX)        TO CRU-CLASE
               MOVE TCR-ANTIGUO(WK-IDX)      TO CRU-ANTIGUO
               MOVE TCR-NUEVO(WK-IDX)        TO CRU-NUEVO
               MOVE TCR-CUENTA-NUEVA(WK-IDX) TO CRU-CUENTA-NUEVA
               MOVE TCR-OFICINA(WK-IDX)      TO CRU-OFICINA
               MOVE TCR-SUCURSAL(WK-IDX)     TO CRU-SUCURSAL
               MOVE TCR-ESTADO(WK-IDX)       TO CRU-ESTADO
               MOVE TCR-FECHA(WK-IDX)        TO CRU-FECHA
               WRITE REG-CRUCE
           END-PERFORM

           CLOSE ARCHIVO-CRUCE.

      *****************************************************************
      * CONCILIACION POR OFICINA DE ORIGEN CONTRA SU BALANCE.
      *****************************************************************
       320-INFORMAR-CONCILIACION.
           OPEN OUTPUT ARCHIVO-CONCILIACION

           IF FS-CONCILIACION NOT = '00'
               DISPLAY "ERROR ABRIENDO CONVERSION-CONCILIACION.TXT: "
                       FS-CONCILIACION
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WK-FECHA-HOY TO LT-FECHA
           WRITE REG-CONCILIACION FROM LINEA-TITULO
           MOVE SPACES TO REG-CONCILIACION
           WRITE REG-CONCILIACION

           PERFORM VARYING WK-IDX-CONCILIA FROM 1 BY 1
                   UNTIL WK-IDX-CONCILIA > CONT-CONCILIA
               PERFORM 330-INFORMAR-OFICINA
           END-PERFORM

           PERFORM 340-INFORMAR-TOTALES

           CLOSE ARCHIVO-CONCILIACION.

       330-INFORMAR-OFICINA.
           MOVE TC-OFICINA(WK-IDX-CONCILIA) TO LO-OFICINA
           MOVE TC-OFICINA(WK-IDX-CONCILIA) TO WK-OFICINA
           PERFORM 223-BUSCAR-MAPA-SUCURSAL
           IF HALLADO
               MOVE SPACES TO WK-SUC-TEXTO
               MOVE WK-SUCURSAL TO WK-SUC-TEXTO
           ELSE
               MOVE "SIN CORRESPONDENCIA" TO WK-SUC-TEXTO
           END-IF
           MOVE WK-SUC-TEXTO TO LO-SUCURSAL
           WRITE REG-CONCILIACION FROM LINEA-OFICINA
           WRITE REG-CONCILIACION FROM LINEA-CABECERA

           MOVE "CUENTAS SEGUN SU BALANCE" TO LD-CONCEPTO
           MOVE TC-BAL-CUENTAS(WK-IDX-CONCILIA) TO LD-CANTIDAD
           MOVE TC-BAL-SALDO(WK-IDX-CONCILIA)   TO LD-IMPORTE
           WRITE REG-CONCILIACION FROM LINEA-DETALLE
           MOVE "CUENTAS EN EL ARCHIVO" TO LD-CONCEPTO
           MOVE TC-CTA-LEIDAS(WK-IDX-CONCILIA)  TO LD-CANTIDAD
           MOVE TC-SAL-LEIDO(WK-IDX-CONCILIA)   TO LD-IMPORTE
           WRITE REG-CONCILIACION FROM LINEA-DETALLE
           MOVE "CUENTAS CONVERTIDAS" TO LD-CONCEPTO
           MOVE TC-CTA-CONVERTIDAS(WK-IDX-CONCILIA) TO LD-CANTIDAD
           MOVE TC-SAL-CONVERTIDO(WK-IDX-CONCILIA)  TO LD-IMPORTE
           WRITE REG-CONCILIACION FROM LINEA-DETALLE
           MOVE "CUENTAS RECHAZADAS" TO LD-CONCEPTO
           MOVE TC-CTA-RECHAZADAS(WK-IDX-CONCILIA) TO LD-CANTIDAD
           MOVE TC-SAL-RECHAZADO(WK-IDX-CONCILIA)  TO LD-IMPORTE
           WRITE REG-CONCILIACION FROM LINEA-DETALLE
           MOVE "PLAZOS SEGUN SU BALANCE" TO LD-CONCEPTO
           MOVE TC-BAL-PLAZOS(WK-IDX-CONCILIA)    TO LD-CANTIDAD
           MOVE TC-BAL-PRINCIPAL(WK-IDX-CONCILIA) TO LD-IMPORTE
           WRITE REG-CONCILIACION FROM LINEA-DETALLE
           MOVE "PLAZOS EN EL ARCHIVO" TO LD-CONCEPTO
           MOVE TC-PLA-LEIDOS(WK-IDX-CONCILIA) TO LD-CANTIDAD
           MOVE TC-PRI-LEIDO(WK-IDX-CONCILIA)  TO LD-IMPORTE
           WRITE REG-CONCILIACION FROM LINEA-DETALLE
           MOVE "PLAZOS CONVERTIDOS" TO LD-CONCEPTO
           MOVE TC-PLA-CONVERTIDOS(WK-IDX-CONCILIA) TO LD-CANTIDAD
           MOVE TC-PRI-CONVERTIDO(WK-IDX-CONCILIA)  TO LD-IMPORTE
           WRITE REG-CONCILIACION FROM LINEA-DETALLE
           MOVE "PLAZOS RECHAZADOS" TO LD-CONCEPTO
           MOVE TC-PLA-RECHAZADOS(WK-IDX-CONCILIA) TO LD-CANTIDAD
           MOVE TC-PRI-RECHAZADO(WK-IDX-CONCILIA)  TO LD-IMPORTE
           WRITE REG-CONCILIACION FROM LINEA-DETALLE

      * CUADRA SI EL ARCHIVO TRAJO LO QUE DICE SU BALANCE (CANTIDAD
      * E IMPORTE, CUENTAS Y PLAZOS) Y TODO LO LEIDO QUEDO
      * CONVERTIDO.
           MOVE SPACES TO LV-TEXTO
           EVALUATE TRUE
               WHEN NOT HAY-BALANCE
                   MOVE "SIN BALANCE DE CIERRE PARA COTEJAR"
                       TO LV-TEXTO
               WHEN TC-EN-BALANCE(WK-IDX-CONCILIA) = 'N'
                   MOVE "*** OFICINA AUSENTE DE SU BALANCE DE CIERRE"
                       TO LV-TEXTO
                   ADD 1 TO CONT-DESCUADRES
               WHEN TC-BAL-CUENTAS(WK-IDX-CONCILIA)
                       NOT = TC-CTA-LEIDAS(WK-IDX-CONCILIA)
                   OR TC-BAL-SALDO(WK-IDX-CONCILIA)
                       NOT = TC-SAL-LEIDO(WK-IDX-CONCILIA)
                   OR TC-BAL-PLAZOS(WK-IDX-CONCILIA)
                       NOT = TC-PLA-LEIDOS(WK-IDX-CONCILIA)
                   OR TC-BAL-PRINCIPAL(WK-IDX-CONCILIA)
                       NOT = TC-PRI-LEIDO(WK-IDX-CONCILIA)
                   MOVE "*** DESCUADRE: EL ARCHIVO NO TRAE SU BALANCE"
                       TO LV-TEXTO
                   ADD 1 TO CONT-DESCUADRES
               WHEN TC-CTA-RECHAZADAS(WK-IDX-CONCILIA) > ZEROS
                   OR TC-PLA-RECHAZADOS(WK-IDX-CONCILIA) > ZEROS
                   MOVE "CUADRA CON SU BALANCE, CON RECHAZOS PENDIENTES"
                       TO LV-TEXTO
               WHEN OTHER
                   MOVE "CUADRA CON SU BALANCE Y TODO CONVERTIDO"
                       TO LV-TEXTO
           END-EVALUATE
           WRITE REG-CONCILIACION FROM LINEA-VEREDICTO
           MOVE SPACES TO REG-CONCILIACION
           WRITE REG-CONCILIACION

           ADD TC-BAL-CUENTAS(WK-IDX-CONCILIA)     TO TOT-BAL-CUENTAS
           ADD TC-BAL-SALDO(WK-IDX-CONCILIA)       TO TOT-BAL-SALDO
           ADD TC-BAL-PLAZOS(WK-IDX-CONCILIA)      TO TOT-BAL-PLAZOS
           ADD TC-BAL-PRINCIPAL(WK-IDX-CONCILIA)   TO TOT-BAL-PRINCIPAL
           ADD TC-CTA-LEIDAS(WK-IDX-CONCILIA)      TO TOT-CTA-LEIDAS
           ADD TC-CTA-CONVERTIDAS(WK-IDX-CONCILIA)
               TO TOT-CTA-CONVERTIDAS
           ADD TC-CTA-RECHAZADAS(WK-IDX-CONCILIA)
               TO TOT-CTA-RECHAZADAS
           ADD TC-SAL-LEIDO(WK-IDX-CONCILIA)       TO TOT-SAL-LEIDO
           ADD TC-SAL-CONVERTIDO(WK-IDX-CONCILIA)  TO TOT-SAL-CONVERTIDO
           ADD TC-SAL-RECHAZADO(WK-IDX-CONCILIA)   TO TOT-SAL-RECHAZADO
           ADD TC-PLA-LEIDOS(WK-IDX-CONCILIA)      TO TOT-PLA-LEIDOS
           ADD TC-PLA-CONVERTIDOS(WK-IDX-CONCILIA)
               TO TOT-PLA-CONVERTIDOS
           ADD TC-PLA-RECHAZADOS(WK-IDX-CONCILIA)
               TO TOT-PLA-RECHAZADOS
           ADD TC-PRI-LEIDO(WK-IDX-CONCILIA)       TO TOT-PRI-LEIDO
           ADD TC-PRI-CONVERTIDO(WK-IDX-CONCILIA)  TO TOT-PRI-CONVERTIDO
           ADD TC-PRI-RECHAZADO(WK-IDX-CONCILIA)   TO TOT-PRI-RECHAZADO.

       340-INFORMAR-TOTALES.
           MOVE "TOTAL" TO LO-OFICINA
           MOVE SPACES TO LO-SUCURSAL
           WRITE REG-CONCILIACION FROM LINEA-OFICINA
           WRITE REG-CONCILIACION FROM LINEA-CABECERA

           MOVE "CUENTAS SEGUN SU BALANCE" TO LD-CONCEPTO
           MOVE TOT-BAL-CUENTAS     TO LD-CANTIDAD
           MOVE TOT-BAL-SALDO       TO LD-IMPORTE
           WRITE REG-CONCILIACION FROM LINEA-DETALLE
           MOVE "CUENTAS EN EL ARCHIVO" TO LD-CONCEPTO
           MOVE TOT-CTA-LEIDAS      TO LD-CANTIDAD
           MOVE TOT-SAL-LEIDO       TO LD-IMPORTE
           WRITE REG-CONCILIACION FROM LINEA-DETALLE
           MOVE "CUENTAS CONVERTIDAS" TO LD-CONCEPTO
           MOVE TOT-CTA-CONVERTIDAS TO LD-CANTIDAD
           MOVE TOT-SAL-CONVERTIDO  TO LD-IMPORTE
           WRITE REG-CONCILIACION FROM LINEA-DETALLE
           MOVE "CUENTAS RECHAZADAS" TO LD-CONCEPTO
           MOVE TOT-CTA-RECHAZADAS  TO LD-CANTIDAD
           MOVE TOT-SAL-RECHAZADO   TO LD-IMPORTE
           WRITE REG-CONCILIACION FROM LINEA-DETALLE
           MOVE "PLAZOS SEGUN SU BALANCE" TO LD-CONCEPTO
           MOVE TOT-BAL-PLAZOS      TO LD-CANTIDAD
           MOVE TOT-BAL-PRINCIPAL   TO LD-IMPORTE
           WRITE REG-CONCILIACION FROM LINEA-DETALLE
           MOVE "PLAZOS EN EL ARCHIVO" TO LD-CONCEPTO
           MOVE TOT-PLA-LEIDOS      TO LD-CANTIDAD
           MOVE TOT-PRI-LEIDO       TO LD-IMPORTE
           WRITE REG-CONCILIACION FROM LINEA-DETALLE
           MOVE "PLAZOS CONVERTIDOS" TO LD-CONCEPTO
           MOVE TOT-PLA-CONVERTIDOS TO LD-CANTIDAD
           MOVE TOT-PRI-CONVERTIDO  TO LD-IMPORTE
           WRITE REG-CONCILIACION FROM LINEA-DETALLE
           MOVE "PLAZOS RECHAZADOS" TO LD-CONCEPTO
           MOVE TOT-PLA-RECHAZADOS  TO LD-CANTIDAD
           MOVE TOT-PRI-RECHAZADO   TO LD-IMPORTE
           WRITE REG-CONCILIACION FROM LINEA-DETALLE

           MOVE SPACES TO LV-TEXTO
           STRING "ORDENES CONVERTIDAS EN ESTA CORRIDA: "
                  CONT-ORDENES-NUEVAS
                  "  RECHAZADAS: " CONT-ORD-RECHAZADAS
                  DELIMITED BY SIZE INTO LV-TEXTO
           WRITE REG-CONCILIACION FROM LINEA-VEREDICTO

           MOVE SPACES TO LV-TEXTO
           IF CONT-DESCUADRES > ZEROS
               STRING "*** OFICINAS CON DESCUADRE: " CONT-DESCUADRES
                      DELIMITED BY SIZE INTO LV-TEXTO
           ELSE
               MOVE "TODAS LAS OFICINAS CUADRAN CON SU BALANCE"
                   TO LV-TEXTO
           END-IF
           WRITE REG-CONCILIACION FROM LINEA-VEREDICTO.

      * EL OPERADOR DEBE FIGURAR EN OPERADORES.DAT PARA PODER
      * OPERAR; SIN TABLA (INSTALACION NUEVA) SE ADMITE CUALQUIER
      * IDENTIFICADOR NO VACIO, CON AVISO.
       9500-VALIDAR-OPERADOR.
           MOVE 'N' TO SW-OPERADOR-VALIDO
           OPEN INPUT ARCHIVO-OPERADORES

           IF FS-OPERADORES = '35'
               DISPLAY "AVISO: SIN OPERADORES.DAT, NO SE VALIDA EL"
                       " OPERADOR"
               PERFORM 9530-VERIFICAR-CERROJO
               EXIT PARAGRAPH
           END-IF

           IF FS-OPERADORES NOT = '00'
               DISPLAY "ERROR ABRIENDO OPERADORES: " FS-OPERADORES
               STOP RUN
           END-IF

           PERFORM UNTIL FS-OPERADORES NOT = '00'
                   OR OPERADOR-VALIDO
               READ ARCHIVO-OPERADORES
                   AT END
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

           CLOSE ARCHIVO-OPERADORES

           IF NOT OPERADOR-VALIDO
               DISPLAY "EL OPERADOR " WK-OPERADOR
                       " NO ESTA AUTORIZADO"
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
       9510-EXIGIR-NIVEL.
           IF WK-NIVEL-OPERADOR NOT NUMERIC
               DISPLAY "AVISO: OPERADORES.DAT SIN NIVEL, SE ADMITE"
                       " COMO SUPERVISOR (CONVIERTA LA TABLA)"
               EXIT PARAGRAPH
           END-IF

           MOVE WK-NIVEL-OPERADOR TO WK-NIVEL-NUMERICO
           IF WK-NIVEL-NUMERICO < WK-NIVEL-REQUERIDO
               DISPLAY "EL OPERADOR " WK-OPERADOR " (NIVEL "
                       WK-NIVEL-OPERADOR ") NO ALCANZA EL NIVEL "
                       WK-NIVEL-REQUERIDO " QUE EXIGE ESTE PROGRAMA"
               PERFORM 9520-REGISTRAR-INTENTO
               STOP RUN
           END-IF.

      * INTENTOS-RECHAZADOS.DAT NUNCA SE TRUNCA: CADA NEGATIVA SE
      * AGREGA A LAS ANTERIORES.
       9520-REGISTRAR-INTENTO.
           OPEN EXTEND ARCHIVO-INTENTOS

           IF FS-INTENTOS = '35'
               OPEN OUTPUT ARCHIVO-INTENTOS
               CLOSE ARCHIVO-INTENTOS
               OPEN EXTEND ARCHIVO-INTENTOS
           END-IF

           IF FS-INTENTOS = '00'
               ACCEPT WK-FECHA-INTENTO FROM DATE YYYYMMDD
               ACCEPT WK-HORA-INTENTO FROM TIME
               MOVE WK-FECHA-INTENTO     TO INT-FECHA
               MOVE WK-HORA-INTENTO(1:6) TO INT-HORA
               MOVE WK-OPERADOR          TO INT-OPERADOR
               MOVE "CONVIERTE-CARTERA"  TO INT-PROGRAMA
               MOVE WK-NIVEL-OPERADOR    TO INT-NIVEL
               MOVE WK-NIVEL-REQUERIDO   TO INT-NIVEL-REQUERIDO
               WRITE REG-INTENTO
               CLOSE ARCHIVO-INTENTOS
           END-IF.

      * CON EL CERROJO PUESTO LA CADENA ESTA LEYENDO Y ESCRIBIENDO
      * EL MAESTRO QUE LA CONVERSION CARGA EN MASA: AQUI NO HAY
      * ORDEN DE SUPERVISOR QUE VALGA, SE VUELVE CUANDO TERMINE.
       9530-VERIFICAR-CERROJO.
           OPEN INPUT ARCHIVO-CERROJO

           IF FS-CERROJO NOT = '00'
               EXIT PARAGRAPH
           END-IF

           READ ARCHIVO-CERROJO
               AT END
                   CLOSE ARCHIVO-CERROJO
                   EXIT PARAGRAPH
           END-READ

           CLOSE ARCHIVO-CERROJO

           DISPLAY "*** LA CADENA NOCTURNA TIENE EL CERROJO"
                   " PUESTO (OPERADOR " CER-OPERADOR
                   " DESDE " CER-FECHA " " CER-HORA ") ***"
           DISPLAY "VUELVA CUANDO LA CADENA TERMINE Y SUELTE EL"
                   " CERROJO"
           STOP RUN.
