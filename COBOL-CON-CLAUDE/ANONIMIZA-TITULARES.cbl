       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZA-TITULARES.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: ANONIMIZACION DE DATOS PERSONALES DE EX CLIENTES
      * PROPOSITO: DERECHO DE SUPRESION. UN TITULAR (LAS CUENTAS DE
      *            UN MISMO DOCUMENTO DE CONTACTOS.DAT; SIN DOCUMENTO,
      *            LA CUENTA SOLA) CUYAS CUENTAS ESTAN TODAS CERRADAS
      *            Y LA ULTIMA SE CERRO HACE MAS DE N AÑOS PIERDE SUS
      *            DATOS PERSONALES: EL NOMBRE PASA A SER UN SEUDONIMO
      *            ("ANONIMO-NNNNNNN", UNO POR TITULAR) EN MAESTRO.DAT,
      *            MAESTRO-NUEVO.DAT, MAESTRO-RESPALDO.DAT,
      *            CUENTAS-DEPURADAS.DAT, AUDITORIA.DAT,
      *            AUDITORIA-HISTORICO.DAT Y LAS IMAGENES DE
      *            MANTEN-AUDITORIA.DAT; EN CONTACTOS.DAT EL DOCUMENTO
      *            Y EL DOMICILIO PASAN AL SEUDONIMO Y EL TELEFONO SE
      *            BORRA; EN TITULARES.DAT EL NOMBRE Y EL DOCUMENTO DE
      *            CADA INTERVINIENTE DE LA CUENTA (COTITULARES,
      *            FIRMANTES, BENEFICIARIOS) PASAN AL SEUDONIMO DEL
      *            TITULAR. CODIGOS, IMPORTES, SALDOS Y FECHAS NO SE
      *            TOCAN: LA HISTORIA SIGUE CUADRANDO.
      *            LA FECHA DE CIERRE ES FECHA-ESTADO-MAESTRO; UNA
      *            CUENTA YA DEPURADA DEL MAESTRO (EL CRUZADO LA SACA
      *            A LOS 90 DIAS Y SU CODIGO SE VUELVE A ASIGNAR) LA
      *            TRAE DE CUENTAS-DEPURADAS.DAT, CON EL NOMBRE QUE
      *            TENIA. LAS LINEAS DE LAS BITACORAS SE RECONOCEN POR
      *            CODIGO Y NOMBRE (EL ACTUAL O UNO ANTERIOR SEGUN LOS
      *            CAMBIOS DE NOMBRE DE MANTEN-AUDITORIA.DAT), ASI NO
      *            SE TOCA AL TITULAR QUE HEREDO EL CODIGO.
      *            NO SE ANONIMIZA EL TITULAR CON UN EMBARGO VIGENTE
      *            (EMBARGOS.DAT CON RESTANTE) NI CON UNA DISPUTA
      *            ABIERTA (DISPUTAS.DAT) EN ALGUNA DE SUS CUENTAS.
      *            LAS BITACORAS SELLADAS SE VERIFICAN ENTERAS ANTES
      *            DE TOCAR NADA (UNA CADENA ROTA DETIENE TODO: PRIMERO
      *            SE ACLARA CON VERIFICA-SELLOS) Y, REEMPLAZADOS LOS
      *            NOMBRES, SE VUELVEN A SELLAR DESDE EL PRIMER
      *            REGISTRO TOCADO. LA MARCA DE SELLOS-CONTROL.DAT SE
      *            ACTUALIZA AL SELLO NUEVO Y EL CERTIFICADO DEJA EL
      *            SELLO FINAL ANTERIOR Y EL NUEVO DE CADA BITACORA.
      *            ACCIONES: 'S' SIMULAR (SOLO INFORME, NO CAMBIA
      *            NADA), 'E' EJECUTAR. LA EJECUCION DEJA EL
      *            CERTIFICADO DE LO BORRADO Y CUANDO EN
      *            CERTIFICADO-ANONIMIZACION-AAAAMMDD-HHMMSS.TXT (SIN
      *            NINGUN DATO BORRADO), UNA LINEA POR TITULAR EN
      *            ANONIMIZACIONES.DAT Y UNA POR CONTACTO Y POR
      *            INTERVINIENTE EN CAMBIOS-CONTACTOS.DAT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-OPERADORES
               ASSIGN TO "OPERADORES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-OPERADORES.

      * CERROJO DE CORRIDA: CON LA CADENA NOCTURNA EN MARCHA EL
      * MAESTRO Y LA AUDITORIA SE ESTAN ESCRIBIENDO.
           SELECT ARCHIVO-CERROJO
               ASSIGN TO "CERROJO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CERROJO.

      * INTENTOS DE OPERACION RECHAZADOS POR NIVEL INSUFICIENTE:
      * CADA NEGATIVA QUEDA ANOTADA CON OPERADOR, PROGRAMA Y NIVEL.
           SELECT ARCHIVO-INTENTOS
               ASSIGN TO "INTENTOS-RECHAZADOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-INTENTOS.

           SELECT ARCHIVO-FECHA-PROCESO
               ASSIGN TO "FECHA-PROCESO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHA-PROCESO.

           SELECT ARCHIVO-MAESTRO
               ASSIGN TO "MAESTRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CODIGO-MAESTRO
               FILE STATUS IS FS-MAESTRO.

           SELECT ARCHIVO-MAESTRO-NUEVO
               ASSIGN TO "MAESTRO-NUEVO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CODIGO-MAESTRO-NUEVO
               FILE STATUS IS FS-MAESTRO-NUEVO.

           SELECT ARCHIVO-RESPALDO
               ASSIGN TO "MAESTRO-RESPALDO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RES-CODIGO
               FILE STATUS IS FS-RESPALDO.

           SELECT ARCHIVO-CONTACTOS
               ASSIGN TO "CONTACTOS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CON-CODIGO
               FILE STATUS IS FS-CONTACTOS.

      * INTERVINIENTES DE CADA CUENTA: UN START EN EL CODIGO Y
      * LECTURA SECUENCIAL HASTA QUE CAMBIE, COMO EN MANTEN-CONTACTOS.
           SELECT ARCHIVO-TITULARES
               ASSIGN TO "TITULARES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-CLAVE
               FILE STATUS IS FS-TITULARES.

           SELECT ARCHIVO-DEPURADAS
               ASSIGN TO "CUENTAS-DEPURADAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DEPURADAS.

           SELECT ARCHIVO-EMBARGOS
               ASSIGN TO "EMBARGOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-EMBARGOS.

           SELECT ARCHIVO-DISPUTAS
               ASSIGN TO "DISPUTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-DISPUTAS.

      * LA BITACORA SELLADA EN PROCESO SE ABRE POR EL NOMBRE DE LA
      * TABLA, ARMADO EN EJECUCION, COMO EN VERIFICA-SELLOS.
           SELECT ARCHIVO-BITACORA
               ASSIGN TO WK-NOMBRE-BITACORA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-BITACORA.

      * ARCHIVO DE TRABAJO: LA COPIA CORREGIDA SE ARMA AQUI Y AL
      * FINAL SE VUELCA DE VUELTA SOBRE EL ORIGINAL.
           SELECT ARCHIVO-TRABAJO
               ASSIGN TO "ANONIMIZA-TRABAJO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-TRABAJO.

           SELECT ARCHIVO-CONTROL
               ASSIGN TO "SELLOS-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CONTROL.

      * UNA LINEA POR ALTA O CAMBIO DE CONTACTO (VER
      * MANTEN-CONTACTOS): LA ANONIMIZACION TAMBIEN ES UN CAMBIO.
           SELECT ARCHIVO-CAMBIOS
               ASSIGN TO "CAMBIOS-CONTACTOS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CAMBIOS.

      * UNA LINEA POR TITULAR ANONIMIZADO; EL ULTIMO NUMERO DA EL
      * SIGUIENTE SEUDONIMO.
           SELECT ARCHIVO-REGISTRO
               ASSIGN TO "ANONIMIZACIONES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REGISTRO.

           SELECT ARCHIVO-REPORTE
               ASSIGN TO WK-NOMBRE-REPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-OPERADORES.
       01  REG-OPERADOR.
           05 OPE-ID               PIC X(8).
           05 OPE-NOMBRE           PIC X(30).
      * NIVEL DE AUTORIZACION: 1 CONSULTA, 2 OPERACION, 3
      * SUPERVISOR. EN BLANCO (TABLA ANTERIOR AL CAMPO) SE ADMITE
      * COMO SUPERVISOR, CON AVISO, MIENTRAS SE CONVIERTE LA TABLA.
           05 OPE-NIVEL            PIC X(1).
      * OPE-ESTADO 'B': OPERADOR DADO DE BAJA (YA NO TRABAJA EN LA
      * CASA), NINGUN PROGRAMA LO ADMITE; EN BLANCO (TABLA ANTERIOR
      * AL CAMPO) O 'A', ACTIVO.
           05 FILLER               PIC X(3).
           05 OPE-ESTADO           PIC X(1).
              88 OPE-DADO-DE-BAJA  VALUE 'B'.

       FD  ARCHIVO-CERROJO.
       01  REG-CERROJO.
           05 CER-FECHA            PIC 9(8).
           05 CER-HORA             PIC 9(6).
           05 CER-OPERADOR         PIC X(8).

       FD  ARCHIVO-INTENTOS.
       01  REG-INTENTO.
           05 INT-FECHA            PIC 9(8).
           05 INT-HORA             PIC 9(6).
           05 INT-OPERADOR         PIC X(8).
           05 INT-PROGRAMA         PIC X(18).
           05 INT-NIVEL            PIC X(1).
           05 INT-NIVEL-REQUERIDO  PIC 9(1).

       FD  ARCHIVO-FECHA-PROCESO.
       01  REG-FECHA-PROCESO.
           05 FPR-FECHA            PIC 9(8).

       FD  ARCHIVO-MAESTRO.
       01  REG-MAESTRO.
           05 CODIGO-MAESTRO       PIC 9(5).
           05 NOMBRE-MAESTRO       PIC X(30).
           05 SALDO-MAESTRO        PIC S9(7)V99.
           05 ESTADO-MAESTRO       PIC X(01).
              88 MAESTRO-CERRADO   VALUE 'C'.
           05 FECHA-ESTADO-MAESTRO PIC 9(8).
           05 MONEDA-MAESTRO       PIC X(3).
           05 SUCURSAL-MAESTRO     PIC 9(3).
           05 PRODUCTO-MAESTRO     PIC X(2).

       FD  ARCHIVO-MAESTRO-NUEVO.
       01  REG-MAESTRO-NUEVO.
           05 CODIGO-MAESTRO-NUEVO PIC 9(5).
           05 NOMBRE-MAESTRO-NUEVO PIC X(30).
           05 SALDO-MAESTRO-NUEVO  PIC S9(7)V99.
           05 ESTADO-MAESTRO-NUEVO PIC X(01).
           05 FECHA-ESTADO-MAESTRO-NUEVO PIC 9(8).
           05 MONEDA-MAESTRO-NUEVO PIC X(3).
           05 SUCURSAL-MAESTRO-NUEVO PIC 9(3).
           05 PRODUCTO-MAESTRO-NUEVO PIC X(2).

       FD  ARCHIVO-RESPALDO.
       01  REG-RESPALDO.
           05 RES-CODIGO           PIC 9(5).
           05 RES-NOMBRE           PIC X(30).
           05 RES-SALDO            PIC S9(7)V99.
           05 RES-ESTADO           PIC X(01).
           05 RES-FECHA-ESTADO     PIC 9(8).
           05 RES-MONEDA           PIC X(3).
           05 RES-SUCURSAL         PIC 9(3).
           05 RES-PRODUCTO         PIC X(2).

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

      * MISMO LAYOUT QUE MANTEN-CONTACTOS.CBL.
       FD  ARCHIVO-TITULARES.
       01  REG-TITULAR.
           05 TIT-CLAVE.
              10 TIT-CODIGO        PIC 9(5).
              10 TIT-ORDEN         PIC 9(2).
           05 TIT-NOMBRE           PIC X(30).
           05 TIT-DOCUMENTO        PIC X(15).
           05 TIT-ROL              PIC X(1).
           05 TIT-REGLA            PIC X(1).
           05 TIT-FECHA-ALTA       PIC 9(8).

       FD  ARCHIVO-DEPURADAS.
       01  REG-DEPURADA.
           05 DEP-CODIGO           PIC 9(5).
           05 DEP-NOMBRE           PIC X(30).
           05 DEP-SUCURSAL         PIC 9(3).
           05 DEP-FECHA-CIERRE     PIC 9(8).
           05 DEP-FECHA-DEPURACION PIC 9(8).
           05 DEP-ID-EJECUCION     PIC X(19).

       FD  ARCHIVO-EMBARGOS.
       01  REG-EMBARGO.
           05 EMB-CODIGO           PIC 9(5).
           05 EMB-TOTAL            PIC 9(7)V99.
           05 EMB-RESTANTE         PIC 9(7)V99.
           05 EMB-REFERENCIA       PIC X(12).
           05 EMB-OPERADOR         PIC X(8).
           05 EMB-FECHA-ALTA       PIC 9(8).

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

       FD  ARCHIVO-BITACORA.
       01  REG-BITACORA            PIC X(250).

       FD  ARCHIVO-TRABAJO.
       01  REG-TRABAJO             PIC X(250).

      * ULTIMA SECUENCIA Y SELLO VERIFICADOS SANOS DE CADA BITACORA.
       FD  ARCHIVO-CONTROL.
       01  REG-CONTROL.
           05 CTL-ARCHIVO          PIC X(24).
           05 CTL-SECUENCIA        PIC 9(9).
           05 CTL-SELLO            PIC 9(18).

       FD  ARCHIVO-CAMBIOS.
       01  REG-CAMBIO.
           05 CCO-CODIGO           PIC 9(5).
           05 CCO-ACCION           PIC X(10).
           05 CCO-OPERADOR         PIC X(8).
           05 CCO-FECHA            PIC 9(8).
           05 CCO-HORA             PIC 9(6).
           05 CCO-SECUENCIA        PIC 9(9).
           05 CCO-SELLO            PIC 9(18).

      * NINGUN DATO PERSONAL: NUMERO DEL SEUDONIMO, CUANDO, QUIEN,
      * CUANTAS CUENTAS, EL ULTIMO CIERRE Y EL PLAZO APLICADO.
       FD  ARCHIVO-REGISTRO.
       01  REG-ANONIMIZACION.
           05 ANO-NUMERO           PIC 9(7).
           05 ANO-FECHA            PIC 9(8).
           05 ANO-HORA             PIC 9(6).
           05 ANO-OPERADOR         PIC X(8).
           05 ANO-CUENTAS          PIC 9(3).
           05 ANO-ULTIMO-CIERRE    PIC 9(8).
           05 ANO-ANIOS            PIC 9(2).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-OPERADORES        PIC XX.
           05 FS-CERROJO           PIC XX.
           05 FS-INTENTOS          PIC XX.
           05 FS-FECHA-PROCESO     PIC XX.
           05 FS-MAESTRO           PIC XX.
           05 FS-MAESTRO-NUEVO     PIC XX.
           05 FS-RESPALDO          PIC XX.
           05 FS-CONTACTOS         PIC XX.
           05 FS-TITULARES         PIC XX.
           05 FS-DEPURADAS         PIC XX.
           05 FS-EMBARGOS          PIC XX.
           05 FS-DISPUTAS          PIC XX.
           05 FS-BITACORA          PIC XX.
           05 FS-TRABAJO           PIC XX.
           05 FS-CONTROL           PIC XX.
           05 FS-CAMBIOS           PIC XX.
           05 FS-REGISTRO          PIC XX.
           05 FS-REPORTE           PIC XX.

       01  SWITCHES.
           05 SW-FIN-ARCHIVO       PIC X VALUE 'N'.
              88 FIN-ARCHIVO       VALUE 'S'.
           05 SW-OPERADOR-VALIDO   PIC X VALUE 'N'.
              88 OPERADOR-VALIDO   VALUE 'S'.
           05 SW-HAY-CONTACTOS     PIC X VALUE 'N'.
              88 HAY-CONTACTOS     VALUE 'S'.
           05 SW-FIN-TITULARES     PIC X VALUE 'N'.
              88 FIN-TITULARES     VALUE 'S'.
           05 SW-HAY-SELLADO       PIC X VALUE 'N'.
              88 HAY-SELLADO       VALUE 'S'.
           05 SW-RESELLANDO        PIC X VALUE 'N'.
              88 RESELLANDO        VALUE 'S'.
           05 SW-APLICAR           PIC X VALUE 'N'.
              88 APLICAR           VALUE 'S'.
           05 SW-NOMBRE-NUEVO      PIC X VALUE 'N'.
              88 HUBO-NOMBRE-NUEVO VALUE 'S'.

       01  CONTADORES.
           05 CONT-MAESTRO         PIC 9(5) VALUE ZEROS.
           05 CONT-YA-ANONIMAS     PIC 9(5) VALUE ZEROS.
           05 CONT-DEPURADAS       PIC 9(5) VALUE ZEROS.
           05 CONT-DEP-REPETIDAS   PIC 9(5) VALUE ZEROS.
           05 CONT-CANDIDATAS      PIC 9(5) VALUE ZEROS.
           05 CONT-SIN-FECHA       PIC 9(5) VALUE ZEROS.
           05 CONT-CON-VIGENTES    PIC 9(5) VALUE ZEROS.
           05 CONT-EMBARGADOS      PIC 9(5) VALUE ZEROS.
           05 CONT-EN-DISPUTA      PIC 9(5) VALUE ZEROS.
           05 CONT-ELEGIDOS        PIC 9(5) VALUE ZEROS.
           05 CONT-CUENTAS-ELEGIDAS PIC 9(5) VALUE ZEROS.
           05 CONT-NOM-MAESTRO     PIC 9(5) VALUE ZEROS.
           05 CONT-NOM-NUEVO       PIC 9(5) VALUE ZEROS.
           05 CONT-NOM-RESPALDO    PIC 9(5) VALUE ZEROS.
           05 CONT-NOM-DEPURADAS   PIC 9(5) VALUE ZEROS.
           05 CONT-CONTACTOS       PIC 9(5) VALUE ZEROS.
           05 CONT-INTERVINIENTES  PIC 9(5) VALUE ZEROS.
           05 CONT-LEIDOS          PIC 9(9) VALUE ZEROS.

       01  WK-ACCION               PIC X(1) VALUE SPACE.
           88 ACCION-SIMULAR       VALUE 'S'.
           88 ACCION-EJECUTAR      VALUE 'E'.
           88 ACCION-VALIDA        VALUES 'S', 'E'.
       01  WK-OPERADOR             PIC X(08) VALUE SPACES.
       01  WK-CONFIRMA             PIC X(1) VALUE SPACE.

      * FECHA DE NEGOCIO: LA DEL SISTEMA SALVO QUE FECHA-PROCESO.DAT
      * TRAIGA OTRA. EL PLAZO SE CUENTA DESDE ELLA.
       01  WK-FECHA-NEGOCIO        PIC 9(8) VALUE ZEROS.
       01  WK-FECHA-SESION         PIC 9(8) VALUE ZEROS.
       01  WK-HORA-SESION          PIC 9(8) VALUE ZEROS.

      * PLAZO EN AÑOS DESDE EL ULTIMO CIERRE. POR DEBAJO DEL MINIMO
      * NO SE ADMITE: LOS LIBROS Y LA DOCUMENTACION DE LAS
      * OPERACIONES SE CONSERVAN AL MENOS ESE TIEMPO.
       01  WK-ANIOS                PIC 9(2) VALUE ZEROS.
       01  WK-ANIOS-DEFECTO        PIC 9(2) VALUE 10.
       01  WK-ANIOS-MINIMO         PIC 9(2) VALUE 06.
      * CIERRES ANTERIORES A ESTA FECHA ENTRAN EN EL PLAZO.
       01  WK-FECHA-LIMITE         PIC 9(8) VALUE ZEROS.
       01  FILLER REDEFINES WK-FECHA-LIMITE.
           05 WK-LIM-ANIO          PIC 9(4).
           05 WK-LIM-MES-DIA       PIC 9(4).

       01  WK-NOMBRE-REPORTE       PIC X(50) VALUE SPACES.
       01  WK-NOMBRE-BITACORA      PIC X(30) VALUE SPACES.

      * CUENTAS DEL MAESTRO Y CUENTAS DEPURADAS. TC-TITULAR SOLO LO
      * TIENEN LAS CANDIDATAS (CERRADAS DENTRO DEL PLAZO); LAS DEMAS
      * SOLO SIRVEN PARA SABER SI EL TITULAR SIGUE SIENDO CLIENTE.
       01  WK-MAX-CUENTAS          PIC 9(5) VALUE 20000.
       01  CONT-CUENTAS            PIC 9(5) VALUE ZEROS.
       01  WK-PRIMERA-DEPURADA     PIC 9(5) VALUE ZEROS.
       01  TABLA-CUENTAS.
           05 ENTRADA-CUENTA       OCCURS 1 TO 20000 TIMES
                                   DEPENDING ON CONT-CUENTAS.
              10 TC-CODIGO         PIC 9(5).
              10 TC-NOMBRE         PIC X(30).
      * 'M' DEL MAESTRO, 'D' DE CUENTAS-DEPURADAS.DAT.
              10 TC-ORIGEN         PIC X(1).
              10 TC-ESTADO         PIC X(1).
              10 TC-FECHA-CIERRE   PIC 9(8).
              10 TC-DOCUMENTO      PIC X(15).
      * 'S' SI EL CONTACTO DEL CODIGO ES DE ESTA CUENTA (UNA
      * DEPURADA CUYO CODIGO YA TIENE OTRO DUEÑO NO LO TIENE).
              10 TC-CONTACTO       PIC X(1).
      * 'S' SI EL CODIGO SIGUE SIENDO DE ESTA CUENTA: SUS
      * INTERVINIENTES DE TITULARES.DAT SON LOS SUYOS.
              10 TC-CODIGO-PROPIO  PIC X(1).
              10 TC-TITULAR        PIC 9(5).
              10 TC-LIN-AUDITORIA  PIC 9(7).
              10 TC-LIN-MANTEN     PIC 9(5).
              10 TC-HECHO-MAESTRO  PIC X(1).
              10 TC-HECHO-CONTACTO PIC X(1).

      * TITULARES CON ALGUNA CUENTA CANDIDATA. TT-VIGENTES CUENTA
      * LAS CUENTAS DEL MISMO DOCUMENTO QUE NO SON CANDIDATAS
      * (ABIERTAS O CERRADAS HACE MENOS DEL PLAZO): CON UNA SOLA,
      * EL TITULAR SIGUE SIENDO CLIENTE.
       01  WK-MAX-TITULARES        PIC 9(5) VALUE 05000.
       01  CONT-TITULARES          PIC 9(5) VALUE ZEROS.
       01  TABLA-TITULARES.
           05 ENTRADA-TITULAR      OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON CONT-TITULARES.
              10 TT-DOCUMENTO      PIC X(15).
              10 TT-CUENTAS        PIC 9(3).
              10 TT-VIGENTES       PIC 9(3).
              10 TT-ULTIMO-CIERRE  PIC 9(8).
      * ' ' SIN IMPEDIMENTO, 'E' EMBARGO VIGENTE, 'D' DISPUTA
      * ABIERTA.
              10 TT-BLOQUEO        PIC X(1).
              10 TT-PRIMERA-CUENTA PIC 9(5).
      * NUMERO DEL SEUDONIMO; CERO SI NO SE ANONIMIZA.
              10 TT-NUMERO         PIC 9(7).

      * NOMBRES POR LOS QUE SE RECONOCE CADA CUENTA ELEGIDA EN LAS
      * BITACORAS: EL ACTUAL Y LOS ANTERIORES A CADA CAMBIO DE
      * NOMBRE.
       01  WK-MAX-NOMBRES          PIC 9(5) VALUE 10000.
       01  CONT-NOMBRES            PIC 9(5) VALUE ZEROS.
       01  TABLA-NOMBRES.
           05 ENTRADA-NOMBRE       OCCURS 1 TO 10000 TIMES
                                   DEPENDING ON CONT-NOMBRES.
              10 TN-CODIGO         PIC 9(5).
              10 TN-NOMBRE         PIC X(30).
              10 TN-CUENTA         PIC 9(5).

      * CAMBIOS DE NOMBRE DE LAS CUENTAS ELEGIDAS EN
      * MANTEN-AUDITORIA.DAT.
       01  WK-MAX-RENOMBRES        PIC 9(4) VALUE 2000.
       01  CONT-RENOMBRES          PIC 9(4) VALUE ZEROS.
       01  TABLA-RENOMBRES.
           05 ENTRADA-RENOMBRE     OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON CONT-RENOMBRES.
              10 TRN-CODIGO        PIC 9(5).
              10 TRN-ANTERIOR      PIC X(30).
              10 TRN-NUEVO         PIC X(30).

      * LAS BITACORAS SELLADAS CON NOMBRES: NOMBRE, POSICIONES DE
      * DATOS ANTES DE LA SECUENCIA, SI SU CADENA CONTINUA LA DE LA
      * ANTERIOR DE LA TABLA Y LA FORMA DEL REGISTRO ('A' LINEA DE
      * AUDITORIA, 'M' IMAGENES DEL MAESTRO). MISMOS LARGOS QUE EN
      * VERIFICA-SELLOS.
       01  TABLA-BITACORAS-FIJA.
           05 FILLER               PIC X(24)
              VALUE "AUDITORIA-HISTORICO.DAT".
           05 FILLER               PIC 9(3) VALUE 083.
           05 FILLER               PIC X(1) VALUE 'N'.
           05 FILLER               PIC X(1) VALUE 'A'.
           05 FILLER               PIC X(24) VALUE "AUDITORIA.DAT".
           05 FILLER               PIC 9(3) VALUE 083.
           05 FILLER               PIC X(1) VALUE 'S'.
           05 FILLER               PIC X(1) VALUE 'A'.
           05 FILLER               PIC X(24)
              VALUE "MANTEN-AUDITORIA.DAT".
           05 FILLER               PIC 9(3) VALUE 192.
           05 FILLER               PIC X(1) VALUE 'N'.
           05 FILLER               PIC X(1) VALUE 'M'.
       01  FILLER REDEFINES TABLA-BITACORAS-FIJA.
           05 ENTRADA-BITACORA     OCCURS 3 TIMES.
              10 TB-ARCHIVO        PIC X(24).
              10 TB-LARGO          PIC 9(3).
              10 TB-CONTINUA       PIC X(1).
              10 TB-FORMA          PIC X(1).
       01  WK-CANT-BITACORAS       PIC 9(2) VALUE 3.
       01  WK-IDX-BITACORA         PIC 9(2) VALUE ZEROS.

      * LO QUE DEJA CADA BITACORA: EL FINAL DE LA CADENA (PARA LA
      * QUE LA CONTINUA), LA MARCA DE SELLOS-CONTROL.DAT, CUANTOS
      * REGISTROS CAMBIAN Y, AL RESELLAR, DESDE DONDE Y LOS SELLOS
      * FINALES ANTERIOR Y NUEVO.
       01  TABLA-RESULTADOS.
           05 RESULTADO-BITACORA   OCCURS 3 TIMES.
              10 TR-PROBLEMA       PIC X(1).
              10 TR-ULTIMA-SEC     PIC 9(9).
              10 TR-ULTIMO-SELLO   PIC 9(18).
              10 TR-CTL-SECUENCIA  PIC 9(9).
              10 TR-CTL-SELLO      PIC 9(18).
              10 TR-CAMBIOS        PIC 9(7).
              10 TR-RESELLADA      PIC X(1).
              10 TR-DESDE-SEC      PIC 9(9).
              10 TR-SELLO-VIEJO    PIC 9(18).
              10 TR-SELLO-NUEVO    PIC 9(18).

      * SELLOS-CONTROL.DAT ENTERO: SE REGRABA CAMBIANDO SOLO LAS
      * MARCAS DE LAS BITACORAS RESELLADAS.
       01  CONT-CONTROL            PIC 9(2) VALUE ZEROS.
       01  TABLA-CONTROL.
           05 ENTRADA-CONTROL      OCCURS 20 TIMES.
              10 TCT-ARCHIVO       PIC X(24).
              10 TCT-SECUENCIA     PIC 9(9).
              10 TCT-SELLO         PIC 9(18).
       01  WK-IDX-CONTROL          PIC 9(2) VALUE ZEROS.

      * ESTADO DEL RECORRIDO DE LA BITACORA EN CURSO.
       01  RECORRIDO-BITACORA.
           05 WK-POS-SECUENCIA     PIC 9(3) VALUE ZEROS.
           05 WK-POS-SELLO         PIC 9(3) VALUE ZEROS.
           05 WK-SECUENCIA         PIC 9(9) VALUE ZEROS.
           05 WK-SEC-ESPERADA      PIC 9(9) VALUE ZEROS.
           05 WK-SELLO-LEIDO       PIC 9(18) VALUE ZEROS.
           05 WK-SELLO-CALCULADO   PIC 9(18) VALUE ZEROS.
           05 WK-SEC-ANTERIOR      PIC 9(9) VALUE ZEROS.
           05 WK-SELLO-ANTERIOR    PIC 9(18) VALUE ZEROS.
           05 WK-CAMBIOS-REGISTRO  PIC 9(1) VALUE ZEROS.

      * EL REGISTRO EN PROCESO Y SUS DOS FORMAS CON NOMBRES.
       01  WK-REGISTRO             PIC X(250) VALUE SPACES.
       01  WK-REG-AUDITORIA REDEFINES WK-REGISTRO.
           05 RA-ID-EJECUCION      PIC X(19).
           05 RA-CODIGO            PIC X(5).
           05 RA-NOMBRE            PIC X(30).
           05 FILLER               PIC X(196).
      * FECHA, HORA, OPERADOR, ACCION Y MOTIVO; DESPUES LAS DOS
      * IMAGENES DEL REGISTRO DEL MAESTRO (61 POSICIONES CADA UNA).
       01  WK-REG-MANTEN REDEFINES WK-REGISTRO.
           05 FILLER               PIC X(62).
           05 RM-ANT-CODIGO        PIC X(5).
           05 RM-ANT-NOMBRE        PIC X(30).
           05 FILLER               PIC X(26).
           05 RM-NUE-CODIGO        PIC X(5).
           05 RM-NUE-NOMBRE        PIC X(30).
           05 FILLER               PIC X(92).

      * BUSQUEDA DE UNA CUENTA ELEGIDA POR CODIGO Y NOMBRE.
       01  WK-BUSCA-CODIGO         PIC X(5) VALUE SPACES.
       01  WK-BUSCA-CODIGO-N REDEFINES WK-BUSCA-CODIGO PIC 9(5).
       01  WK-BUSCA-NOMBRE         PIC X(30) VALUE SPACES.
       01  WK-CUENTA-HALLADA       PIC 9(5) VALUE ZEROS.

       01  WK-SEUDONIMO            PIC X(15) VALUE SPACES.
       01  WK-ULTIMO-NUMERO        PIC 9(7) VALUE ZEROS.

       01  WK-INDICE               PIC 9(5) VALUE ZEROS.
       01  WK-INDICE-2             PIC 9(5) VALUE ZEROS.
       01  WK-INDICE-TITULAR       PIC 9(5) VALUE ZEROS.
       01  WK-INDICE-NOMBRE        PIC 9(5) VALUE ZEROS.
       01  WK-INDICE-RENOMBRE      PIC 9(4) VALUE ZEROS.
       01  WK-CODIGO-BLOQUEO       PIC 9(5) VALUE ZEROS.
       01  WK-MOTIVO-BLOQUEO       PIC X(1) VALUE SPACE.

       01  WK-FECHA-A-EDITAR       PIC 9(8) VALUE ZEROS.
       01  WK-FECHA-EDITADA        PIC X(10) VALUE SPACES.

      * CONTROL DE NIVEL DE AUTORIZACION: ESTE PROGRAMA EXIGE NIVEL
      * 3 EN OPERADORES.DAT, TAMBIEN PARA SIMULAR; UN INTENTO CON
      * NIVEL INSUFICIENTE SE RECHAZA Y QUEDA EN
      * INTENTOS-RECHAZADOS.DAT.
       01  WK-NIVEL-OPERADOR       PIC X(1) VALUE SPACE.
       01  WK-NIVEL-NUMERICO       PIC 9(1) VALUE ZERO.
       01  WK-NIVEL-REQUERIDO      PIC 9(1) VALUE 3.
       01  WK-FECHA-INTENTO        PIC 9(8) VALUE ZEROS.
       01  WK-HORA-INTENTO         PIC 9(8) VALUE ZEROS.

      * LA CLAVE DEL OPERADOR LA PIDE Y COTEJA VERIFICA-CLAVE.CBL
      * (BLOQUEO POR FALLOS, VENCIMIENTO Y CAMBIO OBLIGADO).
      * EL NOMBRE VA ABREVIADO A LOS 18 CARACTERES DEL CAMPO DE
      * PROGRAMA EN INTENTOS-RECHAZADOS.DAT.
       01  WK-CLAVE-PROGRAMA       PIC X(18) VALUE
           "ANONIMIZA-TITULAR".
       01  WK-CLAVE-VEREDICTO      PIC X(1) VALUE SPACE.
           88 CLAVE-ACEPTADA       VALUE 'S'.

      * BITACORA SELLADA (VER SELLA-BITACORA): NOMBRE DEL ARCHIVO
      * Y POSICIONES DE DATOS ANTES DE LA SECUENCIA Y EL SELLO.
       01  WK-SELLO-BITACORA       PIC X(30)
           VALUE "CAMBIOS-CONTACTOS.DAT".
       01  WK-SELLO-LARGO          PIC 9(3) VALUE 037.

       01  LINEA-CONTEO.
           05 LCO-ETIQUETA         PIC X(45).
           05 LCO-NUMERO           PIC ZZZZZZ9.

       01  LINEA-TITULAR.
           05 FILLER               PIC X(08) VALUE 'TITULAR '.
           05 LTI-SEUDONIMO        PIC X(15).
           05 FILLER               PIC X(10) VALUE '  CUENTAS:'.
           05 LTI-CUENTAS          PIC ZZ9.
           05 FILLER               PIC X(17) VALUE '  ULTIMO CIERRE: '.
           05 LTI-CIERRE           PIC X(10).

       01  LINEA-CAB-CUENTA.
           05 FILLER               PIC X(10) VALUE '    CUENTA'.
           05 FILLER               PIC X(10) VALUE ' ORIGEN'.
           05 FILLER               PIC X(11) VALUE ' CIERRE'.
           05 FILLER               PIC X(09) VALUE ' MAESTRO'.
           05 FILLER               PIC X(10) VALUE ' CONTACTO'.
           05 FILLER               PIC X(11) VALUE '  AUDITORIA'.
           05 FILLER               PIC X(08) VALUE '  MANTEN'.

       01  LINEA-CUENTA.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 LCU-CODIGO           PIC 9(5).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LCU-ORIGEN           PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACES.
           05 LCU-CIERRE           PIC X(10).
           05 FILLER               PIC X(04) VALUE SPACES.
           05 LCU-MAESTRO          PIC X(02).
           05 FILLER               PIC X(08) VALUE SPACES.
           05 LCU-CONTACTO         PIC X(02).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 LCU-AUDITORIA        PIC ZZZZZZ9.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 LCU-MANTEN           PIC ZZZZ9.

       01  LINEA-EXCLUIDO.
           05 FILLER               PIC X(18) VALUE '  PRIMERA CUENTA: '.
           05 LEX-CODIGO           PIC 9(5).
           05 FILLER               PIC X(11) VALUE '  CUENTAS: '.
           05 LEX-CUENTAS          PIC ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LEX-MOTIVO           PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM 110-CARGAR-MAESTRO
           PERFORM 115-CARGAR-DEPURADAS
           PERFORM 120-CARGAR-CONTACTOS
           PERFORM 130-ARMAR-TITULARES
           PERFORM 140-CARGAR-EMBARGOS
           PERFORM 145-CARGAR-DISPUTAS
           PERFORM 150-ELEGIR-TITULARES
           PERFORM 160-CARGAR-NOMBRES
           PERFORM 170-CARGAR-CONTROL
           PERFORM 200-VERIFICAR-BITACORAS
           IF ACCION-EJECUTAR AND CONT-ELEGIDOS > ZEROS
               PERFORM 220-CONFIRMAR
               PERFORM 230-ANONIMIZAR-MAESTROS
               PERFORM 240-ANONIMIZAR-CONTACTOS
               PERFORM 243-ANONIMIZAR-TITULARES
               PERFORM 245-ANONIMIZAR-DEPURADAS
               PERFORM 250-RESELLAR-BITACORAS
               PERFORM 265-GRABAR-CONTROL
               PERFORM 270-REGISTRAR-ANONIMIZACIONES
           END-IF
           PERFORM 280-ESCRIBIR-CERTIFICADO
           PERFORM 300-FINALIZAR
           STOP RUN.

       100-INICIALIZAR.
           DISPLAY "========================================"
           DISPLAY "  ANONIMIZACION DE EX CLIENTES"
           DISPLAY "========================================"
           DISPLAY " "

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

           DISPLAY "ACCION: S SIMULAR (SOLO INFORME), E EJECUTAR: "
           ACCEPT WK-ACCION
           IF NOT ACCION-VALIDA
               DISPLAY "ACCION INVALIDA: " WK-ACCION
               STOP RUN
           END-IF

           DISPLAY "IDENTIFICADOR DE OPERADOR (8 CARACTERES): "
           ACCEPT WK-OPERADOR

           IF WK-OPERADOR = SPACES
               DISPLAY "SE REQUIERE UN OPERADOR PARA DEJAR CONSTANCIA"
               STOP RUN
           END-IF
           PERFORM 9500-VALIDAR-OPERADOR

           ACCEPT WK-FECHA-SESION FROM DATE YYYYMMDD
           ACCEPT WK-HORA-SESION  FROM TIME

           DISPLAY "AÑOS DESDE EL ULTIMO CIERRE (EN BLANCO = "
                   WK-ANIOS-DEFECTO "): "
           ACCEPT WK-ANIOS
           IF WK-ANIOS NOT NUMERIC OR WK-ANIOS = ZEROS
               MOVE WK-ANIOS-DEFECTO TO WK-ANIOS
           END-IF
           IF WK-ANIOS < WK-ANIOS-MINIMO
               DISPLAY "EL PLAZO NO PUEDE SER MENOR DE "
                       WK-ANIOS-MINIMO " AÑOS"
               STOP RUN
           END-IF

           PERFORM 105-FIJAR-LIMITE

           IF ACCION-SIMULAR
               STRING "ANONIMIZA-SIMULACION-" WK-FECHA-SESION "-"
                      WK-HORA-SESION(1:6) ".TXT"
                   DELIMITED BY SIZE INTO WK-NOMBRE-REPORTE
           ELSE
               STRING "CERTIFICADO-ANONIMIZACION-" WK-FECHA-SESION
                      "-" WK-HORA-SESION(1:6) ".TXT"
                   DELIMITED BY SIZE INTO WK-NOMBRE-REPORTE
           END-IF.

      * EL MISMO DIA N AÑOS ATRAS; EL 29 DE FEBRERO CAE AL 28.
       105-FIJAR-LIMITE.
           MOVE WK-FECHA-NEGOCIO TO WK-FECHA-LIMITE
           SUBTRACT WK-ANIOS FROM WK-LIM-ANIO
           IF WK-LIM-MES-DIA = 0229
               MOVE 0228 TO WK-LIM-MES-DIA
           END-IF
           MOVE WK-FECHA-LIMITE TO WK-FECHA-A-EDITAR
           PERFORM 450-EDITAR-FECHA
           DISPLAY "SE ANONIMIZAN LOS TITULARES CON TODO CERRADO"
                   " ANTES DEL " WK-FECHA-EDITADA.

      *****************************************************************
      * CARGA DE CUENTAS: TODO EL MAESTRO Y LAS DEPURADAS. LAS YA
      * ANONIMIZADAS (NOMBRE "ANONIMO-") NO VUELVEN A ENTRAR.
      *****************************************************************
       110-CARGAR-MAESTRO.
           OPEN INPUT ARCHIVO-MAESTRO
           IF FS-MAESTRO NOT = '00'
               DISPLAY "ERROR ABRIENDO MAESTRO: " FS-MAESTRO
               STOP RUN
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-MAESTRO NEXT
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       ADD 1 TO CONT-MAESTRO
                       PERFORM 112-AGREGAR-MAESTRO
               END-READ
           END-PERFORM.

       112-AGREGAR-MAESTRO.
           IF NOMBRE-MAESTRO(1:8) = "ANONIMO-"
               ADD 1 TO CONT-YA-ANONIMAS
               EXIT PARAGRAPH
           END-IF

           IF CONT-CUENTAS >= WK-MAX-CUENTAS
               DISPLAY "*** TABLA DE CUENTAS LLENA ("
                       WK-MAX-CUENTAS "): NO SE CAMBIO NADA ***"
               STOP RUN
           END-IF

           ADD 1 TO CONT-CUENTAS
           INITIALIZE ENTRADA-CUENTA(CONT-CUENTAS)
           MOVE CODIGO-MAESTRO TO TC-CODIGO(CONT-CUENTAS)
           MOVE NOMBRE-MAESTRO TO TC-NOMBRE(CONT-CUENTAS)
           MOVE 'M'            TO TC-ORIGEN(CONT-CUENTAS)
           MOVE ESTADO-MAESTRO TO TC-ESTADO(CONT-CUENTAS)
           IF FECHA-ESTADO-MAESTRO IS NUMERIC
               MOVE FECHA-ESTADO-MAESTRO
                 TO TC-FECHA-CIERRE(CONT-CUENTAS)
           END-IF
           MOVE 'N' TO TC-CONTACTO(CONT-CUENTAS)
                       TC-CODIGO-PROPIO(CONT-CUENTAS)
                       TC-HECHO-MAESTRO(CONT-CUENTAS)
                       TC-HECHO-CONTACTO(CONT-CUENTAS).

      * UNA REANUDACION DEL CRUZADO PUEDE HABER ANOTADO DOS VECES LA
      * MISMA DEPURACION: SE DESCARTA LA REPETIDA.
       115-CARGAR-DEPURADAS.
           COMPUTE WK-PRIMERA-DEPURADA = CONT-CUENTAS + 1
           OPEN INPUT ARCHIVO-DEPURADAS
           IF FS-DEPURADAS = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-DEPURADAS NOT = '00'
               DISPLAY "ERROR ABRIENDO CUENTAS-DEPURADAS: "
                       FS-DEPURADAS
               STOP RUN
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-DEPURADAS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF DEP-NOMBRE(1:8) = "ANONIMO-"
                           ADD 1 TO CONT-YA-ANONIMAS
                       ELSE
                           PERFORM 117-AGREGAR-DEPURADA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-DEPURADAS.

       117-AGREGAR-DEPURADA.
           MOVE ZEROS TO WK-CUENTA-HALLADA
           PERFORM VARYING WK-INDICE FROM WK-PRIMERA-DEPURADA BY 1
                   UNTIL WK-INDICE > CONT-CUENTAS
                      OR WK-CUENTA-HALLADA > ZEROS
               IF TC-CODIGO(WK-INDICE) = DEP-CODIGO
                   AND TC-NOMBRE(WK-INDICE) = DEP-NOMBRE
                   MOVE WK-INDICE TO WK-CUENTA-HALLADA
               END-IF
           END-PERFORM
           IF WK-CUENTA-HALLADA > ZEROS
               ADD 1 TO CONT-DEP-REPETIDAS
               EXIT PARAGRAPH
           END-IF

           IF CONT-CUENTAS >= WK-MAX-CUENTAS
               DISPLAY "*** TABLA DE CUENTAS LLENA ("
                       WK-MAX-CUENTAS "): NO SE CAMBIO NADA ***"
               STOP RUN
           END-IF

           ADD 1 TO CONT-DEPURADAS
           ADD 1 TO CONT-CUENTAS
           INITIALIZE ENTRADA-CUENTA(CONT-CUENTAS)
           MOVE DEP-CODIGO       TO TC-CODIGO(CONT-CUENTAS)
           MOVE DEP-NOMBRE       TO TC-NOMBRE(CONT-CUENTAS)
           MOVE 'D'              TO TC-ORIGEN(CONT-CUENTAS)
           MOVE 'C'              TO TC-ESTADO(CONT-CUENTAS)
           MOVE DEP-FECHA-CIERRE TO TC-FECHA-CIERRE(CONT-CUENTAS)
           MOVE 'N' TO TC-CONTACTO(CONT-CUENTAS)
                       TC-CODIGO-PROPIO(CONT-CUENTAS)
                       TC-HECHO-MAESTRO(CONT-CUENTAS)
                       TC-HECHO-CONTACTO(CONT-CUENTAS).

      * EL DOCUMENTO DE CADA CUENTA. EL CONTACTO DE UN CODIGO QUE
      * VOLVIO AL MAESTRO CON OTRA CUENTA ES DE LA CUENTA NUEVA.
       120-CARGAR-CONTACTOS.
           OPEN INPUT ARCHIVO-CONTACTOS
           IF FS-CONTACTOS NOT = '00' AND FS-CONTACTOS NOT = '35'
               DISPLAY "ERROR ABRIENDO CONTACTOS: " FS-CONTACTOS
               STOP RUN
           END-IF
           IF FS-CONTACTOS = '00'
               MOVE 'S' TO SW-HAY-CONTACTOS
           END-IF

           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CUENTAS
               PERFORM 122-LEER-CONTACTO
           END-PERFORM

           IF HAY-CONTACTOS
               CLOSE ARCHIVO-CONTACTOS
           END-IF
           CLOSE ARCHIVO-MAESTRO.

       122-LEER-CONTACTO.
           IF TC-ORIGEN(WK-INDICE) = 'D'
               MOVE TC-CODIGO(WK-INDICE) TO CODIGO-MAESTRO
               READ ARCHIVO-MAESTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EXIT PARAGRAPH
               END-READ
           END-IF

           MOVE 'S' TO TC-CODIGO-PROPIO(WK-INDICE)
           IF NOT HAY-CONTACTOS
               EXIT PARAGRAPH
           END-IF

           MOVE TC-CODIGO(WK-INDICE) TO CON-CODIGO
           READ ARCHIVO-CONTACTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO TC-CONTACTO(WK-INDICE)
                   MOVE CON-DOCUMENTO TO TC-DOCUMENTO(WK-INDICE)
           END-READ.

      *****************************************************************
      * TITULARES: PRIMERO LAS CUENTAS CANDIDATAS (CERRADAS ANTES DE
      * LA FECHA LIMITE) SE AGRUPAN POR DOCUMENTO; SIN DOCUMENTO CADA
      * UNA ES SU PROPIO TITULAR. DESPUES CADA CUENTA NO CANDIDATA
      * CON EL DOCUMENTO DE UN TITULAR LO DEJA COMO CLIENTE VIGENTE.
      *****************************************************************
       130-ARMAR-TITULARES.
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CUENTAS
               IF TC-ESTADO(WK-INDICE) = 'C'
                   IF TC-FECHA-CIERRE(WK-INDICE) = ZEROS
                       ADD 1 TO CONT-SIN-FECHA
                   ELSE
                       IF TC-FECHA-CIERRE(WK-INDICE) < WK-FECHA-LIMITE
                           ADD 1 TO CONT-CANDIDATAS
                           PERFORM 132-UBICAR-TITULAR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CUENTAS
               IF TC-TITULAR(WK-INDICE) = ZEROS
                   AND TC-DOCUMENTO(WK-INDICE) NOT = SPACES
                   PERFORM 134-COTEJAR-VIGENTE
               END-IF
           END-PERFORM.

       132-UBICAR-TITULAR.
           MOVE ZEROS TO WK-INDICE-TITULAR
           IF TC-DOCUMENTO(WK-INDICE) NOT = SPACES
               PERFORM VARYING WK-INDICE-2 FROM 1 BY 1
                       UNTIL WK-INDICE-2 > CONT-TITULARES
                          OR WK-INDICE-TITULAR > ZEROS
                   IF TT-DOCUMENTO(WK-INDICE-2)
                       = TC-DOCUMENTO(WK-INDICE)
                       MOVE WK-INDICE-2 TO WK-INDICE-TITULAR
                   END-IF
               END-PERFORM
           END-IF

           IF WK-INDICE-TITULAR = ZEROS
               IF CONT-TITULARES >= WK-MAX-TITULARES
                   DISPLAY "*** TABLA DE TITULARES LLENA ("
                           WK-MAX-TITULARES "): NO SE CAMBIO NADA ***"
                   STOP RUN
               END-IF
               ADD 1 TO CONT-TITULARES
               MOVE CONT-TITULARES TO WK-INDICE-TITULAR
               INITIALIZE ENTRADA-TITULAR(WK-INDICE-TITULAR)
               MOVE TC-DOCUMENTO(WK-INDICE)
                 TO TT-DOCUMENTO(WK-INDICE-TITULAR)
               MOVE WK-INDICE TO TT-PRIMERA-CUENTA(WK-INDICE-TITULAR)
           END-IF

           MOVE WK-INDICE-TITULAR TO TC-TITULAR(WK-INDICE)
           ADD 1 TO TT-CUENTAS(WK-INDICE-TITULAR)
           IF TC-FECHA-CIERRE(WK-INDICE)
               > TT-ULTIMO-CIERRE(WK-INDICE-TITULAR)
               MOVE TC-FECHA-CIERRE(WK-INDICE)
                 TO TT-ULTIMO-CIERRE(WK-INDICE-TITULAR)
           END-IF.

       134-COTEJAR-VIGENTE.
           PERFORM VARYING WK-INDICE-2 FROM 1 BY 1
                   UNTIL WK-INDICE-2 > CONT-TITULARES
               IF TT-DOCUMENTO(WK-INDICE-2) = TC-DOCUMENTO(WK-INDICE)
                   ADD 1 TO TT-VIGENTES(WK-INDICE-2)
               END-IF
           END-PERFORM.

      * EMBARGOS.DAT NO SE DEPURA: VIGENTE ES EL QUE TODAVIA TIENE
      * RESTANTE POR CAPTURAR.
       140-CARGAR-EMBARGOS.
           OPEN INPUT ARCHIVO-EMBARGOS
           IF FS-EMBARGOS = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-EMBARGOS NOT = '00'
               DISPLAY "ERROR ABRIENDO EMBARGOS: " FS-EMBARGOS
               STOP RUN
           END-IF

           MOVE 'E' TO WK-MOTIVO-BLOQUEO
           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-EMBARGOS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF EMB-RESTANTE > ZEROS
                           MOVE EMB-CODIGO TO WK-CODIGO-BLOQUEO
                           PERFORM 148-BLOQUEAR-CODIGO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-EMBARGOS.

       145-CARGAR-DISPUTAS.
           OPEN INPUT ARCHIVO-DISPUTAS
           IF FS-DISPUTAS = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-DISPUTAS NOT = '00'
               DISPLAY "ERROR ABRIENDO DISPUTAS: " FS-DISPUTAS
               STOP RUN
           END-IF

           MOVE 'D' TO WK-MOTIVO-BLOQUEO
           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-DISPUTAS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF DISPUTA-ABIERTA
                           MOVE DIS-CODIGO TO WK-CODIGO-BLOQUEO
                           PERFORM 148-BLOQUEAR-CODIGO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-DISPUTAS.

      * EL PRIMER IMPEDIMENTO ENCONTRADO ES EL QUE SE INFORMA.
       148-BLOQUEAR-CODIGO.
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CUENTAS
               IF TC-CODIGO(WK-INDICE) = WK-CODIGO-BLOQUEO
                   AND TC-TITULAR(WK-INDICE) > ZEROS
                   MOVE TC-TITULAR(WK-INDICE) TO WK-INDICE-TITULAR
                   IF TT-BLOQUEO(WK-INDICE-TITULAR) = SPACE
                       MOVE WK-MOTIVO-BLOQUEO
                         TO TT-BLOQUEO(WK-INDICE-TITULAR)
                   END-IF
               END-IF
           END-PERFORM.

      * EL SEUDONIMO SIGUE LA NUMERACION DE ANONIMIZACIONES.DAT.
      * EN SIMULACION LOS NUMEROS SOLO SON DE MUESTRA.
       150-ELEGIR-TITULARES.
           MOVE ZEROS TO WK-ULTIMO-NUMERO
           OPEN INPUT ARCHIVO-REGISTRO
           IF FS-REGISTRO = '00'
               MOVE 'N' TO SW-FIN-ARCHIVO
               PERFORM UNTIL FIN-ARCHIVO
                   READ ARCHIVO-REGISTRO
                       AT END
                           MOVE 'S' TO SW-FIN-ARCHIVO
                       NOT AT END
                           IF ANO-NUMERO > WK-ULTIMO-NUMERO
                               MOVE ANO-NUMERO TO WK-ULTIMO-NUMERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVO-REGISTRO
           END-IF

           PERFORM VARYING WK-INDICE-TITULAR FROM 1 BY 1
                   UNTIL WK-INDICE-TITULAR > CONT-TITULARES
               EVALUATE TRUE
                   WHEN TT-VIGENTES(WK-INDICE-TITULAR) > ZEROS
                       ADD 1 TO CONT-CON-VIGENTES
                   WHEN TT-BLOQUEO(WK-INDICE-TITULAR) = 'E'
                       ADD 1 TO CONT-EMBARGADOS
                   WHEN TT-BLOQUEO(WK-INDICE-TITULAR) = 'D'
                       ADD 1 TO CONT-EN-DISPUTA
                   WHEN OTHER
                       ADD 1 TO CONT-ELEGIDOS
                       ADD TT-CUENTAS(WK-INDICE-TITULAR)
                         TO CONT-CUENTAS-ELEGIDAS
                       ADD 1 TO WK-ULTIMO-NUMERO
                       MOVE WK-ULTIMO-NUMERO
                         TO TT-NUMERO(WK-INDICE-TITULAR)
               END-EVALUATE
           END-PERFORM

           DISPLAY "TITULARES A ANONIMIZAR: " CONT-ELEGIDOS
                   " (" CONT-CUENTAS-ELEGIDAS " CUENTAS)".

      *****************************************************************
      * NOMBRES DE CADA CUENTA ELEGIDA: EL ACTUAL Y, SIGUIENDO HACIA
      * ATRAS LOS CAMBIOS DE NOMBRE DE MANTEN-AUDITORIA.DAT, LOS QUE
      * TUVO ANTES (A -> B -> C: CON C SE ENCUENTRA B Y CON B, A).
      *****************************************************************
       160-CARGAR-NOMBRES.
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CUENTAS
               IF TC-TITULAR(WK-INDICE) > ZEROS
                   MOVE TC-TITULAR(WK-INDICE) TO WK-INDICE-TITULAR
                   IF TT-NUMERO(WK-INDICE-TITULAR) > ZEROS
                       MOVE TC-CODIGO(WK-INDICE) TO WK-BUSCA-CODIGO-N
                       MOVE TC-NOMBRE(WK-INDICE) TO WK-BUSCA-NOMBRE
                       MOVE WK-INDICE TO WK-CUENTA-HALLADA
                       PERFORM 165-AGREGAR-NOMBRE
                   END-IF
               END-IF
           END-PERFORM

           IF CONT-NOMBRES = ZEROS
               EXIT PARAGRAPH
           END-IF

           PERFORM 162-LEER-RENOMBRES

           MOVE 'S' TO SW-NOMBRE-NUEVO
           PERFORM UNTIL NOT HUBO-NOMBRE-NUEVO
               MOVE 'N' TO SW-NOMBRE-NUEVO
               PERFORM VARYING WK-INDICE-RENOMBRE FROM 1 BY 1
                       UNTIL WK-INDICE-RENOMBRE > CONT-RENOMBRES
                   PERFORM 164-SEGUIR-RENOMBRE
               END-PERFORM
           END-PERFORM.

       162-LEER-RENOMBRES.
           MOVE 3 TO WK-IDX-BITACORA
           MOVE TB-ARCHIVO(WK-IDX-BITACORA) TO WK-NOMBRE-BITACORA
           OPEN INPUT ARCHIVO-BITACORA
           IF FS-BITACORA NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-BITACORA INTO WK-REGISTRO
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF RM-ANT-CODIGO IS NUMERIC
                           AND RM-ANT-CODIGO = RM-NUE-CODIGO
                           AND RM-ANT-NOMBRE NOT = RM-NUE-NOMBRE
                           AND RM-ANT-NOMBRE NOT = SPACES
                           PERFORM 163-GUARDAR-RENOMBRE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-BITACORA.

      * SOLO INTERESAN LOS CODIGOS DE LAS CUENTAS ELEGIDAS.
       163-GUARDAR-RENOMBRE.
           MOVE RM-ANT-CODIGO TO WK-BUSCA-CODIGO
           MOVE ZEROS TO WK-INDICE-NOMBRE
           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-NOMBRES
                      OR WK-INDICE-NOMBRE > ZEROS
               IF TN-CODIGO(WK-INDICE) = WK-BUSCA-CODIGO-N
                   MOVE WK-INDICE TO WK-INDICE-NOMBRE
               END-IF
           END-PERFORM
           IF WK-INDICE-NOMBRE = ZEROS
               EXIT PARAGRAPH
           END-IF

           IF CONT-RENOMBRES >= WK-MAX-RENOMBRES
               DISPLAY "*** TABLA DE CAMBIOS DE NOMBRE LLENA ("
                       WK-MAX-RENOMBRES "): NO SE CAMBIO NADA ***"
               STOP RUN
           END-IF
           ADD 1 TO CONT-RENOMBRES
           MOVE WK-BUSCA-CODIGO-N TO TRN-CODIGO(CONT-RENOMBRES)
           MOVE RM-ANT-NOMBRE     TO TRN-ANTERIOR(CONT-RENOMBRES)
           MOVE RM-NUE-NOMBRE     TO TRN-NUEVO(CONT-RENOMBRES).

      * SI EL NOMBRE NUEVO DEL CAMBIO ES DE UNA CUENTA ELEGIDA, EL
      * ANTERIOR TAMBIEN LO ES.
       164-SEGUIR-RENOMBRE.
           MOVE TRN-CODIGO(WK-INDICE-RENOMBRE) TO WK-BUSCA-CODIGO-N
           MOVE TRN-NUEVO(WK-INDICE-RENOMBRE)  TO WK-BUSCA-NOMBRE
           PERFORM 400-BUSCAR-NOMBRE
           IF WK-CUENTA-HALLADA = ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE TRN-ANTERIOR(WK-INDICE-RENOMBRE) TO WK-BUSCA-NOMBRE
           MOVE WK-CUENTA-HALLADA TO WK-INDICE-2
           PERFORM 400-BUSCAR-NOMBRE
           IF WK-CUENTA-HALLADA > ZEROS
               EXIT PARAGRAPH
           END-IF

           MOVE WK-INDICE-2 TO WK-CUENTA-HALLADA
           PERFORM 165-AGREGAR-NOMBRE
           MOVE 'S' TO SW-NOMBRE-NUEVO.

       165-AGREGAR-NOMBRE.
           IF CONT-NOMBRES >= WK-MAX-NOMBRES
               DISPLAY "*** TABLA DE NOMBRES LLENA ("
                       WK-MAX-NOMBRES "): NO SE CAMBIO NADA ***"
               STOP RUN
           END-IF
           ADD 1 TO CONT-NOMBRES
           MOVE WK-BUSCA-CODIGO-N TO TN-CODIGO(CONT-NOMBRES)
           MOVE WK-BUSCA-NOMBRE   TO TN-NOMBRE(CONT-NOMBRES)
           MOVE WK-CUENTA-HALLADA TO TN-CUENTA(CONT-NOMBRES).

      * SIN SELLOS-CONTROL.DAT (NUNCA SE VERIFICO) NO HAY MARCA QUE
      * COTEJAR NI QUE MOVER.
       170-CARGAR-CONTROL.
           INITIALIZE TABLA-RESULTADOS
           OPEN INPUT ARCHIVO-CONTROL
           IF FS-CONTROL NOT = '00'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-CONTROL
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       IF CONT-CONTROL < 20
                           ADD 1 TO CONT-CONTROL
                           MOVE REG-CONTROL
                             TO ENTRADA-CONTROL(CONT-CONTROL)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-CONTROL

           PERFORM VARYING WK-IDX-CONTROL FROM 1 BY 1
                   UNTIL WK-IDX-CONTROL > CONT-CONTROL
               PERFORM VARYING WK-IDX-BITACORA FROM 1 BY 1
                       UNTIL WK-IDX-BITACORA > WK-CANT-BITACORAS
                   IF TB-ARCHIVO(WK-IDX-BITACORA)
                       = TCT-ARCHIVO(WK-IDX-CONTROL)
                       MOVE TCT-SECUENCIA(WK-IDX-CONTROL)
                         TO TR-CTL-SECUENCIA(WK-IDX-BITACORA)
                       MOVE TCT-SELLO(WK-IDX-CONTROL)
                         TO TR-CTL-SELLO(WK-IDX-BITACORA)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *****************************************************************
      * ANTES DE TOCAR NADA, CADA BITACORA SE VERIFICA ENTERA COMO LO
      * HACE VERIFICA-SELLOS (CADENA, SECUENCIA Y MARCA). RESELLAR
      * UNA CADENA YA ROTA TAPARIA LA ROTURA: SI ALGUNA FALLA NO SE
      * ANONIMIZA NADA. DE PASO SE CUENTAN LOS REGISTROS A CAMBIAR.
      *****************************************************************
       200-VERIFICAR-BITACORAS.
           MOVE 'N' TO SW-APLICAR
           PERFORM VARYING WK-IDX-BITACORA FROM 1 BY 1
                   UNTIL WK-IDX-BITACORA > WK-CANT-BITACORAS
               PERFORM 210-VERIFICAR-UNA
           END-PERFORM

           PERFORM VARYING WK-IDX-BITACORA FROM 1 BY 1
                   UNTIL WK-IDX-BITACORA > WK-CANT-BITACORAS
               IF TR-PROBLEMA(WK-IDX-BITACORA) = 'S'
                   DISPLAY "*** " TB-ARCHIVO(WK-IDX-BITACORA)
                           " NO VERIFICA: CORRA VERIFICA-SELLOS Y"
                           " ACLARE LA ROTURA ANTES DE ANONIMIZAR ***"
                   MOVE 'N' TO WK-ACCION
               END-IF
           END-PERFORM

           IF NOT ACCION-VALIDA
               DISPLAY "NO SE CAMBIO NADA"
               STOP RUN
           END-IF.

       210-VERIFICAR-UNA.
           PERFORM 215-PREPARAR-CADENA
           MOVE 'N' TO TR-PROBLEMA(WK-IDX-BITACORA)

           OPEN INPUT ARCHIVO-BITACORA
           EVALUATE FS-BITACORA
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   PERFORM 219-CERRAR-CADENA
                   EXIT PARAGRAPH
               WHEN OTHER
                   MOVE 'S' TO TR-PROBLEMA(WK-IDX-BITACORA)
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-BITACORA INTO WK-REGISTRO
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       PERFORM 217-REVISAR-REGISTRO
                       PERFORM 410-TRATAR-NOMBRES
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-BITACORA

      * UNA BITACORA QUE TERMINA ANTES DE LA MARCA FUE RECORTADA.
           IF WK-SEC-ANTERIOR < TR-CTL-SECUENCIA(WK-IDX-BITACORA)
               MOVE 'S' TO TR-PROBLEMA(WK-IDX-BITACORA)
           END-IF

           PERFORM 219-CERRAR-CADENA.

      * LA CADENA ARRANCA EN CEROS, O DONDE TERMINO LA BITACORA DE
      * LA QUE ESTA ES CONTINUACION.
       215-PREPARAR-CADENA.
           MOVE TB-ARCHIVO(WK-IDX-BITACORA) TO WK-NOMBRE-BITACORA
           COMPUTE WK-POS-SECUENCIA = TB-LARGO(WK-IDX-BITACORA) + 1
           COMPUTE WK-POS-SELLO = TB-LARGO(WK-IDX-BITACORA) + 10
           MOVE 'N' TO SW-HAY-SELLADO
           MOVE ZEROS TO WK-SEC-ANTERIOR
                         WK-SELLO-ANTERIOR
           IF TB-CONTINUA(WK-IDX-BITACORA) = 'S'
               AND WK-IDX-BITACORA > 1
               MOVE TR-ULTIMA-SEC(WK-IDX-BITACORA - 1)
                 TO WK-SEC-ANTERIOR
               MOVE TR-ULTIMO-SELLO(WK-IDX-BITACORA - 1)
                 TO WK-SELLO-ANTERIOR
           END-IF.

      * LOS REGISTROS DEL PRINCIPIO SIN SECUENCIA SON ANTERIORES AL
      * SELLADO; UNO SIN SELLO DESPUES DE LOS SELLADOS ES UNA
      * ESCRITURA A MEDIAS O UN AGREGADO, Y NO SE RESELLA ENCIMA.
       217-REVISAR-REGISTRO.
           IF WK-REGISTRO(WK-POS-SECUENCIA:9) IS NOT NUMERIC
              OR WK-REGISTRO(WK-POS-SELLO:18) IS NOT NUMERIC
               IF HAY-SELLADO
                   MOVE 'S' TO TR-PROBLEMA(WK-IDX-BITACORA)
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO SW-HAY-SELLADO
           MOVE WK-REGISTRO(WK-POS-SECUENCIA:9) TO WK-SECUENCIA
           MOVE WK-REGISTRO(WK-POS-SELLO:18) TO WK-SELLO-LEIDO

           COMPUTE WK-SEC-ESPERADA = WK-SEC-ANTERIOR + 1
           IF WK-SECUENCIA NOT = WK-SEC-ESPERADA
               MOVE 'S' TO TR-PROBLEMA(WK-IDX-BITACORA)
           END-IF

           CALL "CALCULA-SELLO" USING WK-SELLO-ANTERIOR
                                      WK-SECUENCIA
                                      WK-REGISTRO
                                      TB-LARGO(WK-IDX-BITACORA)
                                      WK-SELLO-CALCULADO
           IF WK-SELLO-CALCULADO NOT = WK-SELLO-LEIDO
               MOVE 'S' TO TR-PROBLEMA(WK-IDX-BITACORA)
           END-IF

           IF WK-SECUENCIA = TR-CTL-SECUENCIA(WK-IDX-BITACORA)
               AND WK-SELLO-LEIDO
                   NOT = TR-CTL-SELLO(WK-IDX-BITACORA)
               MOVE 'S' TO TR-PROBLEMA(WK-IDX-BITACORA)
           END-IF

           MOVE WK-SECUENCIA   TO WK-SEC-ANTERIOR
           MOVE WK-SELLO-LEIDO TO WK-SELLO-ANTERIOR.

       219-CERRAR-CADENA.
           MOVE WK-SEC-ANTERIOR   TO TR-ULTIMA-SEC(WK-IDX-BITACORA)
           MOVE WK-SELLO-ANTERIOR TO TR-ULTIMO-SELLO(WK-IDX-BITACORA).

       220-CONFIRMAR.
           DISPLAY " "
           DISPLAY "SE BORRARAN LOS DATOS PERSONALES DE "
                   CONT-ELEGIDOS " TITULARES (" CONT-CUENTAS-ELEGIDAS
                   " CUENTAS). NO HAY VUELTA ATRAS."
           DISPLAY "CONFIRMA (S/N): "
           ACCEPT WK-CONFIRMA
           IF WK-CONFIRMA NOT = 'S'
               DISPLAY "ANONIMIZACION CANCELADA, NO SE CAMBIO NADA"
               STOP RUN
           END-IF.

      *****************************************************************
      * EL NOMBRE EN LOS TRES MAESTROS. EN MAESTRO-NUEVO Y EN EL
      * RESPALDO SOLO SE TOCA SI EL REGISTRO SIGUE SIENDO DE LA MISMA
      * CUENTA (MISMO NOMBRE); CUALQUIERA DE LOS DOS PUEDE NO EXISTIR.
      *****************************************************************
       230-ANONIMIZAR-MAESTROS.
           OPEN I-O ARCHIVO-MAESTRO
           IF FS-MAESTRO NOT = '00'
               DISPLAY "ERROR ABRIENDO MAESTRO: " FS-MAESTRO
               STOP RUN
           END-IF
           OPEN I-O ARCHIVO-MAESTRO-NUEVO
           OPEN I-O ARCHIVO-RESPALDO

           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CUENTAS
               IF TC-TITULAR(WK-INDICE) > ZEROS
                   MOVE TC-TITULAR(WK-INDICE) TO WK-INDICE-TITULAR
                   IF TT-NUMERO(WK-INDICE-TITULAR) > ZEROS
                       PERFORM 420-ARMAR-SEUDONIMO
                       PERFORM 232-ANONIMIZAR-MAESTRO
                       IF FS-MAESTRO-NUEVO = '00'
                           PERFORM 234-ANONIMIZAR-NUEVO
                       END-IF
                       IF FS-RESPALDO = '00'
                           PERFORM 236-ANONIMIZAR-RESPALDO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE ARCHIVO-MAESTRO
                 ARCHIVO-MAESTRO-NUEVO
                 ARCHIVO-RESPALDO.

       232-ANONIMIZAR-MAESTRO.
           IF TC-ORIGEN(WK-INDICE) NOT = 'M'
               EXIT PARAGRAPH
           END-IF
           MOVE TC-CODIGO(WK-INDICE) TO CODIGO-MAESTRO
           READ ARCHIVO-MAESTRO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOMBRE-MAESTRO = TC-NOMBRE(WK-INDICE)
               MOVE WK-SEUDONIMO TO NOMBRE-MAESTRO
               REWRITE REG-MAESTRO
                   INVALID KEY
                       DISPLAY "ERROR REGRABANDO MAESTRO "
                               CODIGO-MAESTRO ": " FS-MAESTRO
                   NOT INVALID KEY
                       ADD 1 TO CONT-NOM-MAESTRO
                       MOVE 'S' TO TC-HECHO-MAESTRO(WK-INDICE)
               END-REWRITE
           END-IF.

       234-ANONIMIZAR-NUEVO.
           MOVE TC-CODIGO(WK-INDICE) TO CODIGO-MAESTRO-NUEVO
           READ ARCHIVO-MAESTRO-NUEVO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOMBRE-MAESTRO-NUEVO = TC-NOMBRE(WK-INDICE)
               MOVE WK-SEUDONIMO TO NOMBRE-MAESTRO-NUEVO
               REWRITE REG-MAESTRO-NUEVO
                   INVALID KEY
                       DISPLAY "ERROR REGRABANDO MAESTRO-NUEVO "
                               CODIGO-MAESTRO-NUEVO ": "
                               FS-MAESTRO-NUEVO
                   NOT INVALID KEY
                       ADD 1 TO CONT-NOM-NUEVO
                       MOVE 'S' TO TC-HECHO-MAESTRO(WK-INDICE)
               END-REWRITE
           END-IF.

       236-ANONIMIZAR-RESPALDO.
           MOVE TC-CODIGO(WK-INDICE) TO RES-CODIGO
           READ ARCHIVO-RESPALDO
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF RES-NOMBRE = TC-NOMBRE(WK-INDICE)
               MOVE WK-SEUDONIMO TO RES-NOMBRE
               REWRITE REG-RESPALDO
                   INVALID KEY
                       DISPLAY "ERROR REGRABANDO MAESTRO-RESPALDO "
                               RES-CODIGO ": " FS-RESPALDO
                   NOT INVALID KEY
                       ADD 1 TO CONT-NOM-RESPALDO
                       MOVE 'S' TO TC-HECHO-MAESTRO(WK-INDICE)
               END-REWRITE
           END-IF.

      * DOCUMENTO Y DOMICILIO AL SEUDONIMO (ASI LAS CUENTAS DEL
      * TITULAR SIGUEN AGRUPADAS), TELEFONO EN BLANCO. EL RIESGO Y
      * LAS FECHAS DE REVISION NO SON DATOS PERSONALES Y QUEDAN.
       240-ANONIMIZAR-CONTACTOS.
           IF NOT HAY-CONTACTOS
               EXIT PARAGRAPH
           END-IF
           OPEN I-O ARCHIVO-CONTACTOS
           IF FS-CONTACTOS NOT = '00'
               DISPLAY "ERROR ABRIENDO CONTACTOS: " FS-CONTACTOS
               STOP RUN
           END-IF

      * CAMBIOS-CONTACTOS.DAT NUNCA SE TRUNCA.
           OPEN EXTEND ARCHIVO-CAMBIOS
           IF FS-CAMBIOS = '35'
               OPEN OUTPUT ARCHIVO-CAMBIOS
               CLOSE ARCHIVO-CAMBIOS
               OPEN EXTEND ARCHIVO-CAMBIOS
           END-IF
           IF FS-CAMBIOS NOT = '00'
               DISPLAY "ERROR ABRIENDO CAMBIOS-CONTACTOS: " FS-CAMBIOS
               STOP RUN
           END-IF

           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CUENTAS
               IF TC-TITULAR(WK-INDICE) > ZEROS
                   AND TC-CONTACTO(WK-INDICE) = 'S'
                   MOVE TC-TITULAR(WK-INDICE) TO WK-INDICE-TITULAR
                   IF TT-NUMERO(WK-INDICE-TITULAR) > ZEROS
                       PERFORM 420-ARMAR-SEUDONIMO
                       PERFORM 242-ANONIMIZAR-CONTACTO
                   END-IF
               END-IF
           END-PERFORM

           CLOSE ARCHIVO-CONTACTOS
                 ARCHIVO-CAMBIOS.

       242-ANONIMIZAR-CONTACTO.
           MOVE TC-CODIGO(WK-INDICE) TO CON-CODIGO
           READ ARCHIVO-CONTACTOS
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE WK-SEUDONIMO TO CON-DOMICILIO-1
                                CON-DOCUMENTO
           MOVE SPACES       TO CON-DOMICILIO-2
                                CON-TELEFONO
           REWRITE REG-CONTACTO
               INVALID KEY
                   DISPLAY "ERROR REGRABANDO CONTACTO " CON-CODIGO
                           ": " FS-CONTACTOS
               NOT INVALID KEY
                   ADD 1 TO CONT-CONTACTOS
                   MOVE 'S' TO TC-HECHO-CONTACTO(WK-INDICE)
                   MOVE CON-CODIGO           TO CCO-CODIGO
                   MOVE "ANONIMIZA"          TO CCO-ACCION
                   MOVE WK-OPERADOR          TO CCO-OPERADOR
                   MOVE WK-FECHA-SESION      TO CCO-FECHA
                   MOVE WK-HORA-SESION(1:6)  TO CCO-HORA
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
                   WRITE REG-CAMBIO
           END-REWRITE.

      * LOS INTERVINIENTES DE LA CUENTA TOMAN EL SEUDONIMO DEL
      * TITULAR EN NOMBRE Y DOCUMENTO; ROL, REGLA Y FECHA DE ALTA
      * QUEDAN. SIN TITULARES.DAT TODAS LAS CUENTAS TIENEN UN SOLO
      * TITULAR Y NO HAY NADA QUE HACER.
       243-ANONIMIZAR-TITULARES.
           OPEN I-O ARCHIVO-TITULARES
           IF FS-TITULARES = '35'
               EXIT PARAGRAPH
           END-IF
           IF FS-TITULARES NOT = '00'
               DISPLAY "ERROR ABRIENDO TITULARES: " FS-TITULARES
               STOP RUN
           END-IF

           OPEN EXTEND ARCHIVO-CAMBIOS
           IF FS-CAMBIOS = '35'
               OPEN OUTPUT ARCHIVO-CAMBIOS
               CLOSE ARCHIVO-CAMBIOS
               OPEN EXTEND ARCHIVO-CAMBIOS
           END-IF
           IF FS-CAMBIOS NOT = '00'
               DISPLAY "ERROR ABRIENDO CAMBIOS-CONTACTOS: " FS-CAMBIOS
               STOP RUN
           END-IF

           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CUENTAS
               IF TC-TITULAR(WK-INDICE) > ZEROS
                   AND TC-CODIGO-PROPIO(WK-INDICE) = 'S'
                   MOVE TC-TITULAR(WK-INDICE) TO WK-INDICE-TITULAR
                   IF TT-NUMERO(WK-INDICE-TITULAR) > ZEROS
                       PERFORM 420-ARMAR-SEUDONIMO
                       PERFORM 244-ANONIMIZAR-INTERVINIENTES
                   END-IF
               END-IF
           END-PERFORM

           CLOSE ARCHIVO-TITULARES
                 ARCHIVO-CAMBIOS.

       244-ANONIMIZAR-INTERVINIENTES.
           MOVE 'N' TO SW-FIN-TITULARES
           MOVE TC-CODIGO(WK-INDICE) TO TIT-CODIGO
           MOVE ZEROS TO TIT-ORDEN
           START ARCHIVO-TITULARES
               KEY IS NOT LESS THAN TIT-CLAVE
               INVALID KEY
                   MOVE 'S' TO SW-FIN-TITULARES
           END-START

           PERFORM UNTIL FIN-TITULARES
               READ ARCHIVO-TITULARES NEXT RECORD
                   AT END
                       MOVE 'S' TO SW-FIN-TITULARES
                   NOT AT END
                       IF TIT-CODIGO NOT = TC-CODIGO(WK-INDICE)
                           MOVE 'S' TO SW-FIN-TITULARES
                       ELSE
                           PERFORM 246-ANONIMIZAR-INTERVINIENTE
                       END-IF
               END-READ
           END-PERFORM.

       246-ANONIMIZAR-INTERVINIENTE.
           MOVE WK-SEUDONIMO TO TIT-NOMBRE
                                TIT-DOCUMENTO
           REWRITE REG-TITULAR
               INVALID KEY
                   DISPLAY "ERROR REGRABANDO INTERVINIENTE " TIT-CODIGO
                           "-" TIT-ORDEN ": " FS-TITULARES
               NOT INVALID KEY
                   ADD 1 TO CONT-INTERVINIENTES
                   MOVE TIT-CODIGO           TO CCO-CODIGO
                   MOVE SPACES               TO CCO-ACCION
                   STRING "TIT-ANON" TIT-ORDEN
                       DELIMITED BY SIZE INTO CCO-ACCION
                   MOVE WK-OPERADOR          TO CCO-OPERADOR
                   MOVE WK-FECHA-SESION      TO CCO-FECHA
                   MOVE WK-HORA-SESION(1:6)  TO CCO-HORA
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
                   WRITE REG-CAMBIO
           END-REWRITE.

      * CUENTAS-DEPURADAS.DAT SE COPIA AL TRABAJO CON LOS NOMBRES
      * CAMBIADOS Y SE VUELCA DE VUELTA.
       245-ANONIMIZAR-DEPURADAS.
           IF CONT-DEPURADAS = ZEROS
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ARCHIVO-DEPURADAS
           OPEN OUTPUT ARCHIVO-TRABAJO
           IF FS-DEPURADAS NOT = '00' OR FS-TRABAJO NOT = '00'
               DISPLAY "ERROR COPIANDO CUENTAS-DEPURADAS: "
                       FS-DEPURADAS " " FS-TRABAJO
               STOP RUN
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-DEPURADAS
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       PERFORM 247-TRATAR-DEPURADA
                       WRITE REG-TRABAJO FROM REG-DEPURADA
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-DEPURADAS
                 ARCHIVO-TRABAJO

           OPEN INPUT ARCHIVO-TRABAJO
           OPEN OUTPUT ARCHIVO-DEPURADAS
           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-TRABAJO
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       MOVE REG-TRABAJO TO REG-DEPURADA
                       WRITE REG-DEPURADA
               END-READ
           END-PERFORM
           CLOSE ARCHIVO-TRABAJO
                 ARCHIVO-DEPURADAS.

       247-TRATAR-DEPURADA.
           MOVE DEP-CODIGO TO WK-BUSCA-CODIGO-N
           MOVE DEP-NOMBRE TO WK-BUSCA-NOMBRE
           PERFORM 400-BUSCAR-NOMBRE
           IF WK-CUENTA-HALLADA > ZEROS
               MOVE TC-TITULAR(WK-CUENTA-HALLADA) TO WK-INDICE-TITULAR
               PERFORM 420-ARMAR-SEUDONIMO
               MOVE WK-SEUDONIMO TO DEP-NOMBRE
               ADD 1 TO CONT-NOM-DEPURADAS
           END-IF.

      *****************************************************************
      * LAS BITACORAS SELLADAS: CADA UNA SE COPIA AL TRABAJO CON LOS
      * NOMBRES CAMBIADOS; DESDE EL PRIMER REGISTRO SELLADO TOCADO EN
      * ADELANTE, CADA SELLO SE RECALCULA SOBRE EL SELLO NUEVO DEL
      * ANTERIOR (LA SECUENCIA NO CAMBIA). SI EL HISTORICO SE RESELLO,
      * AUDITORIA.DAT, QUE CONTINUA SU CADENA, SE RESELLA ENTERA.
      *****************************************************************
       250-RESELLAR-BITACORAS.
           MOVE 'S' TO SW-APLICAR
           MOVE 'N' TO SW-RESELLANDO
           PERFORM VARYING WK-IDX-BITACORA FROM 1 BY 1
                   UNTIL WK-IDX-BITACORA > WK-CANT-BITACORAS
               IF TB-CONTINUA(WK-IDX-BITACORA) NOT = 'S'
                   MOVE 'N' TO SW-RESELLANDO
               END-IF
               IF TR-CAMBIOS(WK-IDX-BITACORA) > ZEROS
                   OR RESELLANDO
                   PERFORM 255-RESELLAR-UNA
               END-IF
           END-PERFORM.

       255-RESELLAR-UNA.
           PERFORM 215-PREPARAR-CADENA
           MOVE 'S' TO TR-RESELLADA(WK-IDX-BITACORA)
           MOVE TR-ULTIMO-SELLO(WK-IDX-BITACORA)
             TO TR-SELLO-VIEJO(WK-IDX-BITACORA)

      * EL PUNTO DE PARTIDA DE LA CADENA ES EL SELLO NUEVO DE LA
      * BITACORA ANTERIOR, SI ESTA LA CONTINUA.
           IF TB-CONTINUA(WK-IDX-BITACORA) = 'S'
               AND WK-IDX-BITACORA > 1
               MOVE TR-SELLO-NUEVO(WK-IDX-BITACORA - 1)
                 TO WK-SELLO-ANTERIOR
               IF TR-RESELLADA(WK-IDX-BITACORA - 1) NOT = 'S'
                   MOVE TR-ULTIMO-SELLO(WK-IDX-BITACORA - 1)
                     TO WK-SELLO-ANTERIOR
               END-IF
           END-IF

           OPEN INPUT ARCHIVO-BITACORA
           OPEN OUTPUT ARCHIVO-TRABAJO
           IF FS-BITACORA NOT = '00' OR FS-TRABAJO NOT = '00'
               DISPLAY "*** ERROR COPIANDO " WK-NOMBRE-BITACORA ": "
                       FS-BITACORA " " FS-TRABAJO " ***"
               STOP RUN
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-BITACORA INTO WK-REGISTRO
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       PERFORM 410-TRATAR-NOMBRES
                       PERFORM 257-RESELLAR-REGISTRO
                       WRITE REG-TRABAJO FROM WK-REGISTRO
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-BITACORA
                 ARCHIVO-TRABAJO

           MOVE WK-SELLO-ANTERIOR TO TR-SELLO-NUEVO(WK-IDX-BITACORA)
           PERFORM 259-DEVOLVER-TRABAJO.

       257-RESELLAR-REGISTRO.
           IF WK-REGISTRO(WK-POS-SECUENCIA:9) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           MOVE WK-REGISTRO(WK-POS-SECUENCIA:9) TO WK-SECUENCIA
           IF WK-CAMBIOS-REGISTRO > ZEROS
               MOVE 'S' TO SW-RESELLANDO
           END-IF

           IF RESELLANDO
               IF TR-DESDE-SEC(WK-IDX-BITACORA) = ZEROS
                   MOVE WK-SECUENCIA TO TR-DESDE-SEC(WK-IDX-BITACORA)
               END-IF
               CALL "CALCULA-SELLO" USING WK-SELLO-ANTERIOR
                                          WK-SECUENCIA
                                          WK-REGISTRO
                                          TB-LARGO(WK-IDX-BITACORA)
                                          WK-SELLO-CALCULADO
               MOVE WK-SELLO-CALCULADO
                 TO WK-REGISTRO(WK-POS-SELLO:18)
           END-IF

           MOVE WK-REGISTRO(WK-POS-SELLO:18) TO WK-SELLO-ANTERIOR
           IF WK-SECUENCIA = TR-CTL-SECUENCIA(WK-IDX-BITACORA)
               MOVE WK-SELLO-ANTERIOR
                 TO TR-CTL-SELLO(WK-IDX-BITACORA)
           END-IF.

       259-DEVOLVER-TRABAJO.
           OPEN INPUT ARCHIVO-TRABAJO
           OPEN OUTPUT ARCHIVO-BITACORA
           IF FS-BITACORA NOT = '00' OR FS-TRABAJO NOT = '00'
               DISPLAY "*** ERROR DEVOLVIENDO " WK-NOMBRE-BITACORA
                       ": " FS-BITACORA " " FS-TRABAJO
                       " (LA COPIA BUENA QUEDA EN"
                       " ANONIMIZA-TRABAJO.DAT) ***"
               STOP RUN
           END-IF

           MOVE 'N' TO SW-FIN-ARCHIVO
           PERFORM UNTIL FIN-ARCHIVO
               READ ARCHIVO-TRABAJO
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       WRITE REG-BITACORA FROM REG-TRABAJO
               END-READ
           END-PERFORM

           CLOSE ARCHIVO-TRABAJO
                 ARCHIVO-BITACORA.

      * LA MARCA DE CADA BITACORA RESELLADA PASA AL SELLO NUEVO DE
      * SU MISMA SECUENCIA: LA PROXIMA VERIFICACION NO LO TOMA COMO
      * UNA ALTERACION. LAS DEMAS MARCAS SE REGRABAN IGUAL.
       265-GRABAR-CONTROL.
           IF CONT-CONTROL = ZEROS
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WK-IDX-CONTROL FROM 1 BY 1
                   UNTIL WK-IDX-CONTROL > CONT-CONTROL
               PERFORM VARYING WK-IDX-BITACORA FROM 1 BY 1
                       UNTIL WK-IDX-BITACORA > WK-CANT-BITACORAS
                   IF TB-ARCHIVO(WK-IDX-BITACORA)
                       = TCT-ARCHIVO(WK-IDX-CONTROL)
                       MOVE TR-CTL-SELLO(WK-IDX-BITACORA)
                         TO TCT-SELLO(WK-IDX-CONTROL)
                   END-IF
               END-PERFORM
           END-PERFORM

           OPEN OUTPUT ARCHIVO-CONTROL
           IF FS-CONTROL NOT = '00'
               DISPLAY "*** ERROR GRABANDO SELLOS-CONTROL.DAT: "
                       FS-CONTROL " (LA PROXIMA VERIFICACION DARA"
                       " ALARMA) ***"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WK-IDX-CONTROL FROM 1 BY 1
                   UNTIL WK-IDX-CONTROL > CONT-CONTROL
               WRITE REG-CONTROL FROM ENTRADA-CONTROL(WK-IDX-CONTROL)
           END-PERFORM
           CLOSE ARCHIVO-CONTROL.

      * ANONIMIZACIONES.DAT NUNCA SE TRUNCA.
       270-REGISTRAR-ANONIMIZACIONES.
           OPEN EXTEND ARCHIVO-REGISTRO
           IF FS-REGISTRO = '35'
               OPEN OUTPUT ARCHIVO-REGISTRO
               CLOSE ARCHIVO-REGISTRO
               OPEN EXTEND ARCHIVO-REGISTRO
           END-IF
           IF FS-REGISTRO NOT = '00'
               DISPLAY "ERROR ABRIENDO ANONIMIZACIONES.DAT: "
                       FS-REGISTRO
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WK-INDICE-TITULAR FROM 1 BY 1
                   UNTIL WK-INDICE-TITULAR > CONT-TITULARES
               IF TT-NUMERO(WK-INDICE-TITULAR) > ZEROS
                   MOVE TT-NUMERO(WK-INDICE-TITULAR) TO ANO-NUMERO
                   MOVE WK-FECHA-SESION          TO ANO-FECHA
                   MOVE WK-HORA-SESION(1:6)      TO ANO-HORA
                   MOVE WK-OPERADOR              TO ANO-OPERADOR
                   MOVE TT-CUENTAS(WK-INDICE-TITULAR) TO ANO-CUENTAS
                   MOVE TT-ULTIMO-CIERRE(WK-INDICE-TITULAR)
                     TO ANO-ULTIMO-CIERRE
                   MOVE WK-ANIOS                 TO ANO-ANIOS
                   WRITE REG-ANONIMIZACION
               END-IF
           END-PERFORM

           CLOSE ARCHIVO-REGISTRO.

      *****************************************************************
      * EL CERTIFICADO (O, AL SIMULAR, EL INFORME DE LO QUE SE
      * HARIA): QUIEN, CUANDO, CON QUE PLAZO, QUE CAMPOS, CADA
      * TITULAR POR SU SEUDONIMO CON SUS CUENTAS Y LO CAMBIADO EN
      * CADA UNA, LOS EXCLUIDOS Y EL RESELLADO DE LAS BITACORAS.
      * NUNCA LLEVA UN DATO BORRADO.
      *****************************************************************
       280-ESCRIBIR-CERTIFICADO.
           OPEN OUTPUT ARCHIVO-REPORTE
           IF FS-REPORTE NOT = '00'
               DISPLAY "ERROR ABRIENDO " WK-NOMBRE-REPORTE ": "
                       FS-REPORTE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REG-REPORTE
           IF ACCION-SIMULAR
               MOVE "SIMULACION DE ANONIMIZACION DE DATOS PERSONALES"
                   TO REG-REPORTE
           ELSE
               MOVE "CERTIFICADO DE ANONIMIZACION DE DATOS PERSONALES"
                   TO REG-REPORTE
           END-IF
           WRITE REG-REPORTE
           MOVE ALL "=" TO REG-REPORTE
           WRITE REG-REPORTE

           MOVE WK-FECHA-SESION TO WK-FECHA-A-EDITAR
           PERFORM 450-EDITAR-FECHA
           MOVE SPACES TO REG-REPORTE
           STRING "FECHA: " WK-FECHA-EDITADA "  HORA: "
                  WK-HORA-SESION(1:2) ":" WK-HORA-SESION(3:2) ":"
                  WK-HORA-SESION(5:2) "  OPERADOR: " WK-OPERADOR
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE

           MOVE WK-FECHA-LIMITE TO WK-FECHA-A-EDITAR
           PERFORM 450-EDITAR-FECHA
           MOVE SPACES TO REG-REPORTE
           STRING "PLAZO: " WK-ANIOS " AÑOS DESDE EL ULTIMO CIERRE"
                  " (CERRADAS ANTES DEL " WK-FECHA-EDITADA ")"
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "DATOS BORRADOS: NOMBRE (MAESTRO, MAESTRO NUEVO,"
               TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "  RESPALDO, CUENTAS DEPURADAS, AUDITORIA, HISTORICO"
               TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "  DE AUDITORIA E IMAGENES DE MANTEN-AUDITORIA),"
               TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "  DOMICILIO, TELEFONO Y DOCUMENTO (CONTACTOS)."
               TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "SE CONSERVAN CODIGOS, IMPORTES, SALDOS Y FECHAS."
               TO REG-REPORTE
           WRITE REG-REPORTE

           PERFORM 282-ESCRIBIR-TITULARES
           PERFORM 286-ESCRIBIR-EXCLUIDOS
           PERFORM 288-ESCRIBIR-BITACORAS
           PERFORM 289-ESCRIBIR-TOTALES

           CLOSE ARCHIVO-REPORTE.

       282-ESCRIBIR-TITULARES.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "TITULARES ANONIMIZADOS" TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE ALL "-" TO REG-REPORTE
           WRITE REG-REPORTE

           IF CONT-ELEGIDOS = ZEROS
               MOVE "  NINGUNO" TO REG-REPORTE
               WRITE REG-REPORTE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WK-INDICE-TITULAR FROM 1 BY 1
                   UNTIL WK-INDICE-TITULAR > CONT-TITULARES
               IF TT-NUMERO(WK-INDICE-TITULAR) > ZEROS
                   PERFORM 284-ESCRIBIR-TITULAR
               END-IF
           END-PERFORM.

       284-ESCRIBIR-TITULAR.
           PERFORM 420-ARMAR-SEUDONIMO
           MOVE WK-SEUDONIMO TO LTI-SEUDONIMO
           MOVE TT-CUENTAS(WK-INDICE-TITULAR) TO LTI-CUENTAS
           MOVE TT-ULTIMO-CIERRE(WK-INDICE-TITULAR)
             TO WK-FECHA-A-EDITAR
           PERFORM 450-EDITAR-FECHA
           MOVE WK-FECHA-EDITADA TO LTI-CIERRE
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           WRITE REG-REPORTE FROM LINEA-TITULAR
           WRITE REG-REPORTE FROM LINEA-CAB-CUENTA

           PERFORM VARYING WK-INDICE FROM 1 BY 1
                   UNTIL WK-INDICE > CONT-CUENTAS
               IF TC-TITULAR(WK-INDICE) = WK-INDICE-TITULAR
                   PERFORM 285-ESCRIBIR-CUENTA
               END-IF
           END-PERFORM.

      * EN SIMULACION "SI" ES LO QUE SE CAMBIARIA; EJECUTADO, LO QUE
      * SE CAMBIO.
       285-ESCRIBIR-CUENTA.
           MOVE TC-CODIGO(WK-INDICE) TO LCU-CODIGO
           IF TC-ORIGEN(WK-INDICE) = 'M'
               MOVE "MAESTRO " TO LCU-ORIGEN
           ELSE
               MOVE "DEPURADA" TO LCU-ORIGEN
           END-IF
           MOVE TC-FECHA-CIERRE(WK-INDICE) TO WK-FECHA-A-EDITAR
           PERFORM 450-EDITAR-FECHA
           MOVE WK-FECHA-EDITADA TO LCU-CIERRE

           MOVE "NO" TO LCU-MAESTRO
                        LCU-CONTACTO
           IF ACCION-SIMULAR
               IF TC-ORIGEN(WK-INDICE) = 'M'
                   MOVE "SI" TO LCU-MAESTRO
               END-IF
               IF TC-CONTACTO(WK-INDICE) = 'S'
                   MOVE "SI" TO LCU-CONTACTO
               END-IF
           ELSE
               IF TC-HECHO-MAESTRO(WK-INDICE) = 'S'
                   MOVE "SI" TO LCU-MAESTRO
               END-IF
               IF TC-HECHO-CONTACTO(WK-INDICE) = 'S'
                   MOVE "SI" TO LCU-CONTACTO
               END-IF
           END-IF
           MOVE TC-LIN-AUDITORIA(WK-INDICE) TO LCU-AUDITORIA
           MOVE TC-LIN-MANTEN(WK-INDICE)    TO LCU-MANTEN
           WRITE REG-REPORTE FROM LINEA-CUENTA.

      * LOS QUE TIENEN TODO CERRADO HACE MAS DEL PLAZO PERO QUEDAN
      * FUERA POR UN EMBARGO O UNA DISPUTA; SE IDENTIFICAN POR SU
      * PRIMERA CUENTA.
       286-ESCRIBIR-EXCLUIDOS.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "TITULARES EXCLUIDOS" TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE ALL "-" TO REG-REPORTE
           WRITE REG-REPORTE

           IF CONT-EMBARGADOS = ZEROS AND CONT-EN-DISPUTA = ZEROS
               MOVE "  NINGUNO" TO REG-REPORTE
               WRITE REG-REPORTE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WK-INDICE-TITULAR FROM 1 BY 1
                   UNTIL WK-INDICE-TITULAR > CONT-TITULARES
               IF TT-VIGENTES(WK-INDICE-TITULAR) = ZEROS
                   AND TT-BLOQUEO(WK-INDICE-TITULAR) NOT = SPACE
                   MOVE TT-PRIMERA-CUENTA(WK-INDICE-TITULAR)
                     TO WK-INDICE
                   MOVE TC-CODIGO(WK-INDICE) TO LEX-CODIGO
                   MOVE TT-CUENTAS(WK-INDICE-TITULAR) TO LEX-CUENTAS
                   IF TT-BLOQUEO(WK-INDICE-TITULAR) = 'E'
                       MOVE "EMBARGO VIGENTE" TO LEX-MOTIVO
                   ELSE
                       MOVE "DISPUTA ABIERTA" TO LEX-MOTIVO
                   END-IF
                   WRITE REG-REPORTE FROM LINEA-EXCLUIDO
               END-IF
           END-PERFORM.

       288-ESCRIBIR-BITACORAS.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "BITACORAS SELLADAS (VERIFICADAS ANTES DE CAMBIAR)"
               TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE ALL "-" TO REG-REPORTE
           WRITE REG-REPORTE

           PERFORM VARYING WK-IDX-BITACORA FROM 1 BY 1
                   UNTIL WK-IDX-BITACORA > WK-CANT-BITACORAS
               MOVE SPACES TO REG-REPORTE
               STRING TB-ARCHIVO(WK-IDX-BITACORA)
                      " REGISTROS CON NOMBRE: "
                      TR-CAMBIOS(WK-IDX-BITACORA)
                   DELIMITED BY SIZE INTO REG-REPORTE
               WRITE REG-REPORTE
               IF TR-RESELLADA(WK-IDX-BITACORA) = 'S'
                   MOVE SPACES TO REG-REPORTE
                   STRING "  RESELLADA DESDE LA SECUENCIA "
                          TR-DESDE-SEC(WK-IDX-BITACORA)
                       DELIMITED BY SIZE INTO REG-REPORTE
                   WRITE REG-REPORTE
                   MOVE SPACES TO REG-REPORTE
                   STRING "  SELLO FINAL ANTERIOR "
                          TR-SELLO-VIEJO(WK-IDX-BITACORA)
                          "  NUEVO " TR-SELLO-NUEVO(WK-IDX-BITACORA)
                       DELIMITED BY SIZE INTO REG-REPORTE
                   WRITE REG-REPORTE
                   IF TR-CTL-SECUENCIA(WK-IDX-BITACORA) > ZEROS
                       MOVE SPACES TO REG-REPORTE
                       STRING "  MARCA DE SELLOS-CONTROL.DAT EN LA"
                              " SECUENCIA "
                              TR-CTL-SECUENCIA(WK-IDX-BITACORA)
                              " PASADA AL SELLO NUEVO"
                           DELIMITED BY SIZE INTO REG-REPORTE
                       WRITE REG-REPORTE
                   END-IF
               END-IF
           END-PERFORM.

       289-ESCRIBIR-TOTALES.
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE "TOTALES" TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE ALL "-" TO REG-REPORTE
           WRITE REG-REPORTE

           MOVE "CUENTAS EN EL MAESTRO:" TO LCO-ETIQUETA
           MOVE CONT-MAESTRO TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "CUENTAS DEPURADAS REGISTRADAS:" TO LCO-ETIQUETA
           MOVE CONT-DEPURADAS TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "CUENTAS YA ANONIMIZADAS ANTES:" TO LCO-ETIQUETA
           MOVE CONT-YA-ANONIMAS TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "CERRADAS SIN FECHA DE CIERRE (NO SE TOCAN):"
               TO LCO-ETIQUETA
           MOVE CONT-SIN-FECHA TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "CUENTAS CERRADAS HACE MAS DEL PLAZO:" TO LCO-ETIQUETA
           MOVE CONT-CANDIDATAS TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "TITULARES QUE SIGUEN SIENDO CLIENTES:"
               TO LCO-ETIQUETA
           MOVE CONT-CON-VIGENTES TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "TITULARES CON EMBARGO VIGENTE:" TO LCO-ETIQUETA
           MOVE CONT-EMBARGADOS TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "TITULARES CON DISPUTA ABIERTA:" TO LCO-ETIQUETA
           MOVE CONT-EN-DISPUTA TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "TITULARES ANONIMIZADOS:" TO LCO-ETIQUETA
           MOVE CONT-ELEGIDOS TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "  SUS CUENTAS:" TO LCO-ETIQUETA
           MOVE CONT-CUENTAS-ELEGIDAS TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO

           IF ACCION-SIMULAR
               EXIT PARAGRAPH
           END-IF

           MOVE "NOMBRES CAMBIADOS EN MAESTRO.DAT:" TO LCO-ETIQUETA
           MOVE CONT-NOM-MAESTRO TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "NOMBRES CAMBIADOS EN MAESTRO-NUEVO.DAT:"
               TO LCO-ETIQUETA
           MOVE CONT-NOM-NUEVO TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "NOMBRES CAMBIADOS EN MAESTRO-RESPALDO.DAT:"
               TO LCO-ETIQUETA
           MOVE CONT-NOM-RESPALDO TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "NOMBRES CAMBIADOS EN CUENTAS-DEPURADAS.DAT:"
               TO LCO-ETIQUETA
           MOVE CONT-NOM-DEPURADAS TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "CONTACTOS ANONIMIZADOS:" TO LCO-ETIQUETA
           MOVE CONT-CONTACTOS TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO
           MOVE "INTERVINIENTES ANONIMIZADOS EN TITULARES.DAT:"
               TO LCO-ETIQUETA
           MOVE CONT-INTERVINIENTES TO LCO-NUMERO
           WRITE REG-REPORTE FROM LINEA-CONTEO.

       300-FINALIZAR.
           DISPLAY " "
           IF ACCION-SIMULAR
               DISPLAY "SIMULACION: NO SE CAMBIO NADA"
           END-IF
           DISPLAY "TITULARES ANONIMIZADOS:  " CONT-ELEGIDOS
           DISPLAY "CUENTAS:                 " CONT-CUENTAS-ELEGIDAS
           DISPLAY "EXCLUIDOS POR EMBARGO:   " CONT-EMBARGADOS
           DISPLAY "EXCLUIDOS POR DISPUTA:   " CONT-EN-DISPUTA
           DISPLAY "DETALLE EN: " WK-NOMBRE-REPORTE.

      *****************************************************************
      * BUSCA UNA CUENTA ELEGIDA POR CODIGO (WK-BUSCA-CODIGO) Y
      * NOMBRE (WK-BUSCA-NOMBRE) ENTRE SUS NOMBRES CONOCIDOS. DEJA LA
      * CUENTA EN WK-CUENTA-HALLADA, O CERO.
      *****************************************************************
       400-BUSCAR-NOMBRE.
           MOVE ZEROS TO WK-CUENTA-HALLADA
           IF WK-BUSCA-CODIGO IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WK-INDICE-NOMBRE FROM 1 BY 1
                   UNTIL WK-INDICE-NOMBRE > CONT-NOMBRES
                      OR WK-CUENTA-HALLADA > ZEROS
               IF TN-CODIGO(WK-INDICE-NOMBRE) = WK-BUSCA-CODIGO-N
                   AND TN-NOMBRE(WK-INDICE-NOMBRE) = WK-BUSCA-NOMBRE
                   MOVE TN-CUENTA(WK-INDICE-NOMBRE)
                     TO WK-CUENTA-HALLADA
               END-IF
           END-PERFORM.

      *****************************************************************
      * LOS NOMBRES DEL REGISTRO DE BITACORA EN WK-REGISTRO: AL
      * VERIFICAR SE CUENTAN (POR BITACORA Y POR CUENTA); AL APLICAR
      * SE REEMPLAZAN POR EL SEUDONIMO. DEJA EN WK-CAMBIOS-REGISTRO
      * SI EL REGISTRO CAMBIA.
      *****************************************************************
       410-TRATAR-NOMBRES.
           MOVE ZEROS TO WK-CAMBIOS-REGISTRO
           IF CONT-NOMBRES = ZEROS
               EXIT PARAGRAPH
           END-IF

           IF TB-FORMA(WK-IDX-BITACORA) = 'A'
               MOVE RA-CODIGO TO WK-BUSCA-CODIGO
               MOVE RA-NOMBRE TO WK-BUSCA-NOMBRE
               PERFORM 400-BUSCAR-NOMBRE
               IF WK-CUENTA-HALLADA > ZEROS
                   ADD 1 TO WK-CAMBIOS-REGISTRO
                   PERFORM 415-ANOTAR-CAMBIO
                   IF APLICAR
                       MOVE WK-SEUDONIMO TO RA-NOMBRE
                   END-IF
               END-IF
           ELSE
               MOVE RM-ANT-CODIGO TO WK-BUSCA-CODIGO
               MOVE RM-ANT-NOMBRE TO WK-BUSCA-NOMBRE
               PERFORM 400-BUSCAR-NOMBRE
               IF WK-CUENTA-HALLADA > ZEROS
                   ADD 1 TO WK-CAMBIOS-REGISTRO
                   PERFORM 415-ANOTAR-CAMBIO
                   IF APLICAR
                       MOVE WK-SEUDONIMO TO RM-ANT-NOMBRE
                   END-IF
               END-IF
               MOVE RM-NUE-CODIGO TO WK-BUSCA-CODIGO
               MOVE RM-NUE-NOMBRE TO WK-BUSCA-NOMBRE
               PERFORM 400-BUSCAR-NOMBRE
               IF WK-CUENTA-HALLADA > ZEROS
                   ADD 1 TO WK-CAMBIOS-REGISTRO
                   PERFORM 415-ANOTAR-CAMBIO
                   IF APLICAR
                       MOVE WK-SEUDONIMO TO RM-NUE-NOMBRE
                   END-IF
               END-IF
           END-IF

      * UN REGISTRO CON LAS DOS IMAGENES TOCADAS CUENTA UNA VEZ.
           IF WK-CAMBIOS-REGISTRO > ZEROS AND NOT APLICAR
               ADD 1 TO TR-CAMBIOS(WK-IDX-BITACORA)
           END-IF.

       415-ANOTAR-CAMBIO.
           MOVE TC-TITULAR(WK-CUENTA-HALLADA) TO WK-INDICE-TITULAR
           PERFORM 420-ARMAR-SEUDONIMO
           IF APLICAR OR WK-CAMBIOS-REGISTRO > 1
               EXIT PARAGRAPH
           END-IF
           IF TB-FORMA(WK-IDX-BITACORA) = 'A'
               ADD 1 TO TC-LIN-AUDITORIA(WK-CUENTA-HALLADA)
           ELSE
               ADD 1 TO TC-LIN-MANTEN(WK-CUENTA-HALLADA)
           END-IF.

       420-ARMAR-SEUDONIMO.
           MOVE SPACES TO WK-SEUDONIMO
           STRING "ANONIMO-" TT-NUMERO(WK-INDICE-TITULAR)
               DELIMITED BY SIZE INTO WK-SEUDONIMO.

       450-EDITAR-FECHA.
           MOVE SPACES TO WK-FECHA-EDITADA
           IF WK-FECHA-A-EDITAR > ZEROS
               STRING WK-FECHA-A-EDITAR(7:2) "/"
                      WK-FECHA-A-EDITAR(5:2) "/"
                      WK-FECHA-A-EDITAR(1:4)
                   DELIMITED BY SIZE INTO WK-FECHA-EDITADA
           END-IF.

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
               MOVE WK-FECHA-INTENTO      TO INT-FECHA
               MOVE WK-HORA-INTENTO(1:6)  TO INT-HORA
               MOVE WK-OPERADOR           TO INT-OPERADOR
               MOVE "ANONIMIZA-TITULAR" TO INT-PROGRAMA
               MOVE WK-NIVEL-OPERADOR     TO INT-NIVEL
               MOVE WK-NIVEL-REQUERIDO    TO INT-NIVEL-REQUERIDO
               WRITE REG-INTENTO
               CLOSE ARCHIVO-INTENTOS
           END-IF.

      * CON EL CERROJO PUESTO LA CADENA ESTA ESCRIBIENDO EL MAESTRO Y
      * AGREGANDO A LA AUDITORIA QUE ESTE PROGRAMA REESCRIBE: AQUI NO
      * HAY ORDEN DE SUPERVISOR QUE VALGA, SE VUELVE CUANDO TERMINE.
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
