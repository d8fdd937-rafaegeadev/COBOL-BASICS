       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANIFIESTO-RESPALDO.
      *AUTHOR. RAFAEL.
      *****************************************************************
      * PROGRAMA: MANIFIESTO DEL RESPALDO DE FIN DE NOCHE
      * PROPOSITO: ULTIMO PASO DE LA CADENA NOCTURNA. CON TODOS LOS
      *            PASOS TERMINADOS, TOMA LA HUELLA DE CADA ARCHIVO
      *            DE ESTADO DEL SISTEMA (LA TABLA DE ABAJO) CON
      *            HUELLA-ARCHIVO: SI ESTA, CUANTOS REGISTROS TIENE,
      *            EL RESUMEN ENCADENADO DE SU CONTENIDO Y EL TOTAL
      *            DE SU IMPORTE PRINCIPAL. LO AGREGA A
      *            MANIFIESTO-RESPALDO.DAT BAJO EL ID-EJECUCION DE LA
      *            NOCHE (ESTADO-CORRIDA.DAT):
      *              H  CABECERA: ID, FECHA DE PROCESO Y HORA
      *              A  UN REGISTRO POR ARCHIVO
      *              T  CIERRE: CANTIDAD DE ARCHIVOS Y EL SELLO DE
      *                 LOS REGISTROS A (CALCULA-SELLO), PARA QUE
      *                 NADIE RETOQUE EL MANIFIESTO SIN QUE SE NOTE
      *            EL MANIFIESTO NUNCA SE TRUNCA: CADA NOCHE AGREGA SU
      *            BLOQUE Y VIAJA CON EL RESPALDO. UNA CORRIDA
      *            REPETIDA AGREGA OTRO BLOQUE CON EL MISMO ID; VALE
      *            EL ULTIMO. MANIFIESTO-RESPALDO.TXT LO MUESTRA
      *            LEGIBLE. VERIFICA-RESPALDO COTEJA UN JUEGO
      *            RESTAURADO CONTRA EL BLOQUE DE UNA NOCHE.
      *            RC 04: SIN ESTADO-CORRIDA.DAT (EL BLOQUE QUEDA CON
      *            ID "SIN-ESTADO-CORRIDA"). RC 08: ALGUN ARCHIVO NO
      *            SE PUDO LEER (EL RESPALDO DE ESA NOCHE NO SIRVE
      *            PARA RESTAURAR ESE ARCHIVO). RC 16: NO SE PUDO
      *            ESCRIBIR EL MANIFIESTO.
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVO-ESTADO-CORRIDA
               ASSIGN TO "ESTADO-CORRIDA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-ESTADO-CORRIDA.

           SELECT ARCHIVO-FECHA-PROCESO
               ASSIGN TO "FECHA-PROCESO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FECHA-PROCESO.

           SELECT ARCHIVO-MANIFIESTO
               ASSIGN TO "MANIFIESTO-RESPALDO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MANIFIESTO.

           SELECT ARCHIVO-REPORTE
               ASSIGN TO "MANIFIESTO-RESPALDO.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-REPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVO-ESTADO-CORRIDA.
       01  REG-ESTADO-CORRIDA.
           05 EST-ID-EJECUCION     PIC X(19).
           05 EST-RESULTADO        PIC X(8).
           05 EST-PARRAFO          PIC X(30).
           05 EST-MOTIVO           PIC X(40).
           05 EST-CUADRE           PIC X(1).
           05 EST-RC               PIC 9(4).

       FD  ARCHIVO-FECHA-PROCESO.
       01  REG-FECHA-PROCESO.
           05 FPR-FECHA            PIC 9(8).

      * MAN-ORGANIZACION..MAN-SIGNO DICEN COMO SE TOMO LA HUELLA, ASI
      * VERIFICA-RESPALDO LA REPITE IGUAL SIN DEPENDER DE LA TABLA DE
      * ESTE PROGRAMA. EN LA CABECERA Y EL CIERRE VAN EN BLANCO.
       FD  ARCHIVO-MANIFIESTO.
       01  REG-MANIFIESTO.
           05 MAN-TIPO             PIC X(1).
              88 MAN-CABECERA      VALUE 'H'.
              88 MAN-ARCHIVO-HUELLA VALUE 'A'.
              88 MAN-CIERRE        VALUE 'T'.
           05 MAN-ID-EJECUCION     PIC X(19).
           05 MAN-ARCHIVO          PIC X(30).
           05 MAN-ORGANIZACION     PIC X(1).
           05 MAN-POSICION         PIC 9(3).
           05 MAN-LARGO            PIC 9(2).
           05 MAN-SIGNO            PIC X(1).
           05 MAN-PRESENTE         PIC X(1).
           05 MAN-REGISTROS        PIC 9(9).
           05 MAN-RESUMEN          PIC 9(18).
           05 MAN-IMPORTE          PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05 MAN-FECHA            PIC 9(8).
           05 MAN-HORA             PIC 9(6).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  FILE-STATUS.
           05 FS-ESTADO-CORRIDA    PIC XX.
           05 FS-FECHA-PROCESO     PIC XX.
           05 FS-MANIFIESTO        PIC XX.
           05 FS-REPORTE           PIC XX.

       01  CONTADORES.
           05 CONT-PRESENTES       PIC 9(3) VALUE ZEROS.
           05 CONT-AUSENTES        PIC 9(3) VALUE ZEROS.
           05 CONT-ILEGIBLES       PIC 9(3) VALUE ZEROS.
           05 CONT-SIN-NUMERO      PIC 9(3) VALUE ZEROS.

       01  WK-FECHA-HOY            PIC 9(8) VALUE ZEROS.
       01  WK-HORA-ACTUAL          PIC 9(8) VALUE ZEROS.
       01  WK-ID-CORRIDA           PIC X(19) VALUE SPACES.

      * LOS ARCHIVOS DE ESTADO: NOMBRE Y, EN SIETE POSICIONES, COMO
      * SE LEE (ORGANIZACION PARA HUELLA-ARCHIVO: 'S' SECUENCIAL, O LA
      * LETRA DE SU INDEXADO), POSICION Y LARGO DEL IMPORTE QUE SE
      * TOTALIZA (000 SI NO TIENE) Y 'S' SI ES CON SIGNO. NO VAN LOS
      * DE TRABAJO DE UNA SOLA CORRIDA (MOVS-*, *-TRABAJO), LAS
      * ENTRADAS DE TERCEROS NI JOBLOG.DAT, QUE LA CADENA SIGUE
      * ESCRIBIENDO DESPUES DE ESTE PASO. UN ARCHIVO DE ESTADO NUEVO
      * SE RESPALDA AGREGANDOLO AQUI.
       01  TABLA-ARCHIVOS-FIJA.
      * CUENTAS Y SALDOS.
           05 FILLER               PIC X(30) VALUE "MAESTRO.DAT".
           05 FILLER               PIC X(07) VALUE "M03609S".
           05 FILLER               PIC X(30) VALUE "MAESTRO-NUEVO.DAT".
           05 FILLER               PIC X(07) VALUE "N03609S".
           05 FILLER               PIC X(30) VALUE "CONTACTOS.DAT".
           05 FILLER               PIC X(07) VALUE "C00000N".
           05 FILLER               PIC X(30) VALUE "TITULARES.DAT".
           05 FILLER               PIC X(07) VALUE "T00000N".
           05 FILLER               PIC X(30)
              VALUE "HISTORICO-APLICADOS.DAT".
           05 FILLER               PIC X(07) VALUE "H03909N".
           05 FILLER               PIC X(30) VALUE "APLICADOS.DAT".
           05 FILLER               PIC X(07) VALUE "S02609N".
           05 FILLER               PIC X(30) VALUE "PENDIENTES.DAT".
           05 FILLER               PIC X(07) VALUE "S03609S".
           05 FILLER               PIC X(30) VALUE "SUSPENSA.DAT".
           05 FILLER               PIC X(07) VALUE "S00709N".
           05 FILLER               PIC X(30) VALUE "ALMACEN.DAT".
           05 FILLER               PIC X(07) VALUE "S00709N".
           05 FILLER               PIC X(30) VALUE "RETENCIONES.DAT".
           05 FILLER               PIC X(07) VALUE "S00609N".
           05 FILLER               PIC X(30) VALUE "EMBARGOS.DAT".
           05 FILLER               PIC X(07) VALUE "S01509N".
           05 FILLER               PIC X(30) VALUE "DESCUBIERTOS.DAT".
           05 FILLER               PIC X(07) VALUE "S00609N".
           05 FILLER               PIC X(30) VALUE "INACTIVAS.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30) VALUE "ABANDONOS.DAT".
           05 FILLER               PIC X(07) VALUE "S07009N".
           05 FILLER               PIC X(30)
              VALUE "CUENTAS-DEPURADAS.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30)
              VALUE "CODIGOS-ASIGNADOS.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30) VALUE "CAMBIOS-ESTADO.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
      * PRODUCTOS, CHEQUES, COBROS Y CAJAS.
           05 FILLER               PIC X(30) VALUE "PLAZOS.DAT".
           05 FILLER               PIC X(07) VALUE "S01109N".
           05 FILLER               PIC X(30)
              VALUE "ORDENES-PERMANENTES.DAT".
           05 FILLER               PIC X(07) VALUE "S00709N".
           05 FILLER               PIC X(30) VALUE "PRESTAMOS.DAT".
           05 FILLER               PIC X(07) VALUE "S05309N".
           05 FILLER               PIC X(30)
              VALUE "CUADRO-PRESTAMOS.DAT".
           05 FILLER               PIC X(07) VALUE "P03509N".
           05 FILLER               PIC X(30) VALUE "MORA.DAT".
           05 FILLER               PIC X(07) VALUE "S02809N".
           05 FILLER               PIC X(30) VALUE "COBRANZA-CASOS.DAT".
           05 FILLER               PIC X(07) VALUE "S05009N".
           05 FILLER               PIC X(30)
              VALUE "COBRANZA-GESTIONES.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30) VALUE "MANDATOS.DAT".
           05 FILLER               PIC X(07) VALUE "S02609N".
           05 FILLER               PIC X(30) VALUE "ACUERDOS-TASA.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30)
              VALUE "ACUERDOS-BARRIDO.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30) VALUE "CHEQUERAS.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30)
              VALUE "CHEQUES-PAGADOS.DAT".
           05 FILLER               PIC X(07) VALUE "Q01209N".
           05 FILLER               PIC X(30) VALUE "STOP-PAGO.DAT".
           05 FILLER               PIC X(07) VALUE "X00000N".
           05 FILLER               PIC X(30) VALUE "DISPUTAS.DAT".
           05 FILLER               PIC X(07) VALUE "S05809N".
           05 FILLER               PIC X(30)
              VALUE "DISPUTAS-GESTIONES.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30)
              VALUE "RECAUDOS-PENDIENTES.DAT".
           05 FILLER               PIC X(07) VALUE "S02509N".
           05 FILLER               PIC X(30)
              VALUE "EMPRESAS-RECAUDO.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30) VALUE "CAJAS.DAT".
           05 FILLER               PIC X(07) VALUE "S04609N".
           05 FILLER               PIC X(30) VALUE "DEVENGOS.DAT".
           05 FILLER               PIC X(07) VALUE "S00609S".
      * CONTABILIDAD Y ENCAJE.
           05 FILLER               PIC X(30)
              VALUE "DIARIO-CONTABLE.DAT".
           05 FILLER               PIC X(07) VALUE "S03611N".
           05 FILLER               PIC X(30) VALUE "SALDOS-MAYOR.DAT".
           05 FILLER               PIC X(07) VALUE "S00913S".
           05 FILLER               PIC X(30)
              VALUE "SALDOS-MAYOR-CIERRE.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30) VALUE "MAPA-CONTABLE.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30)
              VALUE "CONTROL-CONTABLE.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30)
              VALUE "ACUMULADO-DIARIO.DAT".
           05 FILLER               PIC X(07) VALUE "S01411N".
           05 FILLER               PIC X(30) VALUE "ENCAJE-DIARIO.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30)
              VALUE "ENCAJE-PERIODOS.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
      * CUMPLIMIENTO.
           05 FILLER               PIC X(30) VALUE "LAVADO-CASOS.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30) VALUE "CRIBA-COLA.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30) VALUE "PERFIL-CUENTAS.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30) VALUE "ALERTAS.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
      * CAPTURA, INFORMACION DE GESTION Y CONVERSION.
           05 FILLER               PIC X(30) VALUE "CAPTURA-LOTES.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30) VALUE "CAPTURA-LINEAS.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30)
              VALUE "APROBACIONES-PENDIENTES.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30) VALUE "MIS-HISTORICO.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30) VALUE "MIS-ALTAS.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30)
              VALUE "CRUCE-CONVERSION.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
      * CONTROL DE LA CORRIDA.
           05 FILLER               PIC X(30) VALUE "ESTADO-CORRIDA.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30)
              VALUE "LOTES-PROCESADOS.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30)
              VALUE "LLEGADAS-FUENTES.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30)
              VALUE "LOTES-RETENIDOS.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30) VALUE "CONTROL-LINAJE.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30) VALUE "SELLOS-CONTROL.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30) VALUE "GENERACIONES.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30)
              VALUE "CADENA-NOCTURNA.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30) VALUE "CALENDARIO.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
      * PARAMETROS Y TABLAS.
           05 FILLER               PIC X(30) VALUE "PARAMETROS.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30) VALUE "TASAS.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30) VALUE "TASAS-CAMBIO.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30) VALUE "SUCURSALES.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30) VALUE "OPERADORES.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30)
              VALUE "CLAVES-OPERADORES.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30)
              VALUE "REGLAS-PRODUCTO.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30) VALUE "LIMITES.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30)
              VALUE "LIMITES-POSICION.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
      * BITACORAS SELLADAS.
           05 FILLER               PIC X(30)
              VALUE "AUDITORIA-HISTORICO.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30) VALUE "AUDITORIA.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30)
              VALUE "MANTEN-AUDITORIA.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30)
              VALUE "CAMBIOS-CONTACTOS.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30) VALUE "PLAZOS-LOG.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30)
              VALUE "RETENCIONES-LOG.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30) VALUE "SUCURSALES-LOG.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30)
              VALUE "REASIGNACION-LOG.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30) VALUE "REPARA-LOG.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30) VALUE "EJERCICIOS-LOG.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30)
              VALUE "ADMISIONES-TARDIAS.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
      * OTRAS BITACORAS Y REGISTROS DE GESTION.
           05 FILLER               PIC X(30)
              VALUE "LAVADO-BITACORA.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30) VALUE "CHEQUES-LOG.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30) VALUE "MANDATOS-LOG.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30) VALUE "PRESTAMOS-LOG.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30)
              VALUE "CAPTURA-GESTIONES.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30)
              VALUE "CAJAS-GESTIONES.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30) VALUE "CARTAS-LOG.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30)
              VALUE "DEVOLUCIONES-LOG.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30)
              VALUE "INTENTOS-RECHAZADOS.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30)
              VALUE "ANONIMIZACIONES.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
      * LO QUE QUEDA PENDIENTE O YA HECHO DE UNA NOCHE PARA LA
      * SIGUIENTE: CONTROLES DE PASO, ESTADOS Y TABLAS DE TRABAJO
      * QUE SOBREVIVEN A LA CORRIDA.
           05 FILLER               PIC X(30)
              VALUE "NOMINAS-RECIBIDAS.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30)
              VALUE "DEVENGOS-POSTEADOS.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30)
              VALUE "ABANDONOS-RECLAMOS.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30)
              VALUE "CAJAS-DIFERENCIAS.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30)
              VALUE "CORRESPONSAL-ABIERTAS.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30)
              VALUE "RIESGOS-DECLARADOS.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30)
              VALUE "CIERRES-PENDIENTES.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30) VALUE "CONTROL-CIERRE.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30)
              VALUE "CONCILIA-ESTADO.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30) VALUE "SUSCRIPCIONES.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30) VALUE "DISPOSICIONES.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30) VALUE "MAPA-CODIGOS.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
           05 FILLER               PIC X(30)
              VALUE "MANIFIESTO-FUENTES.DAT".
           05 FILLER               PIC X(07) VALUE "S00000N".
       01  FILLER REDEFINES TABLA-ARCHIVOS-FIJA.
           05 ENTRADA-ARCHIVO      OCCURS 106 TIMES.
              10 TA-ARCHIVO        PIC X(30).
              10 TA-ORGANIZACION   PIC X(1).
              10 TA-POSICION       PIC 9(3).
              10 TA-LARGO          PIC 9(2).
              10 TA-SIGNO          PIC X(1).
       01  WK-CANT-ARCHIVOS        PIC 9(3) VALUE 106.
       01  WK-IDX-ARCHIVO          PIC 9(3) VALUE ZEROS.

      * LO QUE DEVUELVE HUELLA-ARCHIVO.
       01  HUELLA.
           05 HUE-PRESENTE         PIC X(1).
           05 HUE-ESTADO           PIC X(2).
           05 HUE-REGISTROS        PIC 9(9).
           05 HUE-RESUMEN          PIC 9(18).
           05 HUE-IMPORTE          PIC S9(13)V99.
           05 HUE-NO-NUMERICOS     PIC 9(9).

      * SELLO DE CIERRE: ENCADENA LOS REGISTROS A DEL BLOQUE.
       01  WK-SELLO-BLOQUE         PIC 9(18) VALUE ZEROS.
       01  WK-SELLO-NUEVO          PIC 9(18) VALUE ZEROS.
       01  WK-SECUENCIA-SELLO      PIC 9(9) VALUE ZEROS.
       01  WK-DATOS-SELLO          PIC X(250) VALUE SPACES.
       01  WK-LARGO-SELLO          PIC 9(3) VALUE 115.

       01  LINEA-DETALLE.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LD-ARCHIVO           PIC X(28).
           05 FILLER               PIC X(1) VALUE SPACES.
           05 LD-PRESENTE          PIC X(9).
           05 LD-REGISTROS         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 LD-RESUMEN           PIC 9(18).
           05 LD-IMPORTE           PIC -(10)9.99.
           05 LD-SIN-IMPORTE REDEFINES LD-IMPORTE
                                   PIC X(14).
           05 LD-AVISO             PIC X(15).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
           PERFORM VARYING WK-IDX-ARCHIVO FROM 1 BY 1
                   UNTIL WK-IDX-ARCHIVO > WK-CANT-ARCHIVOS
               PERFORM 200-TOMAR-HUELLA
           END-PERFORM
           PERFORM 300-FINALIZAR
           GOBACK.

       100-INICIALIZAR.
           DISPLAY "MANIFIESTO DEL RESPALDO DE FIN DE NOCHE..."
           ACCEPT WK-FECHA-HOY FROM DATE YYYYMMDD
           ACCEPT WK-HORA-ACTUAL FROM TIME

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

           PERFORM 110-LEER-ID-CORRIDA

           OPEN EXTEND ARCHIVO-MANIFIESTO
           IF FS-MANIFIESTO = '35'
               OPEN OUTPUT ARCHIVO-MANIFIESTO
           END-IF

           IF FS-MANIFIESTO NOT = '00'
               DISPLAY "ERROR ABRIENDO MANIFIESTO-RESPALDO.DAT: "
                       FS-MANIFIESTO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT ARCHIVO-REPORTE
           IF FS-REPORTE NOT = '00'
               DISPLAY "ERROR ABRIENDO MANIFIESTO-RESPALDO.TXT: "
                       FS-REPORTE
               CLOSE ARCHIVO-MANIFIESTO
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           INITIALIZE REG-MANIFIESTO
           MOVE 'H'                  TO MAN-TIPO
           MOVE WK-ID-CORRIDA        TO MAN-ID-EJECUCION
           MOVE WK-FECHA-HOY         TO MAN-FECHA
           MOVE WK-HORA-ACTUAL(1:6)  TO MAN-HORA
           WRITE REG-MANIFIESTO

           MOVE SPACES TO REG-REPORTE
           STRING "MANIFIESTO DEL RESPALDO DE LA CORRIDA "
                  WK-ID-CORRIDA " - FECHA " WK-FECHA-HOY
                  " HORA " WK-HORA-ACTUAL(1:6)
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "  ARCHIVO                      ESTA      "
                  "REGISTROS  RESUMEN DEL CONTENIDO   TOTAL IMPORTE"
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE.

      * EL ID DE LA NOCHE ES EL DE ESTADO-CORRIDA.DAT, COMO EN
      * RESGUARDA-REPORTES. SIN ESE ARCHIVO EL MANIFIESTO SE ESCRIBE
      * IGUAL (MAS VALE UN RESPALDO SIN ID QUE NINGUNO) PERO AVISA.
       110-LEER-ID-CORRIDA.
           MOVE "SIN-ESTADO-CORRIDA" TO WK-ID-CORRIDA
           OPEN INPUT ARCHIVO-ESTADO-CORRIDA

           IF FS-ESTADO-CORRIDA NOT = '00'
               DISPLAY "AVISO: SIN ESTADO-CORRIDA.DAT EL MANIFIESTO"
                       " QUEDA SIN ID DE CORRIDA"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           READ ARCHIVO-ESTADO-CORRIDA
               AT END
                   DISPLAY "AVISO: ESTADO-CORRIDA.DAT ESTA VACIO"
                   MOVE 4 TO RETURN-CODE
               NOT AT END
                   MOVE EST-ID-EJECUCION TO WK-ID-CORRIDA
           END-READ

           CLOSE ARCHIVO-ESTADO-CORRIDA.

       200-TOMAR-HUELLA.
           CALL "HUELLA-ARCHIVO" USING TA-ARCHIVO(WK-IDX-ARCHIVO)
                                       TA-ORGANIZACION(WK-IDX-ARCHIVO)
                                       TA-POSICION(WK-IDX-ARCHIVO)
                                       TA-LARGO(WK-IDX-ARCHIVO)
                                       TA-SIGNO(WK-IDX-ARCHIVO)
                                       HUE-PRESENTE
                                       HUE-ESTADO
                                       HUE-REGISTROS
                                       HUE-RESUMEN
                                       HUE-IMPORTE
                                       HUE-NO-NUMERICOS

           INITIALIZE REG-MANIFIESTO
           MOVE 'A'                  TO MAN-TIPO
           MOVE WK-ID-CORRIDA        TO MAN-ID-EJECUCION
           MOVE TA-ARCHIVO(WK-IDX-ARCHIVO)      TO MAN-ARCHIVO
           MOVE TA-ORGANIZACION(WK-IDX-ARCHIVO) TO MAN-ORGANIZACION
           MOVE TA-POSICION(WK-IDX-ARCHIVO)     TO MAN-POSICION
           MOVE TA-LARGO(WK-IDX-ARCHIVO)        TO MAN-LARGO
           MOVE TA-SIGNO(WK-IDX-ARCHIVO)        TO MAN-SIGNO
           MOVE HUE-PRESENTE         TO MAN-PRESENTE
           MOVE HUE-REGISTROS        TO MAN-REGISTROS
           MOVE HUE-RESUMEN          TO MAN-RESUMEN
           MOVE HUE-IMPORTE          TO MAN-IMPORTE
           MOVE WK-FECHA-HOY         TO MAN-FECHA
           MOVE WK-HORA-ACTUAL(1:6)  TO MAN-HORA
           WRITE REG-MANIFIESTO

           ADD 1 TO WK-SECUENCIA-SELLO
           MOVE REG-MANIFIESTO TO WK-DATOS-SELLO
           CALL "CALCULA-SELLO" USING WK-SELLO-BLOQUE
                                      WK-SECUENCIA-SELLO
                                      WK-DATOS-SELLO
                                      WK-LARGO-SELLO
                                      WK-SELLO-NUEVO
           MOVE WK-SELLO-NUEVO TO WK-SELLO-BLOQUE

           MOVE TA-ARCHIVO(WK-IDX-ARCHIVO) TO LD-ARCHIVO
           MOVE HUE-REGISTROS        TO LD-REGISTROS
           MOVE HUE-RESUMEN          TO LD-RESUMEN
           MOVE HUE-IMPORTE          TO LD-IMPORTE
           MOVE SPACES               TO LD-AVISO
           EVALUATE HUE-PRESENTE
               WHEN 'S'
                   ADD 1 TO CONT-PRESENTES
                   MOVE "SI"         TO LD-PRESENTE
               WHEN 'N'
                   ADD 1 TO CONT-AUSENTES
                   MOVE "NO EXISTE"  TO LD-PRESENTE
               WHEN OTHER
                   ADD 1 TO CONT-ILEGIBLES
                   MOVE "ILEGIBLE"   TO LD-PRESENTE
                   STRING "  ESTADO " HUE-ESTADO
                       DELIMITED BY SIZE INTO LD-AVISO
                   DISPLAY "*** NO SE PUDO LEER "
                           TA-ARCHIVO(WK-IDX-ARCHIVO)
                           " ESTADO " HUE-ESTADO " ***"
           END-EVALUATE
      * UN IMPORTE NO NUMERICO QUEDA FUERA DEL TOTAL: SE AVISA PARA
      * QUE NADIE CONCILIE CONTRA UN TOTAL INCOMPLETO SIN SABERLO.
           IF HUE-NO-NUMERICOS > ZEROS
               ADD 1 TO CONT-SIN-NUMERO
               MOVE "  *NO NUMERICOS" TO LD-AVISO
           END-IF
           IF TA-POSICION(WK-IDX-ARCHIVO) = ZEROS
               MOVE SPACES TO LD-SIN-IMPORTE
           END-IF
           WRITE REG-REPORTE FROM LINEA-DETALLE.

       300-FINALIZAR.
           INITIALIZE REG-MANIFIESTO
           MOVE 'T'                  TO MAN-TIPO
           MOVE WK-ID-CORRIDA        TO MAN-ID-EJECUCION
           MOVE WK-CANT-ARCHIVOS     TO MAN-REGISTROS
           MOVE WK-SELLO-BLOQUE      TO MAN-RESUMEN
           MOVE WK-FECHA-HOY         TO MAN-FECHA
           MOVE WK-HORA-ACTUAL(1:6)  TO MAN-HORA
           WRITE REG-MANIFIESTO
           CLOSE ARCHIVO-MANIFIESTO

           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "ARCHIVOS: " WK-CANT-ARCHIVOS
                  "  PRESENTES: " CONT-PRESENTES
                  "  NO EXISTEN: " CONT-AUSENTES
                  "  ILEGIBLES: " CONT-ILEGIBLES
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING "SELLO DEL BLOQUE: " WK-SELLO-BLOQUE
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           IF CONT-SIN-NUMERO > ZEROS
               MOVE SPACES TO REG-REPORTE
               STRING "AVISO: " CONT-SIN-NUMERO
                      " ARCHIVOS CON IMPORTES NO NUMERICOS FUERA DEL"
                      " TOTAL"
                   DELIMITED BY SIZE INTO REG-REPORTE
               WRITE REG-REPORTE
           END-IF
           CLOSE ARCHIVO-REPORTE

           DISPLAY "CORRIDA:               " WK-ID-CORRIDA
           DISPLAY "ARCHIVOS EN EL RESPALDO:" CONT-PRESENTES
           DISPLAY "ARCHIVOS INEXISTENTES:  " CONT-AUSENTES
           DISPLAY "ARCHIVOS ILEGIBLES:     " CONT-ILEGIBLES
           DISPLAY "DETALLE EN: MANIFIESTO-RESPALDO.TXT"

           IF CONT-ILEGIBLES > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.
