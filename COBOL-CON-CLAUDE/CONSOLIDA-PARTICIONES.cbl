      *            AUDITORIA-Pn.DAT Y REPORTE-Pn.TXT):
      *              - MAESTRO-NUEVO.DAT CONSOLIDADO (LAS CLAVES DE
      *                LAS PARTICIONES SON DISJUNTAS),
      *              - APLICADOS.DAT Y AUDITORIA.DAT EN EXTEND (LA
      *                AUDITORIA SE VUELVE A SELLAR EN LA CADENA DE
      *                AUDITORIA.DAT, VIA SELLA-BITACORA),
      *              - REPORTE.TXT CONCATENADO.
      *            AL FINAL RELEE EL MAESTRO CONSOLIDADO, COTEJA
      *            CUENTA Y SUMA DE SALDOS CONTRA LA SUMA DE LOS
           05 MPA-SUCURSAL         PIC 9(3).
           05 MPA-PRODUCTO         PIC X(2).

      * LA LINEA MAS LARGA ES LA DE AUDITORIA-Pn.DAT, CON SU SELLO.
       FD  ARCHIVO-LINEAS-PART.
       01  REG-LINEA-PART          PIC X(110).

       FD  ARCHIVO-MAESTRO-NUEVO.
       01  REG-MAESTRO-NUEVO.
       FD  ARCHIVO-APLICADOS.
       01  REG-APLICADO            PIC X(90).

      * CADA PARTICION SELLO SU PROPIA AUDITORIA EN SU DIRECTORIO:
      * AQUI SE TOMAN SOLO LOS DATOS Y SE VUELVEN A SELLAR EN LA
      * CADENA DE AUDITORIA.DAT.
       FD  ARCHIVO-AUDITORIA.
       01  REG-AUDITORIA.
           05 AUD-DATOS            PIC X(83).
           05 AUD-SECUENCIA        PIC 9(9).
           05 AUD-SELLO            PIC 9(18).

       FD  ARCHIVO-REPORTE.
       01  REG-REPORTE             PIC X(80).
       01  WK-ID-ULTIMO-CIERRE     PIC X(19) VALUE SPACES.
       01  WK-TOTAL-EDITADO        PIC -Z,ZZZ,ZZZ,ZZ9.99.

      * BITACORA SELLADA (VER SELLA-BITACORA): NOMBRE DEL ARCHIVO
      * Y POSICIONES DE DATOS ANTES DE LA SECUENCIA Y EL SELLO.
       01  WK-SELLO-BITACORA       PIC X(30) VALUE "AUDITORIA.DAT".
       01  WK-SELLO-LARGO          PIC 9(3) VALUE 083.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 100-INICIALIZAR
                   AT END
                       MOVE 'S' TO SW-FIN-ARCHIVO
                   NOT AT END
                       MOVE REG-LINEA-PART(1:83) TO AUD-DATOS
                       CALL "SELLA-BITACORA" USING WK-SELLO-BITACORA
                                                   REG-AUDITORIA
                                                   WK-SELLO-LARGO
                                                   AUD-SECUENCIA
                                                   AUD-SELLO
                       IF AUD-SECUENCIA = ZEROS
                           DISPLAY "ERROR: SIN SELLO PARA "
                                   WK-SELLO-BITACORA
                           DISPLAY "NO SE GRABA; PROCESO DETENIDO"
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       WRITE REG-AUDITORIA
               END-READ
           END-PERFORM
