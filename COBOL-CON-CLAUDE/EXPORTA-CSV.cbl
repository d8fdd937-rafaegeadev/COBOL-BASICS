      *                                  DE LA ULTIMA CORRIDA
      *            LA ULTIMA CORRIDA SE IDENTIFICA POR EL ID QUE
      *            DEJA ESTADO-CORRIDA.DAT.
      *            CORRE COMO PASO DE LA CADENA NOCTURNA: TERMINA EN
      *            GOBACK, CON RETURN-CODE 16 SI NO PUEDE ABRIR UN
      *            ARCHIVO.
      *****************************************************************

       ENVIRONMENT DIVISION.

       01  WK-ID-ULTIMA-CORRIDA    PIC X(19) VALUE SPACES.

      * EL NOMBRE DEL TITULAR SALE ENMASCARADO SALVO QUE
      * DECIDE-MASCARA AUTORICE SALDOS.CSV EN CLARO.
       01  WK-SALIDA-PRIVACIDAD    PIC X(24) VALUE "SALDOS.CSV".
       01  WK-PROGRAMA             PIC X(18) VALUE "EXPORTA-CSV".
       01  WK-TRATAMIENTO          PIC X(1) VALUE 'E'.
           88 SALIDA-EN-CLARO      VALUE 'C'.
       01  WK-CLASE-DATO           PIC X(1) VALUE 'N'.
       01  WK-DATO-PERSONAL        PIC X(30) VALUE SPACES.

      * IMPORTES CON PUNTO DECIMAL EXPLICITO PARA LA HOJA DE
      * CALCULO: NADA DE CADENAS DE DIGITOS CON DECIMAL IMPLICITO.
       01  WK-SALDO-CSV            PIC 9(7).99.
           PERFORM 240-EXPORTAR-MOVIMIENTOS
           PERFORM 260-EXPORTAR-ESTADISTICAS
           PERFORM 300-FINALIZAR
           GOBACK.

       100-INICIALIZAR.
           DISPLAY "EXPORTANDO RESULTADOS A CSV..."
           IF FS-MAESTRO-NUEVO NOT = '00'
               DISPLAY "ERROR ABRIENDO MAESTRO-NUEVO: "
                       FS-MAESTRO-NUEVO
               MOVE 0016 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "DECIDE-MASCARA" USING WK-SALIDA-PRIVACIDAD
                                       WK-PROGRAMA
                                       WK-TRATAMIENTO

           OPEN OUTPUT ARCHIVO-CSV-SALDOS

           IF FS-CSV-SALDOS NOT = '00'
               DISPLAY "ERROR ABRIENDO SALDOS.CSV: " FS-CSV-SALDOS
               MOVE 0016 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "CODIGO;NOMBRE;SALDO;MONEDA;ESTADO"
                   NOT AT END
                       ADD 1 TO CONT-SALDOS
                       MOVE SALDO-MAESTRO-NUEVO TO WK-SALDO-CSV
                       MOVE NOMBRE-MAESTRO-NUEVO TO WK-DATO-PERSONAL
                       IF NOT SALIDA-EN-CLARO
                           CALL "ENMASCARA-DATO" USING WK-CLASE-DATO
                                                       WK-DATO-PERSONAL
                       END-IF
                       MOVE SPACES TO REG-CSV-SALDOS
                       STRING CODIGO-MAESTRO-NUEVO ";"
                              WK-DATO-PERSONAL ";"
                              WK-SALDO-CSV ";"
                              MONEDA-MAESTRO-NUEVO ";"
                              ESTADO-MAESTRO-NUEVO

           IF FS-CSV-MOVS NOT = '00'
               DISPLAY "ERROR ABRIENDO MOVIMIENTOS.CSV: " FS-CSV-MOVS
               MOVE 0016 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "CODIGO;MOVIMIENTOS;CARGOS;ABONOS;NETO"
           IF FS-CSV-ESTAD NOT = '00'
               DISPLAY "ERROR ABRIENDO ESTADISTICAS.CSV: "
                       FS-CSV-ESTAD
               MOVE 0016 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "CORRIDA;TIPO;MOVIMIENTOS;TOTAL" TO REG-CSV-ESTAD
