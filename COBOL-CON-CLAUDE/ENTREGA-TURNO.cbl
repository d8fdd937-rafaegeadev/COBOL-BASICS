           05 JOB-RESULTADO        PIC X(20).
           05 FILLER               PIC X(01).
           05 JOB-OPERADOR         PIC X(8).
           05 FILLER               PIC X(01).
           05 JOB-SECUENCIA        PIC 9(9).
           05 JOB-SELLO            PIC 9(18).

       FD  ARCHIVO-ESTADO-CORRIDA.
       01  REG-ESTADO-CORRIDA.
       01  CONTADORES.
           05 CONT-PASOS-NOCHE     PIC 9(2) VALUE ZEROS.
           05 CONT-ALERTAS-HOY     PIC 9(3) VALUE ZEROS.
           05 CONT-ALERTAS-POSICION PIC 9(3) VALUE ZEROS.
           05 CONT-ALERTAS-SELLO   PIC 9(3) VALUE ZEROS.
           05 CONT-SUSP-NUEVAS     PIC 9(5) VALUE ZEROS.
           05 CONT-SUSP-TOTAL      PIC 9(5) VALUE ZEROS.
           05 CONT-ERRORES         PIC 9(5) VALUE ZEROS.
                   NOT AT END
                       IF ALE-FECHA = WK-FECHA-HOY
                           ADD 1 TO CONT-ALERTAS-HOY
                           IF ALE-UMBRAL(1:16) = "POSICION DIVISA "
                               ADD 1 TO CONT-ALERTAS-POSICION
                           END-IF
                           IF ALE-UMBRAL(1:6) = "SELLO "
                               ADD 1 TO CONT-ALERTAS-SELLO
                           END-IF
                           MOVE SPACES TO REG-HOJA
                           STRING "  " ALE-UMBRAL
                                  " VALOR " ALE-VALOR
               WRITE REG-HOJA
           END-IF

      * UNA BITACORA DE AUDITORIA ALTERADA SE DENUNCIA ANTES DE
      * TOCAR NADA MAS: SI SE SIGUE ESCRIBIENDO EN ELLA SE PIERDE EL
      * RASTRO DE QUIEN LA TOCO.
           IF CONT-ALERTAS-SELLO > ZEROS
               ADD 1 TO CONT-ACCION
               MOVE SPACES TO REG-HOJA
               STRING "  " CONT-ACCION
                      ". AVISE A AUDITORIA: " CONT-ALERTAS-SELLO
                      " BITACORAS CON SELLO ROTO"
                      " (SELLOS-VERIFICACION.TXT)"
                      DELIMITED BY SIZE INTO REG-HOJA
               WRITE REG-HOJA
           END-IF

      * UNA POSICION EN DIVISA FUERA DE LIMITE SE CUBRE EN EL DIA:
      * VA ANTES QUE LAS DEMAS ALERTAS.
           IF CONT-ALERTAS-POSICION > ZEROS
               ADD 1 TO CONT-ACCION
               MOVE SPACES TO REG-HOJA
               STRING "  " CONT-ACCION
                      ". CUBRA LAS " CONT-ALERTAS-POSICION
                      " POSICIONES EN DIVISA FUERA DE LIMITE"
                      " (POSICION-DIVISAS.TXT)"
                      DELIMITED BY SIZE INTO REG-HOJA
               WRITE REG-HOJA
           END-IF

           IF CONT-ALERTAS-HOY > ZEROS
               ADD 1 TO CONT-ACCION
               MOVE SPACES TO REG-HOJA
