      *  CODIGOS DE MOTIVO: 00 VALIDO, 01 CODIGO NO NUMERICO,
      *  02 CODIGO EN CERO, 03 TIPO INVALIDO (NO ES C/A/I/F/R),
      *  04 IMPORTE NO NUMERICO, 05 FECHA INVALIDA, 06 SECUENCIA
      *  NO NUMERICA, 07 SUCURSAL NO NUMERICA, 08 TRANSFERENCIA A
      *  OTRO BANCO SIN BENEFICIARIO, 09 EFECTIVO SIN CAJERO,
      *  10 COBRO SIN EMPRESA O FACTURA.
      *  LA TRANSFERENCIA A OTRO BANCO ES UN ABONO CON REFERENCIA
      *  "TXnnnnnn" CUYA DESCRIPCION LLEVA EL BANCO BENEFICIARIO
      *  (4 DIGITOS) Y LA CUENTA BENEFICIARIA (16 POSICIONES); DE
      *  AHI LA SACA EMITE-INTERBANCARIO PARA LA CAMARA.
      *  EL EFECTIVO DE VENTANILLA ES UN CARGO (DEPOSITO) O UN
      *  ABONO (RETIRO) CON REFERENCIA "EF" MAS EL CAJERO (6
      *  POSICIONES); DE AHI CUADRA-CAJAS ARMA LO QUE CADA CAJA
      *  DEBERIA TENER AL CIERRE.
      *  EL COBRO DE UNA FACTURA DE SERVICIOS ES UN ABONO CON
      *  REFERENCIA "CB" MAS LA EMPRESA RECAUDADORA (6 POSICIONES)
      *  Y EL NUMERO DE FACTURA EN LA DESCRIPCION; DE AHI
      *  LIQUIDA-RECAUDOS ARMA LA REMESA DE CADA EMPRESA.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              88 LNK-TIPO-CONOCIDO VALUES 'C', 'A', 'I', 'F', 'R'.
           05 LNK-IMPORTE          PIC X(9).
           05 LNK-DESCRIPCION      PIC X(20).
           05 LNK-DESC-TRANSFERENCIA REDEFINES LNK-DESCRIPCION.
              10 LNK-BANCO-DESTINO PIC X(4).
              10 LNK-CUENTA-DESTINO PIC X(16).
           05 LNK-LOTE             PIC X(08).
           05 LNK-FECHA            PIC X(8).
           05 LNK-FECHA-NUM REDEFINES LNK-FECHA.
               WHEN LNK-SUCURSAL NOT NUMERIC
                   MOVE 07 TO LNK-CODIGO-MOTIVO
                   MOVE "SUCURSAL NO NUMERICA" TO LNK-MOTIVO
               WHEN LNK-TIPO = 'A'
                   AND LNK-REFERENCIA(1:2) = "TX"
                   AND (LNK-BANCO-DESTINO NOT NUMERIC
                        OR LNK-BANCO-DESTINO = "0000"
                        OR LNK-CUENTA-DESTINO = SPACES)
                   MOVE 08 TO LNK-CODIGO-MOTIVO
                   MOVE "TRANSFERENCIA SIN BENEFICIARIO" TO LNK-MOTIVO
               WHEN (LNK-TIPO = 'C' OR LNK-TIPO = 'A')
                   AND LNK-REFERENCIA(1:2) = "EF"
                   AND LNK-REFERENCIA(3:6) = SPACES
                   MOVE 09 TO LNK-CODIGO-MOTIVO
                   MOVE "EFECTIVO SIN CAJERO" TO LNK-MOTIVO
               WHEN LNK-TIPO = 'A'
                   AND LNK-REFERENCIA(1:2) = "CB"
                   AND (LNK-REFERENCIA(3:6) = SPACES
                        OR LNK-DESCRIPCION = SPACES)
                   MOVE 10 TO LNK-CODIGO-MOTIVO
                   MOVE "COBRO SIN EMPRESA O FACTURA" TO LNK-MOTIVO
               WHEN OTHER
                   PERFORM 1100-EDITAR-FECHA
           END-EVALUATE
