           05 FILLER               PIC X(8) VALUE "LIBERADO".
           05 FILLER               PIC X(8) VALUE "PERIODIC".
           05 FILLER               PIC X(8) VALUE "VENCPLAZ".
           05 FILLER               PIC X(8) VALUE "CUOTAPRE".
       01  FILLER REDEFINES TABLA-REPRESENTACION.
           05 WK-LOTE-REPRES       PIC X(8) OCCURS 6 TIMES.
       01  WK-IDX-REPRES           PIC 9(1) VALUE ZEROS.
       01  WK-LOTE-BUSCADO         PIC X(8) VALUE SPACES.
       01  SW-FILTRAR-REFERENCIA   PIC X VALUE 'N'.

           MOVE 'S' TO SW-FILTRAR-REFERENCIA
           PERFORM VARYING WK-IDX-REPRES FROM 1 BY 1
                   UNTIL WK-IDX-REPRES > 6
               MOVE WK-LOTE-REPRES(WK-IDX-REPRES)
                   TO WK-LOTE-BUSCADO
               PERFORM 215-LEER-POR-LOTE
