      *> 03/09/2026 JOS - LOS IMPORTES DEL HISTORICO POR CATEGORIA
      *>                  PASAN A MONEDA CON CENTAVOS (VER HCATREC);
      *>                  LA LINEA DE RESULTADO SE REACOMODA.
      *> 15/10/2026 JOS - HISTCAT ES LA SUMA DE LOS LOTES DEL DIA; A
      *>                  PEDIDO SE MUESTRA BAJO CADA SUBTOTAL SU
      *>                  DESGLOSE POR LOTE DEL HISTORICO POR
      *>                  CATEGORIA Y LOTE HCATLOT.
      *>----------------------------------------------------------------

       ENVIRONMENT DIVISION.
                                   RECORD KEY IS HCAT-LLAVE
                                   FILE STATUS IS WS-HCAT-STATUS.

           SELECT HCLT-FILE       ASSIGN TO "HCATLOT"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS HCLT-LLAVE
                                   FILE STATUS IS WS-HCLT-STATUS.

           SELECT RUN-LOG         ASSIGN TO "RUNLOG"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-RUNLOG-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY HCATREC.

       FD  HCLT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HCLTREC.

       FD  RUN-LOG
           LABEL RECORDS ARE STANDARD.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-HCAT-STATUS          PIC X(02)      VALUE "00".
       01  WS-HCLT-STATUS          PIC X(02)      VALUE "00".

       01  WS-AREA-BITACORA.
           05 WS-RUNLOG-STATUS     PIC X(02)      VALUE "00".
           05 WS-CAT-FILTRO        PIC 9(02)      VALUE ZEROS.
           05 WS-FECHA-DESDE       PIC 9(08)      VALUE ZEROS.
           05 WS-FECHA-HASTA       PIC 9(08)      VALUE 99999999.
           05 WS-DESGLOSE          PIC X(01)      VALUE "N".
              88 WS-CON-DESGLOSE                  VALUE "S".

       01  WS-SWITCHES.
           05 WS-SW-FIN-HCAT       PIC X(01)      VALUE "N".
              88 WS-FIN-HCAT                      VALUE "S".
           05 WS-SW-ENCONTRADO     PIC X(01)      VALUE "N".
              88 WS-SE-ENCONTRO                   VALUE "S".
           05 WS-SW-FIN-HCLT       PIC X(01)      VALUE "N".
              88 WS-FIN-HCLT                      VALUE "S".
           05 WS-SW-HAY-HCATLOT    PIC X(01)      VALUE "N".
              88 WS-HAY-HCATLOT                   VALUE "S".
           05 WS-CONT-LOTES        PIC 9(05)      VALUE ZEROS.

       01  WS-LIN-RESULTADO.
           05 WS-RES-FECHA         PIC 9(08).
           05 WS-RES-DETALLES      PIC ZZZZ9.
           05 FILLER               PIC X(06)      VALUE SPACES.

       01  WS-LIN-LOTE.
           05 FILLER               PIC X(07)      VALUE "  LOTE ".
           05 WS-DLT-LOTE          PIC 9(08).
           05 FILLER               PIC X(05)      VALUE " CAR:".
           05 WS-DLT-CARGOS        PIC ZZZZZZZ9.99.
           05 FILLER               PIC X(05)      VALUE " ABO:".
           05 WS-DLT-ABONOS        PIC ZZZZZZZ9.99.
           05 FILLER               PIC X(05)      VALUE " NET:".
           05 WS-DLT-SUMA          PIC ZZZZZZZ9.99-.
           05 FILLER               PIC X(05)      VALUE " DET:".
           05 WS-DLT-DETALLES      PIC ZZZZ9.
           05 FILLER               PIC X(01)      VALUE SPACES.
           05 WS-DLT-ESTADO        PIC X(05).

       01  WS-LIN-SIN-DESGLOSE.
           05 FILLER               PIC X(50)      VALUE
              "  SIN DESGLOSE POR LOTE (GRABADO ANTES DE HCATLOT)".
           05 FILLER               PIC X(30)      VALUE SPACES.

       PROCEDURE DIVISION.
       010-RAIZ.
           ACCEPT WS-FECHA-BITACORA FROM DATE YYYYMMDD
           ACCEPT WS-FECHA-DESDE
           DISPLAY "FECHA FINAL A CONSULTAR    (AAAAMMDD): "
           ACCEPT WS-FECHA-HASTA
           DISPLAY "DESGLOSE POR LOTE (S/N): "
           ACCEPT WS-DESGLOSE
           IF WS-CAT-FILTRO IS NOT NUMERIC
               MOVE ZEROS TO WS-CAT-FILTRO
           END-IF
           IF WS-CON-DESGLOSE
               OPEN INPUT HCLT-FILE
               IF WS-HCLT-STATUS IS NOT EQUAL TO "35"
                   SET WS-HAY-HCATLOT TO TRUE
               END-IF
           END-IF
           OPEN INPUT HCAT-FILE
           IF WS-HCAT-STATUS IS EQUAL TO "35"
               DISPLAY "NO EXISTE HISTORICO POR CATEGORIA DE PROGSTR"
               END-IF
               CLOSE HCAT-FILE
           END-IF
           IF WS-HAY-HCATLOT
               CLOSE HCLT-FILE
           END-IF
           PERFORM 900-GRABA-BITACORA THRU 900-FIN
           GOBACK.

           MOVE HCAT-ABONOS    TO WS-RES-ABONOS
           MOVE HCAT-SUMA      TO WS-RES-SUMA
           MOVE HCAT-DETALLES  TO WS-RES-DETALLES
           DISPLAY WS-LIN-RESULTADO
           IF WS-HAY-HCATLOT
               PERFORM 220-DESGLOSA-LOTES THRU 220-FIN
           END-IF.
       210-FIN. EXIT.

      *> LOS LOTES DE LA FECHA Y CATEGORIA EN HCATLOT. UN SUBTOTAL
      *> GRABADO ANTES DE HCATLOT NO TIENE RENGLONES Y SE DICE ASI.
       220-DESGLOSA-LOTES.
           MOVE ZEROS          TO WS-CONT-LOTES
           MOVE "N"            TO WS-SW-FIN-HCLT
           MOVE HCAT-FECHA     TO HCLT-FECHA
           MOVE HCAT-CATEGORIA TO HCLT-CATEGORIA
           MOVE ZEROS          TO HCLT-LOTE
           START HCLT-FILE KEY IS NOT LESS THAN HCLT-LLAVE
               INVALID KEY
                   SET WS-FIN-HCLT TO TRUE
           END-START
           PERFORM 225-LEE-LOTE THRU 225-FIN
                   UNTIL WS-FIN-HCLT
           IF WS-CONT-LOTES IS EQUAL TO ZEROS
               DISPLAY WS-LIN-SIN-DESGLOSE
           END-IF.
       220-FIN. EXIT.

       225-LEE-LOTE.
           READ HCLT-FILE NEXT RECORD
               AT END
                   SET WS-FIN-HCLT TO TRUE
           END-READ
           IF NOT WS-FIN-HCLT
               IF HCLT-FECHA IS NOT EQUAL TO HCAT-FECHA OR
                  HCLT-CATEGORIA IS NOT EQUAL TO HCAT-CATEGORIA
                   SET WS-FIN-HCLT TO TRUE
               ELSE
                   ADD 1 TO WS-CONT-LOTES
                   MOVE HCLT-LOTE      TO WS-DLT-LOTE
                   MOVE HCLT-CARGOS    TO WS-DLT-CARGOS
                   MOVE HCLT-ABONOS    TO WS-DLT-ABONOS
                   MOVE HCLT-SUMA      TO WS-DLT-SUMA
                   MOVE HCLT-DETALLES  TO WS-DLT-DETALLES
                   IF HCLT-REVERSADO
                       MOVE "REV."     TO WS-DLT-ESTADO
                   ELSE
                       MOVE SPACES     TO WS-DLT-ESTADO
                   END-IF
                   DISPLAY WS-LIN-LOTE
               END-IF
           END-IF.
       225-FIN. EXIT.

       900-GRABA-BITACORA.
           OPEN EXTEND RUN-LOG
           IF WS-RUNLOG-STATUS IS EQUAL TO "35"
