      *>   CONSOLIDARSE, PARA LAS PREGUNTAS DE DOBLE CONTABILIZACION;
      *> - LOS RENGLONES 'C'/'T' DEL EXTRACTO VIGENTE QUE LLEVAN EL
      *>   LOTE (EL EXTRACTO SE REESCRIBE EN CADA CORRIDA DE PROGSTR,
      *>   ASI QUE SOLO LA CORRIDA MAS RECIENTE TIENE RENGLONES);
      *> - SI EL LOTE FUE REVERSADO, LA MARCA EN LOTEREG, LAS
      *>   CORRIDAS DE PROGREV SOBRE EL LOTE SEGUN RUNLOG Y LOS
      *>   RENGLONES DE CONTRAPARTIDA DEL EXTRACTO DE REVERSOS
      *>   (EXTRREV).
      *>----------------------------------------------------------------
      *> HISTORIAL DE MODIFICACIONES
      *> 03/09/2026 JOS - VERSION INICIAL.
      *> 15/10/2026 JOS - SE RASTREA EL REVERSO DEL LOTE (PROGREV):
      *>                  MARCA EN LOTEREG, CORRIDAS EN RUNLOG Y
      *>                  RENGLONES EN EXTRREV.
      *>----------------------------------------------------------------

       ENVIRONMENT DIVISION.
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-EXTR-STATUS.

           SELECT EXTR-REV        ASSIGN TO "EXTRREV"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-EXTREV-STATUS.

           SELECT RAST-REP        ASSIGN TO "RASTREP"
                                   ORGANIZATION IS SEQUENTIAL.

           LABEL RECORDS ARE STANDARD.
       01  EXTR-ENTRADA           PIC X(80).

       FD  EXTR-REV
           LABEL RECORDS ARE STANDARD.
       01  EXTR-REV-ENTRADA       PIC X(80).

       FD  RAST-REP
           LABEL RECORDS ARE STANDARD.
       01  RAST-LINEA             PIC X(80).
           05 WS-SUSP-STATUS      PIC X(02)      VALUE "00".
           05 WS-ARCH-STATUS      PIC X(02)      VALUE "00".
           05 WS-EXTR-STATUS      PIC X(02)      VALUE "00".
           05 WS-EXTREV-STATUS    PIC X(02)      VALUE "00".

       01  WS-AREA-BITACORA.
           05 WS-RUNLOG-STATUS    PIC X(02)      VALUE "00".
              88 WS-FIN-SUSP                     VALUE "S".
           05 WS-SW-FIN-EXTR      PIC X(01)      VALUE "N".
              88 WS-FIN-EXTR                     VALUE "S".
           05 WS-SW-FIN-LOG       PIC X(01)      VALUE "N".
              88 WS-FIN-LOG                      VALUE "S".

       01  WS-AREA-CONSULTA.
           05 WS-LOTE-CONSULTA    PIC 9(08)      VALUE ZEROS.
           05 WS-CONT-RECHAZOS    PIC 9(05)      VALUE ZEROS.
           05 WS-CONT-RECOGIDOS   PIC 9(05)      VALUE ZEROS.
           05 WS-CONT-EXTRACTO    PIC 9(05)      VALUE ZEROS.
           05 WS-CONT-REVERSO     PIC 9(05)      VALUE ZEROS.
           05 WS-TOT-LINEAS       PIC 9(07)      VALUE ZEROS.

       01  WS-LIN-TITULO.
           05 WS-REG-ABONOS       PIC ZZZZZZZZ9.99.
           05 FILLER              PIC X(41)      VALUE SPACES.

       01  WS-LIN-REVERSADO.
           05 FILLER              PIC X(48)      VALUE
              "** LOTE REVERSADO (CIFRAS RESTADAS DEL HISTORICO".
           05 FILLER              PIC X(32)      VALUE ")".

       01  WS-LIN-CORRIDA-REV.
           05 FILLER              PIC X(20)      VALUE
              "REVERSO PROGREV DEL ".
           05 WS-CRV-FECHA        PIC 9(08).
           05 FILLER              PIC X(07)      VALUE " HORA: ".
           05 WS-CRV-HORA         PIC 9(06).
           05 FILLER              PIC X(05)      VALUE " RC: ".
           05 WS-CRV-RETORNO      PIC 9(02).
           05 WS-CRV-TEXTO        PIC X(20).
           05 FILLER              PIC X(12)      VALUE SPACES.

       01  WS-LIN-SIN-LOTEREG.
           05 FILLER              PIC X(48)      VALUE
              "NO REGISTRADO EN LOTEREG (NO LLEGO A CONTABILIZA".
           05 WS-RES-RECOGIDOS    PIC ZZZZ9.
           05 FILLER              PIC X(11)      VALUE " EXTRACTO: ".
           05 WS-RES-EXTRACTO     PIC ZZZZ9.
           05 FILLER              PIC X(10)      VALUE " REVERSO: ".
           05 WS-RES-REVERSO      PIC ZZZZ9.
           05 FILLER              PIC X(17)      VALUE SPACES.

       01  WS-LIN-SIN-LOTES.
           05 FILLER              PIC X(40)      VALUE
           MOVE ZEROS TO WS-CONT-RECHAZOS
                         WS-CONT-RECOGIDOS
                         WS-CONT-EXTRACTO
                         WS-CONT-REVERSO
           MOVE WS-LOTE-TRAB TO WS-ENC-LOTE
           WRITE RAST-LINEA  FROM WS-LIN-LOTE-ENC
           PERFORM 510-IMPRIME-LOTEREG   THRU 510-FIN
           PERFORM 520-RASTREA-SUSPENSO  THRU 520-FIN
           PERFORM 530-RASTREA-ARCHIVO   THRU 530-FIN
           PERFORM 560-RASTREA-EXTRACTO  THRU 560-FIN
           PERFORM 570-RASTREA-REVERSOS  THRU 570-FIN
           PERFORM 580-RASTREA-EXTR-REV  THRU 580-FIN
           MOVE WS-CONT-RECHAZOS  TO WS-RES-RECHAZOS
           MOVE WS-CONT-RECOGIDOS TO WS-RES-RECOGIDOS
           MOVE WS-CONT-EXTRACTO  TO WS-RES-EXTRACTO
           MOVE WS-CONT-REVERSO   TO WS-RES-REVERSO
           WRITE RAST-LINEA FROM WS-LIN-RESUMEN-LOTE.
       500-FIN. EXIT.

                       MOVE LOTE-CARGOS         TO WS-REG-CARGOS
                       MOVE LOTE-ABONOS         TO WS-REG-ABONOS
                       WRITE RAST-LINEA FROM WS-LIN-LOTEREG-2
                       IF LOTE-REVERSADO
                           WRITE RAST-LINEA FROM WS-LIN-REVERSADO
                       END-IF
                   END-IF
               END-IF
               CLOSE LOTE-FILE
           END-READ.
       565-FIN. EXIT.

       570-RASTREA-REVERSOS.
           MOVE "N" TO WS-SW-FIN-LOG
           OPEN INPUT RUN-LOG
           IF WS-RUNLOG-STATUS IS EQUAL TO "35"
               CONTINUE
           ELSE
               PERFORM 575-LEE-BITACORA THRU 575-FIN
                       UNTIL WS-FIN-LOG
               CLOSE RUN-LOG
           END-IF.
       570-FIN. EXIT.

       575-LEE-BITACORA.
           READ RUN-LOG
               AT END
                   SET WS-FIN-LOG TO TRUE
               NOT AT END
                   IF RUN-PROGRAMA IS EQUAL TO "PROGREV" AND
                      RUN-LOTE IS NUMERIC AND
                      RUN-LOTE IS EQUAL TO WS-LOTE-TRAB
                       MOVE RUN-FECHA       TO WS-CRV-FECHA
                       MOVE RUN-HORA-INICIO TO WS-CRV-HORA
                       MOVE RUN-RETORNO     TO WS-CRV-RETORNO
                       EVALUATE RUN-RETORNO
                           WHEN 00
                               MOVE " APLICADO"  TO WS-CRV-TEXTO
                           WHEN 08
                               MOVE " CANCELADO" TO WS-CRV-TEXTO
                           WHEN OTHER
                               MOVE " RECHAZADO" TO WS-CRV-TEXTO
                       END-EVALUATE
                       WRITE RAST-LINEA FROM WS-LIN-CORRIDA-REV
                   END-IF
           END-READ.
       575-FIN. EXIT.

       580-RASTREA-EXTR-REV.
           MOVE "N" TO WS-SW-FIN-EXTR
           OPEN INPUT EXTR-REV
           IF WS-EXTREV-STATUS IS EQUAL TO "35"
               CONTINUE
           ELSE
               PERFORM 585-LEE-EXTR-REV THRU 585-FIN
                       UNTIL WS-FIN-EXTR
               CLOSE EXTR-REV
           END-IF.
       580-FIN. EXIT.

       585-LEE-EXTR-REV.
           READ EXTR-REV
               AT END
                   SET WS-FIN-EXTR TO TRUE
               NOT AT END
                   MOVE EXTR-REV-ENTRADA TO WS-EXTR-DESGLOSE
                   IF (WS-EXT-IN-TIPO IS EQUAL TO "C" OR
                       WS-EXT-IN-TIPO IS EQUAL TO "T") AND
                      WS-EXT-IN-LOTE IS NUMERIC AND
                      WS-EXT-IN-LOTE-N IS EQUAL TO WS-LOTE-TRAB
                       ADD 1 TO WS-CONT-REVERSO
                       WRITE RAST-LINEA FROM EXTR-REV-ENTRADA
                   END-IF
           END-READ.
       585-FIN. EXIT.

       900-GRABA-BITACORA.
           OPEN EXTEND RUN-LOG
           IF WS-RUNLOG-STATUS IS EQUAL TO "35"
