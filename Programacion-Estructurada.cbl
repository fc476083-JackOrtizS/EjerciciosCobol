      *>                  SUSP-LOTE-DESTINO EN CERO (LO LLENA PROGCNS
      *>                  AL RESUBMITIRLO), PARA EL RASTREO DE LOTES
      *>                  DE PROGLOT.
      *> 15/10/2026 JOS - EL LOTE SE REGISTRA EN LOTEREG CON
      *>                  LOTE-ESTADO EN BLANCO (PROGREV LO MARCA AL
      *>                  REVERSARLO) Y LA BITACORA LLEVA EL LOTE DE LA
      *>                  CORRIDA EN RUN-LOTE.
      *> 15/10/2026 JOS - LA ALERTA DE VARIACION COMPARA CONTRA EL DIA
      *>                  HABIL ANTERIOR Y CONTRA EL MISMO DIA DE LA
      *>                  SEMANA ANTERIOR SEGUN EL CALENDARIO CALMAST;
      *>                  SIN CALENDARIO O SIN LA FECHA EN EL, SIGUE
      *>                  COMPARANDO CONTRA LA CORRIDA PREVIA.
      *> 15/10/2026 JOS - CADA LOTE SE GRABA EN EL HISTORICO POR LOTE
      *>                  (HISTLOT, LAYOUT HLOTREC) Y EN EL HISTORICO
      *>                  POR CATEGORIA Y LOTE (HCATLOT, LAYOUT
      *>                  HCLTREC); HISTORIC E HISTCAT YA NO SE
      *>                  REEMPLAZAN CON EL ULTIMO LOTE DEL DIA SINO
      *>                  QUE RECIBEN LA DIFERENCIA ENTRE LO QUE EL
      *>                  LOTE DEJA AHORA Y LO QUE YA HABIA DEJADO,
      *>                  ASI QUE UN SEGUNDO LOTE DEL MISMO DIA SE
      *>                  SUMA AL PRIMERO Y UN REARRANQUE NO SUMA DOS
      *>                  VECES.
      *> 15/10/2026 JOS - UNA CORRIDA NUEVA (SIN CHECKPOINT) DE UN LOTE
      *>                  QUE YA HABIA CONTABILIZADO RETIRA PRIMERO DE
      *>                  HISTCAT E HISTORIC TODOS LOS RENGLONES QUE
      *>                  ESE LOTE DEJO EN HCATLOT E HISTLOT Y LOS
      *>                  BORRA, PARA QUE UNA CATEGORIA QUE YA NO VIENE
      *>                  EN LA REPETICION NO SE QUEDE EN EL DIA. LA
      *>                  ALERTA DE VARIACION SE EVALUA DESPUES DE
      *>                  CONTABILIZAR Y COMPARA EL DIA COMPLETO DE
      *>                  HISTORIC (TODOS SUS LOTES), NO SOLO EL LOTE.
      *>----------------------------------------------------------------

       ENVIRONMENT DIVISION.
                                   RECORD KEY IS HCAT-LLAVE
                                   FILE STATUS IS WS-HCAT-STATUS.

           SELECT HLOT-FILE       ASSIGN TO "HISTLOT"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS HLOT-LLAVE
                                   FILE STATUS IS WS-HLOT-STATUS.

           SELECT HCLT-FILE       ASSIGN TO "HCATLOT"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS HCLT-LLAVE
                                   FILE STATUS IS WS-HCLT-STATUS.

           SELECT CAL-FILE        ASSIGN TO "CALMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS CAL-FECHA
                                   FILE STATUS IS WS-CAL-STATUS.

           SELECT RUN-LOG         ASSIGN TO "RUNLOG"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-RUNLOG-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY HCATREC.

       FD  HLOT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HLOTREC.

       FD  HCLT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HCLTREC.

       FD  CAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CALREC.

       FD  RUN-LOG
           LABEL RECORDS ARE STANDARD.
           COPY RUNREC.
           05 WS-FECHA-CORRIDA    PIC 9(08)      VALUE ZEROS.
           05 WS-HIST-STATUS      PIC X(02)      VALUE "00".
           05 WS-HCAT-STATUS      PIC X(02)      VALUE "00".
           05 WS-HLOT-STATUS      PIC X(02)      VALUE "00".
           05 WS-HCLT-STATUS      PIC X(02)      VALUE "00".
           05 WS-SW-POSTEO-PREVIO PIC X(01)      VALUE "N".
              88 WS-HAY-POSTEO-PREVIO            VALUE "S".
           05 WS-ANT-SUMA         PIC S9(09)V9(02) VALUE ZEROS.
           05 WS-ANT-CARGOS       PIC 9(09)V9(02)  VALUE ZEROS.
           05 WS-ANT-ABONOS       PIC 9(09)V9(02)  VALUE ZEROS.
           05 WS-ANT-REGS         PIC 9(05)        VALUE ZEROS.
           05 WS-ANT-DETALLES     PIC 9(05)        VALUE ZEROS.
           05 WS-SW-FIN-HCLT      PIC X(01)        VALUE "N".
              88 WS-FIN-HCLT                       VALUE "S".
           05 WS-SW-HCAT-ABIERTO  PIC X(01)        VALUE "N".
              88 WS-HCAT-ABIERTO                   VALUE "S".

       01  WS-CONTROL-QUIEBRE.
           05 WS-CATEGORIA-ANTERIOR PIC 9(02)    VALUE ZEROS.
           05 WS-PREV-FECHA       PIC 9(08)      VALUE ZEROS.
           05 WS-PREV-SUMA        PIC S9(09)V9(02) VALUE ZEROS.
           05 WS-PREV-REGS        PIC 9(05)      VALUE ZEROS.
           05 WS-DIA-SUMA         PIC S9(09)V9(02) VALUE ZEROS.
           05 WS-DIA-REGS         PIC 9(05)      VALUE ZEROS.
           05 WS-PCT-SUMA         PIC S9(03)V9(02) VALUE ZEROS.
           05 WS-PCT-REGS         PIC S9(03)V9(02) VALUE ZEROS.
           05 WS-ABS-PCT-SUMA     PIC 9(03)V9(02) VALUE ZEROS.
           05 WS-ABS-PCT-REGS     PIC 9(03)V9(02) VALUE ZEROS.
           05 WS-CAL-STATUS       PIC X(02)      VALUE "00".
           05 WS-SW-EN-CALENDARIO PIC X(01)      VALUE "N".
              88 WS-EN-CALENDARIO                VALUE "S".
           05 WS-CAL-HABIL-ANT    PIC 9(08)      VALUE ZEROS.
           05 WS-CAL-SEMANA-ANT   PIC 9(08)      VALUE ZEROS.
           05 WS-REF-FECHA        PIC 9(08)      VALUE ZEROS.
           05 WS-REF-ETIQUETA     PIC X(18)      VALUE SPACES.

       01  WS-LIN-VAR-TITULO.
           05 FILLER              PIC X(26)      VALUE
              "** ALERTA DE VARIACION VS ".
           05 WS-VAR-FECHA        PIC 9(08).
           05 WS-VAR-REFERENCIA   PIC X(18).
           05 FILLER              PIC X(14)      VALUE
              "  TOLERANCIA: ".
           05 WS-VAR-TOL          PIC ZZ9.
           05 FILLER              PIC X(04)      VALUE " PCT".
           05 FILLER              PIC X(07)      VALUE SPACES.

       01  WS-LIN-VAR-SUMA.
           05 FILLER              PIC X(15)      VALUE
               OPEN OUTPUT AUDIT-OUT
               OPEN OUTPUT EXTR-OUT
               PERFORM 330-IMPRIME-PARAMETROS THRU 330-FIN
               PERFORM 830-RETIRA-POSTEO-PREVIO THRU 830-FIN
           END-IF
           PERFORM 040-ABRE-SUSPENSOS THRU 040-FIN
           IF NOT WS-FIN-TRANS
           END-IF
           PERFORM 320-IMPRIME-TOTAL THRU 320-FIN
           PERFORM 340-GRABA-EXTRACTO-TOTAL THRU 340-FIN
           PERFORM 600-VERIFICA-CONTROL       THRU 600-FIN
           PERFORM 610-DETERMINA-RETURN-CODE  THRU 610-FIN
           PERFORM 800-GRABA-HISTORICO        THRU 800-FIN
           PERFORM 630-VERIFICA-VARIACION     THRU 630-FIN
           IF WS-CUADRE-OK AND WS-SUMARIO-LEIDO AND
              WS-LOTE-ACTUAL IS GREATER THAN ZEROS
               PERFORM 820-REGISTRA-LOTE      THRU 820-FIN
           PERFORM 810-GRABA-HIST-CATEGORIA THRU 810-FIN.
       210-FIN. EXIT.

      *> LA CATEGORIA DEL DIA EN HISTCAT ES LA SUMA DE SUS LOTES:
      *> PRIMERO SE GRABA EL RENGLON DEL LOTE EN HCATLOT (GUARDANDO
      *> LO QUE EL MISMO LOTE HUBIERA DEJADO ANTES) Y AL DIA SOLO SE
      *> LE APLICA LA DIFERENCIA. UN DIA GRABADO ANTES DE HCATLOT
      *> CONSERVA SU CIFRA COMO BASE.
       810-GRABA-HIST-CATEGORIA.
           PERFORM 815-GRABA-CATEGORIA-LOTE THRU 815-FIN
           OPEN I-O HCAT-FILE
           IF WS-HCAT-STATUS IS EQUAL TO "35"
               OPEN OUTPUT HCAT-FILE
           END-IF
           MOVE WS-FECHA-CORRIDA      TO HCAT-FECHA
           MOVE WS-CATEGORIA-ANTERIOR TO HCAT-CATEGORIA
           READ HCAT-FILE
               INVALID KEY
                   MOVE SPACES                TO HCAT-RECORD
                   MOVE WS-FECHA-CORRIDA      TO HCAT-FECHA
                   MOVE WS-CATEGORIA-ANTERIOR TO HCAT-CATEGORIA
                   MOVE WS-SUBCAT-CARGOS      TO HCAT-CARGOS
                   MOVE WS-SUBCAT-ABONOS      TO HCAT-ABONOS
                   MOVE WS-SUBTOTAL-CATEGORIA TO HCAT-SUMA
                   MOVE WS-SUBCAT-DETALLES    TO HCAT-DETALLES
                   WRITE HCAT-RECORD
                       INVALID KEY
                           DISPLAY "ERROR GRABANDO HISTORICO DE "
                                   "CATEGORIA " WS-CATEGORIA-ANTERIOR
                   END-WRITE
               NOT INVALID KEY
                   COMPUTE HCAT-CARGOS = HCAT-CARGOS - WS-ANT-CARGOS
                                       + WS-SUBCAT-CARGOS
                       ON SIZE ERROR
                           PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
                   END-COMPUTE
                   COMPUTE HCAT-ABONOS = HCAT-ABONOS - WS-ANT-ABONOS
                                       + WS-SUBCAT-ABONOS
                       ON SIZE ERROR
                           PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
                   END-COMPUTE
                   COMPUTE HCAT-SUMA = HCAT-SUMA - WS-ANT-SUMA
                                     + WS-SUBTOTAL-CATEGORIA
                       ON SIZE ERROR
                           PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
                   END-COMPUTE
                   COMPUTE HCAT-DETALLES = HCAT-DETALLES
                                         - WS-ANT-DETALLES
                                         + WS-SUBCAT-DETALLES
                       ON SIZE ERROR
                           PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
                   END-COMPUTE
                   REWRITE HCAT-RECORD
                       INVALID KEY
                           DISPLAY "ERROR GRABANDO HISTORICO DE "
                                   "CATEGORIA " WS-CATEGORIA-ANTERIOR
                   END-REWRITE
           END-READ
           CLOSE HCAT-FILE.
       810-FIN. EXIT.

       815-GRABA-CATEGORIA-LOTE.
           MOVE "N"   TO WS-SW-POSTEO-PREVIO
           MOVE ZEROS TO WS-ANT-CARGOS
                         WS-ANT-ABONOS
                         WS-ANT-SUMA
                         WS-ANT-DETALLES
           OPEN I-O HCLT-FILE
           IF WS-HCLT-STATUS IS EQUAL TO "35"
               OPEN OUTPUT HCLT-FILE
               CLOSE HCLT-FILE
               OPEN I-O HCLT-FILE
           END-IF
           MOVE WS-FECHA-CORRIDA      TO HCLT-FECHA
           MOVE WS-CATEGORIA-ANTERIOR TO HCLT-CATEGORIA
           MOVE WS-LOTE-ACTUAL        TO HCLT-LOTE
           READ HCLT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HAY-POSTEO-PREVIO TO TRUE
                   MOVE HCLT-CARGOS   TO WS-ANT-CARGOS
                   MOVE HCLT-ABONOS   TO WS-ANT-ABONOS
                   MOVE HCLT-SUMA     TO WS-ANT-SUMA
                   MOVE HCLT-DETALLES TO WS-ANT-DETALLES
           END-READ
           MOVE SPACES                TO HCLT-RECORD
           MOVE WS-FECHA-CORRIDA      TO HCLT-FECHA
           MOVE WS-CATEGORIA-ANTERIOR TO HCLT-CATEGORIA
           MOVE WS-LOTE-ACTUAL        TO HCLT-LOTE
           MOVE WS-SUBCAT-CARGOS      TO HCLT-CARGOS
           MOVE WS-SUBCAT-ABONOS      TO HCLT-ABONOS
           MOVE WS-SUBTOTAL-CATEGORIA TO HCLT-SUMA
           MOVE WS-SUBCAT-DETALLES    TO HCLT-DETALLES
           IF WS-HAY-POSTEO-PREVIO
               REWRITE HCLT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR GRABANDO HISTORICO DE CATEGORIA "
                               "POR LOTE " WS-CATEGORIA-ANTERIOR
               END-REWRITE
           ELSE
               WRITE HCLT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR GRABANDO HISTORICO DE CATEGORIA "
                               "POR LOTE " WS-CATEGORIA-ANTERIOR
               END-WRITE
           END-IF
           CLOSE HCLT-FILE.
       815-FIN. EXIT.

       300-IMPRIME-DETALLE.
           IF WS-LINEAS-PAGINA IS EQUAL TO ZEROS OR
              WS-LINEAS-PAGINA IS GREATER THAN OR EQUAL TO
           END-IF.
       610-FIN. EXIT.

      *> CON CALENDARIO, LA CORRIDA SE COMPARA CONTRA EL HISTORICO
      *> DEL DIA HABIL ANTERIOR Y, POR SEPARADO, CONTRA EL DEL MISMO
      *> DIA DE LA SEMANA ANTERIOR (UN LUNES CONTRA EL LUNES PASADO).
      *> SIN CALENDARIO SE COMPARA CONTRA LA ULTIMA CORRIDA PREVIA.
      *> SE EJECUTA YA CONTABILIZADO EL LOTE: LO QUE SE COMPARA ES EL
      *> DIA COMPLETO DE HISTORIC (TODOS SUS LOTES), PARA QUE UN
      *> SEGUNDO LOTE CHICO DEL MISMO DIA NO DISPARE LA ALERTA.
       630-VERIFICA-VARIACION.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS IS EQUAL TO "35"
               CONTINUE
           ELSE
               PERFORM 632-BUSCA-CALENDARIO THRU 632-FIN
               IF WS-EN-CALENDARIO
                   PERFORM 631-LEE-DIA THRU 631-FIN
                   MOVE WS-CAL-HABIL-ANT    TO WS-REF-FECHA
                   MOVE " (HABIL ANTERIOR)" TO WS-REF-ETIQUETA
                   PERFORM 637-COMPARA-REFERENCIA THRU 637-FIN
                   MOVE WS-CAL-SEMANA-ANT   TO WS-REF-FECHA
                   MOVE " (SEMANA ANTERIOR)" TO WS-REF-ETIQUETA
                   PERFORM 637-COMPARA-REFERENCIA THRU 637-FIN
               ELSE
                   PERFORM 635-LEE-PREVIO THRU 635-FIN
                           UNTIL WS-FIN-PREVIO
                   PERFORM 631-LEE-DIA THRU 631-FIN
                   MOVE " (CORRIDA PREVIA)" TO WS-REF-ETIQUETA
                   IF WS-HAY-PREVIO
                       PERFORM 640-CALCULA-VARIACION THRU 640-FIN
                       IF WS-VARIACION-EXCEDIDA
                           PERFORM 650-IMPRIME-VARIACION THRU 650-FIN
                       END-IF
                   END-IF
               END-IF
               CLOSE HIST-FILE
           END-IF.
       630-FIN. EXIT.

      *> SIN REGISTRO DEL DIA (NO DEBERIA PASAR, 800 YA LO GRABO) SE
      *> COMPARAN LAS CIFRAS DEL LOTE.
       631-LEE-DIA.
           MOVE WS-SUMA            TO WS-DIA-SUMA
           MOVE WS-CONTADOR-LEIDOS TO WS-DIA-REGS
           MOVE WS-FECHA-CORRIDA   TO HIST-FECHA
           READ HIST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE HIST-SUMA          TO WS-DIA-SUMA
                   MOVE HIST-CONTADOR-REGS TO WS-DIA-REGS
           END-READ.
       631-FIN. EXIT.

       632-BUSCA-CALENDARIO.
           MOVE "N" TO WS-SW-EN-CALENDARIO
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS IS EQUAL TO "35"
               DISPLAY "NO EXISTE EL CALENDARIO CALMAST, LA VARIACION "
                       "SE MIDE CONTRA LA CORRIDA PREVIA"
           ELSE
               MOVE WS-FECHA-CORRIDA TO CAL-FECHA
               READ CAL-FILE
                   INVALID KEY
                       DISPLAY "LA FECHA " WS-FECHA-CORRIDA
                               " NO ESTA EN CALMAST, LA VARIACION "
                               "SE MIDE CONTRA LA CORRIDA PREVIA"
                   NOT INVALID KEY
                       SET WS-EN-CALENDARIO TO TRUE
                       MOVE CAL-HABIL-ANTERIOR  TO WS-CAL-HABIL-ANT
                       MOVE CAL-SEMANA-ANTERIOR TO WS-CAL-SEMANA-ANT
               END-READ
               CLOSE CAL-FILE
           END-IF.
       632-FIN. EXIT.

       635-LEE-PREVIO.
           READ HIST-FILE NEXT RECORD
               AT END
           END-READ.
       635-FIN. EXIT.

       637-COMPARA-REFERENCIA.
           MOVE "N" TO WS-SW-HAY-PREVIO
           MOVE "N" TO WS-SW-VAR-EXCEDIDA
           IF WS-REF-FECHA IS GREATER THAN ZEROS
               MOVE WS-REF-FECHA TO HIST-FECHA
               READ HIST-FILE
                   INVALID KEY
                       DISPLAY "SIN HISTORICO DEL " WS-REF-FECHA
                               WS-REF-ETIQUETA ", NO SE COMPARA"
                   NOT INVALID KEY
                       SET WS-HAY-PREVIO TO TRUE
                       MOVE HIST-FECHA         TO WS-PREV-FECHA
                       MOVE HIST-SUMA          TO WS-PREV-SUMA
                       MOVE HIST-CONTADOR-REGS TO WS-PREV-REGS
               END-READ
           END-IF
           IF WS-HAY-PREVIO
               PERFORM 640-CALCULA-VARIACION THRU 640-FIN
               IF WS-VARIACION-EXCEDIDA
                   PERFORM 650-IMPRIME-VARIACION THRU 650-FIN
               END-IF
           END-IF.
       637-FIN. EXIT.

       640-CALCULA-VARIACION.
           MOVE ZEROS TO WS-ABS-PCT-SUMA WS-ABS-PCT-REGS
           IF WS-PREV-SUMA IS EQUAL TO ZEROS
               IF WS-DIA-SUMA IS NOT EQUAL TO ZEROS
                   MOVE 999.99 TO WS-PCT-SUMA WS-ABS-PCT-SUMA
               ELSE
                   MOVE ZEROS  TO WS-PCT-SUMA
               END-IF
           ELSE
               COMPUTE WS-PCT-SUMA ROUNDED =
                       ((WS-DIA-SUMA - WS-PREV-SUMA) * 100)
                       / WS-PREV-SUMA
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-PCT-SUMA
               END-IF
           END-IF
           IF WS-PREV-REGS IS EQUAL TO ZEROS
               IF WS-DIA-REGS IS NOT EQUAL TO ZEROS
                   MOVE 999.99 TO WS-PCT-REGS WS-ABS-PCT-REGS
               ELSE
                   MOVE ZEROS  TO WS-PCT-REGS
               END-IF
           ELSE
               COMPUTE WS-PCT-REGS ROUNDED =
                       ((WS-DIA-REGS - WS-PREV-REGS) * 100)
                       / WS-PREV-REGS
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-PCT-REGS

       650-IMPRIME-VARIACION.
           MOVE WS-PREV-FECHA      TO WS-VAR-FECHA
           MOVE WS-REF-ETIQUETA    TO WS-VAR-REFERENCIA
           MOVE WS-TOLERANCIA-PCT  TO WS-VAR-TOL
           WRITE REPORT-LINEA      FROM WS-LIN-VAR-TITULO
           MOVE WS-PREV-SUMA       TO WS-VAR-ANT-SUMA
           MOVE WS-DIA-SUMA        TO WS-VAR-HOY-SUMA
           MOVE WS-PCT-SUMA        TO WS-VAR-PCT-SUMA
           WRITE REPORT-LINEA      FROM WS-LIN-VAR-SUMA
           MOVE WS-PREV-REGS       TO WS-VAR-ANT-REGS
           MOVE WS-DIA-REGS        TO WS-VAR-HOY-REGS
           MOVE WS-PCT-REGS        TO WS-VAR-PCT-REGS
           WRITE REPORT-LINEA      FROM WS-LIN-VAR-REGS
           DISPLAY "ALERTA DE VARIACION CONTRA LA CORRIDA DEL "
                   WS-PREV-FECHA ", REVISAR REPORTE".
       650-FIN. EXIT.

      *> IGUAL QUE EN 810: EL LOTE SE GRABA EN HISTLOT Y EL DIA EN
      *> HISTORIC RECIBE SOLO LA DIFERENCIA CONTRA LO QUE EL MISMO
      *> LOTE YA HABIA DEJADO, ASI QUE EL DIA ES LA SUMA DE SUS
      *> LOTES. UN REGISTRO DEL DIA SIN DESGLOSE CARGOS/ABONOS
      *> (ESPACIOS) SE TOMA COMO CERO EN ESOS CAMPOS.
       800-GRABA-HISTORICO.
           PERFORM 805-GRABA-HIST-LOTE THRU 805-FIN
           OPEN I-O HIST-FILE
           IF WS-HIST-STATUS IS EQUAL TO "35"
               OPEN OUTPUT HIST-FILE
               OPEN I-O HIST-FILE
           END-IF
           MOVE WS-FECHA-CORRIDA   TO HIST-FECHA
           READ HIST-FILE
               INVALID KEY
                   MOVE SPACES             TO HIST-RECORD
                   MOVE WS-FECHA-CORRIDA   TO HIST-FECHA
                   MOVE WS-SUMA            TO HIST-SUMA
                   MOVE WS-CONTADOR-LEIDOS TO HIST-CONTADOR-REGS
                   MOVE WS-SUMA-CARGOS     TO HIST-CARGOS
                   MOVE WS-SUMA-ABONOS     TO HIST-ABONOS
                   WRITE HIST-RECORD
                       INVALID KEY
                           DISPLAY "ERROR GRABANDO HISTORICO DE CORRIDA"
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 807-ACUMULA-DIA THRU 807-FIN
                   REWRITE HIST-RECORD
                       INVALID KEY
                           DISPLAY "ERROR GRABANDO HISTORICO DE CORRIDA"
                   END-REWRITE
           END-READ
           CLOSE HIST-FILE.
       800-FIN. EXIT.

       805-GRABA-HIST-LOTE.
           MOVE "N"   TO WS-SW-POSTEO-PREVIO
           MOVE ZEROS TO WS-ANT-SUMA
                         WS-ANT-CARGOS
                         WS-ANT-ABONOS
                         WS-ANT-REGS
           OPEN I-O HLOT-FILE
           IF WS-HLOT-STATUS IS EQUAL TO "35"
               OPEN OUTPUT HLOT-FILE
               CLOSE HLOT-FILE
               OPEN I-O HLOT-FILE
           END-IF
           MOVE WS-FECHA-CORRIDA   TO HLOT-FECHA
           MOVE WS-LOTE-ACTUAL     TO HLOT-LOTE
           READ HLOT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-HAY-POSTEO-PREVIO TO TRUE
                   MOVE HLOT-SUMA          TO WS-ANT-SUMA
                   MOVE HLOT-CARGOS        TO WS-ANT-CARGOS
                   MOVE HLOT-ABONOS        TO WS-ANT-ABONOS
                   MOVE HLOT-CONTADOR-REGS TO WS-ANT-REGS
           END-READ
           MOVE SPACES             TO HLOT-RECORD
           MOVE WS-FECHA-CORRIDA   TO HLOT-FECHA
           MOVE WS-LOTE-ACTUAL     TO HLOT-LOTE
           MOVE WS-SUMA            TO HLOT-SUMA
           MOVE WS-CONTADOR-LEIDOS TO HLOT-CONTADOR-REGS
           MOVE WS-SUMA-CARGOS     TO HLOT-CARGOS
           MOVE WS-SUMA-ABONOS     TO HLOT-ABONOS
           ACCEPT WS-HORA-COMPLETA FROM TIME
           MOVE WS-HORA-HHMMSS     TO HLOT-HORA
           IF WS-HAY-POSTEO-PREVIO
               REWRITE HLOT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR GRABANDO HISTORICO POR LOTE"
               END-REWRITE
           ELSE
               WRITE HLOT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR GRABANDO HISTORICO POR LOTE"
               END-WRITE
           END-IF
           CLOSE HLOT-FILE.
       805-FIN. EXIT.

       807-ACUMULA-DIA.
           IF HIST-CARGOS IS NOT NUMERIC
               MOVE ZEROS TO HIST-CARGOS
           END-IF
           IF HIST-ABONOS IS NOT NUMERIC
               MOVE ZEROS TO HIST-ABONOS
           END-IF
           COMPUTE HIST-SUMA = HIST-SUMA - WS-ANT-SUMA + WS-SUMA
               ON SIZE ERROR
                   PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
           END-COMPUTE
           COMPUTE HIST-CONTADOR-REGS = HIST-CONTADOR-REGS
                                      - WS-ANT-REGS
                                      + WS-CONTADOR-LEIDOS
               ON SIZE ERROR
                   PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
           END-COMPUTE
           COMPUTE HIST-CARGOS = HIST-CARGOS - WS-ANT-CARGOS
                               + WS-SUMA-CARGOS
               ON SIZE ERROR
                   PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
           END-COMPUTE
           COMPUTE HIST-ABONOS = HIST-ABONOS - WS-ANT-ABONOS
                               + WS-SUMA-ABONOS
               ON SIZE ERROR
                   PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
           END-COMPUTE.
       807-FIN. EXIT.

       820-REGISTRA-LOTE.
           OPEN I-O LOTE-FILE
           IF WS-LOTE-STATUS IS EQUAL TO "35"
               CLOSE LOTE-FILE
               OPEN I-O LOTE-FILE
           END-IF
           MOVE SPACES             TO LOTE-RECORD
           MOVE WS-LOTE-ACTUAL     TO LOTE-NUMERO
           MOVE WS-FECHA-LOTE      TO LOTE-FECHA-CREACION
           MOVE WS-FECHA-CORRIDA   TO LOTE-FECHA-PROCESO
           CLOSE LOTE-FILE.
       820-FIN. EXIT.

      *> UNA CORRIDA NUEVA (SIN CHECKPOINT) DE UN LOTE QUE YA HABIA
      *> CONTABILIZADO (CORRIDA DESCUADRADA QUE SE REPITE) RETIRA
      *> ANTES DE LEER DETALLES TODO LO QUE ESE LOTE DEJO EN LA FECHA:
      *> CADA RENGLON SUYO EN HCATLOT SE RESTA DE HISTCAT Y SE BORRA,
      *> Y SU RENGLON EN HISTLOT SE RESTA DE HISTORIC Y SE BORRA. ASI
      *> 810 Y 800 GRABAN EL LOTE DE CERO Y UNA CATEGORIA QUE YA NO
      *> VIENE EN LA REPETICION NO SE QUEDA EN EL DIA. UN REARRANQUE
      *> DE CHECKPOINT NO PASA POR AQUI: LAS CATEGORIAS QUE GRABO
      *> ANTES DE CAERSE SON PARTE DE LA MISMA CORRIDA. LOS RENGLONES
      *> YA REVERSADOS ('R') NO SE TOCAN, PROGREV YA LOS RESTO.
       830-RETIRA-POSTEO-PREVIO.
           PERFORM 832-RETIRA-CATEGORIAS-LOTE THRU 832-FIN
           PERFORM 836-RETIRA-HIST-LOTE       THRU 836-FIN.
       830-FIN. EXIT.

       832-RETIRA-CATEGORIAS-LOTE.
           MOVE "N" TO WS-SW-FIN-HCLT
           MOVE "N" TO WS-SW-HCAT-ABIERTO
           OPEN I-O HCLT-FILE
           IF WS-HCLT-STATUS IS EQUAL TO "35"
               CONTINUE
           ELSE
               MOVE WS-FECHA-CORRIDA TO HCLT-FECHA
               MOVE ZEROS            TO HCLT-CATEGORIA
                                        HCLT-LOTE
               START HCLT-FILE KEY IS NOT LESS THAN HCLT-LLAVE
                   INVALID KEY
                       SET WS-FIN-HCLT TO TRUE
               END-START
               PERFORM 834-RETIRA-CATEGORIA THRU 834-FIN
                       UNTIL WS-FIN-HCLT
               IF WS-HCAT-ABIERTO
                   CLOSE HCAT-FILE
               END-IF
               CLOSE HCLT-FILE
           END-IF.
       832-FIN. EXIT.

       834-RETIRA-CATEGORIA.
           READ HCLT-FILE NEXT RECORD
               AT END
                   SET WS-FIN-HCLT TO TRUE
               NOT AT END
                   IF HCLT-FECHA IS NOT EQUAL TO WS-FECHA-CORRIDA
                       SET WS-FIN-HCLT TO TRUE
                   ELSE
                       IF HCLT-LOTE IS EQUAL TO WS-LOTE-ACTUAL AND
                          NOT HCLT-REVERSADO
                           PERFORM 835-RESTA-CATEGORIA THRU 835-FIN
                           DELETE HCLT-FILE RECORD
                               INVALID KEY
                                   DISPLAY "ERROR BORRANDO HISTORICO "
                                           "DE CATEGORIA POR LOTE "
                                           HCLT-CATEGORIA
                           END-DELETE
                       END-IF
                   END-IF
           END-READ.
       834-FIN. EXIT.

       835-RESTA-CATEGORIA.
           IF NOT WS-HCAT-ABIERTO
               OPEN I-O HCAT-FILE
               IF WS-HCAT-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT HCAT-FILE
                   CLOSE HCAT-FILE
                   OPEN I-O HCAT-FILE
               END-IF
               SET WS-HCAT-ABIERTO TO TRUE
           END-IF
           MOVE HCLT-FECHA     TO HCAT-FECHA
           MOVE HCLT-CATEGORIA TO HCAT-CATEGORIA
           READ HCAT-FILE
               INVALID KEY
                   DISPLAY "SIN HISTORICO DE CATEGORIA " HCLT-CATEGORIA
                           " PARA RETIRAR EL LOTE " WS-LOTE-ACTUAL
               NOT INVALID KEY
                   COMPUTE HCAT-CARGOS = HCAT-CARGOS - HCLT-CARGOS
                       ON SIZE ERROR
                           PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
                   END-COMPUTE
                   COMPUTE HCAT-ABONOS = HCAT-ABONOS - HCLT-ABONOS
                       ON SIZE ERROR
                           PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
                   END-COMPUTE
                   COMPUTE HCAT-SUMA = HCAT-SUMA - HCLT-SUMA
                       ON SIZE ERROR
                           PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
                   END-COMPUTE
                   COMPUTE HCAT-DETALLES = HCAT-DETALLES
                                         - HCLT-DETALLES
                       ON SIZE ERROR
                           PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
                   END-COMPUTE
                   REWRITE HCAT-RECORD
                       INVALID KEY
                           DISPLAY "ERROR GRABANDO HISTORICO DE "
                                   "CATEGORIA " HCLT-CATEGORIA
                   END-REWRITE
           END-READ.
       835-FIN. EXIT.

       836-RETIRA-HIST-LOTE.
           OPEN I-O HLOT-FILE
           IF WS-HLOT-STATUS IS EQUAL TO "35"
               CONTINUE
           ELSE
               MOVE WS-FECHA-CORRIDA TO HLOT-FECHA
               MOVE WS-LOTE-ACTUAL   TO HLOT-LOTE
               READ HLOT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT HLOT-REVERSADO
                           PERFORM 838-RESTA-DIA THRU 838-FIN
                           DELETE HLOT-FILE RECORD
                               INVALID KEY
                                   DISPLAY "ERROR BORRANDO HISTORICO "
                                           "POR LOTE"
                           END-DELETE
                       END-IF
               END-READ
               CLOSE HLOT-FILE
           END-IF.
       836-FIN. EXIT.

       838-RESTA-DIA.
           OPEN I-O HIST-FILE
           IF WS-HIST-STATUS IS EQUAL TO "35"
               CONTINUE
           ELSE
               MOVE HLOT-FECHA TO HIST-FECHA
               READ HIST-FILE
                   INVALID KEY
                       DISPLAY "SIN HISTORICO DEL " HLOT-FECHA
                               " PARA RETIRAR EL LOTE " WS-LOTE-ACTUAL
                   NOT INVALID KEY
                       IF HIST-CARGOS IS NOT NUMERIC
                           MOVE ZEROS TO HIST-CARGOS
                       END-IF
                       IF HIST-ABONOS IS NOT NUMERIC
                           MOVE ZEROS TO HIST-ABONOS
                       END-IF
                       COMPUTE HIST-SUMA = HIST-SUMA - HLOT-SUMA
                           ON SIZE ERROR
                               PERFORM 990-ABORTA-SOBREFLUJO
                                  THRU 990-FIN
                       END-COMPUTE
                       COMPUTE HIST-CONTADOR-REGS = HIST-CONTADOR-REGS
                                                  - HLOT-CONTADOR-REGS
                           ON SIZE ERROR
                               PERFORM 990-ABORTA-SOBREFLUJO
                                  THRU 990-FIN
                       END-COMPUTE
                       COMPUTE HIST-CARGOS = HIST-CARGOS - HLOT-CARGOS
                           ON SIZE ERROR
                               PERFORM 990-ABORTA-SOBREFLUJO
                                  THRU 990-FIN
                       END-COMPUTE
                       COMPUTE HIST-ABONOS = HIST-ABONOS - HLOT-ABONOS
                           ON SIZE ERROR
                               PERFORM 990-ABORTA-SOBREFLUJO
                                  THRU 990-FIN
                       END-COMPUTE
                       REWRITE HIST-RECORD
                           INVALID KEY
                               DISPLAY "ERROR GRABANDO HISTORICO DE "
                                       "CORRIDA"
                       END-REWRITE
               END-READ
               CLOSE HIST-FILE
           END-IF.
       838-FIN. EXIT.

       530-ESCRIBE-CHECKPOINT.
           MOVE WS-SUMA             TO CHK-SUMA
           MOVE WS-CONTADOR-LEIDOS  TO CHK-CONTADOR-LEIDOS
                   WS-CONTADOR-LEIDOS - WS-CONTADOR-RECHAZOS
           MOVE WS-CONTADOR-RECHAZOS TO RUN-RECHAZOS
           MOVE RETURN-CODE         TO RUN-RETORNO
           MOVE WS-LOTE-ACTUAL      TO RUN-LOTE
           WRITE RUN-RECORD
           CLOSE RUN-LOG.
       950-FIN. EXIT.
