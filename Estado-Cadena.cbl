      *> PROGSTR). TAMBIEN AVISA SI PROGSTR CORRIO SIN UN PROGCNS
      *> PREVIO ESE DIA. ES EL REPORTE QUE SE ENTREGA AL TURNO DE LA
      *> MANANA EN LUGAR DEL RITUAL DE LEER CUATRO JOB LOGS.
      *> LAS CORRIDAS QUE TRATAN UN LOTE (PROGSTR, PROGREV) MUESTRAN
      *> EL NUMERO DE LOTE, Y UN REVERSO DE LOTE APLICADO EN EL DIA
      *> SE SENALA APARTE PARA QUE NO PASE DESAPERCIBIDO.
      *> CON EL CALENDARIO CALMAST LA CADENA SOLO SE EXIGE EN DIA
      *> HABIL, Y SE LISTAN LOS DIAS HABILES DEL MES, HASTA LA FECHA
      *> CONSULTADA, QUE NO TIENEN REGISTRO EN EL HISTORICO.
      *>----------------------------------------------------------------
      *> HISTORIAL DE MODIFICACIONES
      *> 03/09/2026 JOS - VERSION INICIAL.
      *> 15/10/2026 JOS - SE MUESTRA RUN-LOTE DE LAS CORRIDAS QUE LO
      *>                  TRAEN Y SE SENALAN LOS REVERSOS DE LOTE
      *>                  (PROGREV) DEL DIA.
      *> 15/10/2026 JOS - LA CADENA SOLO SE EXIGE EN DIA HABIL SEGUN
      *>                  CALMAST Y SE LISTAN LOS DIAS HABILES DEL MES
      *>                  SIN REGISTRO EN HISTORIC.
      *>----------------------------------------------------------------

       ENVIRONMENT DIVISION.
           SELECT CADEN-REP       ASSIGN TO "CADENREP"
                                   ORGANIZATION IS SEQUENTIAL.

           SELECT CAL-FILE        ASSIGN TO "CALMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS CAL-FECHA
                                   FILE STATUS IS WS-CAL-STATUS.

           SELECT HIST-FILE       ASSIGN TO "HISTORIC"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS HIST-FECHA
                                   FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.

           LABEL RECORDS ARE STANDARD.
       01  CADEN-LINEA            PIC X(80).

       FD  CAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CALREC.

       FD  HIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTREC.

       WORKING-STORAGE SECTION.
       01  WS-AREA-BITACORA.
           05 WS-RUNLOG-STATUS    PIC X(02)      VALUE "00".
       01  WS-AREA-CONSULTA.
           05 WS-FECHA-HOY        PIC 9(08)      VALUE ZEROS.
           05 WS-FECHA-CONSULTA   PIC 9(08)      VALUE ZEROS.
           05 WS-FECHA-INICIO-MES PIC 9(08)      VALUE ZEROS.
           05 WS-FECHA-INICIO-MES-R REDEFINES WS-FECHA-INICIO-MES.
              10 WS-INI-ANO-MES   PIC 9(06).
              10 WS-INI-DIA       PIC 9(02).

       01  WS-AREA-CALENDARIO.
           05 WS-CAL-STATUS       PIC X(02)      VALUE "00".
           05 WS-HIST-STATUS      PIC X(02)      VALUE "00".
           05 WS-SW-DIA-CONSULTA  PIC X(01)      VALUE "N".
              88 WS-DIA-ES-HABIL                 VALUE "H".
              88 WS-DIA-ES-INHABIL               VALUE "I".
              88 WS-DIA-SIN-CALENDARIO           VALUE "N".
           05 WS-SW-FIN-CAL       PIC X(01)      VALUE "N".
              88 WS-FIN-CAL                      VALUE "S".
           05 WS-CONT-HABILES     PIC 9(03)      VALUE ZEROS.
           05 WS-CONT-SIN-HIST    PIC 9(03)      VALUE ZEROS.

       01  WS-SWITCHES.
           05 WS-SW-FIN-LOG       PIC X(01)      VALUE "N".
       01  WS-CONTADORES.
           05 WS-CONT-CORRIDAS    PIC 9(05)      VALUE ZEROS.
           05 WS-CONT-MALAS       PIC 9(05)      VALUE ZEROS.
           05 WS-CONT-REVERSOS    PIC 9(05)      VALUE ZEROS.

       01  WS-LIN-TITULO.
           05 FILLER              PIC X(11)      VALUE "PROGEST".
           05 WS-ALR-RETORNO      PIC 9(02).
           05 FILLER              PIC X(26)      VALUE SPACES.

       01  WS-LIN-LOTE.
           05 FILLER              PIC X(14)      VALUE
              "         LOTE:".
           05 WS-LOT-NUMERO       PIC 9(08).
           05 WS-LOT-TEXTO        PIC X(40).
           05 FILLER              PIC X(18)      VALUE SPACES.

       01  WS-LIN-FALTA.
           05 FILLER              PIC X(09)      VALUE "** FALTA ".
           05 WS-FAL-PROGRAMA     PIC X(08).
           05 WS-FAL-TEXTO        PIC X(40).
           05 FILLER              PIC X(23)      VALUE SPACES.

       01  WS-LIN-INHABIL.
           05 FILLER              PIC X(12)      VALUE "DIA INHABIL ".
           05 WS-INH-DESCRIPCION  PIC X(20).
           05 FILLER              PIC X(32)      VALUE
              " - NO SE ESPERA LA CADENA DIARIA".
           05 FILLER              PIC X(16)      VALUE SPACES.

       01  WS-LIN-SIN-CALENDARIO.
           05 FILLER              PIC X(44)      VALUE
              "FECHA FUERA DEL CALENDARIO CALMAST, SE TOMA ".
           05 FILLER              PIC X(36)      VALUE
              "COMO DIA HABIL".

       01  WS-LIN-SIN-HIST.
           05 FILLER              PIC X(27)      VALUE
              "** SIN HISTORICO DIA HABIL ".
           05 WS-SHI-FECHA        PIC 9(08).
           05 FILLER              PIC X(45)      VALUE SPACES.

       01  WS-LIN-TOT-HIST.
           05 FILLER              PIC X(33)      VALUE
              "DIAS HABILES DEL MES A LA FECHA: ".
           05 WS-THI-HABILES      PIC ZZ9.
           05 FILLER              PIC X(17)      VALUE
              "  SIN HISTORICO: ".
           05 WS-THI-SIN-HIST     PIC ZZ9.
           05 FILLER              PIC X(24)      VALUE SPACES.

       01  WS-LIN-VACIO.
           05 FILLER              PIC X(42)      VALUE
              "SIN CORRIDAS REGISTRADAS PARA LA FECHA".
               WRITE CADEN-LINEA FROM WS-LIN-VACIO
               DISPLAY WS-LIN-VACIO
           END-IF
           PERFORM 250-CONSULTA-CALENDARIO THRU 250-FIN
           PERFORM 300-VERIFICA-CADENA THRU 300-FIN
           IF NOT WS-DIA-SIN-CALENDARIO
               PERFORM 400-DIAS-SIN-HISTORICO THRU 400-FIN
           END-IF
           CLOSE CADEN-REP
           DISPLAY "CORRIDAS DEL DIA: " WS-CONT-CORRIDAS
           DISPLAY "CORRIDAS CON PROBLEMA: " WS-CONT-MALAS
           MOVE RUN-RETORNO      TO WS-COR-RETORNO
           WRITE CADEN-LINEA     FROM WS-LIN-CORRIDA
           DISPLAY WS-LIN-CORRIDA
           IF RUN-LOTE IS NUMERIC AND
              RUN-LOTE IS GREATER THAN ZEROS
               PERFORM 210-REPORTA-LOTE THRU 210-FIN
           END-IF
           IF RUN-PROGRAMA IS EQUAL TO "PROGCNS"
               SET WS-CORRIO-CNS TO TRUE
           END-IF
           END-IF.
       200-FIN. EXIT.

       210-REPORTA-LOTE.
           MOVE RUN-LOTE         TO WS-LOT-NUMERO
           MOVE SPACES           TO WS-LOT-TEXTO
           IF RUN-PROGRAMA IS EQUAL TO "PROGREV"
               EVALUATE RUN-RETORNO
                   WHEN 00
                       ADD 1 TO WS-CONT-REVERSOS
                       MOVE " ** LOTE REVERSADO" TO WS-LOT-TEXTO
                   WHEN 08
                       MOVE " - REVERSO CANCELADO POR EL OPERADOR"
                                         TO WS-LOT-TEXTO
                   WHEN OTHER
                       MOVE " - REVERSO RECHAZADO" TO WS-LOT-TEXTO
               END-EVALUATE
           END-IF
           WRITE CADEN-LINEA     FROM WS-LIN-LOTE
           DISPLAY WS-LIN-LOTE.
       210-FIN. EXIT.

      *> EL CALENDARIO DICE SI LA FECHA CONSULTADA ES DIA HABIL. SIN
      *> CALMAST, O CON LA FECHA FUERA DE EL, SE EXIGE LA CADENA
      *> COMO SIEMPRE.
       250-CONSULTA-CALENDARIO.
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS IS EQUAL TO "35"
               DISPLAY "NO EXISTE EL CALENDARIO CALMAST"
           ELSE
               MOVE WS-FECHA-CONSULTA TO CAL-FECHA
               READ CAL-FILE
                   INVALID KEY
                       WRITE CADEN-LINEA FROM WS-LIN-SIN-CALENDARIO
                       DISPLAY WS-LIN-SIN-CALENDARIO
                   NOT INVALID KEY
                       IF CAL-DIA-HABIL
                           SET WS-DIA-ES-HABIL   TO TRUE
                       ELSE
                           SET WS-DIA-ES-INHABIL TO TRUE
                           PERFORM 260-REPORTA-INHABIL THRU 260-FIN
                       END-IF
               END-READ
               CLOSE CAL-FILE
           END-IF.
       250-FIN. EXIT.

       260-REPORTA-INHABIL.
           MOVE CAL-DESCRIPCION      TO WS-INH-DESCRIPCION
           IF CAL-DESCRIPCION IS EQUAL TO SPACES
               IF CAL-FIN-SEMANA
                   MOVE "FIN DE SEMANA"  TO WS-INH-DESCRIPCION
               ELSE
                   MOVE "FERIADO"        TO WS-INH-DESCRIPCION
               END-IF
           END-IF
           WRITE CADEN-LINEA         FROM WS-LIN-INHABIL
           DISPLAY WS-LIN-INHABIL.
       260-FIN. EXIT.

       300-VERIFICA-CADENA.
           IF WS-DIA-ES-INHABIL
               CONTINUE
           ELSE
               PERFORM 310-VERIFICA-FALTANTES THRU 310-FIN
           END-IF
           IF WS-STR-SIN-CNS
               MOVE "** PROGSTR CORRIO SIN PROGCNS PREVIO "
                                    TO WS-ALR-TEXTO
               MOVE "PROGSTR"       TO WS-ALR-PROGRAMA
               MOVE ZEROS           TO WS-ALR-RETORNO
               WRITE CADEN-LINEA    FROM WS-LIN-ALERTA
               DISPLAY WS-LIN-ALERTA
           END-IF
           IF WS-CONT-REVERSOS IS GREATER THAN ZEROS
               MOVE "** HUBO REVERSO DE LOTE EN EL DIA      "
                                    TO WS-ALR-TEXTO
               MOVE "PROGREV"       TO WS-ALR-PROGRAMA
               MOVE ZEROS           TO WS-ALR-RETORNO
               WRITE CADEN-LINEA    FROM WS-LIN-ALERTA
               DISPLAY WS-LIN-ALERTA
           END-IF.
       300-FIN. EXIT.

       310-VERIFICA-FALTANTES.
           IF NOT WS-CORRIO-CNS
               MOVE "PROGCNS"       TO WS-FAL-PROGRAMA
               MOVE " - LA CONSOLIDACION NO CORRIO" TO WS-FAL-TEXTO
               MOVE " - EL PROCESO DIARIO NO CORRIO" TO WS-FAL-TEXTO
               WRITE CADEN-LINEA    FROM WS-LIN-FALTA
               DISPLAY WS-LIN-FALTA
           END-IF.
       310-FIN. EXIT.

      *> DIAS HABILES DESDE EL PRIMERO DEL MES HASTA LA FECHA
      *> CONSULTADA QUE NO TIENEN REGISTRO EN EL HISTORICO: DIAS EN
      *> QUE LA CADENA NO LLEGO A GRABAR SU CORRIDA.
       400-DIAS-SIN-HISTORICO.
           MOVE WS-FECHA-CONSULTA TO WS-FECHA-INICIO-MES
           MOVE 01                TO WS-INI-DIA
           OPEN INPUT HIST-FILE
           OPEN INPUT CAL-FILE
           MOVE WS-FECHA-INICIO-MES TO CAL-FECHA
           START CAL-FILE KEY IS NOT LESS THAN CAL-FECHA
               INVALID KEY
                   SET WS-FIN-CAL TO TRUE
           END-START
           PERFORM 410-REVISA-DIA THRU 410-FIN
                   UNTIL WS-FIN-CAL
           CLOSE CAL-FILE
           IF WS-HIST-STATUS IS NOT EQUAL TO "35"
               CLOSE HIST-FILE
           END-IF
           MOVE WS-CONT-HABILES  TO WS-THI-HABILES
           MOVE WS-CONT-SIN-HIST TO WS-THI-SIN-HIST
           WRITE CADEN-LINEA     FROM WS-LIN-TOT-HIST
           DISPLAY WS-LIN-TOT-HIST.
       400-FIN. EXIT.

       410-REVISA-DIA.
           READ CAL-FILE NEXT RECORD
               AT END
                   SET WS-FIN-CAL TO TRUE
           END-READ
           IF NOT WS-FIN-CAL
               IF CAL-FECHA IS GREATER THAN WS-FECHA-CONSULTA
                   SET WS-FIN-CAL TO TRUE
               ELSE
                   IF CAL-DIA-HABIL
                       ADD 1 TO WS-CONT-HABILES
                       PERFORM 420-BUSCA-HISTORICO THRU 420-FIN
                   END-IF
               END-IF
           END-IF.
       410-FIN. EXIT.

       420-BUSCA-HISTORICO.
           IF WS-HIST-STATUS IS EQUAL TO "35"
               PERFORM 430-REPORTA-SIN-HIST THRU 430-FIN
           ELSE
               MOVE CAL-FECHA TO HIST-FECHA
               READ HIST-FILE
                   INVALID KEY
                       PERFORM 430-REPORTA-SIN-HIST THRU 430-FIN
               END-READ
           END-IF.
       420-FIN. EXIT.

       430-REPORTA-SIN-HIST.
           ADD 1 TO WS-CONT-SIN-HIST
           MOVE CAL-FECHA        TO WS-SHI-FECHA
           WRITE CADEN-LINEA     FROM WS-LIN-SIN-HIST
           DISPLAY WS-LIN-SIN-HIST.
       430-FIN. EXIT.

       900-GRABA-BITACORA.
           OPEN EXTEND RUN-LOG
