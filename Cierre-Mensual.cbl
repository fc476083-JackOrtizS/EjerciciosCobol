      *> DEL MES PROCESADO EN ESE MISMO ARCHIVO PARA QUE EL ACUMULADO
      *> DEL EJERCICIO TENGA DE DONDE LEER SIN RECORRER EL HISTORICO
      *> DIARIO. SUSTITUYE LA SUMA A MANO CON PROGCON Y CALCULADORA.
      *> CON EL CALENDARIO CALMAST TAMBIEN COMPARA LOS DIAS HABILES
      *> DEL MES CONTRA LOS DIAS QUE REALMENTE CORRIERON: LISTA LOS
      *> HABILES SIN CORRIDA Y LAS CORRIDAS EN DIA INHABIL.
      *>----------------------------------------------------------------
      *> HISTORIAL DE MODIFICACIONES
      *> 21/08/2026 JOS - VERSION INICIAL.
      *>                  ON SIZE ERROR CON ABORTE RUIDOSO Y LAS
      *>                  LINEAS DEL REPORTE SE REACOMODAN PARA LOS
      *>                  IMPORTES ANCHOS.
      *> 15/10/2026 JOS - EL ESTADO MENSUAL COMPARA LOS DIAS HABILES
      *>                  DEL MES SEGUN CALMAST CONTRA LOS DIAS CON
      *>                  CORRIDA EN EL HISTORICO.
      *>----------------------------------------------------------------

       ENVIRONMENT DIVISION.
                                   RECORD KEY IS MEN-MES
                                   FILE STATUS IS WS-MENS-STATUS.

           SELECT CAL-FILE        ASSIGN TO "CALMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS CAL-FECHA
                                   FILE STATUS IS WS-CAL-STATUS.

           SELECT MENS-REP        ASSIGN TO "MENSREP"
                                   ORGANIZATION IS SEQUENTIAL.

           LABEL RECORDS ARE STANDARD.
           COPY MENSREC.

       FD  CAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CALREC.

       FD  MENS-REP
           LABEL RECORDS ARE STANDARD.
       01  MENS-LINEA             PIC X(80).
       01  WS-STATUS-ARCHIVOS.
           05 WS-HIST-STATUS      PIC X(02)      VALUE "00".
           05 WS-MENS-STATUS      PIC X(02)      VALUE "00".
           05 WS-CAL-STATUS       PIC X(02)      VALUE "00".

       01  WS-AREA-BITACORA.
           05 WS-RUNLOG-STATUS    PIC X(02)      VALUE "00".
              88 WS-FIN-HIST                     VALUE "S".
           05 WS-SW-HAY-ANTERIOR  PIC X(01)      VALUE "N".
              88 WS-HAY-ANTERIOR                 VALUE "S".
           05 WS-SW-FIN-CAL       PIC X(01)      VALUE "N".
              88 WS-FIN-CAL                      VALUE "S".

       01  WS-PARM-CIERRE.
           05 WS-MES-PROCESO      PIC 9(06)      VALUE ZEROS.
           05 WS-FECHA-MENOR      PIC 9(08)      VALUE ZEROS.
           05 WS-SUMA-MENOR       PIC S9(09)V9(02) VALUE ZEROS.

      *> DIAS DEL MES CON CORRIDA EN EL HISTORICO, Y LOS DIAS QUE EL
      *> CALENDARIO SENALA COMO DISCREPANTES PARA LISTARLOS.
       01  WS-AREA-CALENDARIO.
           05 WS-FECHA-TRAB       PIC 9(08)      VALUE ZEROS.
           05 WS-FECHA-TRAB-R REDEFINES WS-FECHA-TRAB.
              10 WS-TRAB-ANO-MES  PIC 9(06).
              10 WS-TRAB-DIA      PIC 9(02).
           05 WS-DIA-CORRIO       PIC X(01)      OCCURS 31 TIMES.
           05 WS-CAL-DIAS-MES     PIC 9(02)      VALUE ZEROS.
           05 WS-HAB-MES          PIC 9(02)      VALUE ZEROS.
           05 WS-HAB-CORRIDOS     PIC 9(02)      VALUE ZEROS.
           05 WS-HAB-SIN-CORRIDA  PIC 9(02)      VALUE ZEROS.
           05 WS-INH-CORRIDOS     PIC 9(02)      VALUE ZEROS.
           05 WS-IND-DIA          PIC 9(02)      VALUE ZEROS.
           05 WS-DISCREPANCIAS    PIC 9(02)      VALUE ZEROS.
           05 WS-DISC-ELEM OCCURS 31 TIMES.
              10 WS-DISC-FECHA    PIC 9(08).
              10 WS-DISC-TIPO     PIC X(01).
                 88 WS-DISC-HABIL-SIN-CORRIDA    VALUE "H".
                 88 WS-DISC-CORRIDA-INHABIL      VALUE "I".

       01  WS-COMPARATIVO.
           05 WS-ANT-SUMA         PIC S9(11)V9(02) VALUE ZEROS.
           05 WS-ANT-REGISTROS    PIC 9(07)      VALUE ZEROS.
           05 FILLER              PIC X(44)      VALUE
              " ARCHIVO MENSUAL".

       01  WS-LIN-HABILES.
           05 FILLER              PIC X(16)      VALUE
              "HABILES DEL MES:".
           05 WS-HAB-LIN-MES      PIC Z9.
           05 FILLER              PIC X(10)      VALUE " CORRIDOS:".
           05 WS-HAB-LIN-CORRIDOS PIC Z9.
           05 FILLER              PIC X(13)      VALUE
              " SIN CORRIDA:".
           05 WS-HAB-LIN-SIN      PIC Z9.
           05 FILLER              PIC X(21)      VALUE
              " CORRIDAS EN INHABIL:".
           05 WS-HAB-LIN-INHABIL  PIC Z9.
           05 FILLER              PIC X(12)      VALUE SPACES.

       01  WS-LIN-DIA-CAL.
           05 WS-DCA-ETIQUETA     PIC X(25).
           05 WS-DCA-FECHA        PIC 9(08).
           05 FILLER              PIC X(47)      VALUE SPACES.

       01  WS-LIN-SIN-CALENDARIO.
           05 FILLER              PIC X(40)      VALUE
              "SIN CALENDARIO CALMAST PARA EL MES, NO ".
           05 FILLER              PIC X(40)      VALUE
              "SE COMPARAN DIAS HABILES".

       PROCEDURE DIVISION.
       010-RAIZ.
           ACCEPT WS-FECHA-BITACORA FROM DATE YYYYMMDD
               IF WS-MES-DIAS IS EQUAL TO ZEROS
                   DISPLAY "SIN CORRIDAS EN EL MES " WS-MES-PROCESO
               ELSE
                   PERFORM 200-CUENTA-HABILES    THRU 200-FIN
                   PERFORM 300-CONSULTA-ANTERIOR THRU 300-FIN
                   PERFORM 400-IMPRIME-ESTADO    THRU 400-FIN
                   PERFORM 500-GRABA-RESUMEN     THRU 500-FIN
       100-ACUMULA-MES.
           COMPUTE WS-FECHA-DESDE = WS-MES-PROCESO * 100 + 1
           COMPUTE WS-FECHA-HASTA = WS-MES-PROCESO * 100 + 31
           PERFORM 105-LIMPIA-DIA THRU 105-FIN
                   VARYING WS-IND-DIA FROM 1 BY 1
                   UNTIL WS-IND-DIA IS GREATER THAN 31
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS IS EQUAL TO "35"
               DISPLAY "NO EXISTE HISTORICO DE CORRIDAS DE PROGSTR"
           END-IF.
       100-FIN. EXIT.

       105-LIMPIA-DIA.
           MOVE "N" TO WS-DIA-CORRIO (WS-IND-DIA).
       105-FIN. EXIT.

       110-POSICIONA-HISTORICO.
           MOVE WS-FECHA-DESDE TO HIST-FECHA
           START HIST-FILE KEY IS NOT LESS THAN HIST-FECHA
               END-ADD
           END-IF
           ADD HIST-CONTADOR-REGS TO WS-MES-REGISTROS
           MOVE HIST-FECHA        TO WS-FECHA-TRAB
           MOVE "S"               TO WS-DIA-CORRIO (WS-TRAB-DIA)
           IF WS-MES-DIAS IS EQUAL TO 1
               MOVE HIST-FECHA TO WS-FECHA-MAYOR WS-FECHA-MENOR
               MOVE HIST-SUMA  TO WS-SUMA-MAYOR  WS-SUMA-MENOR
           END-IF.
       130-FIN. EXIT.

      *> RECORRE EL CALENDARIO DEL MES CONTRA LOS DIAS CON CORRIDA.
       200-CUENTA-HABILES.
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS IS EQUAL TO "35"
               DISPLAY "NO EXISTE EL CALENDARIO CALMAST"
           ELSE
               MOVE WS-FECHA-DESDE TO CAL-FECHA
               START CAL-FILE KEY IS NOT LESS THAN CAL-FECHA
                   INVALID KEY
                       SET WS-FIN-CAL TO TRUE
               END-START
               PERFORM 210-REVISA-DIA THRU 210-FIN
                       UNTIL WS-FIN-CAL
               CLOSE CAL-FILE
           END-IF.
       200-FIN. EXIT.

       210-REVISA-DIA.
           READ CAL-FILE NEXT RECORD
               AT END
                   SET WS-FIN-CAL TO TRUE
           END-READ
           IF NOT WS-FIN-CAL
               IF CAL-FECHA IS GREATER THAN WS-FECHA-HASTA
                   SET WS-FIN-CAL TO TRUE
               ELSE
                   PERFORM 220-CLASIFICA-DIA THRU 220-FIN
               END-IF
           END-IF.
       210-FIN. EXIT.

       220-CLASIFICA-DIA.
           ADD 1 TO WS-CAL-DIAS-MES
           IF CAL-DIA-HABIL
               ADD 1 TO WS-HAB-MES
               IF WS-DIA-CORRIO (CAL-DIA) IS EQUAL TO "S"
                   ADD 1 TO WS-HAB-CORRIDOS
               ELSE
                   ADD 1 TO WS-HAB-SIN-CORRIDA
                   ADD 1 TO WS-DISCREPANCIAS
                   MOVE CAL-FECHA TO WS-DISC-FECHA (WS-DISCREPANCIAS)
                   SET WS-DISC-HABIL-SIN-CORRIDA (WS-DISCREPANCIAS)
                                  TO TRUE
               END-IF
           ELSE
               IF WS-DIA-CORRIO (CAL-DIA) IS EQUAL TO "S"
                   ADD 1 TO WS-INH-CORRIDOS
                   ADD 1 TO WS-DISCREPANCIAS
                   MOVE CAL-FECHA TO WS-DISC-FECHA (WS-DISCREPANCIAS)
                   SET WS-DISC-CORRIDA-INHABIL (WS-DISCREPANCIAS)
                                  TO TRUE
               END-IF
           END-IF.
       220-FIN. EXIT.

       300-CONSULTA-ANTERIOR.
           IF WS-MES-MES IS EQUAL TO 01
               COMPUTE WS-MES-ANTERIOR =
           ELSE
               WRITE MENS-LINEA      FROM WS-LIN-SIN-ANTERIOR
           END-IF
           IF WS-CAL-DIAS-MES IS EQUAL TO ZEROS
               WRITE MENS-LINEA      FROM WS-LIN-SIN-CALENDARIO
           ELSE
               MOVE WS-HAB-MES         TO WS-HAB-LIN-MES
               MOVE WS-HAB-CORRIDOS    TO WS-HAB-LIN-CORRIDOS
               MOVE WS-HAB-SIN-CORRIDA TO WS-HAB-LIN-SIN
               MOVE WS-INH-CORRIDOS    TO WS-HAB-LIN-INHABIL
               WRITE MENS-LINEA        FROM WS-LIN-HABILES
               PERFORM 410-IMPRIME-DISCREPANCIA THRU 410-FIN
                       VARYING WS-IND-DIA FROM 1 BY 1
                       UNTIL WS-IND-DIA IS GREATER THAN
                             WS-DISCREPANCIAS
           END-IF
           CLOSE MENS-REP.
       400-FIN. EXIT.

       410-IMPRIME-DISCREPANCIA.
           IF WS-DISC-HABIL-SIN-CORRIDA (WS-IND-DIA)
               MOVE "** DIA HABIL SIN CORRIDA " TO WS-DCA-ETIQUETA
           ELSE
               MOVE "CORRIDA EN DIA INHABIL   " TO WS-DCA-ETIQUETA
           END-IF
           MOVE WS-DISC-FECHA (WS-IND-DIA)     TO WS-DCA-FECHA
           WRITE MENS-LINEA FROM WS-LIN-DIA-CAL.
       410-FIN. EXIT.

       500-GRABA-RESUMEN.
           OPEN I-O MENS-FILE
           IF WS-MENS-STATUS IS EQUAL TO "35"
