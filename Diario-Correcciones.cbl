       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGDCO.
      *AUTHOR.                    JACK JOSAFAT ORTIZ SALAZAR
      *INSTALLATION.              PRUEBAS JACK
      *DATE-WRITTEN.              15/10/2026.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.

      *>----------------------------------------------------------------
      *> DIARIO DE CORRECCIONES DE SUSPENSOS. LISTA EN DCOREP TODAS
      *> LAS ACCIONES QUE PROGSUS ANOTO EN EL DIARIO CORRJRN (LAYOUT
      *> CORRREC) EN LA FECHA INDICADA (AAAAMMDD, CEROS = HOY),
      *> AGRUPADAS POR OPERADOR Y EN ORDEN DE HORA:
      *>   - ENCABEZADO POR OPERADOR CON SU NOMBRE Y NIVEL DE
      *>     OPERMAST (LAYOUT OPERREC);
      *>   - POR CADA ACCION (CORRIGE, LIBERA, PROPONE, APRUEBA O
      *>     RECHAZA) LA HORA, EL SUSPENSO (SUSP-LOTE/SUSP-SECUENCIA),
      *>     EL MOTIVO, QUIEN PROPUSO (EN APROBACIONES Y RECHAZOS) Y
      *>     LAS IMAGENES ANTERIOR Y POSTERIOR CON IMPORTE, CATEGORIA,
      *>     MOVIMIENTO, ESTADO, SUCURSAL Y LA DIFERENCIA DE IMPORTE;
      *>   - TOTALES POR OPERADOR Y DEL DIA POR TIPO DE ACCION.
      *> ES LA EVIDENCIA DIARIA PARA AUDITORIA DE QUIEN CAMBIO QUE
      *> EN LOS RECHAZOS. RETURN-CODE 08 SI LA FECHA ES INVALIDA.
      *>----------------------------------------------------------------
      *> HISTORIAL DE MODIFICACIONES
      *> 15/10/2026 JOS - VERSION INICIAL.
      *>----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORR-JRN        ASSIGN TO "CORRJRN"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-JRN-STATUS.

           SELECT OPER-FILE       ASSIGN TO "OPERMAST"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-OPER-STATUS.

           SELECT DCO-REP         ASSIGN TO "DCOREP"
                                   ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG         ASSIGN TO "RUNLOG"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT ORDEN-TRABAJO   ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.

       FD  CORR-JRN
           LABEL RECORDS ARE STANDARD.
       01  JRN-REGISTRO           PIC X(240).

       FD  OPER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERREC.

       FD  DCO-REP
           LABEL RECORDS ARE STANDARD.
       01  DCO-LINEA              PIC X(80).

       FD  RUN-LOG
           LABEL RECORDS ARE STANDARD.
           COPY RUNREC.

       SD  ORDEN-TRABAJO.
       01  ORD-REGISTRO.
           05 ORD-FECHA           PIC 9(08).
           05 ORD-HORA            PIC 9(06).
           05 ORD-OPERADOR        PIC X(08).
           05 FILLER              PIC X(218).

       WORKING-STORAGE SECTION.
           COPY CORRREC.
           COPY TRANSREC.

       01  WS-STATUS-ARCHIVOS.
           05 WS-JRN-STATUS       PIC X(02)      VALUE "00".
           05 WS-OPER-STATUS      PIC X(02)      VALUE "00".

       01  WS-AREA-BITACORA.
           05 WS-RUNLOG-STATUS    PIC X(02)      VALUE "00".
           05 WS-FECHA-BITACORA   PIC 9(08)      VALUE ZEROS.
           05 WS-HORA-COMPLETA    PIC 9(08)      VALUE ZEROS.
           05 WS-HORA-COMPLETA-R REDEFINES WS-HORA-COMPLETA.
              10 WS-HORA-HHMMSS   PIC 9(06).
              10 FILLER           PIC 9(02).
           05 WS-HORA-INICIO      PIC 9(06)      VALUE ZEROS.

       01  WS-SWITCHES.
           05 WS-SW-FIN-JRN       PIC X(01)      VALUE "N".
              88 WS-FIN-JRN                      VALUE "S".
           05 WS-SW-FIN-ORDEN     PIC X(01)      VALUE "N".
              88 WS-FIN-ORDEN                    VALUE "S".
           05 WS-SW-FIN-OPER      PIC X(01)      VALUE "N".
              88 WS-FIN-OPER                     VALUE "S".
           05 WS-SW-OPER-HALLADO  PIC X(01)      VALUE "N".
              88 WS-OPER-HALLADO                 VALUE "S".
           05 WS-SW-PRIMER-OPER   PIC X(01)      VALUE "S".
              88 WS-PRIMER-OPER                  VALUE "S".
           05 WS-SW-ANTES-NUM     PIC X(01)      VALUE "N".
              88 WS-ANTES-NUMERICO               VALUE "S".

       01  WS-AREA-FECHA.
           05 WS-FECHA-REPORTE    PIC 9(08)      VALUE ZEROS.
           05 WS-FECHA-REPORTE-R REDEFINES WS-FECHA-REPORTE.
              10 WS-REP-ANO       PIC 9(04).
              10 WS-REP-MES       PIC 9(02).
              10 WS-REP-DIA       PIC 9(02).

       01  WS-AREA-TRABAJO.
           05 WS-OPER-ACTUAL      PIC X(08)      VALUE SPACES.
           05 WS-HORA-TRAB        PIC 9(06)      VALUE ZEROS.
           05 WS-HORA-TRAB-R REDEFINES WS-HORA-TRAB.
              10 WS-HORA-HH       PIC X(02).
              10 WS-HORA-MM       PIC X(02).
              10 WS-HORA-SS       PIC X(02).
           05 WS-IMP-ANTES        PIC 9(07)V9(02) VALUE ZEROS.
           05 WS-DIFERENCIA       PIC S9(07)V9(02) VALUE ZEROS.
           05 WS-IMP-ED           PIC ZZZZZZ9.99.
           05 WS-DIF-ED           PIC -ZZZZZZ9.99.

       01  WS-CONTADORES.
           05 WS-CONT-LEIDOS      PIC 9(07)      VALUE ZEROS.
           05 WS-CONT-DIA         PIC 9(05)      VALUE ZEROS.
           05 WS-CONT-OPERADORES  PIC 9(05)      VALUE ZEROS.

      *> CONTEOS POR TIPO DE ACCION DEL OPERADOR EN CURSO Y DEL DIA.
       01  WS-CONTEOS-OPERADOR.
           05 WS-OP-CORRIGE       PIC 9(05)      VALUE ZEROS.
           05 WS-OP-LIBERA        PIC 9(05)      VALUE ZEROS.
           05 WS-OP-PROPONE       PIC 9(05)      VALUE ZEROS.
           05 WS-OP-APRUEBA       PIC 9(05)      VALUE ZEROS.
           05 WS-OP-RECHAZA       PIC 9(05)      VALUE ZEROS.

       01  WS-CONTEOS-DIA.
           05 WS-DIA-CORRIGE      PIC 9(05)      VALUE ZEROS.
           05 WS-DIA-LIBERA       PIC 9(05)      VALUE ZEROS.
           05 WS-DIA-PROPONE      PIC 9(05)      VALUE ZEROS.
           05 WS-DIA-APRUEBA      PIC 9(05)      VALUE ZEROS.
           05 WS-DIA-RECHAZA      PIC 9(05)      VALUE ZEROS.

       01  WS-LIN-TITULO.
           05 FILLER              PIC X(11)      VALUE "PROGDCO".
           05 FILLER              PIC X(37)      VALUE
              "DIARIO DE CORRECCIONES DE SUSPENSOS".
           05 FILLER              PIC X(07)      VALUE "FECHA: ".
           05 WS-TIT-FECHA        PIC 9(08).
           05 FILLER              PIC X(17)      VALUE SPACES.

       01  WS-LIN-BLANCO          PIC X(80)      VALUE SPACES.

       01  WS-LIN-OPERADOR.
           05 FILLER              PIC X(10)      VALUE "OPERADOR: ".
           05 WS-LOP-ID           PIC X(08).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LOP-NOMBRE       PIC X(30).
           05 FILLER              PIC X(08)      VALUE " NIVEL: ".
           05 WS-LOP-NIVEL        PIC X(01).
           05 FILLER              PIC X(22)      VALUE SPACES.

       01  WS-LIN-MOVIMIENTO.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-MOV-HH           PIC X(02).
           05 FILLER              PIC X(01)      VALUE ":".
           05 WS-MOV-MM           PIC X(02).
           05 FILLER              PIC X(01)      VALUE ":".
           05 WS-MOV-SS           PIC X(02).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-MOV-ACCION       PIC X(10).
           05 FILLER              PIC X(06)      VALUE " LOTE ".
           05 WS-MOV-LOTE         PIC 9(08).
           05 FILLER              PIC X(05)      VALUE " SEC ".
           05 WS-MOV-SEC          PIC 9(05).
           05 FILLER              PIC X(06)      VALUE " MOT: ".
           05 WS-MOV-MOTIVO       PIC X(15).
           05 FILLER              PIC X(06)      VALUE " PROP:".
           05 WS-MOV-PROPONENTE   PIC X(08).

       01  WS-LIN-IMAGEN.
           05 FILLER              PIC X(06)      VALUE SPACES.
           05 WS-IMG-ETIQUETA     PIC X(08).
           05 FILLER              PIC X(05)      VALUE " IMP:".
           05 WS-IMG-IMPORTE      PIC X(10).
           05 FILLER              PIC X(05)      VALUE " CAT:".
           05 WS-IMG-CATEGORIA    PIC X(02).
           05 FILLER              PIC X(04)      VALUE " MV:".
           05 WS-IMG-MOVTO        PIC X(01).
           05 FILLER              PIC X(05)      VALUE " EST:".
           05 WS-IMG-ESTADO       PIC X(01).
           05 FILLER              PIC X(05)      VALUE " SUC:".
           05 WS-IMG-SUCURSAL     PIC X(02).
           05 WS-IMG-DIF-ETIQ     PIC X(05).
           05 WS-IMG-DIFERENCIA   PIC X(11).
           05 FILLER              PIC X(10)      VALUE SPACES.

       01  WS-LIN-TOT-OPERADOR.
           05 FILLER              PIC X(08)      VALUE "  TOTAL ".
           05 WS-TOP-ID           PIC X(08).
           05 FILLER              PIC X(11)      VALUE SPACES.
           05 FILLER              PIC X(04)      VALUE "COR:".
           05 WS-TOP-CORRIGE      PIC ZZZZ9.
           05 FILLER              PIC X(05)      VALUE " LIB:".
           05 WS-TOP-LIBERA       PIC ZZZZ9.
           05 FILLER              PIC X(05)      VALUE " PRO:".
           05 WS-TOP-PROPONE      PIC ZZZZ9.
           05 FILLER              PIC X(05)      VALUE " APR:".
           05 WS-TOP-APRUEBA      PIC ZZZZ9.
           05 FILLER              PIC X(05)      VALUE " REC:".
           05 WS-TOP-RECHAZA      PIC ZZZZ9.
           05 FILLER              PIC X(04)      VALUE SPACES.

       01  WS-LIN-TOT-DIA.
           05 FILLER              PIC X(27)      VALUE
              "TOTAL DEL DIA".
           05 FILLER              PIC X(04)      VALUE "COR:".
           05 WS-TDI-CORRIGE      PIC ZZZZ9.
           05 FILLER              PIC X(05)      VALUE " LIB:".
           05 WS-TDI-LIBERA       PIC ZZZZ9.
           05 FILLER              PIC X(05)      VALUE " PRO:".
           05 WS-TDI-PROPONE      PIC ZZZZ9.
           05 FILLER              PIC X(05)      VALUE " APR:".
           05 WS-TDI-APRUEBA      PIC ZZZZ9.
           05 FILLER              PIC X(05)      VALUE " REC:".
           05 WS-TDI-RECHAZA      PIC ZZZZ9.
           05 FILLER              PIC X(04)      VALUE SPACES.

       01  WS-LIN-SIN-MOVIMIENTOS.
           05 FILLER              PIC X(40)      VALUE
              "SIN CORRECCIONES DE SUSPENSOS EN FECHA".
           05 FILLER              PIC X(40)      VALUE SPACES.

       PROCEDURE DIVISION.
       010-RAIZ.
           ACCEPT WS-FECHA-BITACORA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-COMPLETA  FROM TIME
           MOVE WS-HORA-HHMMSS TO WS-HORA-INICIO
           DISPLAY "FECHA A REPORTAR (AAAAMMDD, CEROS = HOY): "
           ACCEPT WS-FECHA-REPORTE
           IF WS-FECHA-REPORTE IS NUMERIC AND
              WS-FECHA-REPORTE IS EQUAL TO ZEROS
               MOVE WS-FECHA-BITACORA TO WS-FECHA-REPORTE
           END-IF
           IF WS-FECHA-REPORTE IS NOT NUMERIC OR
              WS-REP-MES IS LESS THAN 01 OR
              WS-REP-MES IS GREATER THAN 12 OR
              WS-REP-DIA IS LESS THAN 01 OR
              WS-REP-DIA IS GREATER THAN 31
               DISPLAY "FECHA INVALIDA, SE CANCELA EL REPORTE"
               MOVE 08 TO RETURN-CODE
               DISPLAY "RETURN-CODE: " RETURN-CODE
           ELSE
               OPEN OUTPUT DCO-REP
               MOVE WS-FECHA-REPORTE TO WS-TIT-FECHA
               WRITE DCO-LINEA FROM WS-LIN-TITULO
               SORT ORDEN-TRABAJO
                   ON ASCENDING KEY ORD-OPERADOR ORD-HORA
                   INPUT PROCEDURE IS 100-SELECCIONA THRU 100-FIN
                   OUTPUT PROCEDURE IS 200-IMPRIME THRU 200-FIN
               CLOSE DCO-REP
               DISPLAY "DIARIO DE CORRECCIONES DEL " WS-FECHA-REPORTE
                       " TERMINADO, ACCIONES: " WS-CONT-DIA
                       " OPERADORES: " WS-CONT-OPERADORES
           END-IF
           PERFORM 900-GRABA-BITACORA THRU 900-FIN
           GOBACK.

       100-SELECCIONA.
           OPEN INPUT CORR-JRN
           IF WS-JRN-STATUS IS EQUAL TO "35"
               DISPLAY "SIN DIARIO DE CORRECCIONES CORRJRN"
           ELSE
               PERFORM 110-LEE-DIARIO THRU 110-FIN
                       UNTIL WS-FIN-JRN
               CLOSE CORR-JRN
           END-IF.
       100-FIN. EXIT.

       110-LEE-DIARIO.
           READ CORR-JRN INTO CJ-RECORD
               AT END
                   SET WS-FIN-JRN TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-LEIDOS
                   IF CJ-FECHA IS EQUAL TO WS-FECHA-REPORTE
                       ADD 1 TO WS-CONT-DIA
                       RELEASE ORD-REGISTRO FROM CJ-RECORD
                   END-IF
           END-READ.
       110-FIN. EXIT.

       200-IMPRIME.
           PERFORM 210-RETORNA-ACCION THRU 210-FIN
                   UNTIL WS-FIN-ORDEN
           IF WS-CONT-DIA IS EQUAL TO ZEROS
               WRITE DCO-LINEA FROM WS-LIN-SIN-MOVIMIENTOS
           ELSE
               PERFORM 250-TOTAL-OPERADOR THRU 250-FIN
               MOVE WS-DIA-CORRIGE  TO WS-TDI-CORRIGE
               MOVE WS-DIA-LIBERA   TO WS-TDI-LIBERA
               MOVE WS-DIA-PROPONE  TO WS-TDI-PROPONE
               MOVE WS-DIA-APRUEBA  TO WS-TDI-APRUEBA
               MOVE WS-DIA-RECHAZA  TO WS-TDI-RECHAZA
               WRITE DCO-LINEA FROM WS-LIN-BLANCO
               WRITE DCO-LINEA FROM WS-LIN-TOT-DIA
           END-IF.
       200-FIN. EXIT.

       210-RETORNA-ACCION.
           RETURN ORDEN-TRABAJO INTO CJ-RECORD
               AT END
                   SET WS-FIN-ORDEN TO TRUE
               NOT AT END
                   IF WS-PRIMER-OPER OR
                      CJ-OPERADOR IS NOT EQUAL TO WS-OPER-ACTUAL
                       IF NOT WS-PRIMER-OPER
                           PERFORM 250-TOTAL-OPERADOR THRU 250-FIN
                       END-IF
                       PERFORM 220-ENCABEZA-OPERADOR THRU 220-FIN
                   END-IF
                   PERFORM 230-IMPRIME-ACCION THRU 230-FIN
           END-RETURN.
       210-FIN. EXIT.

       220-ENCABEZA-OPERADOR.
           MOVE "N"         TO WS-SW-PRIMER-OPER
           MOVE CJ-OPERADOR TO WS-OPER-ACTUAL
           ADD 1 TO WS-CONT-OPERADORES
           MOVE ZEROS       TO WS-OP-CORRIGE
                               WS-OP-LIBERA
                               WS-OP-PROPONE
                               WS-OP-APRUEBA
                               WS-OP-RECHAZA
           MOVE CJ-OPERADOR TO WS-LOP-ID
           PERFORM 240-BUSCA-OPERADOR THRU 240-FIN
           WRITE DCO-LINEA FROM WS-LIN-BLANCO
           WRITE DCO-LINEA FROM WS-LIN-OPERADOR.
       220-FIN. EXIT.

       230-IMPRIME-ACCION.
           MOVE CJ-HORA TO WS-HORA-TRAB
           MOVE WS-HORA-HH TO WS-MOV-HH
           MOVE WS-HORA-MM TO WS-MOV-MM
           MOVE WS-HORA-SS TO WS-MOV-SS
           EVALUATE TRUE
               WHEN CJ-CORRECCION
                   MOVE "CORRIGE"   TO WS-MOV-ACCION
                   ADD 1 TO WS-OP-CORRIGE WS-DIA-CORRIGE
               WHEN CJ-LIBERACION
                   MOVE "LIBERA"    TO WS-MOV-ACCION
                   ADD 1 TO WS-OP-LIBERA WS-DIA-LIBERA
               WHEN CJ-PROPUESTA
                   MOVE "PROPONE"   TO WS-MOV-ACCION
                   ADD 1 TO WS-OP-PROPONE WS-DIA-PROPONE
               WHEN CJ-APROBACION
                   MOVE "APRUEBA"   TO WS-MOV-ACCION
                   ADD 1 TO WS-OP-APRUEBA WS-DIA-APRUEBA
               WHEN CJ-RECHAZO
                   MOVE "RECHAZA"   TO WS-MOV-ACCION
                   ADD 1 TO WS-OP-RECHAZA WS-DIA-RECHAZA
               WHEN OTHER
                   MOVE CJ-ACCION   TO WS-MOV-ACCION
           END-EVALUATE
           MOVE CJ-SUSP-LOTE      TO WS-MOV-LOTE
           MOVE CJ-SUSP-SECUENCIA TO WS-MOV-SEC
           MOVE CJ-MOTIVO         TO WS-MOV-MOTIVO
           MOVE CJ-PROPONENTE     TO WS-MOV-PROPONENTE
           WRITE DCO-LINEA FROM WS-LIN-MOVIMIENTO
           MOVE CJ-ANTES-TRANS    TO TRANS-RECORD
           MOVE "ANTES"           TO WS-IMG-ETIQUETA
           MOVE CJ-ANTES-ESTADO   TO WS-IMG-ESTADO
           PERFORM 235-ARMA-IMAGEN THRU 235-FIN
           MOVE "N" TO WS-SW-ANTES-NUM
           MOVE ZEROS TO WS-IMP-ANTES
           IF TR-NUMERO IS NUMERIC
               SET WS-ANTES-NUMERICO TO TRUE
               MOVE TR-NUMERO TO WS-IMP-ANTES
           END-IF
           MOVE SPACES            TO WS-IMG-DIF-ETIQ
                                     WS-IMG-DIFERENCIA
           WRITE DCO-LINEA FROM WS-LIN-IMAGEN
           MOVE CJ-DESPUES-TRANS  TO TRANS-RECORD
           MOVE "DESPUES"         TO WS-IMG-ETIQUETA
           MOVE CJ-DESPUES-ESTADO TO WS-IMG-ESTADO
           PERFORM 235-ARMA-IMAGEN THRU 235-FIN
           PERFORM 237-ARMA-DIFERENCIA THRU 237-FIN
           WRITE DCO-LINEA FROM WS-LIN-IMAGEN.
       230-FIN. EXIT.

      *> EL IMPORTE ANTERIOR PUEDE NO SER NUMERICO (ES LO QUE SE
      *> CORRIGIO): SE IMPRIME TAL COMO VINO.
       235-ARMA-IMAGEN.
           IF TR-NUMERO IS NUMERIC
               MOVE TR-NUMERO   TO WS-IMP-ED
               MOVE WS-IMP-ED   TO WS-IMG-IMPORTE
           ELSE
               MOVE TR-NUMERO-X TO WS-IMG-IMPORTE
           END-IF
           MOVE TR-CATEGORIA    TO WS-IMG-CATEGORIA
           MOVE TR-TIPO-MOVTO   TO WS-IMG-MOVTO
           MOVE TR-SUCURSAL     TO WS-IMG-SUCURSAL.
       235-FIN. EXIT.

      *> DIFERENCIA = IMPORTE POSTERIOR MENOS ANTERIOR, CON EL MISMO
      *> CRITERIO QUE PROGSUS APLICA AL UMBRAL: UN ANTERIOR NO
      *> NUMERICO CUENTA COMO CERO.
       237-ARMA-DIFERENCIA.
           IF TR-NUMERO IS NUMERIC
               COMPUTE WS-DIFERENCIA = TR-NUMERO - WS-IMP-ANTES
               MOVE WS-DIFERENCIA TO WS-DIF-ED
               MOVE " DIF:"       TO WS-IMG-DIF-ETIQ
               MOVE WS-DIF-ED     TO WS-IMG-DIFERENCIA
           ELSE
               MOVE SPACES        TO WS-IMG-DIF-ETIQ
                                     WS-IMG-DIFERENCIA
           END-IF.
       237-FIN. EXIT.

       240-BUSCA-OPERADOR.
           MOVE "NO REGISTRADO EN OPERMAST" TO WS-LOP-NOMBRE
           MOVE SPACES TO WS-LOP-NIVEL
           MOVE "N" TO WS-SW-FIN-OPER
                       WS-SW-OPER-HALLADO
           OPEN INPUT OPER-FILE
           IF WS-OPER-STATUS IS EQUAL TO "35"
               MOVE "SIN MAESTRO OPERMAST" TO WS-LOP-NOMBRE
           ELSE
               PERFORM 245-LEE-OPERADOR THRU 245-FIN
                       UNTIL WS-FIN-OPER OR WS-OPER-HALLADO
               CLOSE OPER-FILE
           END-IF.
       240-FIN. EXIT.

       245-LEE-OPERADOR.
           READ OPER-FILE
               AT END
                   SET WS-FIN-OPER TO TRUE
               NOT AT END
                   IF OPER-ID IS EQUAL TO WS-OPER-ACTUAL
                       SET WS-OPER-HALLADO TO TRUE
                       MOVE OPER-NOMBRE TO WS-LOP-NOMBRE
                       MOVE OPER-NIVEL  TO WS-LOP-NIVEL
                   END-IF
           END-READ.
       245-FIN. EXIT.

       250-TOTAL-OPERADOR.
           MOVE WS-OPER-ACTUAL TO WS-TOP-ID
           MOVE WS-OP-CORRIGE  TO WS-TOP-CORRIGE
           MOVE WS-OP-LIBERA   TO WS-TOP-LIBERA
           MOVE WS-OP-PROPONE  TO WS-TOP-PROPONE
           MOVE WS-OP-APRUEBA  TO WS-TOP-APRUEBA
           MOVE WS-OP-RECHAZA  TO WS-TOP-RECHAZA
           WRITE DCO-LINEA FROM WS-LIN-TOT-OPERADOR.
       250-FIN. EXIT.

       900-GRABA-BITACORA.
           OPEN EXTEND RUN-LOG
           IF WS-RUNLOG-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RUN-LOG
           END-IF
           MOVE SPACES              TO RUN-RECORD
           MOVE "PROGDCO"           TO RUN-PROGRAMA
           MOVE WS-FECHA-BITACORA   TO RUN-FECHA
           MOVE WS-HORA-INICIO      TO RUN-HORA-INICIO
           ACCEPT WS-HORA-COMPLETA  FROM TIME
           MOVE WS-HORA-HHMMSS      TO RUN-HORA-FIN
           MOVE WS-CONT-LEIDOS      TO RUN-REGS-ENTRADA
           MOVE WS-CONT-DIA         TO RUN-REGS-SALIDA
           MOVE ZEROS               TO RUN-RECHAZOS
           MOVE RETURN-CODE         TO RUN-RETORNO
           WRITE RUN-RECORD
           CLOSE RUN-LOG.
       900-FIN. EXIT.
