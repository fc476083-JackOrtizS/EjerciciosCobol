       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGCAS.
      *AUTHOR.                    JACK JOSAFAT ORTIZ SALAZAR
      *INSTALLATION.              PRUEBAS JACK
      *DATE-WRITTEN.              15/10/2026.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.

      *>----------------------------------------------------------------
      *> REPORTE MENSUAL DE CASTIGOS. LEE EL MAYOR DE CASTIGOS
      *> (CASTIGOS, LAYOUT CASTREC) QUE ANEXA PROGDSP CADA VEZ QUE EL
      *> SUPERVISOR CASTIGA UN SUSPENSO FORZADO, TOMA LOS CASTIGOS
      *> DEL MES INDICADO (AAAAMM, POR LA FECHA DEL CASTIGO), LOS
      *> ORDENA POR SUCURSAL Y CATEGORIA E IMPRIME EN CASTREP, POR
      *> CADA SUCURSAL, UNA LINEA POR CATEGORIA CON EL NUMERO DE
      *> CASTIGOS, LOS CARGOS Y ABONOS CASTIGADOS Y EL NETO, EL TOTAL
      *> DE LA SUCURSAL, EL TOTAL DEL MES Y UN RESUMEN POR CATEGORIA
      *> DE TODAS LAS SUCURSALES, PARA QUE FINANZAS CONTABILICE LAS
      *> PERDIDAS. EL NOMBRE DE LA SUCURSAL SE TOMA DEL MAESTRO
      *> SUCMAST CUANDO EXISTE; LA SUCURSAL 00 AGRUPA LOS RECHAZOS
      *> ANTERIORES AL ESTAMPADO DE TR-SUCURSAL.
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
           SELECT CAS-FILE        ASSIGN TO "CASTIGOS"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-CAS-STATUS.

           SELECT SUC-MAESTRO     ASSIGN TO "SUCMAST"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-SUCM-STATUS.

           SELECT CAS-REP         ASSIGN TO "CASTREP"
                                   ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG         ASSIGN TO "RUNLOG"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT ORDEN-CASTIGOS  ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.

       FD  CAS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CASTREC.

       FD  SUC-MAESTRO
           LABEL RECORDS ARE STANDARD.
           COPY SUCREC.

       FD  CAS-REP
           LABEL RECORDS ARE STANDARD.
       01  CAS-LINEA              PIC X(80).

       FD  RUN-LOG
           LABEL RECORDS ARE STANDARD.
           COPY RUNREC.

       SD  ORDEN-CASTIGOS.
           COPY CASTREC REPLACING LEADING ==CAS== BY ==ORD==.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-ARCHIVOS.
           05 WS-CAS-STATUS       PIC X(02)      VALUE "00".
           05 WS-SUCM-STATUS      PIC X(02)      VALUE "00".

       01  WS-AREA-BITACORA.
           05 WS-RUNLOG-STATUS    PIC X(02)      VALUE "00".
           05 WS-FECHA-BITACORA   PIC 9(08)      VALUE ZEROS.
           05 WS-HORA-COMPLETA    PIC 9(08)      VALUE ZEROS.
           05 WS-HORA-COMPLETA-R REDEFINES WS-HORA-COMPLETA.
              10 WS-HORA-HHMMSS   PIC 9(06).
              10 FILLER           PIC 9(02).
           05 WS-HORA-INICIO      PIC 9(06)      VALUE ZEROS.

       01  WS-SWITCHES.
           05 WS-SW-FIN-CAS       PIC X(01)      VALUE "N".
              88 WS-FIN-CAS                      VALUE "S".
           05 WS-SW-FIN-ORDEN     PIC X(01)      VALUE "N".
              88 WS-FIN-ORDEN                    VALUE "S".
           05 WS-SW-FIN-SUCM      PIC X(01)      VALUE "N".
              88 WS-FIN-SUCM                     VALUE "S".

       01  WS-PARM-MES.
           05 WS-MES-PROCESO      PIC 9(06)      VALUE ZEROS.
           05 WS-MES-PROCESO-R REDEFINES WS-MES-PROCESO.
              10 WS-MES-ANO       PIC 9(04).
              10 WS-MES-MES       PIC 9(02).

       01  WS-TABLA-SUCURSALES.
           05 WS-SUC-NOMBRE       PIC X(20)      OCCURS 99 TIMES.

       01  WS-AREA-QUIEBRE.
           05 WS-SUC-ACTUAL       PIC 9(02)      VALUE ZEROS.
           05 WS-CAT-ACTUAL       PIC 9(02)      VALUE ZEROS.
           05 WS-IND-SUC          PIC 9(03)      VALUE ZEROS.
           05 WS-IND-CAT          PIC 9(03)      VALUE ZEROS.

       01  WS-ACUM-CATEGORIA.
           05 WS-CAT-REGS         PIC 9(05)      VALUE ZEROS.
           05 WS-CAT-CARGOS       PIC 9(09)V9(02) VALUE ZEROS.
           05 WS-CAT-ABONOS       PIC 9(09)V9(02) VALUE ZEROS.

       01  WS-ACUM-SUCURSAL.
           05 WS-SUC-REGS         PIC 9(05)      VALUE ZEROS.
           05 WS-SUC-CARGOS       PIC 9(09)V9(02) VALUE ZEROS.
           05 WS-SUC-ABONOS       PIC 9(09)V9(02) VALUE ZEROS.

       01  WS-ACUM-MES.
           05 WS-MES-REGS         PIC 9(07)      VALUE ZEROS.
           05 WS-MES-CARGOS       PIC 9(11)V9(02) VALUE ZEROS.
           05 WS-MES-ABONOS       PIC 9(11)V9(02) VALUE ZEROS.
           05 WS-MES-NETO         PIC S9(11)V9(02) VALUE ZEROS.

      *> RESUMEN POR CATEGORIA DE TODAS LAS SUCURSALES; EL RENGLON
      *> 1 ES LA CATEGORIA 00 (SUBINDICE = CATEGORIA + 1).
       01  WS-TABLA-RESUMEN.
           05 WS-RES-ELEM OCCURS 100 TIMES.
              10 WS-RES-REGS      PIC 9(05).
              10 WS-RES-CARGOS    PIC 9(11)V9(02).
              10 WS-RES-ABONOS    PIC 9(11)V9(02).

       01  WS-CONTADORES.
           05 WS-CONT-LEIDOS      PIC 9(07)      VALUE ZEROS.
           05 WS-CONT-DEL-MES     PIC 9(07)      VALUE ZEROS.
           05 WS-CONT-INVALIDOS   PIC 9(05)      VALUE ZEROS.
           05 WS-NETO-TRAB        PIC S9(11)V9(02) VALUE ZEROS.

       01  WS-LIN-TITULO.
           05 FILLER              PIC X(11)      VALUE "PROGCAS".
           05 FILLER              PIC X(33)      VALUE
              "CASTIGOS DEL MES POR SUCURSAL".
           05 FILLER              PIC X(05)      VALUE "MES: ".
           05 WS-TIT-MES          PIC 9(06).
           05 FILLER              PIC X(25)      VALUE SPACES.

       01  WS-LIN-SUCURSAL.
           05 FILLER              PIC X(09)      VALUE "SUCURSAL ".
           05 WS-LSU-CODIGO       PIC 9(02).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LSU-NOMBRE       PIC X(20).
           05 FILLER              PIC X(48)      VALUE SPACES.

       01  WS-LIN-CATEGORIA.
           05 WS-LCA-ETIQUETA     PIC X(08).
           05 WS-LCA-CODIGO       PIC 9(02).
           05 FILLER              PIC X(05)      VALUE " REG:".
           05 WS-LCA-REGS         PIC ZZZZ9.
           05 FILLER              PIC X(05)      VALUE " CAR:".
           05 WS-LCA-CARGOS       PIC ZZZZZZZZ9.99.
           05 FILLER              PIC X(05)      VALUE " ABO:".
           05 WS-LCA-ABONOS       PIC ZZZZZZZZ9.99.
           05 FILLER              PIC X(05)      VALUE " NET:".
           05 WS-LCA-NETO         PIC ZZZZZZZZ9.99-.
           05 FILLER              PIC X(08)      VALUE SPACES.

       01  WS-LIN-TOTAL.
           05 WS-LTO-ETIQUETA     PIC X(10).
           05 FILLER              PIC X(05)      VALUE " REG:".
           05 WS-LTO-REGS         PIC ZZZZZZ9.
           05 FILLER              PIC X(05)      VALUE " CAR:".
           05 WS-LTO-CARGOS       PIC ZZZZZZZZZZ9.99.
           05 FILLER              PIC X(05)      VALUE " ABO:".
           05 WS-LTO-ABONOS       PIC ZZZZZZZZZZ9.99.
           05 FILLER              PIC X(05)      VALUE " NET:".
           05 WS-LTO-NETO         PIC ZZZZZZZZZZ9.99-.

       01  WS-LIN-ENC-RESUMEN.
           05 FILLER              PIC X(40)      VALUE
              "RESUMEN POR CATEGORIA, TODAS LAS SUCURSA".
           05 FILLER              PIC X(40)      VALUE "LES".

       01  WS-LIN-SIN-CASTIGOS.
           05 FILLER              PIC X(23)      VALUE
              "SIN CASTIGOS EN EL MES ".
           05 WS-SIN-MES          PIC 9(06).
           05 FILLER              PIC X(51)      VALUE SPACES.

       01  WS-LIN-BLANCO          PIC X(80)      VALUE SPACES.

       PROCEDURE DIVISION.
       010-RAIZ.
           ACCEPT WS-FECHA-BITACORA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-COMPLETA  FROM TIME
           MOVE WS-HORA-HHMMSS TO WS-HORA-INICIO
           DISPLAY "MES A REPORTAR (AAAAMM): "
           ACCEPT WS-MES-PROCESO
           IF WS-MES-PROCESO IS NOT NUMERIC OR
              WS-MES-MES IS LESS THAN 01 OR
              WS-MES-MES IS GREATER THAN 12
               DISPLAY "MES INVALIDO, SE CANCELA EL REPORTE"
               MOVE 08 TO RETURN-CODE
               DISPLAY "RETURN-CODE: " RETURN-CODE
           ELSE
               PERFORM 050-CARGA-SUCURSALES THRU 050-FIN
               PERFORM 060-LIMPIA-RESUMEN THRU 060-FIN
                       VARYING WS-IND-CAT FROM 1 BY 1
                       UNTIL WS-IND-CAT IS GREATER THAN 100
               SORT ORDEN-CASTIGOS
                   ON ASCENDING KEY ORD-SUCURSAL ORD-CATEGORIA
                   INPUT PROCEDURE IS 100-SELECCIONA-MES THRU 100-FIN
                   OUTPUT PROCEDURE IS 200-EMITE-REPORTE THRU 200-FIN
               DISPLAY "CASTIGOS LEIDOS: " WS-CONT-LEIDOS
               DISPLAY "CASTIGOS DEL MES " WS-MES-PROCESO ": "
                       WS-CONT-DEL-MES
               DISPLAY "CARGOS CASTIGADOS: " WS-MES-CARGOS
               DISPLAY "ABONOS CASTIGADOS: " WS-MES-ABONOS
           END-IF
           PERFORM 900-GRABA-BITACORA THRU 900-FIN
           GOBACK.

       050-CARGA-SUCURSALES.
           MOVE SPACES TO WS-TABLA-SUCURSALES
           OPEN INPUT SUC-MAESTRO
           IF WS-SUCM-STATUS IS EQUAL TO "35"
               DISPLAY "SIN MAESTRO DE SUCURSALES SUCMAST, EL "
                       "REPORTE SALE SIN NOMBRES"
           ELSE
               PERFORM 055-LEE-SUC-MAESTRO THRU 055-FIN
                       UNTIL WS-FIN-SUCM
               CLOSE SUC-MAESTRO
           END-IF.
       050-FIN. EXIT.

       055-LEE-SUC-MAESTRO.
           READ SUC-MAESTRO
               AT END
                   SET WS-FIN-SUCM TO TRUE
               NOT AT END
                   IF SUC-CODIGO IS NUMERIC AND
                      SUC-CODIGO IS GREATER THAN ZEROS
                       MOVE SUC-NOMBRE TO WS-SUC-NOMBRE (SUC-CODIGO)
                   END-IF
           END-READ.
       055-FIN. EXIT.

       060-LIMPIA-RESUMEN.
           MOVE ZEROS TO WS-RES-REGS   (WS-IND-CAT)
                         WS-RES-CARGOS (WS-IND-CAT)
                         WS-RES-ABONOS (WS-IND-CAT).
       060-FIN. EXIT.

      *>----------------------------------------------------------------
      *> PROCEDIMIENTO DE ENTRADA DEL SORT: SOLO PASAN LOS CASTIGOS
      *> DEL MES CON IMPORTE NUMERICO.
      *>----------------------------------------------------------------
       100-SELECCIONA-MES.
           OPEN INPUT CAS-FILE
           IF WS-CAS-STATUS IS EQUAL TO "35"
               DISPLAY "NO EXISTE EL MAYOR DE CASTIGOS CASTIGOS"
           ELSE
               PERFORM 110-LEE-CASTIGO THRU 110-FIN
                       UNTIL WS-FIN-CAS
               CLOSE CAS-FILE
           END-IF.
       100-FIN. EXIT.

       110-LEE-CASTIGO.
           READ CAS-FILE
               AT END
                   SET WS-FIN-CAS TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-LEIDOS
                   IF CAS-FECHA IS NUMERIC AND
                      CAS-ANO-MES IS EQUAL TO WS-MES-PROCESO
                       IF CAS-IMPORTE IS NUMERIC AND
                          CAS-SUCURSAL IS NUMERIC AND
                          CAS-CATEGORIA IS NUMERIC
                           ADD 1 TO WS-CONT-DEL-MES
                           RELEASE ORD-RECORD FROM CAS-RECORD
                       ELSE
                           ADD 1 TO WS-CONT-INVALIDOS
                           DISPLAY "CASTIGO CON DATOS NO NUMERICOS, "
                                   "LOTE " CAS-LOTE
                                   " SEC " CAS-SECUENCIA
                       END-IF
                   END-IF
           END-READ.
       110-FIN. EXIT.

      *>----------------------------------------------------------------
      *> PROCEDIMIENTO DE SALIDA: QUIEBRE POR SUCURSAL Y CATEGORIA.
      *>----------------------------------------------------------------
       200-EMITE-REPORTE.
           OPEN OUTPUT CAS-REP
           MOVE WS-MES-PROCESO TO WS-TIT-MES
           WRITE CAS-LINEA     FROM WS-LIN-TITULO
           PERFORM 210-RETORNA-CASTIGO THRU 210-FIN
           IF WS-FIN-ORDEN
               MOVE WS-MES-PROCESO TO WS-SIN-MES
               WRITE CAS-LINEA     FROM WS-LIN-SIN-CASTIGOS
           ELSE
               PERFORM 220-PROCESA-SUCURSAL THRU 220-FIN
                       UNTIL WS-FIN-ORDEN
               PERFORM 300-IMPRIME-TOTALES THRU 300-FIN
           END-IF
           CLOSE CAS-REP.
       200-FIN. EXIT.

       210-RETORNA-CASTIGO.
           RETURN ORDEN-CASTIGOS
               AT END
                   SET WS-FIN-ORDEN TO TRUE
           END-RETURN.
       210-FIN. EXIT.

       220-PROCESA-SUCURSAL.
           MOVE ORD-SUCURSAL TO WS-SUC-ACTUAL
           MOVE ZEROS        TO WS-ACUM-SUCURSAL
           WRITE CAS-LINEA   FROM WS-LIN-BLANCO
           MOVE WS-SUC-ACTUAL TO WS-LSU-CODIGO
           IF WS-SUC-ACTUAL IS EQUAL TO ZEROS
               MOVE "SIN SUCURSAL"  TO WS-LSU-NOMBRE
           ELSE
               MOVE WS-SUC-NOMBRE (WS-SUC-ACTUAL) TO WS-LSU-NOMBRE
           END-IF
           WRITE CAS-LINEA   FROM WS-LIN-SUCURSAL
           PERFORM 230-PROCESA-CATEGORIA THRU 230-FIN
                   UNTIL WS-FIN-ORDEN OR
                         ORD-SUCURSAL IS NOT EQUAL TO WS-SUC-ACTUAL
           MOVE "  TOT SUC "  TO WS-LTO-ETIQUETA
           MOVE WS-SUC-REGS   TO WS-LTO-REGS
           MOVE WS-SUC-CARGOS TO WS-LTO-CARGOS
           MOVE WS-SUC-ABONOS TO WS-LTO-ABONOS
           COMPUTE WS-NETO-TRAB = WS-SUC-CARGOS - WS-SUC-ABONOS
           MOVE WS-NETO-TRAB  TO WS-LTO-NETO
           WRITE CAS-LINEA    FROM WS-LIN-TOTAL.
       220-FIN. EXIT.

       230-PROCESA-CATEGORIA.
           MOVE ORD-CATEGORIA TO WS-CAT-ACTUAL
           MOVE ZEROS         TO WS-ACUM-CATEGORIA
           PERFORM 240-ACUMULA-CASTIGO THRU 240-FIN
                   UNTIL WS-FIN-ORDEN OR
                         ORD-SUCURSAL IS NOT EQUAL TO WS-SUC-ACTUAL OR
                         ORD-CATEGORIA IS NOT EQUAL TO WS-CAT-ACTUAL
           MOVE "    CAT "    TO WS-LCA-ETIQUETA
           MOVE WS-CAT-ACTUAL TO WS-LCA-CODIGO
           MOVE WS-CAT-REGS   TO WS-LCA-REGS
           MOVE WS-CAT-CARGOS TO WS-LCA-CARGOS
           MOVE WS-CAT-ABONOS TO WS-LCA-ABONOS
           COMPUTE WS-NETO-TRAB = WS-CAT-CARGOS - WS-CAT-ABONOS
           MOVE WS-NETO-TRAB  TO WS-LCA-NETO
           WRITE CAS-LINEA    FROM WS-LIN-CATEGORIA
           COMPUTE WS-IND-CAT = WS-CAT-ACTUAL + 1
           ADD WS-CAT-REGS    TO WS-SUC-REGS
                                 WS-RES-REGS (WS-IND-CAT)
           ADD WS-CAT-CARGOS  TO WS-SUC-CARGOS
               ON SIZE ERROR
                   PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
           END-ADD
           ADD WS-CAT-ABONOS  TO WS-SUC-ABONOS
               ON SIZE ERROR
                   PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
           END-ADD
           ADD WS-CAT-CARGOS  TO WS-RES-CARGOS (WS-IND-CAT)
               ON SIZE ERROR
                   PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
           END-ADD
           ADD WS-CAT-ABONOS  TO WS-RES-ABONOS (WS-IND-CAT)
               ON SIZE ERROR
                   PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
           END-ADD.
       230-FIN. EXIT.

       240-ACUMULA-CASTIGO.
           ADD 1 TO WS-CAT-REGS
                    WS-MES-REGS
           IF ORD-ES-ABONO
               ADD ORD-IMPORTE TO WS-CAT-ABONOS
                   ON SIZE ERROR
                       PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
               END-ADD
               ADD ORD-IMPORTE TO WS-MES-ABONOS
                   ON SIZE ERROR
                       PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
               END-ADD
           ELSE
               ADD ORD-IMPORTE TO WS-CAT-CARGOS
                   ON SIZE ERROR
                       PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
               END-ADD
               ADD ORD-IMPORTE TO WS-MES-CARGOS
                   ON SIZE ERROR
                       PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
               END-ADD
           END-IF
           PERFORM 210-RETORNA-CASTIGO THRU 210-FIN.
       240-FIN. EXIT.

       300-IMPRIME-TOTALES.
           WRITE CAS-LINEA    FROM WS-LIN-BLANCO
           MOVE "TOTAL MES "  TO WS-LTO-ETIQUETA
           MOVE WS-MES-REGS   TO WS-LTO-REGS
           MOVE WS-MES-CARGOS TO WS-LTO-CARGOS
           MOVE WS-MES-ABONOS TO WS-LTO-ABONOS
           COMPUTE WS-MES-NETO = WS-MES-CARGOS - WS-MES-ABONOS
           MOVE WS-MES-NETO   TO WS-LTO-NETO
           WRITE CAS-LINEA    FROM WS-LIN-TOTAL
           WRITE CAS-LINEA    FROM WS-LIN-BLANCO
           WRITE CAS-LINEA    FROM WS-LIN-ENC-RESUMEN
           PERFORM 310-IMPRIME-RESUMEN THRU 310-FIN
                   VARYING WS-IND-CAT FROM 1 BY 1
                   UNTIL WS-IND-CAT IS GREATER THAN 100.
       300-FIN. EXIT.

       310-IMPRIME-RESUMEN.
           IF WS-RES-REGS (WS-IND-CAT) IS GREATER THAN ZEROS
               MOVE "    CAT "    TO WS-LCA-ETIQUETA
               COMPUTE WS-LCA-CODIGO = WS-IND-CAT - 1
               MOVE WS-RES-REGS   (WS-IND-CAT) TO WS-LCA-REGS
               MOVE WS-RES-CARGOS (WS-IND-CAT) TO WS-LCA-CARGOS
               MOVE WS-RES-ABONOS (WS-IND-CAT) TO WS-LCA-ABONOS
               COMPUTE WS-NETO-TRAB = WS-RES-CARGOS (WS-IND-CAT) -
                                      WS-RES-ABONOS (WS-IND-CAT)
               MOVE WS-NETO-TRAB  TO WS-LCA-NETO
               WRITE CAS-LINEA    FROM WS-LIN-CATEGORIA
           END-IF.
       310-FIN. EXIT.

       900-GRABA-BITACORA.
           OPEN EXTEND RUN-LOG
           IF WS-RUNLOG-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RUN-LOG
           END-IF
           MOVE SPACES              TO RUN-RECORD
           MOVE "PROGCAS"           TO RUN-PROGRAMA
           MOVE WS-FECHA-BITACORA   TO RUN-FECHA
           MOVE WS-HORA-INICIO      TO RUN-HORA-INICIO
           ACCEPT WS-HORA-COMPLETA  FROM TIME
           MOVE WS-HORA-HHMMSS      TO RUN-HORA-FIN
           MOVE WS-CONT-LEIDOS      TO RUN-REGS-ENTRADA
           MOVE WS-CONT-DEL-MES     TO RUN-REGS-SALIDA
           MOVE WS-CONT-INVALIDOS   TO RUN-RECHAZOS
           MOVE RETURN-CODE         TO RUN-RETORNO
           WRITE RUN-RECORD
           CLOSE RUN-LOG.
       900-FIN. EXIT.

       990-ABORTA-SOBREFLUJO.
           DISPLAY "SOBREFLUJO EN ACUMULADOR DE CASTIGOS, "
                   "CORRIDA ABORTADA"
           MOVE 16 TO RETURN-CODE
           DISPLAY "RETURN-CODE: " RETURN-CODE
           PERFORM 900-GRABA-BITACORA THRU 900-FIN
           STOP RUN.
       990-FIN. EXIT.
