       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGPVR.
      *AUTHOR.                    JACK JOSAFAT ORTIZ SALAZAR
      *INSTALLATION.              PRUEBAS JACK
      *DATE-WRITTEN.              15/10/2026.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.

      *>----------------------------------------------------------------
      *> REPORTE MENSUAL DE PRESUPUESTO CONTRA REAL POR CATEGORIA.
      *> PARA EL MES INDICADO (AAAAMM) ACUMULA DEL HISTORICO POR
      *> CATEGORIA (HISTCAT) LOS CARGOS Y ABONOS REALES DEL MES Y DEL
      *> EJERCICIO (ENERO AL MES), Y DEL MAESTRO DE PRESUPUESTO
      *> (PRESUP, LAYOUT PRESREC) LOS PRESUPUESTADOS, E IMPRIME EN
      *> PVRREP:
      *>   - POR CADA CATEGORIA CON PRESUPUESTO Y ACTIVIDAD EN EL MES,
      *>     CARGOS Y ABONOS DEL MES Y ACUMULADOS: REAL, PRESUPUESTO,
      *>     VARIACION (REAL - PRESUPUESTO) EN IMPORTE Y PORCIENTO, Y
      *>     LA MARCA *EXCEDIDO* CUANDO EL REAL REBASA EL PRESUPUESTO
      *>     MAS LA TOLERANCIA (PVRPARM, 5.00 % POR OMISION);
      *>   - LAS CATEGORIAS CON ACTIVIDAD SIN PRESUPUESTO Y LAS DE
      *>     PRESUPUESTO SIN ACTIVIDAD EN EL MES, POR SEPARADO;
      *>   - EL TOTAL REAL DEL MES DE TODAS LAS CATEGORIAS, QUE DEBE
      *>     CUADRAR CON EL REGISTRO DEL MES QUE GRABA PROGMEN EN
      *>     MENSUAL (CARGOS, ABONOS Y NETO).
      *> SUSTITUYE LA HOJA DE CALCULO QUE FINANZAS RECAPTURABA CADA
      *> MES. RETURN-CODE 08 SI EL MES ES INVALIDO O SI EL TOTAL NO
      *> CUADRA CON MENSUAL; 04 SI EL MES AUN NO TIENE CIERRE PROGMEN.
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
           SELECT HCAT-FILE       ASSIGN TO "HISTCAT"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS HCAT-LLAVE
                                   FILE STATUS IS WS-HCAT-STATUS.

           SELECT PRES-FILE       ASSIGN TO "PRESUP"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS PRES-LLAVE
                                   FILE STATUS IS WS-PRES-STATUS.

           SELECT CAT-FILE        ASSIGN TO "CATMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS CAT-CODIGO
                                   FILE STATUS IS WS-CAT-STATUS.

           SELECT MENS-FILE       ASSIGN TO "MENSUAL"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS MEN-MES
                                   FILE STATUS IS WS-MENS-STATUS.

           SELECT PARM-FILE       ASSIGN TO "PVRPARM"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT PVR-REP         ASSIGN TO "PVRREP"
                                   ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG         ASSIGN TO "RUNLOG"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  HCAT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HCATREC.

       FD  PRES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PRESREC.

       FD  CAT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CATREC.

       FD  MENS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MENSREC.

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05 PARM-TOLERANCIA     PIC 9(03)V9(02).
           05 FILLER              PIC X(75).

       FD  PVR-REP
           LABEL RECORDS ARE STANDARD.
       01  PVR-LINEA              PIC X(80).

       FD  RUN-LOG
           LABEL RECORDS ARE STANDARD.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-ARCHIVOS.
           05 WS-HCAT-STATUS      PIC X(02)      VALUE "00".
           05 WS-PRES-STATUS      PIC X(02)      VALUE "00".
           05 WS-CAT-STATUS       PIC X(02)      VALUE "00".
           05 WS-MENS-STATUS      PIC X(02)      VALUE "00".
           05 WS-PARM-STATUS      PIC X(02)      VALUE "00".

       01  WS-AREA-BITACORA.
           05 WS-RUNLOG-STATUS    PIC X(02)      VALUE "00".
           05 WS-FECHA-BITACORA   PIC 9(08)      VALUE ZEROS.
           05 WS-HORA-COMPLETA    PIC 9(08)      VALUE ZEROS.
           05 WS-HORA-COMPLETA-R REDEFINES WS-HORA-COMPLETA.
              10 WS-HORA-HHMMSS   PIC 9(06).
              10 FILLER           PIC 9(02).
           05 WS-HORA-INICIO      PIC 9(06)      VALUE ZEROS.

       01  WS-SWITCHES.
           05 WS-SW-FIN-HCAT      PIC X(01)      VALUE "N".
              88 WS-FIN-HCAT                     VALUE "S".
           05 WS-SW-FIN-PRES      PIC X(01)      VALUE "N".
              88 WS-FIN-PRES                     VALUE "S".
           05 WS-SW-FIN-CAT       PIC X(01)      VALUE "N".
              88 WS-FIN-CAT                      VALUE "S".
           05 WS-SW-HAY-MENSUAL   PIC X(01)      VALUE "N".
              88 WS-HAY-MENSUAL                  VALUE "S".

       01  WS-PARM-REPORTE.
           05 WS-MES-PROCESO      PIC 9(06)      VALUE ZEROS.
           05 WS-MES-PROCESO-R REDEFINES WS-MES-PROCESO.
              10 WS-MES-ANO       PIC 9(04).
              10 WS-MES-MES       PIC 9(02).
           05 WS-FECHA-INICIO-ANO PIC 9(08)      VALUE ZEROS.
           05 WS-FECHA-DESDE      PIC 9(08)      VALUE ZEROS.
           05 WS-FECHA-HASTA      PIC 9(08)      VALUE ZEROS.
           05 WS-TOLERANCIA       PIC 9(03)V9(02) VALUE 5.00.

      *> CIFRAS POR CATEGORIA: EL ELEMENTO ES LA CATEGORIA + 1.
       01  WS-TABLA-CATEGORIAS.
           05 WS-CAT-ELEM OCCURS 100 TIMES.
              10 WS-TC-DESCRIPCION  PIC X(20).
              10 WS-TC-USO-REAL     PIC X(01).
                 88 WS-TC-CON-ACTIVIDAD            VALUE "S".
              10 WS-TC-USO-PPTO     PIC X(01).
                 88 WS-TC-CON-PRESUPUESTO          VALUE "S".
              10 WS-TC-REAL-MES-CAR PIC 9(11)V9(02).
              10 WS-TC-REAL-MES-ABO PIC 9(11)V9(02).
              10 WS-TC-REAL-ACU-CAR PIC 9(11)V9(02).
              10 WS-TC-REAL-ACU-ABO PIC 9(11)V9(02).
              10 WS-TC-PPTO-MES-CAR PIC 9(11)V9(02).
              10 WS-TC-PPTO-MES-ABO PIC 9(11)V9(02).
              10 WS-TC-PPTO-ACU-CAR PIC 9(11)V9(02).
              10 WS-TC-PPTO-ACU-ABO PIC 9(11)V9(02).

       01  WS-CONTADORES.
           05 WS-IND-CAT          PIC 9(03)      VALUE ZEROS.
           05 WS-CONT-HCAT-LEIDOS PIC 9(07)      VALUE ZEROS.
           05 WS-CONT-PRES-LEIDOS PIC 9(07)      VALUE ZEROS.
           05 WS-CONT-REPORTADAS  PIC 9(03)      VALUE ZEROS.
           05 WS-CONT-EXCEDIDOS   PIC 9(05)      VALUE ZEROS.
           05 WS-CONT-LISTA       PIC 9(03)      VALUE ZEROS.

       01  WS-TOTALES.
           05 WS-TOT-REAL-CAR     PIC 9(11)V9(02)  VALUE ZEROS.
           05 WS-TOT-REAL-ABO     PIC 9(11)V9(02)  VALUE ZEROS.
           05 WS-TOT-REAL-NETO    PIC S9(11)V9(02) VALUE ZEROS.
           05 WS-TOT-PPTO-CAR     PIC 9(11)V9(02)  VALUE ZEROS.
           05 WS-TOT-PPTO-ABO     PIC 9(11)V9(02)  VALUE ZEROS.
           05 WS-TOT-PPTO-NETO    PIC S9(11)V9(02) VALUE ZEROS.
           05 WS-MEN-CARGOS       PIC 9(11)V9(02)  VALUE ZEROS.
           05 WS-MEN-ABONOS       PIC 9(11)V9(02)  VALUE ZEROS.
           05 WS-MEN-SUMA         PIC S9(11)V9(02) VALUE ZEROS.

       01  WS-AREA-CALCULO.
           05 WS-CAL-REAL         PIC 9(11)V9(02)  VALUE ZEROS.
           05 WS-CAL-PPTO         PIC 9(11)V9(02)  VALUE ZEROS.
           05 WS-CAL-VARIACION    PIC S9(11)V9(02) VALUE ZEROS.
           05 WS-CAL-PORCIENTO    PIC S9(05)V9(02) VALUE ZEROS.
           05 WS-CAL-LIMITE       PIC 9(13)V9(04)  VALUE ZEROS.

       01  WS-LIN-TITULO.
           05 FILLER              PIC X(11)      VALUE "PROGPVR".
           05 FILLER              PIC X(33)      VALUE
              "PRESUPUESTO CONTRA REAL".
           05 FILLER              PIC X(05)      VALUE "MES: ".
           05 WS-TIT-MES          PIC 9(06).
           05 FILLER              PIC X(25)      VALUE SPACES.

       01  WS-LIN-TOLERANCIA.
           05 FILLER              PIC X(29)      VALUE
              "TOLERANCIA DE SOBREGIRO (%): ".
           05 WS-TOL-PORCIENTO    PIC ZZ9.99.
           05 FILLER              PIC X(45)      VALUE SPACES.

       01  WS-LIN-SECCION.
           05 WS-SEC-TEXTO        PIC X(50).
           05 FILLER              PIC X(30)      VALUE SPACES.

       01  WS-LIN-ENCABEZADO.
           05 FILLER              PIC X(10)      VALUE "CONCEPTO".
           05 FILLER              PIC X(15)      VALUE
              "          REAL ".
           05 FILLER              PIC X(15)      VALUE
              "   PRESUPUESTO ".
           05 FILLER              PIC X(16)      VALUE
              "      VARIACION ".
           05 FILLER              PIC X(10)      VALUE
              "        % ".
           05 FILLER              PIC X(14)      VALUE "MARCA".

       01  WS-LIN-CATEGORIA.
           05 FILLER              PIC X(04)      VALUE "CAT ".
           05 WS-LCA-CODIGO       PIC 9(02).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LCA-DESCRIPCION  PIC X(20).
           05 FILLER              PIC X(53)      VALUE SPACES.

       01  WS-LIN-DETALLE.
           05 WS-DET-ETIQUETA     PIC X(10).
           05 WS-DET-REAL         PIC ZZZZZZZZZZ9.99.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-DET-PPTO         PIC ZZZZZZZZZZ9.99.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-DET-VARIACION    PIC ZZZZZZZZZZ9.99-.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-DET-PORCIENTO    PIC ZZZZ9.99-.
           05 WS-DET-PORCIENTO-X REDEFINES WS-DET-PORCIENTO
                                  PIC X(09).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-DET-MARCA        PIC X(10).
           05 FILLER              PIC X(04)      VALUE SPACES.

       01  WS-LIN-SEPARADA.
           05 FILLER              PIC X(04)      VALUE "CAT ".
           05 WS-SEP-CODIGO       PIC 9(02).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-SEP-DESCRIPCION  PIC X(20).
           05 FILLER              PIC X(05)      VALUE " CAR:".
           05 WS-SEP-CARGOS       PIC ZZZZZZZZZZ9.99.
           05 FILLER              PIC X(05)      VALUE " ABO:".
           05 WS-SEP-ABONOS       PIC ZZZZZZZZZZ9.99.
           05 FILLER              PIC X(15)      VALUE SPACES.

       01  WS-LIN-NINGUNA.
           05 FILLER              PIC X(80)      VALUE "   NINGUNA".

       01  WS-LIN-TOTAL.
           05 WS-TOT-ETIQUETA     PIC X(22).
           05 FILLER              PIC X(05)      VALUE " CAR:".
           05 WS-TOT-LIN-CARGOS   PIC ZZZZZZZZZZ9.99.
           05 FILLER              PIC X(05)      VALUE " ABO:".
           05 WS-TOT-LIN-ABONOS   PIC ZZZZZZZZZZ9.99.
           05 FILLER              PIC X(05)      VALUE " NET:".
           05 WS-TOT-LIN-NETO     PIC ZZZZZZZZZZ9.99-.

       01  WS-LIN-CUADRE.
           05 WS-CUA-TEXTO        PIC X(50).
           05 FILLER              PIC X(30)      VALUE SPACES.

       01  WS-LIN-RESUMEN.
           05 FILLER              PIC X(23)      VALUE
              "CATEGORIAS REPORTADAS: ".
           05 WS-RES-REPORTADAS   PIC ZZ9.
           05 FILLER              PIC X(23)      VALUE
              "  RENGLONES EXCEDIDOS: ".
           05 WS-RES-EXCEDIDOS    PIC ZZZZ9.
           05 FILLER              PIC X(26)      VALUE SPACES.

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
               PERFORM 020-LEE-PARAMETROS THRU 020-FIN
               PERFORM 030-LIMPIA-CATEGORIA THRU 030-FIN
                       VARYING WS-IND-CAT FROM 1 BY 1
                       UNTIL WS-IND-CAT IS GREATER THAN 100
               PERFORM 040-CARGA-DESCRIPCIONES THRU 040-FIN
               PERFORM 100-ACUMULA-REAL        THRU 100-FIN
               PERFORM 200-ACUMULA-PRESUPUESTO THRU 200-FIN
               PERFORM 300-CONSULTA-MENSUAL    THRU 300-FIN
               PERFORM 400-IMPRIME-REPORTE     THRU 400-FIN
               DISPLAY "PRESUPUESTO CONTRA REAL DEL MES "
                       WS-MES-PROCESO " TERMINADO, EXCEDIDOS: "
                       WS-CONT-EXCEDIDOS
           END-IF
           PERFORM 900-GRABA-BITACORA THRU 900-FIN
           GOBACK.

       020-LEE-PARAMETROS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS IS EQUAL TO "35"
               DISPLAY "SIN ARCHIVO DE PARAMETROS PVRPARM, SE USA "
                       "TOLERANCIA DE " WS-TOLERANCIA
           ELSE
               READ PARM-FILE
                   AT END
                       DISPLAY "PVRPARM VACIO, SE USA TOLERANCIA DE "
                               WS-TOLERANCIA
                   NOT AT END
                       IF PARM-TOLERANCIA IS NUMERIC
                           MOVE PARM-TOLERANCIA TO WS-TOLERANCIA
                       ELSE
                           DISPLAY "TOLERANCIA INVALIDA EN PVRPARM, "
                                   "SE USA " WS-TOLERANCIA
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
       020-FIN. EXIT.

       030-LIMPIA-CATEGORIA.
           MOVE "NO ESTA EN CATMAST" TO WS-TC-DESCRIPCION (WS-IND-CAT)
           MOVE "N"   TO WS-TC-USO-REAL     (WS-IND-CAT)
                         WS-TC-USO-PPTO     (WS-IND-CAT)
           MOVE ZEROS TO WS-TC-REAL-MES-CAR (WS-IND-CAT)
                         WS-TC-REAL-MES-ABO (WS-IND-CAT)
                         WS-TC-REAL-ACU-CAR (WS-IND-CAT)
                         WS-TC-REAL-ACU-ABO (WS-IND-CAT)
                         WS-TC-PPTO-MES-CAR (WS-IND-CAT)
                         WS-TC-PPTO-MES-ABO (WS-IND-CAT)
                         WS-TC-PPTO-ACU-CAR (WS-IND-CAT)
                         WS-TC-PPTO-ACU-ABO (WS-IND-CAT).
       030-FIN. EXIT.

       040-CARGA-DESCRIPCIONES.
           OPEN INPUT CAT-FILE
           IF WS-CAT-STATUS IS EQUAL TO "35"
               DISPLAY "NO EXISTE EL MAESTRO DE CATEGORIAS CATMAST"
           ELSE
               MOVE ZEROS TO CAT-CODIGO
               START CAT-FILE KEY IS NOT LESS THAN CAT-CODIGO
                   INVALID KEY
                       SET WS-FIN-CAT TO TRUE
               END-START
               PERFORM 045-LEE-CATEGORIA THRU 045-FIN
                       UNTIL WS-FIN-CAT
               CLOSE CAT-FILE
           END-IF.
       040-FIN. EXIT.

       045-LEE-CATEGORIA.
           READ CAT-FILE NEXT RECORD
               AT END
                   SET WS-FIN-CAT TO TRUE
               NOT AT END
                   COMPUTE WS-IND-CAT = CAT-CODIGO + 1
                   MOVE CAT-DESCRIPCION
                                 TO WS-TC-DESCRIPCION (WS-IND-CAT)
           END-READ.
       045-FIN. EXIT.

      *>----------------------------------------------------------------
      *> REAL: HISTCAT DEL 1 DE ENERO AL ULTIMO DIA DEL MES. TODO
      *> SUMA AL ACUMULADO; LO DEL MES TAMBIEN AL MES Y AL TOTAL QUE
      *> SE CUADRA CONTRA MENSUAL.
      *>----------------------------------------------------------------
       100-ACUMULA-REAL.
           COMPUTE WS-FECHA-INICIO-ANO = WS-MES-ANO * 10000 + 0101
           COMPUTE WS-FECHA-DESDE      = WS-MES-PROCESO * 100 + 1
           COMPUTE WS-FECHA-HASTA      = WS-MES-PROCESO * 100 + 31
           OPEN INPUT HCAT-FILE
           IF WS-HCAT-STATUS IS EQUAL TO "35"
               DISPLAY "NO EXISTE EL HISTORICO POR CATEGORIA HISTCAT"
           ELSE
               MOVE WS-FECHA-INICIO-ANO TO HCAT-FECHA
               MOVE ZEROS               TO HCAT-CATEGORIA
               START HCAT-FILE KEY IS NOT LESS THAN HCAT-LLAVE
                   INVALID KEY
                       SET WS-FIN-HCAT TO TRUE
               END-START
               PERFORM 110-LEE-HISTCAT THRU 110-FIN
                       UNTIL WS-FIN-HCAT
               CLOSE HCAT-FILE
           END-IF.
       100-FIN. EXIT.

       110-LEE-HISTCAT.
           READ HCAT-FILE NEXT RECORD
               AT END
                   SET WS-FIN-HCAT TO TRUE
           END-READ
           IF NOT WS-FIN-HCAT
               IF HCAT-FECHA IS GREATER THAN WS-FECHA-HASTA
                   SET WS-FIN-HCAT TO TRUE
               ELSE
                   PERFORM 120-SUMA-REAL THRU 120-FIN
               END-IF
           END-IF.
       110-FIN. EXIT.

       120-SUMA-REAL.
           ADD 1 TO WS-CONT-HCAT-LEIDOS
           COMPUTE WS-IND-CAT = HCAT-CATEGORIA + 1
           ADD HCAT-CARGOS TO WS-TC-REAL-ACU-CAR (WS-IND-CAT)
               ON SIZE ERROR
                   PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
           END-ADD
           ADD HCAT-ABONOS TO WS-TC-REAL-ACU-ABO (WS-IND-CAT)
               ON SIZE ERROR
                   PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
           END-ADD
           IF HCAT-FECHA IS NOT LESS THAN WS-FECHA-DESDE
               SET WS-TC-CON-ACTIVIDAD (WS-IND-CAT) TO TRUE
               ADD HCAT-CARGOS TO WS-TC-REAL-MES-CAR (WS-IND-CAT)
                                  WS-TOT-REAL-CAR
                   ON SIZE ERROR
                       PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
               END-ADD
               ADD HCAT-ABONOS TO WS-TC-REAL-MES-ABO (WS-IND-CAT)
                                  WS-TOT-REAL-ABO
                   ON SIZE ERROR
                       PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
               END-ADD
               ADD HCAT-SUMA   TO WS-TOT-REAL-NETO
                   ON SIZE ERROR
                       PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
               END-ADD
           END-IF.
       120-FIN. EXIT.

      *>----------------------------------------------------------------
      *> PRESUPUESTO: LOS MESES 01 AL MES DEL REPORTE DEL MISMO ANO.
      *>----------------------------------------------------------------
       200-ACUMULA-PRESUPUESTO.
           OPEN INPUT PRES-FILE
           IF WS-PRES-STATUS IS EQUAL TO "35"
               DISPLAY "NO EXISTE EL MAESTRO DE PRESUPUESTO PRESUP"
           ELSE
               MOVE WS-MES-ANO TO PRES-ANO
               MOVE ZEROS      TO PRES-MES
               MOVE ZEROS      TO PRES-CATEGORIA
               START PRES-FILE KEY IS NOT LESS THAN PRES-LLAVE
                   INVALID KEY
                       SET WS-FIN-PRES TO TRUE
               END-START
               PERFORM 210-LEE-PRESUPUESTO THRU 210-FIN
                       UNTIL WS-FIN-PRES
               CLOSE PRES-FILE
           END-IF.
       200-FIN. EXIT.

       210-LEE-PRESUPUESTO.
           READ PRES-FILE NEXT RECORD
               AT END
                   SET WS-FIN-PRES TO TRUE
           END-READ
           IF NOT WS-FIN-PRES
               IF PRES-ANO IS NOT EQUAL TO WS-MES-ANO OR
                  PRES-MES IS GREATER THAN WS-MES-MES
                   SET WS-FIN-PRES TO TRUE
               ELSE
                   PERFORM 220-SUMA-PRESUPUESTO THRU 220-FIN
               END-IF
           END-IF.
       210-FIN. EXIT.

       220-SUMA-PRESUPUESTO.
           ADD 1 TO WS-CONT-PRES-LEIDOS
           COMPUTE WS-IND-CAT = PRES-CATEGORIA + 1
           ADD PRES-CARGOS TO WS-TC-PPTO-ACU-CAR (WS-IND-CAT)
               ON SIZE ERROR
                   PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
           END-ADD
           ADD PRES-ABONOS TO WS-TC-PPTO-ACU-ABO (WS-IND-CAT)
               ON SIZE ERROR
                   PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
           END-ADD
           IF PRES-MES IS EQUAL TO WS-MES-MES
               SET WS-TC-CON-PRESUPUESTO (WS-IND-CAT) TO TRUE
               MOVE PRES-CARGOS TO WS-TC-PPTO-MES-CAR (WS-IND-CAT)
               MOVE PRES-ABONOS TO WS-TC-PPTO-MES-ABO (WS-IND-CAT)
               ADD PRES-CARGOS  TO WS-TOT-PPTO-CAR
                   ON SIZE ERROR
                       PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
               END-ADD
               ADD PRES-ABONOS  TO WS-TOT-PPTO-ABO
                   ON SIZE ERROR
                       PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
               END-ADD
           END-IF.
       220-FIN. EXIT.

       300-CONSULTA-MENSUAL.
           OPEN INPUT MENS-FILE
           IF WS-MENS-STATUS IS EQUAL TO "35"
               CONTINUE
           ELSE
               MOVE WS-MES-PROCESO TO MEN-MES
               READ MENS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-HAY-MENSUAL TO TRUE
                       MOVE MEN-CARGOS TO WS-MEN-CARGOS
                       MOVE MEN-ABONOS TO WS-MEN-ABONOS
                       MOVE MEN-SUMA   TO WS-MEN-SUMA
               END-READ
               CLOSE MENS-FILE
           END-IF.
       300-FIN. EXIT.

       400-IMPRIME-REPORTE.
           OPEN OUTPUT PVR-REP
           MOVE WS-MES-PROCESO TO WS-TIT-MES
           WRITE PVR-LINEA     FROM WS-LIN-TITULO
           MOVE WS-TOLERANCIA  TO WS-TOL-PORCIENTO
           WRITE PVR-LINEA     FROM WS-LIN-TOLERANCIA
           WRITE PVR-LINEA     FROM WS-LIN-BLANCO
           MOVE "CATEGORIAS CON PRESUPUESTO Y ACTIVIDAD EN EL MES"
                               TO WS-SEC-TEXTO
           WRITE PVR-LINEA     FROM WS-LIN-SECCION
           WRITE PVR-LINEA     FROM WS-LIN-ENCABEZADO
           PERFORM 410-IMPRIME-CATEGORIA THRU 410-FIN
                   VARYING WS-IND-CAT FROM 1 BY 1
                   UNTIL WS-IND-CAT IS GREATER THAN 100
           IF WS-CONT-REPORTADAS IS EQUAL TO ZEROS
               WRITE PVR-LINEA FROM WS-LIN-NINGUNA
           END-IF
           WRITE PVR-LINEA     FROM WS-LIN-BLANCO
           MOVE "ACTIVIDAD SIN PRESUPUESTO EN EL MES (REAL)"
                               TO WS-SEC-TEXTO
           WRITE PVR-LINEA     FROM WS-LIN-SECCION
           MOVE ZEROS          TO WS-CONT-LISTA
           PERFORM 420-IMPRIME-SIN-PRESUPUESTO THRU 420-FIN
                   VARYING WS-IND-CAT FROM 1 BY 1
                   UNTIL WS-IND-CAT IS GREATER THAN 100
           IF WS-CONT-LISTA IS EQUAL TO ZEROS
               WRITE PVR-LINEA FROM WS-LIN-NINGUNA
           END-IF
           WRITE PVR-LINEA     FROM WS-LIN-BLANCO
           MOVE "PRESUPUESTO SIN ACTIVIDAD EN EL MES (PRESUPUESTO)"
                               TO WS-SEC-TEXTO
           WRITE PVR-LINEA     FROM WS-LIN-SECCION
           MOVE ZEROS          TO WS-CONT-LISTA
           PERFORM 430-IMPRIME-SIN-ACTIVIDAD THRU 430-FIN
                   VARYING WS-IND-CAT FROM 1 BY 1
                   UNTIL WS-IND-CAT IS GREATER THAN 100
           IF WS-CONT-LISTA IS EQUAL TO ZEROS
               WRITE PVR-LINEA FROM WS-LIN-NINGUNA
           END-IF
           WRITE PVR-LINEA     FROM WS-LIN-BLANCO
           PERFORM 450-IMPRIME-TOTALES THRU 450-FIN
           MOVE WS-CONT-REPORTADAS TO WS-RES-REPORTADAS
           MOVE WS-CONT-EXCEDIDOS  TO WS-RES-EXCEDIDOS
           WRITE PVR-LINEA     FROM WS-LIN-RESUMEN
           CLOSE PVR-REP.
       400-FIN. EXIT.

       410-IMPRIME-CATEGORIA.
           IF WS-TC-CON-ACTIVIDAD (WS-IND-CAT) AND
              WS-TC-CON-PRESUPUESTO (WS-IND-CAT)
               ADD 1 TO WS-CONT-REPORTADAS
               COMPUTE WS-LCA-CODIGO = WS-IND-CAT - 1
               MOVE WS-TC-DESCRIPCION (WS-IND-CAT)
                                     TO WS-LCA-DESCRIPCION
               WRITE PVR-LINEA FROM WS-LIN-CATEGORIA
               MOVE "  MES CAR "     TO WS-DET-ETIQUETA
               MOVE WS-TC-REAL-MES-CAR (WS-IND-CAT) TO WS-CAL-REAL
               MOVE WS-TC-PPTO-MES-CAR (WS-IND-CAT) TO WS-CAL-PPTO
               PERFORM 440-IMPRIME-DETALLE THRU 440-FIN
               MOVE "  MES ABO "     TO WS-DET-ETIQUETA
               MOVE WS-TC-REAL-MES-ABO (WS-IND-CAT) TO WS-CAL-REAL
               MOVE WS-TC-PPTO-MES-ABO (WS-IND-CAT) TO WS-CAL-PPTO
               PERFORM 440-IMPRIME-DETALLE THRU 440-FIN
               MOVE "  ACU CAR "     TO WS-DET-ETIQUETA
               MOVE WS-TC-REAL-ACU-CAR (WS-IND-CAT) TO WS-CAL-REAL
               MOVE WS-TC-PPTO-ACU-CAR (WS-IND-CAT) TO WS-CAL-PPTO
               PERFORM 440-IMPRIME-DETALLE THRU 440-FIN
               MOVE "  ACU ABO "     TO WS-DET-ETIQUETA
               MOVE WS-TC-REAL-ACU-ABO (WS-IND-CAT) TO WS-CAL-REAL
               MOVE WS-TC-PPTO-ACU-ABO (WS-IND-CAT) TO WS-CAL-PPTO
               PERFORM 440-IMPRIME-DETALLE THRU 440-FIN
           END-IF.
       410-FIN. EXIT.

       420-IMPRIME-SIN-PRESUPUESTO.
           IF WS-TC-CON-ACTIVIDAD (WS-IND-CAT) AND
              NOT WS-TC-CON-PRESUPUESTO (WS-IND-CAT)
               ADD 1 TO WS-CONT-LISTA
               COMPUTE WS-SEP-CODIGO = WS-IND-CAT - 1
               MOVE WS-TC-DESCRIPCION  (WS-IND-CAT)
                                       TO WS-SEP-DESCRIPCION
               MOVE WS-TC-REAL-MES-CAR (WS-IND-CAT) TO WS-SEP-CARGOS
               MOVE WS-TC-REAL-MES-ABO (WS-IND-CAT) TO WS-SEP-ABONOS
               WRITE PVR-LINEA FROM WS-LIN-SEPARADA
           END-IF.
       420-FIN. EXIT.

       430-IMPRIME-SIN-ACTIVIDAD.
           IF WS-TC-CON-PRESUPUESTO (WS-IND-CAT) AND
              NOT WS-TC-CON-ACTIVIDAD (WS-IND-CAT)
               ADD 1 TO WS-CONT-LISTA
               COMPUTE WS-SEP-CODIGO = WS-IND-CAT - 1
               MOVE WS-TC-DESCRIPCION  (WS-IND-CAT)
                                       TO WS-SEP-DESCRIPCION
               MOVE WS-TC-PPTO-MES-CAR (WS-IND-CAT) TO WS-SEP-CARGOS
               MOVE WS-TC-PPTO-MES-ABO (WS-IND-CAT) TO WS-SEP-ABONOS
               WRITE PVR-LINEA FROM WS-LIN-SEPARADA
           END-IF.
       430-FIN. EXIT.

      *> LA VARIACION ES REAL - PRESUPUESTO: POSITIVA ES SOBREGIRO.
      *> EL PORCIENTO SE DEJA EN BLANCO CON PRESUPUESTO CERO; EL
      *> RENGLON SE MARCA CUANDO EL REAL REBASA EL PRESUPUESTO MAS LA
      *> TOLERANCIA (CON PRESUPUESTO CERO, CUALQUIER IMPORTE REAL).
       440-IMPRIME-DETALLE.
           COMPUTE WS-CAL-VARIACION = WS-CAL-REAL - WS-CAL-PPTO
           MOVE WS-CAL-REAL      TO WS-DET-REAL
           MOVE WS-CAL-PPTO      TO WS-DET-PPTO
           MOVE WS-CAL-VARIACION TO WS-DET-VARIACION
           IF WS-CAL-PPTO IS GREATER THAN ZEROS
               COMPUTE WS-CAL-PORCIENTO ROUNDED =
                       WS-CAL-VARIACION * 100 / WS-CAL-PPTO
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-CAL-PORCIENTO
               END-COMPUTE
               MOVE WS-CAL-PORCIENTO TO WS-DET-PORCIENTO
           ELSE
               MOVE SPACES           TO WS-DET-PORCIENTO-X
           END-IF
           COMPUTE WS-CAL-LIMITE =
                   WS-CAL-PPTO * (100 + WS-TOLERANCIA) / 100
           IF WS-CAL-REAL IS GREATER THAN WS-CAL-LIMITE
               ADD 1 TO WS-CONT-EXCEDIDOS
               MOVE "*EXCEDIDO*"     TO WS-DET-MARCA
           ELSE
               MOVE SPACES           TO WS-DET-MARCA
           END-IF
           WRITE PVR-LINEA FROM WS-LIN-DETALLE.
       440-FIN. EXIT.

      *>----------------------------------------------------------------
      *> TOTALES DEL MES. EL REAL ES DE TODAS LAS CATEGORIAS (CON Y SIN
      *> PRESUPUESTO) Y DEBE SER IGUAL AL CIERRE DE PROGMEN, QUE SUMA
      *> LOS MISMOS DIAS DESDE HISTORIC.
      *>----------------------------------------------------------------
       450-IMPRIME-TOTALES.
           MOVE "TOTALES DEL MES"    TO WS-SEC-TEXTO
           WRITE PVR-LINEA           FROM WS-LIN-SECCION
           MOVE "REAL HISTCAT"       TO WS-TOT-ETIQUETA
           MOVE WS-TOT-REAL-CAR      TO WS-TOT-LIN-CARGOS
           MOVE WS-TOT-REAL-ABO      TO WS-TOT-LIN-ABONOS
           MOVE WS-TOT-REAL-NETO     TO WS-TOT-LIN-NETO
           WRITE PVR-LINEA           FROM WS-LIN-TOTAL
           COMPUTE WS-TOT-PPTO-NETO = WS-TOT-PPTO-CAR - WS-TOT-PPTO-ABO
           MOVE "PRESUPUESTO"        TO WS-TOT-ETIQUETA
           MOVE WS-TOT-PPTO-CAR      TO WS-TOT-LIN-CARGOS
           MOVE WS-TOT-PPTO-ABO      TO WS-TOT-LIN-ABONOS
           MOVE WS-TOT-PPTO-NETO     TO WS-TOT-LIN-NETO
           WRITE PVR-LINEA           FROM WS-LIN-TOTAL
           IF WS-HAY-MENSUAL
               MOVE "CIERRE MENSUAL PROGMEN" TO WS-TOT-ETIQUETA
               MOVE WS-MEN-CARGOS    TO WS-TOT-LIN-CARGOS
               MOVE WS-MEN-ABONOS    TO WS-TOT-LIN-ABONOS
               MOVE WS-MEN-SUMA      TO WS-TOT-LIN-NETO
               WRITE PVR-LINEA       FROM WS-LIN-TOTAL
               IF WS-TOT-REAL-CAR  IS EQUAL TO WS-MEN-CARGOS AND
                  WS-TOT-REAL-ABO  IS EQUAL TO WS-MEN-ABONOS AND
                  WS-TOT-REAL-NETO IS EQUAL TO WS-MEN-SUMA
                   MOVE "EL REAL CUADRA CON EL CIERRE MENSUAL"
                                     TO WS-CUA-TEXTO
               ELSE
                   MOVE "** EL REAL NO CUADRA CON EL CIERRE MENSUAL"
                                     TO WS-CUA-TEXTO
                   MOVE 08 TO RETURN-CODE
                   DISPLAY "EL REAL NO CUADRA CON MENSUAL, "
                           "RETURN-CODE: " RETURN-CODE
               END-IF
           ELSE
               MOVE "** MES SIN CIERRE PROGMEN EN MENSUAL, NO SE CUADRA"
                                     TO WS-CUA-TEXTO
               MOVE 04 TO RETURN-CODE
               DISPLAY "MES SIN CIERRE EN MENSUAL, RETURN-CODE: "
                       RETURN-CODE
           END-IF
           WRITE PVR-LINEA           FROM WS-LIN-CUADRE.
       450-FIN. EXIT.

       900-GRABA-BITACORA.
           OPEN EXTEND RUN-LOG
           IF WS-RUNLOG-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RUN-LOG
           END-IF
           MOVE SPACES              TO RUN-RECORD
           MOVE "PROGPVR"           TO RUN-PROGRAMA
           MOVE WS-FECHA-BITACORA   TO RUN-FECHA
           MOVE WS-HORA-INICIO      TO RUN-HORA-INICIO
           ACCEPT WS-HORA-COMPLETA  FROM TIME
           MOVE WS-HORA-HHMMSS      TO RUN-HORA-FIN
           COMPUTE RUN-REGS-ENTRADA =
                   WS-CONT-HCAT-LEIDOS + WS-CONT-PRES-LEIDOS
           MOVE WS-CONT-REPORTADAS  TO RUN-REGS-SALIDA
           MOVE WS-CONT-EXCEDIDOS   TO RUN-RECHAZOS
           MOVE RETURN-CODE         TO RUN-RETORNO
           WRITE RUN-RECORD
           CLOSE RUN-LOG.
       900-FIN. EXIT.

      *> UN SOBREFLUJO EN LOS ACUMULADOS DARIA UN REPORTE FALSO: MEJOR
      *> ABORTAR RUIDOSO.
       990-ABORTA-SOBREFLUJO.
           DISPLAY "SOBREFLUJO ACUMULANDO EL MES " WS-MES-PROCESO
                   ", REPORTE ABORTADO"
           MOVE 16 TO RETURN-CODE
           DISPLAY "RETURN-CODE: " RETURN-CODE
           PERFORM 900-GRABA-BITACORA THRU 900-FIN
           STOP RUN.
       990-FIN. EXIT.
