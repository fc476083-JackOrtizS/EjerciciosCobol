       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGDSP.
      *AUTHOR.                    JACK JOSAFAT ORTIZ SALAZAR
      *INSTALLATION.              PRUEBAS JACK
      *DATE-WRITTEN.              15/10/2026.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.

      *>----------------------------------------------------------------
      *> DISPOSICION DE SUSPENSOS FORZADOS POR EL SUPERVISOR. UN
      *> RECHAZO QUE AGOTO SUS CICLOS EN PROGSTR O QUE PROGANT
      *> ESCALO POR ANTIGUEDAD QUEDA FORZADO ('F') Y PROGSUS YA NO LO
      *> PUEDE LIBERAR. ESTE PROGRAMA APLICA LAS DECISIONES DEL
      *> SUPERVISOR CAPTURADAS EN EL ARCHIVO DE DISPOSICIONES
      *> DISPTRAN, UNA POR SUSPENSO (LLAVE SUSP-LOTE/SUSP-SECUENCIA):
      *> - 'C' CASTIGO: EL IMPORTE SE DA POR PERDIDO CON UN CODIGO
      *>   DE MOTIVO; SE ANEXA AL MAYOR DE CASTIGOS CASTIGOS (LAYOUT
      *>   CASTREC) Y EL SUSPENSO QUEDA CASTIGADO ('C');
      *> - 'L' LIBERACION ESPECIAL: EL SUSPENSO SE LIBERA UNA VEZ MAS
      *>   ('L') POR ENCIMA DEL LIMITE DE CICLOS, MARCADO COMO
      *>   AUTORIZACION DEL SUPERVISOR (SUSP-AUTORIZACION 'S'), PARA
      *>   QUE PROGCNS LO RECOJA EN LA SIGUIENTE CONSOLIDACION;
      *> - 'D' DEVOLUCION: EL SUSPENSO SE REGRESA A SU SUCURSAL DE
      *>   ORIGEN (TR-SUCURSAL); SE ANEXA CON SU IMAGEN COMPLETA AL
      *>   ARCHIVO DE DEVOLUCIONES DEVSUC Y QUEDA DEVUELTO ('D').
      *> SOLO SE DISPONE UN SUSPENSO QUE ESTE FORZADO. EL REPORTE
      *> DISPREP LISTA CADA DISPOSICION CON SU RESULTADO Y LA IMAGEN
      *> ANTES/DESPUES DEL SUSPENSO, LOS TOTALES POR TIPO Y EL
      *> IMPORTE CASTIGADO. UNA DISPOSICION RECHAZADA TERMINA EL JOB
      *> CON RETURN-CODE 08. SIN DISPTRAN NO HAY NADA QUE DISPONER.
      *> COMO TODA LA SUITE, ANEXA SU REGISTRO A RUNLOG.
      *>----------------------------------------------------------------
      *> HISTORIAL DE MODIFICACIONES
      *> 15/10/2026 JOS - VERSION INICIAL.
      *> 15/10/2026 JOS - EL SUSPENSO SE REGRABA ANTES DE ANEXAR EL
      *>                  CASTIGO O LA DEVOLUCION Y SE REVISA SU
      *>                  STATUS: SI LA REGRABACION FALLA NO SE TOCAN
      *>                  CASTIGOS NI DEVSUC Y LA DISPOSICION QUEDA
      *>                  RECHAZADA (RETURN-CODE 08), PARA QUE LA
      *>                  SIGUIENTE CORRIDA NO LA DISPONGA DOS VECES.
      *> 15/10/2026 JOS - SE REVISA EL STATUS AL GRABAR CASTIGOS Y
      *>                  DEVSUC: SI FALLA, LA DISPOSICION QUEDA
      *>                  RECHAZADA SIN CONTAR NI SUMAR IMPORTE, Y AL
      *>                  TERMINAR LA PASADA UNA SEGUNDA PASADA SOBRE
      *>                  SUSPENSO DEVUELVE EL REGISTRO A SU ESTADO
      *>                  ANTERIOR ('F') PARA QUE SE PUEDA DISPONER DE
      *>                  NUEVO; SI NO SE PUEDE DEVOLVER, TERMINA CON
      *>                  RETURN-CODE 16.
      *>----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSP-FILE        ASSIGN TO "DISPTRAN"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-DSP-STATUS.

           SELECT SUSP-FILE       ASSIGN TO "SUSPENSO"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-SUSP-STATUS.

           SELECT CAS-FILE        ASSIGN TO "CASTIGOS"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-CAS-STATUS.

           SELECT DEV-FILE        ASSIGN TO "DEVSUC"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-DEV-STATUS.

           SELECT DSP-REP         ASSIGN TO "DISPREP"
                                   ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG         ASSIGN TO "RUNLOG"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  DSP-FILE
           LABEL RECORDS ARE STANDARD.
       01  DSP-RECORD.
           05 DSP-LOTE             PIC 9(08).
           05 DSP-SECUENCIA        PIC 9(05).
           05 DSP-ACCION           PIC X(01).
              88 DSP-ES-CASTIGO                   VALUE "C".
              88 DSP-ES-LIBERACION                VALUE "L".
              88 DSP-ES-DEVOLUCION                VALUE "D".
           05 DSP-MOTIVO           PIC X(04).
           05 DSP-SUPERVISOR       PIC X(08).
           05 FILLER               PIC X(54).

       FD  SUSP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUSPREC.

       FD  CAS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CASTREC.

       FD  DEV-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEV-RECORD.
           05 DEV-SUCURSAL         PIC 9(02).
           05 DEV-FECHA            PIC 9(08).
           05 DEV-SUPERVISOR       PIC X(08).
           05 DEV-MOTIVO           PIC X(04).
           05 DEV-SUSPENSO         PIC X(128).

       FD  DSP-REP
           LABEL RECORDS ARE STANDARD.
       01  DSP-LINEA               PIC X(80).

       FD  RUN-LOG
           LABEL RECORDS ARE STANDARD.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
           COPY TRANSREC.

       01  WS-STATUS-ARCHIVOS.
           05 WS-DSP-STATUS        PIC X(02)      VALUE "00".
           05 WS-SUSP-STATUS       PIC X(02)      VALUE "00".
           05 WS-CAS-STATUS        PIC X(02)      VALUE "00".
           05 WS-DEV-STATUS        PIC X(02)      VALUE "00".

       01  WS-AREA-BITACORA.
           05 WS-RUNLOG-STATUS     PIC X(02)      VALUE "00".
           05 WS-FECHA-PROCESO     PIC 9(08)      VALUE ZEROS.
           05 WS-HORA-COMPLETA     PIC 9(08)      VALUE ZEROS.
           05 WS-HORA-COMPLETA-R REDEFINES WS-HORA-COMPLETA.
              10 WS-HORA-HHMMSS    PIC 9(06).
              10 FILLER            PIC 9(02).
           05 WS-HORA-INICIO       PIC 9(06)      VALUE ZEROS.

       01  WS-SWITCHES.
           05 WS-SW-FIN-DSP        PIC X(01)      VALUE "N".
              88 WS-FIN-DSP                       VALUE "S".
           05 WS-SW-FIN-SUSP       PIC X(01)      VALUE "N".
              88 WS-FIN-SUSP                      VALUE "S".
           05 WS-SW-DSP-HALLADA    PIC X(01)      VALUE "N".
              88 WS-DSP-HALLADA                   VALUE "S".

       01  WS-AREA-DISPOSICION.
           05 WS-MOTIVO-DSP        PIC X(20)      VALUE SPACES.
           05 WS-DSP-MAX           PIC 9(03)      VALUE 500.
           05 WS-DSP-USADAS        PIC 9(03)      VALUE ZEROS.
           05 WS-IND-DSP           PIC 9(03)      VALUE ZEROS.
           05 WS-DSP-HALLADA-EN    PIC 9(03)      VALUE ZEROS.

      *> UNA ENTRADA POR MOVIMIENTO DE DISPTRAN, EN EL ORDEN DEL
      *> ARCHIVO. WS-DSP-VISTO MARCA QUE LA LLAVE SI APARECIO EN
      *> SUSPENSO PERO NO ESTABA FORZADA, PARA DISTINGUIR ESE
      *> RECHAZO DEL DE UNA LLAVE INEXISTENTE.
       01  WS-TABLA-DISPOSICIONES.
           05 WS-DSP-ELEM OCCURS 500 TIMES.
              10 WS-DSP-LOTE       PIC 9(08).
              10 WS-DSP-SEC        PIC 9(05).
              10 WS-DSP-ACCION     PIC X(01).
              10 WS-DSP-MOTIVO     PIC X(04).
              10 WS-DSP-SUPERVISOR PIC X(08).
              10 WS-DSP-SITUACION  PIC X(01).
                 88 WS-DSP-PENDIENTE             VALUE "P".
                 88 WS-DSP-APLICADA              VALUE "A".
                 88 WS-DSP-RECHAZADA             VALUE "R".
              10 WS-DSP-VISTO      PIC X(01).
                 88 WS-DSP-NO-FORZADO            VALUE "S".
              10 WS-DSP-RESULTADO  PIC X(20).
              10 WS-DSP-EST-ANTES  PIC X(01).
              10 WS-DSP-EST-DESP   PIC X(01).
              10 WS-DSP-SUCURSAL   PIC X(02).
              10 WS-DSP-CATEGORIA  PIC X(02).
              10 WS-DSP-MOVTO      PIC X(01).
              10 WS-DSP-IMPORTE    PIC X(09).
              10 WS-DSP-CICLOS     PIC 9(02).
              10 WS-DSP-RESTAURAR  PIC X(01).
                 88 WS-DSP-POR-RESTAURAR         VALUE "S".

       01  WS-CONTADORES.
           05 WS-CONT-LEIDOS       PIC 9(05)      VALUE ZEROS.
           05 WS-CONT-APLICADOS    PIC 9(05)      VALUE ZEROS.
           05 WS-CONT-RECHAZADOS   PIC 9(05)      VALUE ZEROS.
           05 WS-CONT-CASTIGOS     PIC 9(05)      VALUE ZEROS.
           05 WS-CONT-LIBERADOS    PIC 9(05)      VALUE ZEROS.
           05 WS-CONT-DEVUELTOS    PIC 9(05)      VALUE ZEROS.
           05 WS-CONT-POR-RESTAURAR PIC 9(05)     VALUE ZEROS.
           05 WS-CONT-RESTAURADOS  PIC 9(05)      VALUE ZEROS.
           05 WS-CONT-SIN-RESTAURAR PIC 9(05)     VALUE ZEROS.

       01  WS-TOTALES-CASTIGO.
           05 WS-CAS-CARGOS        PIC 9(11)V9(02) VALUE ZEROS.
           05 WS-CAS-ABONOS        PIC 9(11)V9(02) VALUE ZEROS.

       01  WS-LIN-TITULO.
           05 FILLER               PIC X(11)      VALUE "PROGDSP".
           05 FILLER               PIC X(35)      VALUE
              "DISPOSICION DE SUSPENSOS FORZADOS".
           05 FILLER               PIC X(07)      VALUE "FECHA: ".
           05 WS-TIT-FECHA         PIC 9(08).
           05 FILLER               PIC X(19)      VALUE SPACES.

       01  WS-LIN-ACCION.
           05 FILLER               PIC X(08)      VALUE "ACCION: ".
           05 WS-ACC-CODIGO        PIC X(01).
           05 FILLER               PIC X(08)      VALUE "  LOTE: ".
           05 WS-ACC-LOTE          PIC 9(08).
           05 FILLER               PIC X(06)      VALUE " SEC: ".
           05 WS-ACC-SEC           PIC 9(05).
           05 FILLER               PIC X(06)      VALUE " SUP: ".
           05 WS-ACC-SUPERVISOR    PIC X(08).
           05 FILLER               PIC X(01)      VALUE SPACES.
           05 WS-ACC-RESULTADO     PIC X(20).
           05 FILLER               PIC X(09)      VALUE SPACES.

       01  WS-LIN-IMAGEN.
           05 WS-IMG-ETIQUETA      PIC X(09).
           05 FILLER               PIC X(05)      VALUE "EST: ".
           05 WS-IMG-ESTADO        PIC X(01).
           05 FILLER               PIC X(06)      VALUE " SUC: ".
           05 WS-IMG-SUCURSAL      PIC X(02).
           05 FILLER               PIC X(06)      VALUE " CAT: ".
           05 WS-IMG-CATEGORIA     PIC X(02).
           05 FILLER               PIC X(05)      VALUE " MV: ".
           05 WS-IMG-MOVTO         PIC X(01).
           05 FILLER               PIC X(06)      VALUE " IMP: ".
           05 WS-IMG-IMPORTE       PIC X(09).
           05 FILLER               PIC X(06)      VALUE " CIC: ".
           05 WS-IMG-CICLOS        PIC 9(02).
           05 FILLER               PIC X(06)      VALUE " MOT: ".
           05 WS-IMG-MOTIVO        PIC X(04).
           05 FILLER               PIC X(10)      VALUE SPACES.

       01  WS-LIN-TOT-DSP.
           05 FILLER               PIC X(11)      VALUE "APLICADOS: ".
           05 WS-TOT-APLICADOS     PIC ZZZZ9.
           05 FILLER               PIC X(14)      VALUE
              "  RECHAZADOS: ".
           05 WS-TOT-RECHAZADOS    PIC ZZZZ9.
           05 FILLER               PIC X(45)      VALUE SPACES.

       01  WS-LIN-TOT-TIPOS.
           05 FILLER               PIC X(12)      VALUE "CASTIGADOS: ".
           05 WS-TOT-CASTIGOS      PIC ZZZZ9.
           05 FILLER               PIC X(12)      VALUE " LIBERADOS: ".
           05 WS-TOT-LIBERADOS     PIC ZZZZ9.
           05 FILLER               PIC X(12)      VALUE " DEVUELTOS: ".
           05 WS-TOT-DEVUELTOS     PIC ZZZZ9.
           05 FILLER               PIC X(29)      VALUE SPACES.

       01  WS-LIN-TOT-CASTIGO.
           05 FILLER               PIC X(26)      VALUE
              "IMPORTE CASTIGADO CARGOS: ".
           05 WS-TOT-CAS-CARGOS    PIC ZZZZZZZZZZ9.99.
           05 FILLER               PIC X(09)      VALUE " ABONOS: ".
           05 WS-TOT-CAS-ABONOS    PIC ZZZZZZZZZZ9.99.
           05 FILLER               PIC X(17)      VALUE SPACES.

       PROCEDURE DIVISION.
       010-RAIZ.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-COMPLETA FROM TIME
           MOVE WS-HORA-HHMMSS TO WS-HORA-INICIO
           OPEN INPUT DSP-FILE
           IF WS-DSP-STATUS IS EQUAL TO "35"
               DISPLAY "SIN ARCHIVO DE DISPOSICIONES DISPTRAN, NADA "
                       "QUE DISPONER"
               PERFORM 900-GRABA-BITACORA THRU 900-FIN
               GOBACK
           END-IF
           OPEN OUTPUT DSP-REP
           MOVE WS-FECHA-PROCESO TO WS-TIT-FECHA
           WRITE DSP-LINEA       FROM WS-LIN-TITULO
           PERFORM 100-CARGA-DISPOSICION THRU 100-FIN
                   UNTIL WS-FIN-DSP
           CLOSE DSP-FILE
           IF WS-DSP-USADAS IS GREATER THAN ZEROS
               PERFORM 200-APLICA-DISPOSICIONES THRU 200-FIN
           END-IF
           PERFORM 300-IMPRIME-REPORTE THRU 300-FIN
           CLOSE DSP-REP
           DISPLAY "DISPOSICIONES LEIDAS: " WS-CONT-LEIDOS
           DISPLAY "DISPOSICIONES APLICADAS: " WS-CONT-APLICADOS
           IF WS-CONT-RECHAZADOS IS GREATER THAN ZEROS
               MOVE 08 TO RETURN-CODE
               DISPLAY "DISPOSICIONES RECHAZADAS: "
                       WS-CONT-RECHAZADOS
               DISPLAY "RETURN-CODE: " RETURN-CODE
           END-IF
           IF WS-CONT-SIN-RESTAURAR IS GREATER THAN ZEROS
               MOVE 16 TO RETURN-CODE
               DISPLAY "SUSPENSOS SIN MAYOR NI ESTADO ANTERIOR: "
                       WS-CONT-SIN-RESTAURAR ", REVISAR A MANO"
               DISPLAY "RETURN-CODE: " RETURN-CODE
           END-IF
           PERFORM 900-GRABA-BITACORA THRU 900-FIN
           GOBACK.

      *>----------------------------------------------------------------
      *> CARGA DE DISPTRAN A LA TABLA. LA DISPOSICION QUE NO PASA LA
      *> VALIDACION ENTRA YA RECHAZADA, PARA QUE EL REPORTE LA LISTE
      *> EN SU LUGAR; LA QUE NO CABE EN LA TABLA SE REPORTA DE
      *> INMEDIATO.
      *>----------------------------------------------------------------
       100-CARGA-DISPOSICION.
           READ DSP-FILE
               AT END
                   SET WS-FIN-DSP TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-LEIDOS
                   IF WS-DSP-USADAS IS LESS THAN WS-DSP-MAX
                       PERFORM 110-VALIDA-DISPOSICION THRU 110-FIN
                       PERFORM 130-GUARDA-DISPOSICION THRU 130-FIN
                   ELSE
                       PERFORM 140-REPORTA-EXCEDENTE THRU 140-FIN
                   END-IF
           END-READ.
       100-FIN. EXIT.

       110-VALIDA-DISPOSICION.
           MOVE SPACES TO WS-MOTIVO-DSP
           EVALUATE TRUE
               WHEN NOT DSP-ES-CASTIGO AND NOT DSP-ES-LIBERACION AND
                    NOT DSP-ES-DEVOLUCION
                   MOVE "ACCION INVALIDA"      TO WS-MOTIVO-DSP
               WHEN DSP-LOTE IS NOT NUMERIC OR
                    DSP-SECUENCIA IS NOT NUMERIC OR
                    DSP-LOTE IS EQUAL TO ZEROS
                   MOVE "LLAVE INVALIDA"       TO WS-MOTIVO-DSP
               WHEN DSP-SUPERVISOR IS EQUAL TO SPACES
                   MOVE "SIN SUPERVISOR"       TO WS-MOTIVO-DSP
               WHEN DSP-ES-CASTIGO AND
                    DSP-MOTIVO IS EQUAL TO SPACES
                   MOVE "CASTIGO SIN MOTIVO"   TO WS-MOTIVO-DSP
               WHEN OTHER
                   PERFORM 120-BUSCA-DUPLICADA THRU 120-FIN
           END-EVALUATE.
       110-FIN. EXIT.

      *> UN MISMO SUSPENSO NO PUEDE DISPONERSE DOS VECES EN LA MISMA
      *> CORRIDA: LA SEGUNDA DISPOSICION SE RECHAZA.
       120-BUSCA-DUPLICADA.
           MOVE "N" TO WS-SW-DSP-HALLADA
           PERFORM 125-COMPARA-LLAVE THRU 125-FIN
                   VARYING WS-IND-DSP FROM 1 BY 1
                   UNTIL WS-IND-DSP IS GREATER THAN WS-DSP-USADAS
                      OR WS-DSP-HALLADA
           IF WS-DSP-HALLADA
               MOVE "DUPLICADA EN ARCHIVO" TO WS-MOTIVO-DSP
           END-IF.
       120-FIN. EXIT.

       125-COMPARA-LLAVE.
           IF WS-DSP-LOTE (WS-IND-DSP) IS EQUAL TO DSP-LOTE AND
              WS-DSP-SEC (WS-IND-DSP)  IS EQUAL TO DSP-SECUENCIA AND
              NOT WS-DSP-RECHAZADA (WS-IND-DSP)
               SET WS-DSP-HALLADA TO TRUE
           END-IF.
       125-FIN. EXIT.

       130-GUARDA-DISPOSICION.
           ADD 1 TO WS-DSP-USADAS
           MOVE WS-DSP-USADAS  TO WS-IND-DSP
           MOVE DSP-LOTE       TO WS-DSP-LOTE       (WS-IND-DSP)
           MOVE DSP-SECUENCIA  TO WS-DSP-SEC        (WS-IND-DSP)
           MOVE DSP-ACCION     TO WS-DSP-ACCION     (WS-IND-DSP)
           MOVE DSP-MOTIVO     TO WS-DSP-MOTIVO     (WS-IND-DSP)
           MOVE DSP-SUPERVISOR TO WS-DSP-SUPERVISOR (WS-IND-DSP)
           MOVE "N"            TO WS-DSP-VISTO      (WS-IND-DSP)
                                  WS-DSP-RESTAURAR  (WS-IND-DSP)
           MOVE SPACES         TO WS-DSP-EST-ANTES  (WS-IND-DSP)
                                  WS-DSP-EST-DESP   (WS-IND-DSP)
                                  WS-DSP-SUCURSAL   (WS-IND-DSP)
                                  WS-DSP-CATEGORIA  (WS-IND-DSP)
                                  WS-DSP-MOVTO      (WS-IND-DSP)
                                  WS-DSP-IMPORTE    (WS-IND-DSP)
           MOVE ZEROS          TO WS-DSP-CICLOS     (WS-IND-DSP)
           IF WS-MOTIVO-DSP IS EQUAL TO SPACES
               SET WS-DSP-PENDIENTE (WS-IND-DSP) TO TRUE
               MOVE SPACES        TO WS-DSP-RESULTADO (WS-IND-DSP)
           ELSE
               SET WS-DSP-RECHAZADA (WS-IND-DSP) TO TRUE
               MOVE WS-MOTIVO-DSP TO WS-DSP-RESULTADO (WS-IND-DSP)
           END-IF.
       130-FIN. EXIT.

       140-REPORTA-EXCEDENTE.
           ADD 1 TO WS-CONT-RECHAZADOS
           MOVE DSP-ACCION     TO WS-ACC-CODIGO
           IF DSP-LOTE IS NUMERIC
               MOVE DSP-LOTE      TO WS-ACC-LOTE
           ELSE
               MOVE ZEROS         TO WS-ACC-LOTE
           END-IF
           IF DSP-SECUENCIA IS NUMERIC
               MOVE DSP-SECUENCIA TO WS-ACC-SEC
           ELSE
               MOVE ZEROS         TO WS-ACC-SEC
           END-IF
           MOVE DSP-SUPERVISOR TO WS-ACC-SUPERVISOR
           MOVE "EXCEDE 500 POR JOB" TO WS-ACC-RESULTADO
           WRITE DSP-LINEA FROM WS-LIN-ACCION.
       140-FIN. EXIT.

      *>----------------------------------------------------------------
      *> UNA SOLA PASADA SOBRE SUSPENSO EN I-O: CADA REGISTRO CUYA
      *> LLAVE TIENE UNA DISPOSICION PENDIENTE SE DISPONE SI ESTA
      *> FORZADO Y SE REGRABA EN SU LUGAR.
      *>----------------------------------------------------------------
       200-APLICA-DISPOSICIONES.
           OPEN I-O SUSP-FILE
           IF WS-SUSP-STATUS IS EQUAL TO "35"
               DISPLAY "NO EXISTE ARCHIVO DE SUSPENSOS"
           ELSE
               PERFORM 205-ABRE-SALIDAS THRU 205-FIN
               PERFORM 210-LEE-SUSPENSO THRU 210-FIN
                       UNTIL WS-FIN-SUSP
               CLOSE SUSP-FILE
               CLOSE CAS-FILE
               CLOSE DEV-FILE
               IF WS-CONT-POR-RESTAURAR IS GREATER THAN ZEROS
                   PERFORM 280-RESTAURA-SUSPENSOS THRU 280-FIN
               END-IF
           END-IF.
       200-FIN. EXIT.

       205-ABRE-SALIDAS.
           OPEN EXTEND CAS-FILE
           IF WS-CAS-STATUS IS EQUAL TO "35"
               OPEN OUTPUT CAS-FILE
           END-IF
           OPEN EXTEND DEV-FILE
           IF WS-DEV-STATUS IS EQUAL TO "35"
               OPEN OUTPUT DEV-FILE
           END-IF.
       205-FIN. EXIT.

       210-LEE-SUSPENSO.
           READ SUSP-FILE
               AT END
                   SET WS-FIN-SUSP TO TRUE
               NOT AT END
                   IF SUSP-LOTE IS NUMERIC AND
                      SUSP-SECUENCIA IS NUMERIC
                       PERFORM 220-BUSCA-DISPOSICION THRU 220-FIN
                   END-IF
           END-READ.
       210-FIN. EXIT.

       220-BUSCA-DISPOSICION.
           MOVE "N"   TO WS-SW-DSP-HALLADA
           MOVE ZEROS TO WS-DSP-HALLADA-EN
           PERFORM 225-COMPARA-SUSPENSO THRU 225-FIN
                   VARYING WS-IND-DSP FROM 1 BY 1
                   UNTIL WS-IND-DSP IS GREATER THAN WS-DSP-USADAS
                      OR WS-DSP-HALLADA
           IF WS-DSP-HALLADA
               MOVE WS-DSP-HALLADA-EN TO WS-IND-DSP
               IF SUSP-FORZADO
                   PERFORM 230-DISPONE-SUSPENSO THRU 230-FIN
               ELSE
                   MOVE "S" TO WS-DSP-VISTO (WS-IND-DSP)
               END-IF
           END-IF.
       220-FIN. EXIT.

       225-COMPARA-SUSPENSO.
           IF WS-DSP-PENDIENTE (WS-IND-DSP) AND
              WS-DSP-LOTE (WS-IND-DSP) IS EQUAL TO SUSP-LOTE AND
              WS-DSP-SEC (WS-IND-DSP)  IS EQUAL TO SUSP-SECUENCIA
               SET WS-DSP-HALLADA TO TRUE
               MOVE WS-IND-DSP TO WS-DSP-HALLADA-EN
           END-IF.
       225-FIN. EXIT.

       230-DISPONE-SUSPENSO.
           MOVE SUSP-TRANS    TO TRANS-RECORD
           MOVE SPACES        TO WS-MOTIVO-DSP
           MOVE SUSP-ESTADO   TO WS-DSP-EST-ANTES  (WS-IND-DSP)
           MOVE TR-SUCURSAL   TO WS-DSP-SUCURSAL   (WS-IND-DSP)
           MOVE TR-CATEGORIA  TO WS-DSP-CATEGORIA  (WS-IND-DSP)
           MOVE TR-TIPO-MOVTO TO WS-DSP-MOVTO      (WS-IND-DSP)
           MOVE TR-NUMERO-X   TO WS-DSP-IMPORTE    (WS-IND-DSP)
           IF SUSP-CICLOS IS NUMERIC
               MOVE SUSP-CICLOS TO WS-DSP-CICLOS   (WS-IND-DSP)
           END-IF
           EVALUATE WS-DSP-ACCION (WS-IND-DSP)
               WHEN "C"
                   PERFORM 240-CASTIGA-SUSPENSO  THRU 240-FIN
               WHEN "L"
                   PERFORM 250-LIBERA-ESPECIAL   THRU 250-FIN
               WHEN "D"
                   PERFORM 260-DEVUELVE-SUSPENSO THRU 260-FIN
           END-EVALUATE
           IF WS-MOTIVO-DSP IS EQUAL TO SPACES
               REWRITE SUSP-RECORD
               IF WS-SUSP-STATUS IS EQUAL TO "00"
                   PERFORM 270-GRABA-DISPOSICION THRU 270-FIN
               ELSE
                   DISPLAY "ERROR REGRABANDO SUSPENSO " SUSP-LOTE
                           "/" SUSP-SECUENCIA " STATUS "
                           WS-SUSP-STATUS
                   MOVE "ERROR AL REGRABAR" TO WS-MOTIVO-DSP
               END-IF
           END-IF
           IF WS-MOTIVO-DSP IS EQUAL TO SPACES
               SET WS-DSP-APLICADA (WS-IND-DSP) TO TRUE
               MOVE "APLICADA"    TO WS-DSP-RESULTADO (WS-IND-DSP)
               MOVE SUSP-ESTADO   TO WS-DSP-EST-DESP  (WS-IND-DSP)
           ELSE
               SET WS-DSP-RECHAZADA (WS-IND-DSP) TO TRUE
               MOVE WS-MOTIVO-DSP TO WS-DSP-RESULTADO (WS-IND-DSP)
           END-IF.
       230-FIN. EXIT.

      *> EL CASTIGO NECESITA UN IMPORTE VALIDO QUE CONTABILIZAR; LA
      *> SUCURSAL Y LA CATEGORIA SE GRABAN COMO VIENEN (CERO EN UN
      *> RECHAZO ANTERIOR AL ESTAMPADO DE SUCURSAL). 240 Y 260 SOLO
      *> ARMAN EL REGISTRO DEL MAYOR; 270 LO GRABA YA REGRABADO EL
      *> SUSPENSO.
       240-CASTIGA-SUSPENSO.
           IF TR-NUMERO IS NOT NUMERIC
               MOVE "IMPORTE NO NUMERICO" TO WS-MOTIVO-DSP
           ELSE
               MOVE SPACES              TO CAS-RECORD
               MOVE WS-FECHA-PROCESO    TO CAS-FECHA
               MOVE SUSP-LOTE           TO CAS-LOTE
               MOVE SUSP-SECUENCIA      TO CAS-SECUENCIA
               IF TR-SUCURSAL IS NUMERIC
                   MOVE TR-SUCURSAL     TO CAS-SUCURSAL
               ELSE
                   MOVE ZEROS           TO CAS-SUCURSAL
               END-IF
               IF TR-CATEGORIA IS NUMERIC
                   MOVE TR-CATEGORIA    TO CAS-CATEGORIA
               ELSE
                   MOVE ZEROS           TO CAS-CATEGORIA
               END-IF
               MOVE TR-TIPO-MOVTO       TO CAS-TIPO-MOVTO
               MOVE TR-NUMERO           TO CAS-IMPORTE
               MOVE WS-DSP-MOTIVO (WS-IND-DSP)     TO CAS-MOTIVO
               MOVE WS-DSP-SUPERVISOR (WS-IND-DSP) TO CAS-SUPERVISOR
               MOVE SUSP-FECHA-RECHAZO  TO CAS-FECHA-RECHAZO
               MOVE SUSP-MOTIVO         TO CAS-MOTIVO-RECHAZO
               SET SUSP-CASTIGADO TO TRUE
           END-IF.
       240-FIN. EXIT.

      *> LA LIBERACION ESPECIAL SE RIGE POR LAS MISMAS REGLAS QUE LA
      *> LIBERACION SIN CAMBIOS DE PROGSUS: UN SUSPENSO QUE VOLVERA A
      *> RECHAZARSE POR SUS DATOS NO SE RECICLA.
       250-LIBERA-ESPECIAL.
           EVALUATE TRUE
               WHEN TR-NUMERO IS NOT NUMERIC
                   MOVE "IMPORTE NO NUMERICO" TO WS-MOTIVO-DSP
               WHEN TR-TIPO-MOVTO IS NOT EQUAL TO "C" AND
                    TR-TIPO-MOVTO IS NOT EQUAL TO "A" AND
                    TR-TIPO-MOVTO IS NOT EQUAL TO SPACES
                   MOVE "MOVIMIENTO INVALIDO" TO WS-MOTIVO-DSP
               WHEN OTHER
                   SET SUSP-LIBERADO            TO TRUE
                   SET SUSP-LIBERACION-ESPECIAL TO TRUE
           END-EVALUATE.
       250-FIN. EXIT.

       260-DEVUELVE-SUSPENSO.
           IF TR-SUCURSAL IS NOT NUMERIC OR
              TR-SUCURSAL IS EQUAL TO ZEROS
               MOVE "SIN SUCURSAL ORIGEN" TO WS-MOTIVO-DSP
           ELSE
               SET SUSP-DEVUELTO TO TRUE
               MOVE TR-SUCURSAL         TO DEV-SUCURSAL
               MOVE WS-FECHA-PROCESO    TO DEV-FECHA
               MOVE WS-DSP-SUPERVISOR (WS-IND-DSP) TO DEV-SUPERVISOR
               MOVE WS-DSP-MOTIVO (WS-IND-DSP)     TO DEV-MOTIVO
               MOVE SUSP-RECORD         TO DEV-SUSPENSO
           END-IF.
       260-FIN. EXIT.

      *> SI EL MAYOR NO SE GRABA, EL SUSPENSO YA QUEDO REGRABADO
      *> COMO 'C' O 'D'; SE MARCA PARA DEVOLVERLO A SU ESTADO
      *> ANTERIOR EN 280, YA QUE EN SECUENCIAL NO SE PUEDE REGRABAR
      *> DOS VECES SIN UNA LECTURA DE POR MEDIO.
       270-GRABA-DISPOSICION.
           EVALUATE WS-DSP-ACCION (WS-IND-DSP)
               WHEN "C"
                   WRITE CAS-RECORD
                   IF WS-CAS-STATUS IS EQUAL TO "00"
                       PERFORM 272-SUMA-CASTIGO THRU 272-FIN
                   ELSE
                       DISPLAY "ERROR GRABANDO CASTIGOS " SUSP-LOTE
                               "/" SUSP-SECUENCIA " STATUS "
                               WS-CAS-STATUS
                       PERFORM 275-MARCA-RESTAURAR THRU 275-FIN
                   END-IF
               WHEN "L"
                   ADD 1 TO WS-CONT-LIBERADOS
               WHEN "D"
                   WRITE DEV-RECORD
                   IF WS-DEV-STATUS IS EQUAL TO "00"
                       ADD 1 TO WS-CONT-DEVUELTOS
                   ELSE
                       DISPLAY "ERROR GRABANDO DEVSUC " SUSP-LOTE
                               "/" SUSP-SECUENCIA " STATUS "
                               WS-DEV-STATUS
                       PERFORM 275-MARCA-RESTAURAR THRU 275-FIN
                   END-IF
           END-EVALUATE.
       270-FIN. EXIT.

       272-SUMA-CASTIGO.
           IF TR-ES-ABONO
               ADD TR-NUMERO TO WS-CAS-ABONOS
                   ON SIZE ERROR
                       PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
               END-ADD
           ELSE
               ADD TR-NUMERO TO WS-CAS-CARGOS
                   ON SIZE ERROR
                       PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
               END-ADD
           END-IF
           ADD 1 TO WS-CONT-CASTIGOS.
       272-FIN. EXIT.

       275-MARCA-RESTAURAR.
           MOVE "ERROR GRABANDO MAYOR" TO WS-MOTIVO-DSP
           MOVE "S" TO WS-DSP-RESTAURAR (WS-IND-DSP)
           ADD 1 TO WS-CONT-POR-RESTAURAR.
       275-FIN. EXIT.

      *>----------------------------------------------------------------
      *> SEGUNDA PASADA SOBRE SUSPENSO, SOLO SI ALGUN CASTIGO O
      *> DEVOLUCION NO SE PUDO GRABAR: EL REGISTRO VUELVE A SU ESTADO
      *> ANTERIOR PARA QUE UNA CORRIDA POSTERIOR LO DISPONGA. LO QUE
      *> NO SE DEVUELVE TERMINA LA CORRIDA CON RETURN-CODE 16.
      *>----------------------------------------------------------------
       280-RESTAURA-SUSPENSOS.
           MOVE "N" TO WS-SW-FIN-SUSP
           OPEN I-O SUSP-FILE
           IF WS-SUSP-STATUS IS EQUAL TO "00"
               PERFORM 285-LEE-RESTAURAR THRU 285-FIN
                       UNTIL WS-FIN-SUSP
               CLOSE SUSP-FILE
           ELSE
               DISPLAY "NO SE PUDO REABRIR SUSPENSO, STATUS "
                       WS-SUSP-STATUS
           END-IF
           SUBTRACT WS-CONT-RESTAURADOS FROM WS-CONT-POR-RESTAURAR
                    GIVING WS-CONT-SIN-RESTAURAR.
       280-FIN. EXIT.

       285-LEE-RESTAURAR.
           READ SUSP-FILE
               AT END
                   SET WS-FIN-SUSP TO TRUE
               NOT AT END
                   IF SUSP-CASTIGADO OR SUSP-DEVUELTO
                       MOVE "N"   TO WS-SW-DSP-HALLADA
                       MOVE ZEROS TO WS-DSP-HALLADA-EN
                       PERFORM 287-COMPARA-RESTAURAR THRU 287-FIN
                               VARYING WS-IND-DSP FROM 1 BY 1
                               UNTIL WS-IND-DSP IS GREATER THAN
                                     WS-DSP-USADAS
                                  OR WS-DSP-HALLADA
                       IF WS-DSP-HALLADA
                           PERFORM 288-DEVUELVE-ESTADO THRU 288-FIN
                       END-IF
                   END-IF
           END-READ.
       285-FIN. EXIT.

       287-COMPARA-RESTAURAR.
           IF WS-DSP-POR-RESTAURAR (WS-IND-DSP) AND
              WS-DSP-LOTE (WS-IND-DSP) IS EQUAL TO SUSP-LOTE AND
              WS-DSP-SEC (WS-IND-DSP)  IS EQUAL TO SUSP-SECUENCIA
               SET WS-DSP-HALLADA TO TRUE
               MOVE WS-IND-DSP TO WS-DSP-HALLADA-EN
           END-IF.
       287-FIN. EXIT.

       288-DEVUELVE-ESTADO.
           MOVE WS-DSP-HALLADA-EN TO WS-IND-DSP
           MOVE WS-DSP-EST-ANTES (WS-IND-DSP) TO SUSP-ESTADO
           REWRITE SUSP-RECORD
           IF WS-SUSP-STATUS IS EQUAL TO "00"
               MOVE "N" TO WS-DSP-RESTAURAR (WS-IND-DSP)
               ADD 1 TO WS-CONT-RESTAURADOS
           ELSE
               DISPLAY "NO SE PUDO DEVOLVER EL SUSPENSO " SUSP-LOTE
                       "/" SUSP-SECUENCIA " A SU ESTADO ANTERIOR, "
                       "STATUS " WS-SUSP-STATUS
           END-IF.
       288-FIN. EXIT.

      *>----------------------------------------------------------------
      *> REPORTE EN EL ORDEN DE DISPTRAN. LO QUE QUEDO PENDIENTE
      *> DESPUES DE LA PASADA NO SE HALLO FORZADO EN SUSPENSO.
      *>----------------------------------------------------------------
       300-IMPRIME-REPORTE.
           PERFORM 310-REPORTA-DISPOSICION THRU 310-FIN
                   VARYING WS-IND-DSP FROM 1 BY 1
                   UNTIL WS-IND-DSP IS GREATER THAN WS-DSP-USADAS
           MOVE WS-CONT-APLICADOS  TO WS-TOT-APLICADOS
           MOVE WS-CONT-RECHAZADOS TO WS-TOT-RECHAZADOS
           WRITE DSP-LINEA         FROM WS-LIN-TOT-DSP
           MOVE WS-CONT-CASTIGOS   TO WS-TOT-CASTIGOS
           MOVE WS-CONT-LIBERADOS  TO WS-TOT-LIBERADOS
           MOVE WS-CONT-DEVUELTOS  TO WS-TOT-DEVUELTOS
           WRITE DSP-LINEA         FROM WS-LIN-TOT-TIPOS
           MOVE WS-CAS-CARGOS      TO WS-TOT-CAS-CARGOS
           MOVE WS-CAS-ABONOS      TO WS-TOT-CAS-ABONOS
           WRITE DSP-LINEA         FROM WS-LIN-TOT-CASTIGO.
       300-FIN. EXIT.

       310-REPORTA-DISPOSICION.
           IF WS-DSP-PENDIENTE (WS-IND-DSP)
               SET WS-DSP-RECHAZADA (WS-IND-DSP) TO TRUE
               IF WS-DSP-NO-FORZADO (WS-IND-DSP)
                   MOVE "NO ESTA FORZADO"
                                 TO WS-DSP-RESULTADO (WS-IND-DSP)
               ELSE
                   MOVE "NO ESTA EN SUSPENSO"
                                 TO WS-DSP-RESULTADO (WS-IND-DSP)
               END-IF
           END-IF
           MOVE WS-DSP-ACCION (WS-IND-DSP)     TO WS-ACC-CODIGO
           IF WS-DSP-LOTE (WS-IND-DSP) IS NUMERIC
               MOVE WS-DSP-LOTE (WS-IND-DSP)   TO WS-ACC-LOTE
           ELSE
               MOVE ZEROS                      TO WS-ACC-LOTE
           END-IF
           IF WS-DSP-SEC (WS-IND-DSP) IS NUMERIC
               MOVE WS-DSP-SEC (WS-IND-DSP)    TO WS-ACC-SEC
           ELSE
               MOVE ZEROS                      TO WS-ACC-SEC
           END-IF
           MOVE WS-DSP-SUPERVISOR (WS-IND-DSP) TO WS-ACC-SUPERVISOR
           MOVE WS-DSP-RESULTADO (WS-IND-DSP)  TO WS-ACC-RESULTADO
           WRITE DSP-LINEA FROM WS-LIN-ACCION
           IF WS-DSP-APLICADA (WS-IND-DSP)
               ADD 1 TO WS-CONT-APLICADOS
               MOVE "ANTES    " TO WS-IMG-ETIQUETA
               MOVE WS-DSP-EST-ANTES (WS-IND-DSP) TO WS-IMG-ESTADO
               MOVE SPACES      TO WS-IMG-MOTIVO
               PERFORM 320-IMPRIME-IMAGEN THRU 320-FIN
               MOVE "DESPUES  " TO WS-IMG-ETIQUETA
               MOVE WS-DSP-EST-DESP (WS-IND-DSP)  TO WS-IMG-ESTADO
               MOVE WS-DSP-MOTIVO (WS-IND-DSP)    TO WS-IMG-MOTIVO
               PERFORM 320-IMPRIME-IMAGEN THRU 320-FIN
           ELSE
               ADD 1 TO WS-CONT-RECHAZADOS
           END-IF.
       310-FIN. EXIT.

       320-IMPRIME-IMAGEN.
           MOVE WS-DSP-SUCURSAL (WS-IND-DSP)  TO WS-IMG-SUCURSAL
           MOVE WS-DSP-CATEGORIA (WS-IND-DSP) TO WS-IMG-CATEGORIA
           MOVE WS-DSP-MOVTO (WS-IND-DSP)     TO WS-IMG-MOVTO
           MOVE WS-DSP-IMPORTE (WS-IND-DSP)   TO WS-IMG-IMPORTE
           MOVE WS-DSP-CICLOS (WS-IND-DSP)    TO WS-IMG-CICLOS
           WRITE DSP-LINEA FROM WS-LIN-IMAGEN.
       320-FIN. EXIT.

       900-GRABA-BITACORA.
           OPEN EXTEND RUN-LOG
           IF WS-RUNLOG-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RUN-LOG
           END-IF
           MOVE SPACES              TO RUN-RECORD
           MOVE "PROGDSP"           TO RUN-PROGRAMA
           MOVE WS-FECHA-PROCESO    TO RUN-FECHA
           MOVE WS-HORA-INICIO      TO RUN-HORA-INICIO
           ACCEPT WS-HORA-COMPLETA  FROM TIME
           MOVE WS-HORA-HHMMSS      TO RUN-HORA-FIN
           MOVE WS-CONT-LEIDOS      TO RUN-REGS-ENTRADA
           MOVE WS-CONT-APLICADOS   TO RUN-REGS-SALIDA
           MOVE WS-CONT-RECHAZADOS  TO RUN-RECHAZOS
           MOVE RETURN-CODE         TO RUN-RETORNO
           WRITE RUN-RECORD
           CLOSE RUN-LOG.
       900-FIN. EXIT.

       990-ABORTA-SOBREFLUJO.
           DISPLAY "SOBREFLUJO EN TOTALES DE CASTIGO, "
                   "CORRIDA ABORTADA"
           MOVE 16 TO RETURN-CODE
           DISPLAY "RETURN-CODE: " RETURN-CODE
           PERFORM 900-GRABA-BITACORA THRU 900-FIN
           STOP RUN.
       990-FIN. EXIT.
