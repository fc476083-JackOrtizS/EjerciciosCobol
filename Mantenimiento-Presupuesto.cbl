       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGPRE.
      *AUTHOR.                    JACK JOSAFAT ORTIZ SALAZAR
      *INSTALLATION.              PRUEBAS JACK
      *DATE-WRITTEN.              15/10/2026.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.

      *>----------------------------------------------------------------
      *> MANTENIMIENTO BATCH DEL MAESTRO DE PRESUPUESTO POR CATEGORIA
      *> (PRESUP, LAYOUT PRESREC). LEE EL ARCHIVO DE MOVIMIENTOS
      *> PRESTRANS:
      *>   A - ALTA DEL PRESUPUESTO DE UNA CATEGORIA EN UN MES, CON
      *>       SUS CARGOS Y ABONOS PRESUPUESTADOS;
      *>   C - CAMBIO DE LOS IMPORTES DE UN PRESUPUESTO EXISTENTE;
      *>   B - BAJA (BORRA EL REGISTRO DEL MES);
      *>   L - LISTA EL PRESUPUESTO DEL MES INDICADO, DEL ANO SI EL
      *>       MES VIENE EN CEROS, O TODO SI TAMBIEN EL ANO VIENE EN
      *>       CEROS.
      *> EN ALTA Y CAMBIO LA CATEGORIA DEBE EXISTIR ACTIVA EN
      *> CATMAST. IMPRIME EN PRESREP EL RESULTADO DE CADA MOVIMIENTO
      *> CON LA IMAGEN ANTES/DESPUES DEL REGISTRO TOCADO Y EL CONTEO
      *> DE APLICADOS Y RECHAZADOS, COMO PROGCAT. SUSTITUYE LA HOJA DE
      *> CALCULO QUE SE RECAPTURABA CADA MES. UN MOVIMIENTO RECHAZADO
      *> TERMINA CON RETURN-CODE 08.
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

           SELECT MNT-FILE        ASSIGN TO "PRESTRANS"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-MNT-STATUS.

           SELECT MANT-REP        ASSIGN TO "PRESREP"
                                   ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG         ASSIGN TO "RUNLOG"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PRES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PRESREC.

       FD  CAT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CATREC.

       FD  MNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MNT-RECORD.
           05 MNT-ACCION           PIC X(01).
              88 MNT-ES-ALTA                      VALUE "A".
              88 MNT-ES-CAMBIO                    VALUE "C".
              88 MNT-ES-BAJA                      VALUE "B".
              88 MNT-ES-LISTADO                   VALUE "L".
           05 MNT-PERIODO.
              10 MNT-ANO           PIC 9(04).
              10 MNT-MES           PIC 9(02).
           05 MNT-CATEGORIA        PIC 9(02).
           05 MNT-CARGOS           PIC 9(09)V9(02).
           05 MNT-ABONOS           PIC 9(09)V9(02).
           05 FILLER               PIC X(49).

       FD  MANT-REP
           LABEL RECORDS ARE STANDARD.
       01  MANT-LINEA              PIC X(80).

       FD  RUN-LOG
           LABEL RECORDS ARE STANDARD.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-PRES-STATUS          PIC X(02)      VALUE "00".
       01  WS-CAT-STATUS           PIC X(02)      VALUE "00".
       01  WS-MNT-STATUS           PIC X(02)      VALUE "00".

       01  WS-AREA-BITACORA.
           05 WS-RUNLOG-STATUS     PIC X(02)      VALUE "00".
           05 WS-HORA-COMPLETA     PIC 9(08)      VALUE ZEROS.
           05 WS-HORA-COMPLETA-R REDEFINES WS-HORA-COMPLETA.
              10 WS-HORA-HHMMSS    PIC 9(06).
              10 FILLER            PIC 9(02).
           05 WS-HORA-INICIO       PIC 9(06)      VALUE ZEROS.

       01  WS-SWITCHES.
           05 WS-SW-FIN-MNT        PIC X(01)      VALUE "N".
              88 WS-FIN-MNT                       VALUE "S".
           05 WS-SW-FIN-LISTA      PIC X(01)      VALUE "N".
              88 WS-FIN-LISTA                     VALUE "S".
           05 WS-SW-EXISTE-PRES    PIC X(01)      VALUE "N".
              88 WS-EXISTE-PRES                   VALUE "S".
           05 WS-SW-HAY-CATMAST    PIC X(01)      VALUE "N".
              88 WS-HAY-CATMAST                   VALUE "S".

       01  WS-AREA-BATCH.
           05 WS-FECHA-PROCESO     PIC 9(08)      VALUE ZEROS.
           05 WS-MOTIVO-MNT        PIC X(20)      VALUE SPACES.
           05 WS-CONT-APLICADOS    PIC 9(05)      VALUE ZEROS.
           05 WS-CONT-RECHAZADOS   PIC 9(05)      VALUE ZEROS.
           05 WS-ANO-LISTA         PIC 9(04)      VALUE ZEROS.
           05 WS-MES-LISTA         PIC 9(02)      VALUE ZEROS.
           05 WS-LIS-RENGLONES     PIC 9(05)      VALUE ZEROS.
           05 WS-LIS-TOT-CARGOS    PIC 9(11)V9(02) VALUE ZEROS.
           05 WS-LIS-TOT-ABONOS    PIC 9(11)V9(02) VALUE ZEROS.

       01  WS-IMAGEN-ANTES.
           05 WS-ANT-CARGOS        PIC 9(09)V9(02) VALUE ZEROS.
           05 WS-ANT-ABONOS        PIC 9(09)V9(02) VALUE ZEROS.
           05 WS-ANT-FECHA-MANT    PIC 9(08)      VALUE ZEROS.

       01  WS-LIN-TITULO.
           05 FILLER               PIC X(11)      VALUE "PROGPRE".
           05 FILLER               PIC X(35)      VALUE
              "MANTENIMIENTO DE PRESUPUESTO".
           05 FILLER               PIC X(07)      VALUE "FECHA: ".
           05 WS-TIT-FECHA         PIC 9(08).
           05 FILLER               PIC X(19)      VALUE SPACES.

       01  WS-LIN-ACCION.
           05 FILLER               PIC X(08)      VALUE "ACCION: ".
           05 WS-ACC-CODIGO        PIC X(01).
           05 FILLER               PIC X(11)      VALUE
              "  PERIODO: ".
           05 WS-ACC-PERIODO       PIC X(06).
           05 FILLER               PIC X(07)      VALUE "  CAT: ".
           05 WS-ACC-CATEGORIA     PIC X(02).
           05 FILLER               PIC X(02)      VALUE SPACES.
           05 WS-ACC-RESULTADO     PIC X(20).
           05 FILLER               PIC X(23)      VALUE SPACES.

       01  WS-LIN-IMAGEN.
           05 WS-IMG-ETIQUETA      PIC X(09).
           05 FILLER               PIC X(05)      VALUE "CAR: ".
           05 WS-IMG-CARGOS        PIC ZZZZZZZZ9.99.
           05 FILLER               PIC X(06)      VALUE " ABO: ".
           05 WS-IMG-ABONOS        PIC ZZZZZZZZ9.99.
           05 FILLER               PIC X(07)      VALUE " MANT: ".
           05 WS-IMG-FECHA-MANT    PIC 9(08).
           05 FILLER               PIC X(21)      VALUE SPACES.

       01  WS-LIN-TOT-MNT.
           05 FILLER               PIC X(11)      VALUE "APLICADOS: ".
           05 WS-TOT-APLICADOS     PIC ZZZZ9.
           05 FILLER               PIC X(14)      VALUE
              "  RECHAZADOS: ".
           05 WS-TOT-RECHAZADOS    PIC ZZZZ9.
           05 FILLER               PIC X(45)      VALUE SPACES.

       01  WS-LIN-LISTA.
           05 WS-LIS-ANO           PIC 9(04).
           05 FILLER               PIC X(01)      VALUE "/".
           05 WS-LIS-MES           PIC 9(02).
           05 FILLER               PIC X(05)      VALUE " CAT ".
           05 WS-LIS-CATEGORIA     PIC 9(02).
           05 FILLER               PIC X(06)      VALUE " CAR: ".
           05 WS-LIS-CARGOS        PIC ZZZZZZZZ9.99.
           05 FILLER               PIC X(06)      VALUE " ABO: ".
           05 WS-LIS-ABONOS        PIC ZZZZZZZZ9.99.
           05 FILLER               PIC X(07)      VALUE " MANT: ".
           05 WS-LIS-FECHA-MANT    PIC 9(08).
           05 FILLER               PIC X(15)      VALUE SPACES.

       01  WS-LIN-TOT-LISTA.
           05 FILLER               PIC X(09)      VALUE "RENGLONES".
           05 WS-TLI-RENGLONES     PIC ZZZZ9.
           05 FILLER               PIC X(06)      VALUE " CAR: ".
           05 WS-TLI-CARGOS        PIC ZZZZZZZZZZ9.99.
           05 FILLER               PIC X(06)      VALUE " ABO: ".
           05 WS-TLI-ABONOS        PIC ZZZZZZZZZZ9.99.
           05 FILLER               PIC X(26)      VALUE SPACES.

       PROCEDURE DIVISION.
       010-RAIZ.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-COMPLETA FROM TIME
           MOVE WS-HORA-HHMMSS TO WS-HORA-INICIO
           OPEN INPUT MNT-FILE
           IF WS-MNT-STATUS IS EQUAL TO "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE MOVIMIENTOS PRESTRANS, "
                       "NADA QUE APLICAR"
           ELSE
               PERFORM 020-ABRE-MAESTROS THRU 020-FIN
               PERFORM 600-MANTENIMIENTO-BATCH THRU 600-FIN
               CLOSE MNT-FILE
               CLOSE PRES-FILE
               IF WS-HAY-CATMAST
                   CLOSE CAT-FILE
               END-IF
           END-IF
           IF WS-CONT-RECHAZADOS IS GREATER THAN ZEROS
               MOVE 08 TO RETURN-CODE
               DISPLAY "MOVIMIENTOS RECHAZADOS: " WS-CONT-RECHAZADOS
               DISPLAY "RETURN-CODE: " RETURN-CODE
           END-IF
           PERFORM 800-GRABA-BITACORA THRU 800-FIN
           GOBACK.

      *> SIN CATMAST NO HAY CONTRA QUE VALIDAR LA CATEGORIA: LAS
      *> ALTAS Y CAMBIOS SE RECHAZAN CON ESE MOTIVO.
       020-ABRE-MAESTROS.
           OPEN I-O PRES-FILE
           IF WS-PRES-STATUS IS EQUAL TO "35"
               DISPLAY "NO EXISTE EL MAESTRO DE PRESUPUESTO, SE CREA"
               OPEN OUTPUT PRES-FILE
               CLOSE PRES-FILE
               OPEN I-O PRES-FILE
           END-IF
           OPEN INPUT CAT-FILE
           IF WS-CAT-STATUS IS EQUAL TO "35"
               DISPLAY "NO EXISTE EL MAESTRO DE CATEGORIAS CATMAST"
           ELSE
               SET WS-HAY-CATMAST TO TRUE
           END-IF.
       020-FIN. EXIT.

       600-MANTENIMIENTO-BATCH.
           OPEN OUTPUT MANT-REP
           MOVE WS-FECHA-PROCESO TO WS-TIT-FECHA
           WRITE MANT-LINEA      FROM WS-LIN-TITULO
           PERFORM 605-LEE-MOVIMIENTO THRU 605-FIN
                   UNTIL WS-FIN-MNT
           MOVE WS-CONT-APLICADOS  TO WS-TOT-APLICADOS
           MOVE WS-CONT-RECHAZADOS TO WS-TOT-RECHAZADOS
           WRITE MANT-LINEA        FROM WS-LIN-TOT-MNT
           CLOSE MANT-REP
           DISPLAY "MOVIMIENTOS APLICADOS: " WS-CONT-APLICADOS.
       600-FIN. EXIT.

       605-LEE-MOVIMIENTO.
           READ MNT-FILE
               AT END
                   SET WS-FIN-MNT TO TRUE
               NOT AT END
                   PERFORM 610-APLICA-MOVIMIENTO THRU 610-FIN
           END-READ.
       605-FIN. EXIT.

       610-APLICA-MOVIMIENTO.
           MOVE SPACES TO WS-MOTIVO-MNT
           MOVE ZEROS  TO WS-IMAGEN-ANTES
           PERFORM 640-VALIDA-MOVIMIENTO THRU 640-FIN
           IF WS-MOTIVO-MNT IS EQUAL TO SPACES AND
              (MNT-ES-ALTA OR MNT-ES-CAMBIO)
               PERFORM 642-VALIDA-CATEGORIA THRU 642-FIN
           END-IF
           IF WS-MOTIVO-MNT IS EQUAL TO SPACES
               EVALUATE TRUE
                   WHEN MNT-ES-LISTADO
                       PERFORM 700-LISTA-PRESUPUESTO THRU 700-FIN
                   WHEN MNT-ES-ALTA
                       PERFORM 615-ALTA-BATCH    THRU 615-FIN
                   WHEN MNT-ES-CAMBIO
                       PERFORM 620-CAMBIO-BATCH  THRU 620-FIN
                   WHEN MNT-ES-BAJA
                       PERFORM 625-BAJA-BATCH    THRU 625-FIN
               END-EVALUATE
           END-IF
           PERFORM 650-REPORTA-MOVIMIENTO THRU 650-FIN.
       610-FIN. EXIT.

       615-ALTA-BATCH.
           PERFORM 645-LEE-PRESUPUESTO THRU 645-FIN
           IF WS-EXISTE-PRES
               MOVE "YA EXISTE" TO WS-MOTIVO-MNT
           ELSE
               MOVE SPACES           TO PRES-RECORD
               MOVE MNT-ANO          TO PRES-ANO
               MOVE MNT-MES          TO PRES-MES
               MOVE MNT-CATEGORIA    TO PRES-CATEGORIA
               MOVE MNT-CARGOS       TO PRES-CARGOS
               MOVE MNT-ABONOS       TO PRES-ABONOS
               MOVE WS-FECHA-PROCESO TO PRES-FECHA-MANT
               WRITE PRES-RECORD
                   INVALID KEY
                       MOVE "ERROR DE GRABACION" TO WS-MOTIVO-MNT
               END-WRITE
           END-IF.
       615-FIN. EXIT.

       620-CAMBIO-BATCH.
           PERFORM 645-LEE-PRESUPUESTO THRU 645-FIN
           IF NOT WS-EXISTE-PRES
               MOVE "NO EXISTE" TO WS-MOTIVO-MNT
           ELSE
               MOVE MNT-CARGOS       TO PRES-CARGOS
               MOVE MNT-ABONOS       TO PRES-ABONOS
               MOVE WS-FECHA-PROCESO TO PRES-FECHA-MANT
               REWRITE PRES-RECORD
                   INVALID KEY
                       MOVE "ERROR DE GRABACION" TO WS-MOTIVO-MNT
               END-REWRITE
           END-IF.
       620-FIN. EXIT.

       625-BAJA-BATCH.
           PERFORM 645-LEE-PRESUPUESTO THRU 645-FIN
           IF NOT WS-EXISTE-PRES
               MOVE "NO EXISTE" TO WS-MOTIVO-MNT
           ELSE
               DELETE PRES-FILE RECORD
                   INVALID KEY
                       MOVE "ERROR AL BORRAR" TO WS-MOTIVO-MNT
               END-DELETE
           END-IF.
       625-FIN. EXIT.

       640-VALIDA-MOVIMIENTO.
           EVALUATE TRUE
               WHEN NOT MNT-ES-ALTA AND NOT MNT-ES-CAMBIO AND
                    NOT MNT-ES-BAJA AND NOT MNT-ES-LISTADO
                   MOVE "ACCION INVALIDA"  TO WS-MOTIVO-MNT
               WHEN MNT-ANO IS NOT NUMERIC OR
                    MNT-MES IS NOT NUMERIC
                   MOVE "PERIODO NO NUMERICO" TO WS-MOTIVO-MNT
               WHEN MNT-ES-LISTADO
                   CONTINUE
               WHEN MNT-ANO IS LESS THAN 1900 OR
                    MNT-ANO IS GREATER THAN 2999
                   MOVE "ANO INVALIDO"     TO WS-MOTIVO-MNT
               WHEN MNT-MES IS LESS THAN 01 OR
                    MNT-MES IS GREATER THAN 12
                   MOVE "MES INVALIDO"     TO WS-MOTIVO-MNT
               WHEN MNT-CATEGORIA IS NOT NUMERIC OR
                    MNT-CATEGORIA IS EQUAL TO ZEROS
                   MOVE "CODIGO INVALIDO"  TO WS-MOTIVO-MNT
               WHEN MNT-ES-BAJA
                   CONTINUE
               WHEN MNT-CARGOS IS NOT NUMERIC OR
                    MNT-ABONOS IS NOT NUMERIC
                   MOVE "IMPORTES NO NUMERICOS" TO WS-MOTIVO-MNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       640-FIN. EXIT.

      *> EL PRESUPUESTO SOLO SE ACEPTA PARA CATEGORIAS VIGENTES: UNA
      *> CATEGORIA DESACTIVADA YA NO RECIBE DETALLES EN PROGSTR.
       642-VALIDA-CATEGORIA.
           IF NOT WS-HAY-CATMAST
               MOVE "SIN MAESTRO CATMAST" TO WS-MOTIVO-MNT
           ELSE
               MOVE MNT-CATEGORIA TO CAT-CODIGO
               READ CAT-FILE
                   INVALID KEY
                       MOVE "CATEGORIA NO EXISTE" TO WS-MOTIVO-MNT
                   NOT INVALID KEY
                       IF CAT-INACTIVA
                           MOVE "CATEGORIA INACTIVA"
                                              TO WS-MOTIVO-MNT
                       END-IF
               END-READ
           END-IF.
       642-FIN. EXIT.

       645-LEE-PRESUPUESTO.
           MOVE "N"           TO WS-SW-EXISTE-PRES
           MOVE MNT-ANO       TO PRES-ANO
           MOVE MNT-MES       TO PRES-MES
           MOVE MNT-CATEGORIA TO PRES-CATEGORIA
           READ PRES-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-EXISTE-PRES TO TRUE
                   MOVE PRES-CARGOS     TO WS-ANT-CARGOS
                   MOVE PRES-ABONOS     TO WS-ANT-ABONOS
                   MOVE PRES-FECHA-MANT TO WS-ANT-FECHA-MANT
           END-READ.
       645-FIN. EXIT.

       650-REPORTA-MOVIMIENTO.
           MOVE MNT-ACCION    TO WS-ACC-CODIGO
           MOVE MNT-PERIODO   TO WS-ACC-PERIODO
           MOVE MNT-CATEGORIA TO WS-ACC-CATEGORIA
           IF WS-MOTIVO-MNT IS EQUAL TO SPACES
               ADD 1 TO WS-CONT-APLICADOS
               MOVE "APLICADO"     TO WS-ACC-RESULTADO
           ELSE
               ADD 1 TO WS-CONT-RECHAZADOS
               MOVE WS-MOTIVO-MNT  TO WS-ACC-RESULTADO
           END-IF
           WRITE MANT-LINEA FROM WS-LIN-ACCION
           IF WS-MOTIVO-MNT IS EQUAL TO SPACES AND
              NOT MNT-ES-LISTADO
               IF MNT-ES-CAMBIO OR MNT-ES-BAJA
                   MOVE "ANTES    "       TO WS-IMG-ETIQUETA
                   MOVE WS-ANT-CARGOS     TO WS-IMG-CARGOS
                   MOVE WS-ANT-ABONOS     TO WS-IMG-ABONOS
                   MOVE WS-ANT-FECHA-MANT TO WS-IMG-FECHA-MANT
                   WRITE MANT-LINEA FROM WS-LIN-IMAGEN
               END-IF
               IF MNT-ES-ALTA OR MNT-ES-CAMBIO
                   MOVE "DESPUES  "       TO WS-IMG-ETIQUETA
                   MOVE PRES-CARGOS       TO WS-IMG-CARGOS
                   MOVE PRES-ABONOS       TO WS-IMG-ABONOS
                   MOVE PRES-FECHA-MANT   TO WS-IMG-FECHA-MANT
                   WRITE MANT-LINEA FROM WS-LIN-IMAGEN
               END-IF
           END-IF.
       650-FIN. EXIT.

      *>----------------------------------------------------------------
      *> LISTADO DEL PRESUPUESTO DE UN MES, DE UN ANO (MES CERO) O
      *> COMPLETO (ANO CERO), CON SU TOTAL.
      *>----------------------------------------------------------------
       700-LISTA-PRESUPUESTO.
           MOVE "N"     TO WS-SW-FIN-LISTA
           MOVE ZEROS   TO WS-LIS-RENGLONES
                           WS-LIS-TOT-CARGOS
                           WS-LIS-TOT-ABONOS
           MOVE MNT-ANO TO WS-ANO-LISTA
           MOVE MNT-MES TO WS-MES-LISTA
           IF WS-ANO-LISTA IS EQUAL TO ZEROS
               MOVE ZEROS TO WS-MES-LISTA
           END-IF
           MOVE WS-ANO-LISTA TO PRES-ANO
           MOVE WS-MES-LISTA TO PRES-MES
           MOVE ZEROS        TO PRES-CATEGORIA
           START PRES-FILE KEY IS NOT LESS THAN PRES-LLAVE
               INVALID KEY
                   SET WS-FIN-LISTA TO TRUE
           END-START
           PERFORM 710-LISTA-RENGLON THRU 710-FIN
                   UNTIL WS-FIN-LISTA
           MOVE WS-LIS-RENGLONES  TO WS-TLI-RENGLONES
           MOVE WS-LIS-TOT-CARGOS TO WS-TLI-CARGOS
           MOVE WS-LIS-TOT-ABONOS TO WS-TLI-ABONOS
           WRITE MANT-LINEA FROM WS-LIN-TOT-LISTA.
       700-FIN. EXIT.

       710-LISTA-RENGLON.
           READ PRES-FILE NEXT RECORD
               AT END
                   SET WS-FIN-LISTA TO TRUE
           END-READ
           IF NOT WS-FIN-LISTA
               IF (WS-ANO-LISTA IS GREATER THAN ZEROS AND
                   PRES-ANO IS NOT EQUAL TO WS-ANO-LISTA) OR
                  (WS-MES-LISTA IS GREATER THAN ZEROS AND
                   PRES-MES IS NOT EQUAL TO WS-MES-LISTA)
                   SET WS-FIN-LISTA TO TRUE
               ELSE
                   ADD 1 TO WS-LIS-RENGLONES
                   ADD PRES-CARGOS TO WS-LIS-TOT-CARGOS
                   ADD PRES-ABONOS TO WS-LIS-TOT-ABONOS
                   MOVE PRES-ANO        TO WS-LIS-ANO
                   MOVE PRES-MES        TO WS-LIS-MES
                   MOVE PRES-CATEGORIA  TO WS-LIS-CATEGORIA
                   MOVE PRES-CARGOS     TO WS-LIS-CARGOS
                   MOVE PRES-ABONOS     TO WS-LIS-ABONOS
                   MOVE PRES-FECHA-MANT TO WS-LIS-FECHA-MANT
                   WRITE MANT-LINEA FROM WS-LIN-LISTA
               END-IF
           END-IF.
       710-FIN. EXIT.

       800-GRABA-BITACORA.
           OPEN EXTEND RUN-LOG
           IF WS-RUNLOG-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RUN-LOG
           END-IF
           MOVE SPACES              TO RUN-RECORD
           MOVE "PROGPRE"           TO RUN-PROGRAMA
           MOVE WS-FECHA-PROCESO    TO RUN-FECHA
           MOVE WS-HORA-INICIO      TO RUN-HORA-INICIO
           ACCEPT WS-HORA-COMPLETA  FROM TIME
           MOVE WS-HORA-HHMMSS      TO RUN-HORA-FIN
           COMPUTE RUN-REGS-ENTRADA =
                   WS-CONT-APLICADOS + WS-CONT-RECHAZADOS
           MOVE WS-CONT-APLICADOS   TO RUN-REGS-SALIDA
           MOVE WS-CONT-RECHAZADOS  TO RUN-RECHAZOS
           MOVE RETURN-CODE         TO RUN-RETORNO
           WRITE RUN-RECORD
           CLOSE RUN-LOG.
       800-FIN. EXIT.
