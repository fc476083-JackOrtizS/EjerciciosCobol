       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGCAL.
      *AUTHOR.                    JACK JOSAFAT ORTIZ SALAZAR
      *INSTALLATION.              PRUEBAS JACK
      *DATE-WRITTEN.              15/10/2026.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.

      *>----------------------------------------------------------------
      *> MANTENIMIENTO BATCH DEL CALENDARIO DE DIAS HABILES (CALMAST,
      *> LAYOUT CALREC). LEE EL ARCHIVO DE MOVIMIENTOS CALTRANS:
      *>   G - GENERA EL ANO INDICADO DIA POR DIA, LUNES A VIERNES
      *>       HABILES Y SABADO/DOMINGO INHABILES; LOS DIAS QUE YA
      *>       EXISTEN NO SE TOCAN, ASI QUE REGENERAR UN ANO NO BORRA
      *>       SUS FERIADOS;
      *>   F - MARCA FERIADO (INHABIL) UN DIA YA GENERADO, CON SU
      *>       DESCRIPCION;
      *>   H - HABILITA UN DIA YA GENERADO (DESHACE UN FERIADO O
      *>       HABILITA UN SABADO LABORABLE);
      *>   L - LISTA EL CALENDARIO DEL ANO INDICADO (O TODO SI EL
      *>       ANO VIENE EN CEROS).
      *> IMPRIME EN CALREP EL RESULTADO DE CADA MOVIMIENTO CON LA
      *> IMAGEN ANTES/DESPUES DEL DIA TOCADO Y EL CONTEO DE APLICADOS
      *> Y RECHAZADOS, COMO PROGCAT. SI SE APLICO ALGO, AL FINAL
      *> RECORRE EL CALENDARIO COMPLETO EN ORDEN Y RECALCULA EL DIA
      *> DE LA SEMANA, EL DIA HABIL ANTERIOR, EL MISMO DIA DE LA
      *> SEMANA ANTERIOR Y EL ACUMULADO DE DIAS HABILES. UN
      *> MOVIMIENTO RECHAZADO TERMINA CON RETURN-CODE 08.
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
           SELECT CAL-FILE        ASSIGN TO "CALMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS CAL-FECHA
                                   FILE STATUS IS WS-CAL-STATUS.

           SELECT MNT-FILE        ASSIGN TO "CALTRANS"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-MNT-STATUS.

           SELECT MANT-REP        ASSIGN TO "CALREP"
                                   ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG         ASSIGN TO "RUNLOG"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CALREC.

       FD  MNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MNT-RECORD.
           05 MNT-ACCION           PIC X(01).
              88 MNT-ES-GENERA                    VALUE "G".
              88 MNT-ES-FERIADO                   VALUE "F".
              88 MNT-ES-HABIL                     VALUE "H".
              88 MNT-ES-LISTADO                   VALUE "L".
           05 MNT-FECHA            PIC 9(08).
           05 MNT-FECHA-R REDEFINES MNT-FECHA.
              10 MNT-ANO           PIC 9(04).
              10 MNT-MES           PIC 9(02).
              10 MNT-DIA           PIC 9(02).
           05 MNT-DESCRIPCION      PIC X(20).
           05 FILLER               PIC X(51).

       FD  MANT-REP
           LABEL RECORDS ARE STANDARD.
       01  MANT-LINEA              PIC X(80).

       FD  RUN-LOG
           LABEL RECORDS ARE STANDARD.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-CAL-STATUS           PIC X(02)      VALUE "00".
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
           05 WS-SW-EXISTE-DIA     PIC X(01)      VALUE "N".
              88 WS-EXISTE-DIA                    VALUE "S".
           05 WS-SW-RECALCULA      PIC X(01)      VALUE "N".
              88 WS-HAY-QUE-RECALCULAR            VALUE "S".

       01  WS-AREA-BATCH.
           05 WS-FECHA-PROCESO     PIC 9(08)      VALUE ZEROS.
           05 WS-MOTIVO-MNT        PIC X(20)      VALUE SPACES.
           05 WS-CONT-APLICADOS    PIC 9(05)      VALUE ZEROS.
           05 WS-CONT-RECHAZADOS   PIC 9(05)      VALUE ZEROS.
           05 WS-CONT-CREADOS      PIC 9(05)      VALUE ZEROS.
           05 WS-CONT-EXISTIAN     PIC 9(05)      VALUE ZEROS.
           05 WS-ANO-LISTA         PIC 9(04)      VALUE ZEROS.

       01  WS-AREA-GENERACION.
           05 WS-GEN-MES           PIC 9(02)      VALUE ZEROS.
           05 WS-GEN-DIA           PIC 9(02)      VALUE ZEROS.
           05 WS-DIAS-DEL-MES      PIC 9(02)      VALUE ZEROS.
           05 WS-SW-BISIESTO       PIC X(01)      VALUE "N".
              88 WS-ANO-BISIESTO                  VALUE "S".

       01  WS-AREA-RECALCULO.
           05 WS-REC-DIAS          PIC 9(07)      VALUE ZEROS.
           05 WS-REC-HABILES       PIC 9(07)      VALUE ZEROS.
           05 WS-ULTIMO-HABIL      PIC 9(08)      VALUE ZEROS.
           05 WS-SERIAL-SEMANA     PIC 9(07)      VALUE ZEROS.
           05 WS-IND-SEMANA        PIC 9(01)      VALUE ZEROS.
      *> LOS ULTIMOS SIETE DIAS LEIDOS, UNO POR RESIDUO DEL SERIAL
      *> ENTRE 7: EL RENGLON DEL DIA ACTUAL GUARDA EL DE HACE UNA
      *> SEMANA SI EL CALENDARIO NO TIENE HUECO.
           05 WS-SEMANA-ELEM OCCURS 7 TIMES.
              10 WS-SEM-FECHA      PIC 9(08).
              10 WS-SEM-SERIAL     PIC 9(07).

       01  WS-AREA-SERIAL.
           05 WS-FECHA-TRAB        PIC 9(08)      VALUE ZEROS.
           05 WS-FECHA-TRAB-R REDEFINES WS-FECHA-TRAB.
              10 WS-TRAB-ANO       PIC 9(04).
              10 WS-TRAB-MES       PIC 9(02).
              10 WS-TRAB-DIA       PIC 9(02).
           05 WS-SERIAL-TRAB       PIC 9(07)      VALUE ZEROS.
           05 WS-ANOS-PREVIOS      PIC 9(04)      VALUE ZEROS.
           05 WS-BISIESTOS         PIC 9(04)      VALUE ZEROS.
           05 WS-COCIENTE-4        PIC 9(04)      VALUE ZEROS.
           05 WS-COCIENTE-100      PIC 9(04)      VALUE ZEROS.
           05 WS-COCIENTE-400      PIC 9(04)      VALUE ZEROS.
           05 WS-DIAS-MES-PREV     PIC 9(03)      VALUE ZEROS.
           05 WS-COCIENTE-7        PIC 9(07)      VALUE ZEROS.
           05 WS-RESIDUO-7         PIC 9(01)      VALUE ZEROS.
           05 WS-DIA-SEMANA        PIC 9(01)      VALUE ZEROS.

       01  WS-TABLA-DIAS-SEMANA.
           05 FILLER               PIC X(36)      VALUE
              "LUNES    MARTES   MIERCOLESJUEVES   ".
           05 FILLER               PIC X(27)      VALUE
              "VIERNES  SABADO   DOMINGO  ".
       01  WS-TABLA-DIAS-SEMANA-R REDEFINES WS-TABLA-DIAS-SEMANA.
           05 WS-NOMBRE-DIA        PIC X(09)      OCCURS 7 TIMES.

       01  WS-IMAGEN-ANTES.
           05 WS-ANT-TIPO          PIC X(01)      VALUE SPACES.
           05 WS-ANT-DESCRIPCION   PIC X(20)      VALUE SPACES.

       01  WS-LIN-TITULO.
           05 FILLER               PIC X(11)      VALUE "PROGCAL".
           05 FILLER               PIC X(35)      VALUE
              "MANTENIMIENTO DEL CALENDARIO".
           05 FILLER               PIC X(07)      VALUE "FECHA: ".
           05 WS-TIT-FECHA         PIC 9(08).
           05 FILLER               PIC X(19)      VALUE SPACES.

       01  WS-LIN-ACCION.
           05 FILLER               PIC X(08)      VALUE "ACCION: ".
           05 WS-ACC-CODIGO        PIC X(01).
           05 FILLER               PIC X(09)      VALUE
              "  FECHA: ".
           05 WS-ACC-FECHA         PIC X(08).
           05 FILLER               PIC X(02)      VALUE SPACES.
           05 WS-ACC-RESULTADO     PIC X(20).
           05 FILLER               PIC X(32)      VALUE SPACES.

       01  WS-LIN-IMAGEN.
           05 WS-IMG-ETIQUETA      PIC X(09).
           05 WS-IMG-FECHA         PIC 9(08).
           05 FILLER               PIC X(01)      VALUE SPACES.
           05 WS-IMG-NOMBRE-DIA    PIC X(09).
           05 FILLER               PIC X(07)      VALUE " TIPO: ".
           05 WS-IMG-TIPO          PIC X(01).
           05 FILLER               PIC X(01)      VALUE SPACES.
           05 WS-IMG-DESCRIPCION   PIC X(20).
           05 FILLER               PIC X(24)      VALUE SPACES.

       01  WS-LIN-GENERACION.
           05 FILLER               PIC X(09)      VALUE SPACES.
           05 FILLER               PIC X(15)      VALUE
              "DIAS CREADOS: ".
           05 WS-GEN-CREADOS       PIC ZZZZ9.
           05 FILLER               PIC X(15)      VALUE
              "  YA EXISTIAN: ".
           05 WS-GEN-EXISTIAN      PIC ZZZZ9.
           05 FILLER               PIC X(31)      VALUE SPACES.

       01  WS-LIN-TOT-MNT.
           05 FILLER               PIC X(11)      VALUE "APLICADOS: ".
           05 WS-TOT-APLICADOS     PIC ZZZZ9.
           05 FILLER               PIC X(14)      VALUE
              "  RECHAZADOS: ".
           05 WS-TOT-RECHAZADOS    PIC ZZZZ9.
           05 FILLER               PIC X(45)      VALUE SPACES.

       01  WS-LIN-RECALCULO.
           05 FILLER               PIC X(24)      VALUE
              "CALENDARIO RECALCULADO: ".
           05 WS-RCL-DIAS          PIC ZZZZZZ9.
           05 FILLER               PIC X(07)      VALUE " DIAS, ".
           05 WS-RCL-HABILES       PIC ZZZZZZ9.
           05 FILLER               PIC X(08)      VALUE " HABILES".
           05 FILLER               PIC X(27)      VALUE SPACES.

       01  WS-LIN-LISTA.
           05 WS-LIS-FECHA         PIC 9(08).
           05 FILLER               PIC X(01)      VALUE SPACES.
           05 WS-LIS-NOMBRE-DIA    PIC X(09).
           05 FILLER               PIC X(01)      VALUE SPACES.
           05 WS-LIS-TIPO          PIC X(01).
           05 FILLER               PIC X(01)      VALUE SPACES.
           05 WS-LIS-DESCRIPCION   PIC X(20).
           05 FILLER               PIC X(05)      VALUE " ANT:".
           05 WS-LIS-HABIL-ANT     PIC 9(08).
           05 FILLER               PIC X(05)      VALUE " SEM:".
           05 WS-LIS-SEMANA-ANT    PIC 9(08).
           05 FILLER               PIC X(05)      VALUE " ACU:".
           05 WS-LIS-ACUMULADO     PIC ZZZZZZ9.
           05 FILLER               PIC X(01)      VALUE SPACES.

       PROCEDURE DIVISION.
       010-RAIZ.
           ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
           ACCEPT WS-HORA-COMPLETA FROM TIME
           MOVE WS-HORA-HHMMSS TO WS-HORA-INICIO
           OPEN INPUT MNT-FILE
           IF WS-MNT-STATUS IS EQUAL TO "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE MOVIMIENTOS CALTRANS, "
                       "NADA QUE APLICAR"
           ELSE
               PERFORM 020-ABRE-MAESTRO THRU 020-FIN
               PERFORM 600-MANTENIMIENTO-BATCH THRU 600-FIN
               CLOSE MNT-FILE
               CLOSE CAL-FILE
           END-IF
           IF WS-CONT-RECHAZADOS IS GREATER THAN ZEROS
               MOVE 08 TO RETURN-CODE
               DISPLAY "MOVIMIENTOS RECHAZADOS: " WS-CONT-RECHAZADOS
               DISPLAY "RETURN-CODE: " RETURN-CODE
           END-IF
           PERFORM 800-GRABA-BITACORA THRU 800-FIN
           GOBACK.

       020-ABRE-MAESTRO.
           OPEN I-O CAL-FILE
           IF WS-CAL-STATUS IS EQUAL TO "35"
               DISPLAY "NO EXISTE EL CALENDARIO CALMAST, SE CREA"
               OPEN OUTPUT CAL-FILE
               CLOSE CAL-FILE
               OPEN I-O CAL-FILE
           END-IF.
       020-FIN. EXIT.

       600-MANTENIMIENTO-BATCH.
           OPEN OUTPUT MANT-REP
           MOVE WS-FECHA-PROCESO TO WS-TIT-FECHA
           WRITE MANT-LINEA      FROM WS-LIN-TITULO
           PERFORM 605-LEE-MOVIMIENTO THRU 605-FIN
                   UNTIL WS-FIN-MNT
           IF WS-HAY-QUE-RECALCULAR
               PERFORM 750-RECALCULA-CALENDARIO THRU 750-FIN
           END-IF
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
           MOVE SPACES TO WS-IMAGEN-ANTES
           PERFORM 640-VALIDA-MOVIMIENTO THRU 640-FIN
           IF WS-MOTIVO-MNT IS EQUAL TO SPACES
               EVALUATE TRUE
                   WHEN MNT-ES-LISTADO
                       PERFORM 700-LISTA-CALENDARIO THRU 700-FIN
                   WHEN MNT-ES-GENERA
                       PERFORM 615-GENERA-ANO    THRU 615-FIN
                   WHEN MNT-ES-FERIADO
                       PERFORM 620-MARCA-FERIADO THRU 620-FIN
                   WHEN MNT-ES-HABIL
                       PERFORM 625-MARCA-HABIL   THRU 625-FIN
               END-EVALUATE
           END-IF
           PERFORM 650-REPORTA-MOVIMIENTO THRU 650-FIN.
       610-FIN. EXIT.

      *>----------------------------------------------------------------
      *> GENERACION DE UN ANO: UN REGISTRO POR DIA NATURAL. UN DIA
      *> QUE YA EXISTE SE RESPETA TAL CUAL.
      *>----------------------------------------------------------------
       615-GENERA-ANO.
           MOVE ZEROS    TO WS-CONT-CREADOS WS-CONT-EXISTIAN
           MOVE MNT-ANO  TO WS-TRAB-ANO
           PERFORM 930-VERIFICA-BISIESTO THRU 930-FIN
           PERFORM 616-GENERA-MES THRU 616-FIN
                   VARYING WS-GEN-MES FROM 1 BY 1
                   UNTIL WS-GEN-MES IS GREATER THAN 12
           IF WS-CONT-CREADOS IS GREATER THAN ZEROS
               SET WS-HAY-QUE-RECALCULAR TO TRUE
           END-IF.
       615-FIN. EXIT.

       616-GENERA-MES.
           MOVE WS-GEN-MES TO WS-TRAB-MES
           PERFORM 940-DIAS-DEL-MES THRU 940-FIN
           PERFORM 617-GENERA-DIA THRU 617-FIN
                   VARYING WS-GEN-DIA FROM 1 BY 1
                   UNTIL WS-GEN-DIA IS GREATER THAN WS-DIAS-DEL-MES.
       616-FIN. EXIT.

       617-GENERA-DIA.
           MOVE WS-GEN-DIA TO WS-TRAB-DIA
           PERFORM 900-CALCULA-SERIAL THRU 900-FIN
           PERFORM 920-CALCULA-DIA-SEMANA THRU 920-FIN
           MOVE SPACES         TO CAL-RECORD
           MOVE WS-FECHA-TRAB  TO CAL-FECHA
           MOVE WS-DIA-SEMANA  TO CAL-DIA-SEMANA
           IF WS-DIA-SEMANA IS GREATER THAN 5
               SET CAL-FIN-SEMANA TO TRUE
           ELSE
               SET CAL-DIA-HABIL  TO TRUE
           END-IF
           MOVE ZEROS TO CAL-HABIL-ANTERIOR
                         CAL-SEMANA-ANTERIOR
                         CAL-HABILES-ACUM
           WRITE CAL-RECORD
               INVALID KEY
                   ADD 1 TO WS-CONT-EXISTIAN
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-CREADOS
           END-WRITE.
       617-FIN. EXIT.

       620-MARCA-FERIADO.
           PERFORM 645-LEE-DIA THRU 645-FIN
           IF NOT WS-EXISTE-DIA
               MOVE "NO ESTA EN CALENDARIO" TO WS-MOTIVO-MNT
           ELSE
               SET CAL-FERIADO TO TRUE
               MOVE MNT-DESCRIPCION TO CAL-DESCRIPCION
               REWRITE CAL-RECORD
                   INVALID KEY
                       MOVE "ERROR DE GRABACION" TO WS-MOTIVO-MNT
                   NOT INVALID KEY
                       SET WS-HAY-QUE-RECALCULAR TO TRUE
               END-REWRITE
           END-IF.
       620-FIN. EXIT.

       625-MARCA-HABIL.
           PERFORM 645-LEE-DIA THRU 645-FIN
           IF NOT WS-EXISTE-DIA
               MOVE "NO ESTA EN CALENDARIO" TO WS-MOTIVO-MNT
           ELSE
               SET CAL-DIA-HABIL TO TRUE
               MOVE MNT-DESCRIPCION TO CAL-DESCRIPCION
               REWRITE CAL-RECORD
                   INVALID KEY
                       MOVE "ERROR DE GRABACION" TO WS-MOTIVO-MNT
                   NOT INVALID KEY
                       SET WS-HAY-QUE-RECALCULAR TO TRUE
               END-REWRITE
           END-IF.
       625-FIN. EXIT.

       640-VALIDA-MOVIMIENTO.
           EVALUATE TRUE
               WHEN NOT MNT-ES-GENERA AND NOT MNT-ES-FERIADO AND
                    NOT MNT-ES-HABIL AND NOT MNT-ES-LISTADO
                   MOVE "ACCION INVALIDA"  TO WS-MOTIVO-MNT
               WHEN MNT-FECHA IS NOT NUMERIC
                   MOVE "FECHA NO NUMERICA" TO WS-MOTIVO-MNT
               WHEN MNT-ES-LISTADO
                   CONTINUE
               WHEN MNT-ANO IS LESS THAN 1900 OR
                    MNT-ANO IS GREATER THAN 2999
                   MOVE "ANO INVALIDO"     TO WS-MOTIVO-MNT
               WHEN MNT-ES-GENERA
                   CONTINUE
               WHEN MNT-MES IS LESS THAN 01 OR
                    MNT-MES IS GREATER THAN 12
                   MOVE "FECHA INVALIDA"   TO WS-MOTIVO-MNT
               WHEN OTHER
                   MOVE MNT-FECHA TO WS-FECHA-TRAB
                   PERFORM 930-VERIFICA-BISIESTO THRU 930-FIN
                   PERFORM 940-DIAS-DEL-MES THRU 940-FIN
                   IF MNT-DIA IS LESS THAN 01 OR
                      MNT-DIA IS GREATER THAN WS-DIAS-DEL-MES
                       MOVE "FECHA INVALIDA" TO WS-MOTIVO-MNT
                   END-IF
           END-EVALUATE.
       640-FIN. EXIT.

       645-LEE-DIA.
           MOVE "N"       TO WS-SW-EXISTE-DIA
           MOVE MNT-FECHA TO CAL-FECHA
           READ CAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-EXISTE-DIA TO TRUE
                   MOVE CAL-TIPO        TO WS-ANT-TIPO
                   MOVE CAL-DESCRIPCION TO WS-ANT-DESCRIPCION
           END-READ.
       645-FIN. EXIT.

       650-REPORTA-MOVIMIENTO.
           MOVE MNT-ACCION TO WS-ACC-CODIGO
           MOVE MNT-FECHA  TO WS-ACC-FECHA
           IF WS-MOTIVO-MNT IS EQUAL TO SPACES
               ADD 1 TO WS-CONT-APLICADOS
               MOVE "APLICADO"     TO WS-ACC-RESULTADO
           ELSE
               ADD 1 TO WS-CONT-RECHAZADOS
               MOVE WS-MOTIVO-MNT  TO WS-ACC-RESULTADO
           END-IF
           WRITE MANT-LINEA FROM WS-LIN-ACCION
           IF WS-MOTIVO-MNT IS EQUAL TO SPACES
               EVALUATE TRUE
                   WHEN MNT-ES-GENERA
                       MOVE WS-CONT-CREADOS  TO WS-GEN-CREADOS
                       MOVE WS-CONT-EXISTIAN TO WS-GEN-EXISTIAN
                       WRITE MANT-LINEA FROM WS-LIN-GENERACION
                   WHEN MNT-ES-FERIADO OR MNT-ES-HABIL
                       MOVE CAL-FECHA          TO WS-IMG-FECHA
                       MOVE WS-NOMBRE-DIA (CAL-DIA-SEMANA)
                                               TO WS-IMG-NOMBRE-DIA
                       MOVE "ANTES    "        TO WS-IMG-ETIQUETA
                       MOVE WS-ANT-TIPO        TO WS-IMG-TIPO
                       MOVE WS-ANT-DESCRIPCION TO WS-IMG-DESCRIPCION
                       WRITE MANT-LINEA FROM WS-LIN-IMAGEN
                       MOVE "DESPUES  "        TO WS-IMG-ETIQUETA
                       MOVE CAL-TIPO           TO WS-IMG-TIPO
                       MOVE CAL-DESCRIPCION    TO WS-IMG-DESCRIPCION
                       WRITE MANT-LINEA FROM WS-LIN-IMAGEN
               END-EVALUATE
           END-IF.
       650-FIN. EXIT.

      *>----------------------------------------------------------------
      *> LISTADO DEL CALENDARIO DE UN ANO (O COMPLETO CON ANO CERO).
      *>----------------------------------------------------------------
       700-LISTA-CALENDARIO.
           MOVE "N"     TO WS-SW-FIN-LISTA
           MOVE MNT-ANO TO WS-ANO-LISTA
           COMPUTE CAL-FECHA = WS-ANO-LISTA * 10000
           START CAL-FILE KEY IS NOT LESS THAN CAL-FECHA
               INVALID KEY
                   SET WS-FIN-LISTA TO TRUE
           END-START
           PERFORM 710-LISTA-DIA THRU 710-FIN
                   UNTIL WS-FIN-LISTA.
       700-FIN. EXIT.

       710-LISTA-DIA.
           READ CAL-FILE NEXT RECORD
               AT END
                   SET WS-FIN-LISTA TO TRUE
           END-READ
           IF NOT WS-FIN-LISTA
               IF WS-ANO-LISTA IS GREATER THAN ZEROS AND
                  CAL-ANO IS NOT EQUAL TO WS-ANO-LISTA
                   SET WS-FIN-LISTA TO TRUE
               ELSE
                   MOVE CAL-FECHA           TO WS-LIS-FECHA
                   MOVE WS-NOMBRE-DIA (CAL-DIA-SEMANA)
                                            TO WS-LIS-NOMBRE-DIA
                   MOVE CAL-TIPO            TO WS-LIS-TIPO
                   MOVE CAL-DESCRIPCION     TO WS-LIS-DESCRIPCION
                   MOVE CAL-HABIL-ANTERIOR  TO WS-LIS-HABIL-ANT
                   MOVE CAL-SEMANA-ANTERIOR TO WS-LIS-SEMANA-ANT
                   MOVE CAL-HABILES-ACUM    TO WS-LIS-ACUMULADO
                   WRITE MANT-LINEA FROM WS-LIN-LISTA
               END-IF
           END-IF.
       710-FIN. EXIT.

      *>----------------------------------------------------------------
      *> RECALCULO DE LOS CAMPOS ENCADENADOS SOBRE TODO EL CALENDARIO
      *> EN ORDEN DE FECHA. SE HACE COMPLETO CADA VEZ: UN FERIADO
      *> NUEVO CAMBIA EL ACUMULADO DE TODOS LOS DIAS POSTERIORES.
      *>----------------------------------------------------------------
       750-RECALCULA-CALENDARIO.
           MOVE ZEROS TO WS-REC-DIAS WS-REC-HABILES WS-ULTIMO-HABIL
           PERFORM 755-LIMPIA-SEMANA THRU 755-FIN
                   VARYING WS-IND-SEMANA FROM 1 BY 1
                   UNTIL WS-IND-SEMANA IS GREATER THAN 7
           MOVE "N"   TO WS-SW-FIN-LISTA
           MOVE ZEROS TO CAL-FECHA
           START CAL-FILE KEY IS NOT LESS THAN CAL-FECHA
               INVALID KEY
                   SET WS-FIN-LISTA TO TRUE
           END-START
           PERFORM 760-RECALCULA-DIA THRU 760-FIN
                   UNTIL WS-FIN-LISTA
           MOVE WS-REC-DIAS    TO WS-RCL-DIAS
           MOVE WS-REC-HABILES TO WS-RCL-HABILES
           WRITE MANT-LINEA    FROM WS-LIN-RECALCULO
           DISPLAY "CALENDARIO RECALCULADO, DIAS HABILES: "
                   WS-REC-HABILES.
       750-FIN. EXIT.

       755-LIMPIA-SEMANA.
           MOVE ZEROS TO WS-SEM-FECHA  (WS-IND-SEMANA)
                         WS-SEM-SERIAL (WS-IND-SEMANA).
       755-FIN. EXIT.

       760-RECALCULA-DIA.
           READ CAL-FILE NEXT RECORD
               AT END
                   SET WS-FIN-LISTA TO TRUE
               NOT AT END
                   PERFORM 765-ENCADENA-DIA THRU 765-FIN
           END-READ.
       760-FIN. EXIT.

       765-ENCADENA-DIA.
           ADD 1 TO WS-REC-DIAS
           MOVE CAL-FECHA TO WS-FECHA-TRAB
           PERFORM 900-CALCULA-SERIAL THRU 900-FIN
           PERFORM 920-CALCULA-DIA-SEMANA THRU 920-FIN
           MOVE WS-DIA-SEMANA   TO CAL-DIA-SEMANA
           MOVE WS-ULTIMO-HABIL TO CAL-HABIL-ANTERIOR
           COMPUTE WS-IND-SEMANA    = WS-RESIDUO-7 + 1
           COMPUTE WS-SERIAL-SEMANA = WS-SERIAL-TRAB - 7
           IF WS-SEM-SERIAL (WS-IND-SEMANA) IS EQUAL TO
              WS-SERIAL-SEMANA AND
              WS-SEM-SERIAL (WS-IND-SEMANA) IS GREATER THAN ZEROS
               MOVE WS-SEM-FECHA (WS-IND-SEMANA)
                                 TO CAL-SEMANA-ANTERIOR
           ELSE
               MOVE ZEROS        TO CAL-SEMANA-ANTERIOR
           END-IF
           MOVE CAL-FECHA       TO WS-SEM-FECHA  (WS-IND-SEMANA)
           MOVE WS-SERIAL-TRAB  TO WS-SEM-SERIAL (WS-IND-SEMANA)
           IF CAL-DIA-HABIL
               ADD 1 TO WS-REC-HABILES
               MOVE CAL-FECHA   TO WS-ULTIMO-HABIL
           END-IF
           MOVE WS-REC-HABILES  TO CAL-HABILES-ACUM
           REWRITE CAL-RECORD
               INVALID KEY
                   DISPLAY "ERROR AL REGRABAR EL DIA " CAL-FECHA
           END-REWRITE.
       765-FIN. EXIT.

       800-GRABA-BITACORA.
           OPEN EXTEND RUN-LOG
           IF WS-RUNLOG-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RUN-LOG
           END-IF
           MOVE SPACES              TO RUN-RECORD
           MOVE "PROGCAL"           TO RUN-PROGRAMA
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

      *> CALCULO DE DIA SERIAL A PARTIR DE UNA FECHA AAAAMMDD (EL
      *> MISMO DE PROGANT): ANOS COMPLETOS POR 365 MAS LOS BISIESTOS
      *> TRANSCURRIDOS, MAS LOS DIAS DE LOS MESES COMPLETOS DEL ANO
      *> EN CURSO (CON AJUSTE SI EL ANO ES BISIESTO Y EL MES YA PASO
      *> FEBRERO), MAS EL DIA DEL MES.
       900-CALCULA-SERIAL.
           COMPUTE WS-ANOS-PREVIOS = WS-TRAB-ANO - 1
           DIVIDE WS-ANOS-PREVIOS BY 4   GIVING WS-COCIENTE-4
           DIVIDE WS-ANOS-PREVIOS BY 100 GIVING WS-COCIENTE-100
           DIVIDE WS-ANOS-PREVIOS BY 400 GIVING WS-COCIENTE-400
           COMPUTE WS-BISIESTOS =
                   WS-COCIENTE-4 - WS-COCIENTE-100 + WS-COCIENTE-400
           EVALUATE WS-TRAB-MES
               WHEN 01 MOVE 000 TO WS-DIAS-MES-PREV
               WHEN 02 MOVE 031 TO WS-DIAS-MES-PREV
               WHEN 03 MOVE 059 TO WS-DIAS-MES-PREV
               WHEN 04 MOVE 090 TO WS-DIAS-MES-PREV
               WHEN 05 MOVE 120 TO WS-DIAS-MES-PREV
               WHEN 06 MOVE 151 TO WS-DIAS-MES-PREV
               WHEN 07 MOVE 181 TO WS-DIAS-MES-PREV
               WHEN 08 MOVE 212 TO WS-DIAS-MES-PREV
               WHEN 09 MOVE 243 TO WS-DIAS-MES-PREV
               WHEN 10 MOVE 273 TO WS-DIAS-MES-PREV
               WHEN 11 MOVE 304 TO WS-DIAS-MES-PREV
               WHEN OTHER MOVE 334 TO WS-DIAS-MES-PREV
           END-EVALUATE
           IF WS-TRAB-MES IS GREATER THAN 02
               PERFORM 910-AJUSTA-BISIESTO THRU 910-FIN
           END-IF
           COMPUTE WS-SERIAL-TRAB =
                   (WS-TRAB-ANO * 365) + WS-BISIESTOS +
                   WS-DIAS-MES-PREV + WS-TRAB-DIA.
       900-FIN. EXIT.

       910-AJUSTA-BISIESTO.
           PERFORM 930-VERIFICA-BISIESTO THRU 930-FIN
           IF WS-ANO-BISIESTO
               ADD 1 TO WS-DIAS-MES-PREV
           END-IF.
       910-FIN. EXIT.

      *> CON ESTE SERIAL TODO LUNES DEJA RESIDUO 2 ENTRE 7 (EL
      *> DOMINGO 1, EL SABADO 0).
       920-CALCULA-DIA-SEMANA.
           DIVIDE WS-SERIAL-TRAB BY 7 GIVING WS-COCIENTE-7
                  REMAINDER WS-RESIDUO-7
           IF WS-RESIDUO-7 IS GREATER THAN 1
               COMPUTE WS-DIA-SEMANA = WS-RESIDUO-7 - 1
           ELSE
               COMPUTE WS-DIA-SEMANA = WS-RESIDUO-7 + 6
           END-IF.
       920-FIN. EXIT.

       930-VERIFICA-BISIESTO.
           MOVE "N" TO WS-SW-BISIESTO
           DIVIDE WS-TRAB-ANO BY 4   GIVING WS-COCIENTE-4
           DIVIDE WS-TRAB-ANO BY 100 GIVING WS-COCIENTE-100
           DIVIDE WS-TRAB-ANO BY 400 GIVING WS-COCIENTE-400
           IF WS-COCIENTE-4 * 4 IS EQUAL TO WS-TRAB-ANO AND
              (WS-COCIENTE-100 * 100 IS NOT EQUAL TO WS-TRAB-ANO OR
               WS-COCIENTE-400 * 400 IS EQUAL TO WS-TRAB-ANO)
               SET WS-ANO-BISIESTO TO TRUE
           END-IF.
       930-FIN. EXIT.

       940-DIAS-DEL-MES.
           EVALUATE WS-TRAB-MES
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-DIAS-DEL-MES
               WHEN 02
                   IF WS-ANO-BISIESTO
                       MOVE 29 TO WS-DIAS-DEL-MES
                   ELSE
                       MOVE 28 TO WS-DIAS-DEL-MES
                   END-IF
               WHEN OTHER
                   MOVE 31 TO WS-DIAS-DEL-MES
           END-EVALUATE.
       940-FIN. EXIT.
