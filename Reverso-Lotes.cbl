       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGREV.
      *AUTHOR.                    JACK JOSAFAT ORTIZ SALAZAR
      *INSTALLATION.              PRUEBAS JACK
      *DATE-WRITTEN.              15/10/2026.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.

      *>----------------------------------------------------------------
      *> REVERSO DE UN LOTE CONTABILIZADO POR ERROR (ARCHIVO DE
      *> SUCURSAL DEL DIA EQUIVOCADO, TRANSIN CORRIDO CONTRA EL
      *> MAESTRO DE CATEGORIAS EQUIVOCADO). DADO UN NUMERO DE LOTE
      *> DEL REGISTRO DE LOTES PROCESADOS (LOTEREG):
      *> - RESTA SUS CARGOS, ABONOS, NETO Y CONTEOS DEL HISTORICO
      *>   DIARIO (HISTORIC) Y DEL HISTORICO POR CATEGORIA (HISTCAT)
      *>   DE SU FECHA DE PROCESO (LOTE-FECHA-PROCESO);
      *> - MARCA EL LOTE COMO REVERSADO EN LOTEREG ('R'), SIN BORRAR
      *>   EL REGISTRO;
      *> - ANEXA AL EXTRACTO DE REVERSOS (EXTRREV, MISMO FORMATO ';'
      *>   DEL EXTRACTO DE PROGSTR) UN RENGLON 'C' POR CATEGORIA Y UN
      *>   RENGLON 'T' CON LOS LADOS INVERTIDOS (LOS CARGOS DEL LOTE
      *>   SALEN COMO ABONOS Y VICEVERSA, EL NETO CON SIGNO
      *>   CONTRARIO), CON LA FECHA DEL REVERSO Y EL NUMERO DEL LOTE
      *>   ORIGINAL, PARA QUE FINANZAS CONTABILICE LA CONTRAPARTIDA;
      *> - IMPRIME EL REPORTE DE REVERSO (REVREP) CON LAS CIFRAS
      *>   ANTES/DESPUES Y LAS LINEAS DE FIRMA DEL SUPERVISOR.
      *> RECHAZA (RETURN-CODE 16) UN LOTE QUE NO ESTA EN LOTEREG, QUE
      *> YA FUE REVERSADO, O CUYA FECHA YA FUE DEPURADA A HISTARCH
      *> POR PROGARC. SI EL OPERADOR NO CONFIRMA, NO SE TOCA NADA
      *> (RETURN-CODE 08). COMO TODA LA SUITE, ANEXA SU REGISTRO A
      *> RUNLOG, AQUI CON EL NUMERO DE LOTE (RUN-LOTE), PARA QUE
      *> PROGEST Y PROGLOT MUESTREN EL REVERSO.
      *> LAS CIFRAS A RESTAR SON LAS QUE EL LOTE DEJO EN EL
      *> HISTORICO POR LOTE (HISTLOT) Y POR CATEGORIA Y LOTE
      *> (HCATLOT), QUE SE MARCAN 'R'; LOS DEMAS LOTES DEL DIA NO SE
      *> TOCAN. UN LOTE CONTABILIZADO ANTES DE HISTLOT NO TIENE
      *> DESGLOSE: SOLO SE REVERSA SI LAS CIFRAS DEL DIA SON
      *> EXACTAMENTE LAS DEL LOTE, EN LUGAR DE RESTAR CIFRAS QUE NO
      *> SON DEL LOTE.
      *>----------------------------------------------------------------
      *> HISTORIAL DE MODIFICACIONES
      *> 15/10/2026 JOS - VERSION INICIAL.
      *> 15/10/2026 JOS - EL DIA PUEDE TENER VARIOS LOTES: SE RESTAN
      *>                  LAS CIFRAS DEL LOTE SEGUN HISTLOT Y HCATLOT
      *>                  Y SE MARCAN SUS RENGLONES COMO REVERSADOS;
      *>                  LA EXIGENCIA DE QUE EL DIA SEA EXACTAMENTE EL
      *>                  LOTE QUEDA SOLO PARA LOTES SIN DESGLOSE.
      *> 15/10/2026 JOS - LAS CIFRAS DEL LOTE SE GUARDAN EN TRABAJO AL
      *>                  LEER LOTEREG, ANTES DE CERRARLO. CUALQUIER
      *>                  ERROR AL REGRABAR HISTCAT, HCATLOT, HISTORIC,
      *>                  HISTLOT O LOTEREG DETIENE EL REVERSO CON
      *>                  RETURN-CODE 16 SIN MARCAR EL LOTE NI GRABAR
      *>                  LA CONTRAPARTIDA EN EXTRREV.
      *>----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTE-FILE       ASSIGN TO "LOTEREG"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS LOTE-NUMERO
                                   FILE STATUS IS WS-LOTE-STATUS.

           SELECT HIST-FILE       ASSIGN TO "HISTORIC"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS HIST-FECHA
                                   FILE STATUS IS WS-HIST-STATUS.

           SELECT ARCH-IN         ASSIGN TO "HISTARCH"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-ARCH-STATUS.

           SELECT HCAT-FILE       ASSIGN TO "HISTCAT"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
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

           SELECT EXTR-REV        ASSIGN TO "EXTRREV"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-EXTR-STATUS.

           SELECT REV-REP         ASSIGN TO "REVREP"
                                   ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG         ASSIGN TO "RUNLOG"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  LOTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOTEREC.

       FD  HIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTREC.

       FD  ARCH-IN
           LABEL RECORDS ARE STANDARD.
           COPY HISTREC REPLACING LEADING ==HIST== BY ==ARC==.

       FD  HCAT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HCATREC.

       FD  HLOT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HLOTREC.

       FD  HCLT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HCLTREC.

       FD  EXTR-REV
           LABEL RECORDS ARE STANDARD.
       01  EXTR-LINEA             PIC X(80).

       FD  REV-REP
           LABEL RECORDS ARE STANDARD.
       01  REV-LINEA              PIC X(80).

       FD  RUN-LOG
           LABEL RECORDS ARE STANDARD.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-ARCHIVOS.
           05 WS-LOTE-STATUS      PIC X(02)      VALUE "00".
           05 WS-HIST-STATUS      PIC X(02)      VALUE "00".
           05 WS-ARCH-STATUS      PIC X(02)      VALUE "00".
           05 WS-HCAT-STATUS      PIC X(02)      VALUE "00".
           05 WS-EXTR-STATUS      PIC X(02)      VALUE "00".
           05 WS-HLOT-STATUS      PIC X(02)      VALUE "00".
           05 WS-HCLT-STATUS      PIC X(02)      VALUE "00".

       01  WS-AREA-BITACORA.
           05 WS-RUNLOG-STATUS    PIC X(02)      VALUE "00".
           05 WS-FECHA-BITACORA   PIC 9(08)      VALUE ZEROS.
           05 WS-HORA-COMPLETA    PIC 9(08)      VALUE ZEROS.
           05 WS-HORA-COMPLETA-R REDEFINES WS-HORA-COMPLETA.
              10 WS-HORA-HHMMSS   PIC 9(06).
              10 FILLER           PIC 9(02).
           05 WS-HORA-INICIO      PIC 9(06)      VALUE ZEROS.

       01  WS-SWITCHES.
           05 WS-SW-FIN-ARCH      PIC X(01)      VALUE "N".
              88 WS-FIN-ARCH                     VALUE "S".
           05 WS-SW-FIN-HCAT      PIC X(01)      VALUE "N".
              88 WS-FIN-HCAT                     VALUE "S".
           05 WS-SW-EN-ARCHIVO    PIC X(01)      VALUE "N".
              88 WS-FECHA-EN-ARCHIVO             VALUE "S".
           05 WS-SW-CONFIRMADO    PIC X(01)      VALUE "N".
              88 WS-REVERSO-CONFIRMADO           VALUE "S".
           05 WS-SW-APLICADO      PIC X(01)      VALUE "N".
              88 WS-REVERSO-APLICADO             VALUE "S".
           05 WS-SW-DESGLOSE      PIC X(01)      VALUE "N".
              88 WS-LOTE-CON-DESGLOSE            VALUE "S".
           05 WS-SW-FIN-HCLT      PIC X(01)      VALUE "N".
              88 WS-FIN-HCLT                     VALUE "S".
           05 WS-SW-ERROR-REVERSO PIC X(01)      VALUE "N".
              88 WS-ERROR-REVERSO                VALUE "S".

       01  WS-AREA-REVERSO.
           05 WS-LOTE-REVERSO     PIC 9(08)      VALUE ZEROS.
           05 WS-FECHA-PROCESO    PIC 9(08)      VALUE ZEROS.
           05 WS-FECHA-CREACION   PIC 9(08)      VALUE ZEROS.
           05 WS-LOTE-CARGOS      PIC 9(09)V9(02)  VALUE ZEROS.
           05 WS-LOTE-ABONOS      PIC 9(09)V9(02)  VALUE ZEROS.
           05 WS-LOTE-REGISTROS   PIC 9(05)        VALUE ZEROS.
           05 WS-CONFIRMA         PIC X(01)      VALUE SPACES.
           05 WS-MOTIVO-RECHAZO   PIC X(50)      VALUE SPACES.
           05 WS-LOTE-NETO        PIC S9(09)V9(02) VALUE ZEROS.
           05 WS-HIST-NETO-ANTES  PIC S9(09)V9(02) VALUE ZEROS.
           05 WS-HIST-CAR-ANTES   PIC 9(09)V9(02)  VALUE ZEROS.
           05 WS-HIST-ABO-ANTES   PIC 9(09)V9(02)  VALUE ZEROS.
           05 WS-HIST-NETO-DESP   PIC S9(09)V9(02) VALUE ZEROS.
           05 WS-HIST-CAR-DESP    PIC 9(09)V9(02)  VALUE ZEROS.
           05 WS-HIST-ABO-DESP    PIC 9(09)V9(02)  VALUE ZEROS.
           05 WS-SUMA-CAT-CARGOS  PIC 9(11)V9(02)  VALUE ZEROS.
           05 WS-SUMA-CAT-ABONOS  PIC 9(11)V9(02)  VALUE ZEROS.
           05 WS-HLOT-CARGOS      PIC 9(09)V9(02)  VALUE ZEROS.
           05 WS-HLOT-ABONOS      PIC 9(09)V9(02)  VALUE ZEROS.
           05 WS-HLOT-REGS        PIC 9(05)        VALUE ZEROS.

       01  WS-TABLA-CATEGORIAS.
           05 WS-CATS-USADAS      PIC 9(03)      VALUE ZEROS.
           05 WS-IND-CAT          PIC 9(03)      VALUE ZEROS.
           05 WS-CAT-ELEM OCCURS 99 TIMES.
              10 WS-TCAT-CODIGO   PIC 9(02).
              10 WS-TCAT-CARGOS   PIC 9(09)V9(02).
              10 WS-TCAT-ABONOS   PIC 9(09)V9(02).
              10 WS-TCAT-SUMA     PIC S9(09)V9(02).
              10 WS-TCAT-DETALLES PIC 9(05).

       01  WS-CONTADORES.
           05 WS-CONT-EXTRACTO    PIC 9(05)      VALUE ZEROS.

       01  WS-EXT-CATEGORIA.
           05 FILLER              PIC X(01)      VALUE "C".
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-EXC-FECHA        PIC 9(08).
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-EXC-LOTE         PIC 9(08).
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-EXC-CATEGORIA    PIC 9(02).
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-EXC-CARGOS       PIC 9(09).9(02).
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-EXC-ABONOS       PIC 9(09).9(02).
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-EXC-NETO         PIC +9(09).9(02).
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-EXC-DETALLES     PIC 9(05).
           05 FILLER              PIC X(12)      VALUE SPACES.

       01  WS-EXT-TOTAL.
           05 FILLER              PIC X(01)      VALUE "T".
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-EXT-FECHA        PIC 9(08).
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-EXT-LOTE         PIC 9(08).
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-EXT-CARGOS       PIC 9(09).9(02).
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-EXT-ABONOS       PIC 9(09).9(02).
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-EXT-NETO         PIC +9(09).9(02).
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-EXT-LEIDOS       PIC 9(05).
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-EXT-RECHAZOS     PIC 9(05).
           05 FILLER              PIC X(09)      VALUE SPACES.

       01  WS-LIN-TITULO.
           05 FILLER              PIC X(11)      VALUE "PROGREV".
           05 FILLER              PIC X(33)      VALUE
              "REVERSO DE LOTE CONTABILIZADO".
           05 FILLER              PIC X(07)      VALUE "FECHA: ".
           05 WS-TIT-FECHA        PIC 9(08).
           05 FILLER              PIC X(21)      VALUE SPACES.

       01  WS-LIN-LOTE.
           05 FILLER              PIC X(06)      VALUE "LOTE: ".
           05 WS-LOT-NUMERO       PIC 9(08).
           05 FILLER              PIC X(10)      VALUE "  CREADO: ".
           05 WS-LOT-CREACION     PIC 9(08).
           05 FILLER              PIC X(13)      VALUE
              "  PROCESADO: ".
           05 WS-LOT-PROCESO      PIC 9(08).
           05 FILLER              PIC X(07)      VALUE "  REG: ".
           05 WS-LOT-REGISTROS    PIC ZZZZ9.
           05 FILLER              PIC X(15)      VALUE SPACES.

       01  WS-LIN-IMPORTES.
           05 WS-IMP-ETIQUETA     PIC X(12).
           05 FILLER              PIC X(05)      VALUE " CAR:".
           05 WS-IMP-CARGOS       PIC ZZZZZZZZ9.99.
           05 FILLER              PIC X(05)      VALUE " ABO:".
           05 WS-IMP-ABONOS       PIC ZZZZZZZZ9.99.
           05 FILLER              PIC X(05)      VALUE " NET:".
           05 WS-IMP-NETO         PIC ZZZZZZZZ9.99-.
           05 FILLER              PIC X(16)      VALUE SPACES.

       01  WS-LIN-CATEGORIA.
           05 FILLER              PIC X(12)      VALUE "REVERSO CAT ".
           05 WS-CAT-LIN-CODIGO   PIC 9(02).
           05 FILLER              PIC X(05)      VALUE " CAR:".
           05 WS-CAT-LIN-CARGOS   PIC ZZZZZZZZ9.99.
           05 FILLER              PIC X(05)      VALUE " ABO:".
           05 WS-CAT-LIN-ABONOS   PIC ZZZZZZZZ9.99.
           05 FILLER              PIC X(05)      VALUE " NET:".
           05 WS-CAT-LIN-NETO     PIC ZZZZZZZZ9.99-.
           05 FILLER              PIC X(05)      VALUE " DET:".
           05 WS-CAT-LIN-DETALLES PIC ZZZZ9.
           05 FILLER              PIC X(04)      VALUE SPACES.

       01  WS-LIN-RESULTADO.
           05 FILLER              PIC X(11)      VALUE "RESULTADO: ".
           05 WS-RES-TEXTO        PIC X(50).
           05 FILLER              PIC X(19)      VALUE SPACES.

       01  WS-LIN-FIRMA.
           05 WS-FIR-ETIQUETA     PIC X(24).
           05 FILLER              PIC X(30)      VALUE ALL "_".
           05 FILLER              PIC X(26)      VALUE SPACES.

       01  WS-LIN-BLANCO          PIC X(80)      VALUE SPACES.

       PROCEDURE DIVISION.
       010-RAIZ.
           ACCEPT WS-FECHA-BITACORA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-COMPLETA  FROM TIME
           MOVE WS-HORA-HHMMSS TO WS-HORA-INICIO
           DISPLAY "LOTE A REVERSAR (AAMMDDSS): "
           ACCEPT WS-LOTE-REVERSO
           IF WS-LOTE-REVERSO IS NOT NUMERIC OR
              WS-LOTE-REVERSO IS EQUAL TO ZEROS
               MOVE ZEROS TO WS-LOTE-REVERSO
               MOVE "NUMERO DE LOTE INVALIDO" TO WS-MOTIVO-RECHAZO
           ELSE
               PERFORM 100-VALIDA-LOTE THRU 100-FIN
           END-IF
           IF WS-MOTIVO-RECHAZO IS EQUAL TO SPACES
               PERFORM 200-VALIDA-HISTORICO THRU 200-FIN
           END-IF
           IF WS-MOTIVO-RECHAZO IS EQUAL TO SPACES
               PERFORM 300-CARGA-CATEGORIAS THRU 300-FIN
           END-IF
           IF WS-MOTIVO-RECHAZO IS EQUAL TO SPACES
               PERFORM 350-CONFIRMA-REVERSO THRU 350-FIN
               IF WS-REVERSO-CONFIRMADO
                   PERFORM 400-APLICA-REVERSO THRU 400-FIN
               END-IF
           END-IF
           PERFORM 500-IMPRIME-REPORTE THRU 500-FIN
           EVALUATE TRUE
               WHEN WS-REVERSO-APLICADO
                   MOVE ZEROS TO RETURN-CODE
                   DISPLAY "LOTE " WS-LOTE-REVERSO " REVERSADO"
               WHEN WS-MOTIVO-RECHAZO IS NOT EQUAL TO SPACES
                   MOVE 16 TO RETURN-CODE
                   DISPLAY "REVERSO RECHAZADO: " WS-MOTIVO-RECHAZO
               WHEN OTHER
                   MOVE 08 TO RETURN-CODE
                   DISPLAY "REVERSO CANCELADO POR EL OPERADOR"
           END-EVALUATE
           DISPLAY "RETURN-CODE: " RETURN-CODE
           PERFORM 900-GRABA-BITACORA THRU 900-FIN
           GOBACK.

       100-VALIDA-LOTE.
           OPEN INPUT LOTE-FILE
           IF WS-LOTE-STATUS IS EQUAL TO "35"
               MOVE "NO EXISTE EL REGISTRO DE LOTES LOTEREG"
                                         TO WS-MOTIVO-RECHAZO
           ELSE
               MOVE WS-LOTE-REVERSO TO LOTE-NUMERO
               READ LOTE-FILE
                   INVALID KEY
                       MOVE "LOTE NO REGISTRADO EN LOTEREG"
                                         TO WS-MOTIVO-RECHAZO
                   NOT INVALID KEY
                       MOVE LOTE-FECHA-PROCESO  TO WS-FECHA-PROCESO
                       MOVE LOTE-FECHA-CREACION TO WS-FECHA-CREACION
                       MOVE LOTE-CARGOS         TO WS-LOTE-CARGOS
                       MOVE LOTE-ABONOS         TO WS-LOTE-ABONOS
                       MOVE LOTE-REGISTROS      TO WS-LOTE-REGISTROS
                       COMPUTE WS-LOTE-NETO =
                               LOTE-CARGOS - LOTE-ABONOS
                       IF LOTE-REVERSADO
                           MOVE "EL LOTE YA FUE REVERSADO"
                                         TO WS-MOTIVO-RECHAZO
                       END-IF
               END-READ
               CLOSE LOTE-FILE
           END-IF.
       100-FIN. EXIT.

      *> LA FECHA DEL LOTE DEBE SEGUIR VIVA EN EL HISTORICO; SI YA NO
      *> ESTA SE BUSCA EN EL ARCHIVO MUERTO SOLO PARA DAR EL MOTIVO
      *> CORRECTO. CON DESGLOSE EN HISTLOT EL RENGLON DEL LOTE DEBE
      *> SER EL DEL LOTEREG; SIN EL, LAS CIFRAS DEL DIA DEBEN SER LAS
      *> DEL LOTE.
       200-VALIDA-HISTORICO.
           PERFORM 230-BUSCA-HIST-LOTE THRU 230-FIN
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS IS EQUAL TO "35"
               MOVE "NO EXISTE HISTORICO DE CORRIDAS"
                                         TO WS-MOTIVO-RECHAZO
           ELSE
               MOVE WS-FECHA-PROCESO TO HIST-FECHA
               READ HIST-FILE
                   INVALID KEY
                       PERFORM 210-BUSCA-ARCHIVO THRU 210-FIN
                   NOT INVALID KEY
                       PERFORM 220-COTEJA-HISTORICO THRU 220-FIN
               END-READ
               CLOSE HIST-FILE
           END-IF.
       200-FIN. EXIT.

       210-BUSCA-ARCHIVO.
           OPEN INPUT ARCH-IN
           IF WS-ARCH-STATUS IS EQUAL TO "35"
               CONTINUE
           ELSE
               PERFORM 215-LEE-ARCHIVO THRU 215-FIN
                       UNTIL WS-FIN-ARCH OR WS-FECHA-EN-ARCHIVO
               CLOSE ARCH-IN
           END-IF
           IF WS-FECHA-EN-ARCHIVO
               MOVE "FECHA DEL LOTE YA DEPURADA A HISTARCH"
                                         TO WS-MOTIVO-RECHAZO
           ELSE
               MOVE "FECHA DEL LOTE SIN REGISTRO EN HISTORICO"
                                         TO WS-MOTIVO-RECHAZO
           END-IF.
       210-FIN. EXIT.

       215-LEE-ARCHIVO.
           READ ARCH-IN
               AT END
                   SET WS-FIN-ARCH TO TRUE
               NOT AT END
                   IF ARC-FECHA IS NUMERIC AND
                      ARC-FECHA IS EQUAL TO WS-FECHA-PROCESO
                       SET WS-FECHA-EN-ARCHIVO TO TRUE
                   END-IF
           END-READ.
       215-FIN. EXIT.

       220-COTEJA-HISTORICO.
           MOVE HIST-SUMA TO WS-HIST-NETO-ANTES
           EVALUATE TRUE
               WHEN HIST-CARGOS IS NOT NUMERIC OR
                    HIST-ABONOS IS NOT NUMERIC
                   MOVE "HISTORICO DEL DIA SIN DESGLOSE CARGOS/ABONOS"
                                         TO WS-MOTIVO-RECHAZO
               WHEN WS-LOTE-CON-DESGLOSE AND
                    (WS-HLOT-CARGOS IS NOT EQUAL TO WS-LOTE-CARGOS OR
                     WS-HLOT-ABONOS IS NOT EQUAL TO WS-LOTE-ABONOS OR
                     WS-HLOT-REGS IS NOT EQUAL TO WS-LOTE-REGISTROS)
                   MOVE "HISTLOT NO CORRESPONDE AL LOTE DE LOTEREG"
                                         TO WS-MOTIVO-RECHAZO
               WHEN WS-LOTE-CON-DESGLOSE
                   MOVE HIST-CARGOS TO WS-HIST-CAR-ANTES
                   MOVE HIST-ABONOS TO WS-HIST-ABO-ANTES
               WHEN HIST-CARGOS IS NOT EQUAL TO WS-LOTE-CARGOS OR
                    HIST-ABONOS IS NOT EQUAL TO WS-LOTE-ABONOS OR
                    HIST-CONTADOR-REGS IS NOT EQUAL TO WS-LOTE-REGISTROS
                   MOVE "HISTORICO DEL DIA NO CORRESPONDE AL LOTE"
                                         TO WS-MOTIVO-RECHAZO
               WHEN OTHER
                   MOVE HIST-CARGOS TO WS-HIST-CAR-ANTES
                   MOVE HIST-ABONOS TO WS-HIST-ABO-ANTES
           END-EVALUATE.
       220-FIN. EXIT.

      *> LAS CIFRAS DEL LOTE EN HISTLOT SE GUARDAN PARA 220. UN
      *> RENGLON YA MARCADO 'R' NO DEBERIA EXISTIR CON EL LOTE
      *> VIGENTE EN LOTEREG, PERO SI LO HAY NO SE RESTA DOS VECES.
       230-BUSCA-HIST-LOTE.
           OPEN INPUT HLOT-FILE
           IF WS-HLOT-STATUS IS NOT EQUAL TO "35"
               MOVE WS-FECHA-PROCESO TO HLOT-FECHA
               MOVE WS-LOTE-REVERSO  TO HLOT-LOTE
               READ HLOT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF HLOT-REVERSADO
                           MOVE "EL LOTE YA ESTA REVERSADO EN HISTLOT"
                                         TO WS-MOTIVO-RECHAZO
                       ELSE
                           SET WS-LOTE-CON-DESGLOSE TO TRUE
                           MOVE HLOT-CARGOS        TO WS-HLOT-CARGOS
                           MOVE HLOT-ABONOS        TO WS-HLOT-ABONOS
                           MOVE HLOT-CONTADOR-REGS TO WS-HLOT-REGS
                       END-IF
               END-READ
               CLOSE HLOT-FILE
           END-IF.
       230-FIN. EXIT.

       300-CARGA-CATEGORIAS.
           IF WS-LOTE-CON-DESGLOSE
               PERFORM 320-CARGA-CATEGORIAS-LOTE THRU 320-FIN
           ELSE
               PERFORM 305-CARGA-CATEGORIAS-DIA  THRU 305-FIN
           END-IF
           IF WS-MOTIVO-RECHAZO IS EQUAL TO SPACES AND
              (WS-SUMA-CAT-CARGOS IS NOT EQUAL TO WS-LOTE-CARGOS OR
               WS-SUMA-CAT-ABONOS IS NOT EQUAL TO WS-LOTE-ABONOS)
               IF WS-LOTE-CON-DESGLOSE
                   MOVE "HCATLOT DEL LOTE NO CUADRA CONTRA EL LOTE"
                                         TO WS-MOTIVO-RECHAZO
               ELSE
                   MOVE "HISTCAT DEL DIA NO CUADRA CONTRA EL LOTE"
                                         TO WS-MOTIVO-RECHAZO
               END-IF
           END-IF.
       300-FIN. EXIT.

       305-CARGA-CATEGORIAS-DIA.
           OPEN INPUT HCAT-FILE
           IF WS-HCAT-STATUS IS EQUAL TO "35"
               MOVE "NO EXISTE HISTORICO POR CATEGORIA HISTCAT"
                                         TO WS-MOTIVO-RECHAZO
           ELSE
               MOVE WS-FECHA-PROCESO TO HCAT-FECHA
               MOVE ZEROS            TO HCAT-CATEGORIA
               START HCAT-FILE KEY IS NOT LESS THAN HCAT-LLAVE
                   INVALID KEY
                       SET WS-FIN-HCAT TO TRUE
               END-START
               PERFORM 310-LEE-CATEGORIA THRU 310-FIN
                       UNTIL WS-FIN-HCAT
               CLOSE HCAT-FILE
           END-IF.
       305-FIN. EXIT.

       310-LEE-CATEGORIA.
           READ HCAT-FILE NEXT RECORD
               AT END
                   SET WS-FIN-HCAT TO TRUE
           END-READ
           IF NOT WS-FIN-HCAT
               IF HCAT-FECHA IS NOT EQUAL TO WS-FECHA-PROCESO OR
                  WS-CATS-USADAS IS NOT LESS THAN 99
                   SET WS-FIN-HCAT TO TRUE
               ELSE
                   ADD 1 TO WS-CATS-USADAS
                   MOVE WS-CATS-USADAS TO WS-IND-CAT
                   MOVE HCAT-CATEGORIA TO WS-TCAT-CODIGO (WS-IND-CAT)
                   MOVE HCAT-CARGOS    TO WS-TCAT-CARGOS (WS-IND-CAT)
                   MOVE HCAT-ABONOS    TO WS-TCAT-ABONOS (WS-IND-CAT)
                   MOVE HCAT-SUMA      TO WS-TCAT-SUMA (WS-IND-CAT)
                   MOVE HCAT-DETALLES  TO WS-TCAT-DETALLES (WS-IND-CAT)
                   ADD HCAT-CARGOS     TO WS-SUMA-CAT-CARGOS
                   ADD HCAT-ABONOS     TO WS-SUMA-CAT-ABONOS
               END-IF
           END-IF.
       310-FIN. EXIT.

      *> HCATLOT VA POR FECHA, CATEGORIA Y LOTE: SE RECORREN TODAS LAS
      *> CATEGORIAS DE LA FECHA Y SE TOMAN LOS RENGLONES DEL LOTE.
       320-CARGA-CATEGORIAS-LOTE.
           OPEN INPUT HCLT-FILE
           IF WS-HCLT-STATUS IS EQUAL TO "35"
               MOVE "NO EXISTE HISTORICO POR CATEGORIA Y LOTE HCATLOT"
                                         TO WS-MOTIVO-RECHAZO
           ELSE
               MOVE WS-FECHA-PROCESO TO HCLT-FECHA
               MOVE ZEROS            TO HCLT-CATEGORIA
               MOVE ZEROS            TO HCLT-LOTE
               START HCLT-FILE KEY IS NOT LESS THAN HCLT-LLAVE
                   INVALID KEY
                       SET WS-FIN-HCLT TO TRUE
               END-START
               PERFORM 325-LEE-CATEGORIA-LOTE THRU 325-FIN
                       UNTIL WS-FIN-HCLT
               CLOSE HCLT-FILE
           END-IF.
       320-FIN. EXIT.

       325-LEE-CATEGORIA-LOTE.
           READ HCLT-FILE NEXT RECORD
               AT END
                   SET WS-FIN-HCLT TO TRUE
           END-READ
           IF NOT WS-FIN-HCLT
               IF HCLT-FECHA IS NOT EQUAL TO WS-FECHA-PROCESO OR
                  WS-CATS-USADAS IS NOT LESS THAN 99
                   SET WS-FIN-HCLT TO TRUE
               ELSE
                   IF HCLT-LOTE IS EQUAL TO WS-LOTE-REVERSO AND
                      NOT HCLT-REVERSADO
                       ADD 1 TO WS-CATS-USADAS
                       MOVE WS-CATS-USADAS TO WS-IND-CAT
                       MOVE HCLT-CATEGORIA
                                 TO WS-TCAT-CODIGO (WS-IND-CAT)
                       MOVE HCLT-CARGOS
                                 TO WS-TCAT-CARGOS (WS-IND-CAT)
                       MOVE HCLT-ABONOS
                                 TO WS-TCAT-ABONOS (WS-IND-CAT)
                       MOVE HCLT-SUMA
                                 TO WS-TCAT-SUMA (WS-IND-CAT)
                       MOVE HCLT-DETALLES
                                 TO WS-TCAT-DETALLES (WS-IND-CAT)
                       ADD HCLT-CARGOS     TO WS-SUMA-CAT-CARGOS
                       ADD HCLT-ABONOS     TO WS-SUMA-CAT-ABONOS
                   END-IF
               END-IF
           END-IF.
       325-FIN. EXIT.

       350-CONFIRMA-REVERSO.
           DISPLAY "LOTE " WS-LOTE-REVERSO " PROCESADO EL "
                   WS-FECHA-PROCESO " CARGOS " WS-LOTE-CARGOS
                   " ABONOS " WS-LOTE-ABONOS
           DISPLAY "CONFIRMA EL REVERSO DEL LOTE (S/N): "
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA IS EQUAL TO "S"
               SET WS-REVERSO-CONFIRMADO TO TRUE
           END-IF.
       350-FIN. EXIT.

      *> PRIMERO LOS HISTORICOS, AL FINAL LA MARCA EN LOTEREG: SI EL
      *> PASO MUERE A MEDIAS EL LOTE NO QUEDA MARCADO COMO REVERSADO
      *> SIN QUE SUS CIFRAS SE HAYAN RESTADO. CUALQUIER ERROR DE
      *> ACTUALIZACION (WS-ERROR-REVERSO) DETIENE LOS PASOS SIGUIENTES
      *> Y ABORTA EN 990 SIN MARCAR LOTEREG NI GRABAR EXTRREV.
       400-APLICA-REVERSO.
           OPEN I-O HCAT-FILE
           IF WS-HCAT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "NO SE PUEDE ABRIR HISTCAT, STATUS "
                       WS-HCAT-STATUS
               SET WS-ERROR-REVERSO TO TRUE
           ELSE
               PERFORM 410-REVERSA-CATEGORIA THRU 410-FIN
                       VARYING WS-IND-CAT FROM 1 BY 1
                       UNTIL WS-IND-CAT IS GREATER THAN WS-CATS-USADAS
                          OR WS-ERROR-REVERSO
               CLOSE HCAT-FILE
           END-IF
           IF WS-LOTE-CON-DESGLOSE AND NOT WS-ERROR-REVERSO
               OPEN I-O HCLT-FILE
               IF WS-HCLT-STATUS IS NOT EQUAL TO "00"
                   DISPLAY "NO SE PUEDE ABRIR HCATLOT, STATUS "
                           WS-HCLT-STATUS
                   SET WS-ERROR-REVERSO TO TRUE
               ELSE
                   PERFORM 415-MARCA-CATEGORIA-LOTE THRU 415-FIN
                           VARYING WS-IND-CAT FROM 1 BY 1
                           UNTIL WS-IND-CAT IS GREATER THAN
                                 WS-CATS-USADAS
                              OR WS-ERROR-REVERSO
                   CLOSE HCLT-FILE
               END-IF
           END-IF
           IF NOT WS-ERROR-REVERSO
               PERFORM 420-REVERSA-HISTORICO THRU 420-FIN
           END-IF
           IF WS-LOTE-CON-DESGLOSE AND NOT WS-ERROR-REVERSO
               PERFORM 425-MARCA-HIST-LOTE THRU 425-FIN
           END-IF
           IF NOT WS-ERROR-REVERSO
               PERFORM 430-MARCA-LOTE     THRU 430-FIN
           END-IF
           IF WS-ERROR-REVERSO
               PERFORM 990-ABORTA-REVERSO THRU 990-FIN
           END-IF
           PERFORM 440-GRABA-EXTRACTO    THRU 440-FIN
           SET WS-REVERSO-APLICADO TO TRUE.
       400-FIN. EXIT.

       410-REVERSA-CATEGORIA.
           MOVE WS-FECHA-PROCESO             TO HCAT-FECHA
           MOVE WS-TCAT-CODIGO (WS-IND-CAT)  TO HCAT-CATEGORIA
           READ HCAT-FILE
               INVALID KEY
                   DISPLAY "CATEGORIA " HCAT-CATEGORIA
                           " YA NO ESTA EN HISTCAT"
                   SET WS-ERROR-REVERSO TO TRUE
               NOT INVALID KEY
                   SUBTRACT WS-TCAT-CARGOS (WS-IND-CAT)
                            FROM HCAT-CARGOS
                   SUBTRACT WS-TCAT-ABONOS (WS-IND-CAT)
                            FROM HCAT-ABONOS
                   SUBTRACT WS-TCAT-SUMA (WS-IND-CAT)
                            FROM HCAT-SUMA
                   SUBTRACT WS-TCAT-DETALLES (WS-IND-CAT)
                            FROM HCAT-DETALLES
                   REWRITE HCAT-RECORD
                       INVALID KEY
                           DISPLAY "ERROR REGRABANDO HISTCAT CATEGORIA "
                                   HCAT-CATEGORIA
                           SET WS-ERROR-REVERSO TO TRUE
                   END-REWRITE
                   IF WS-HCAT-STATUS IS NOT EQUAL TO "00"
                       SET WS-ERROR-REVERSO TO TRUE
                   END-IF
           END-READ.
       410-FIN. EXIT.

       415-MARCA-CATEGORIA-LOTE.
           MOVE WS-FECHA-PROCESO             TO HCLT-FECHA
           MOVE WS-TCAT-CODIGO (WS-IND-CAT)  TO HCLT-CATEGORIA
           MOVE WS-LOTE-REVERSO              TO HCLT-LOTE
           READ HCLT-FILE
               INVALID KEY
                   DISPLAY "CATEGORIA " HCLT-CATEGORIA
                           " DEL LOTE YA NO ESTA EN HCATLOT"
                   SET WS-ERROR-REVERSO TO TRUE
               NOT INVALID KEY
                   SET HCLT-REVERSADO TO TRUE
                   REWRITE HCLT-RECORD
                       INVALID KEY
                           DISPLAY "ERROR REGRABANDO HCATLOT CATEGORIA "
                                   HCLT-CATEGORIA
                           SET WS-ERROR-REVERSO TO TRUE
                   END-REWRITE
                   IF WS-HCLT-STATUS IS NOT EQUAL TO "00"
                       SET WS-ERROR-REVERSO TO TRUE
                   END-IF
           END-READ.
       415-FIN. EXIT.

       420-REVERSA-HISTORICO.
           OPEN I-O HIST-FILE
           IF WS-HIST-STATUS IS NOT EQUAL TO "00"
               DISPLAY "NO SE PUEDE ABRIR HISTORIC, STATUS "
                       WS-HIST-STATUS
               SET WS-ERROR-REVERSO TO TRUE
           ELSE
               MOVE WS-FECHA-PROCESO TO HIST-FECHA
               READ HIST-FILE
                   INVALID KEY
                       DISPLAY "LA FECHA " WS-FECHA-PROCESO
                               " YA NO ESTA EN EL HISTORICO"
                       SET WS-ERROR-REVERSO TO TRUE
                   NOT INVALID KEY
                       SUBTRACT WS-LOTE-NETO      FROM HIST-SUMA
                       SUBTRACT WS-LOTE-REGISTROS
                                FROM HIST-CONTADOR-REGS
                       SUBTRACT WS-LOTE-CARGOS    FROM HIST-CARGOS
                       SUBTRACT WS-LOTE-ABONOS    FROM HIST-ABONOS
                       MOVE HIST-SUMA          TO WS-HIST-NETO-DESP
                       MOVE HIST-CARGOS        TO WS-HIST-CAR-DESP
                       MOVE HIST-ABONOS        TO WS-HIST-ABO-DESP
                       REWRITE HIST-RECORD
                           INVALID KEY
                               DISPLAY "ERROR REGRABANDO EL HISTORICO"
                               SET WS-ERROR-REVERSO TO TRUE
                       END-REWRITE
                       IF WS-HIST-STATUS IS NOT EQUAL TO "00"
                           SET WS-ERROR-REVERSO TO TRUE
                       END-IF
               END-READ
               CLOSE HIST-FILE
           END-IF.
       420-FIN. EXIT.

       425-MARCA-HIST-LOTE.
           OPEN I-O HLOT-FILE
           IF WS-HLOT-STATUS IS NOT EQUAL TO "00"
               DISPLAY "NO SE PUEDE ABRIR HISTLOT, STATUS "
                       WS-HLOT-STATUS
               SET WS-ERROR-REVERSO TO TRUE
           ELSE
               MOVE WS-FECHA-PROCESO TO HLOT-FECHA
               MOVE WS-LOTE-REVERSO  TO HLOT-LOTE
               READ HLOT-FILE
                   INVALID KEY
                       DISPLAY "EL LOTE " WS-LOTE-REVERSO
                               " YA NO ESTA EN HISTLOT"
                       SET WS-ERROR-REVERSO TO TRUE
                   NOT INVALID KEY
                       SET HLOT-REVERSADO TO TRUE
                       REWRITE HLOT-RECORD
                           INVALID KEY
                               DISPLAY "ERROR REGRABANDO EL LOTE EN "
                                       "HISTLOT"
                               SET WS-ERROR-REVERSO TO TRUE
                       END-REWRITE
                       IF WS-HLOT-STATUS IS NOT EQUAL TO "00"
                           SET WS-ERROR-REVERSO TO TRUE
                       END-IF
               END-READ
               CLOSE HLOT-FILE
           END-IF.
       425-FIN. EXIT.

       430-MARCA-LOTE.
           OPEN I-O LOTE-FILE
           IF WS-LOTE-STATUS IS NOT EQUAL TO "00"
               DISPLAY "NO SE PUEDE ABRIR LOTEREG, STATUS "
                       WS-LOTE-STATUS
               SET WS-ERROR-REVERSO TO TRUE
           ELSE
               MOVE WS-LOTE-REVERSO TO LOTE-NUMERO
               READ LOTE-FILE
                   INVALID KEY
                       DISPLAY "EL LOTE " WS-LOTE-REVERSO
                               " YA NO ESTA EN LOTEREG"
                       SET WS-ERROR-REVERSO TO TRUE
                   NOT INVALID KEY
                       SET LOTE-REVERSADO TO TRUE
                       REWRITE LOTE-RECORD
                           INVALID KEY
                               DISPLAY "ERROR REGRABANDO EL LOTE EN "
                                       "LOTEREG"
                               SET WS-ERROR-REVERSO TO TRUE
                       END-REWRITE
                       IF WS-LOTE-STATUS IS NOT EQUAL TO "00"
                           SET WS-ERROR-REVERSO TO TRUE
                       END-IF
               END-READ
               CLOSE LOTE-FILE
           END-IF.
       430-FIN. EXIT.

      *> LA CONTRAPARTIDA INVIERTE LOS LADOS: LO QUE EL LOTE CARGO
      *> SALE COMO ABONO Y LO QUE ABONO SALE COMO CARGO.
       440-GRABA-EXTRACTO.
           OPEN EXTEND EXTR-REV
           IF WS-EXTR-STATUS IS EQUAL TO "35"
               OPEN OUTPUT EXTR-REV
           END-IF
           PERFORM 445-GRABA-RENGLON-CAT THRU 445-FIN
                   VARYING WS-IND-CAT FROM 1 BY 1
                   UNTIL WS-IND-CAT IS GREATER THAN WS-CATS-USADAS
           MOVE WS-FECHA-BITACORA    TO WS-EXT-FECHA
           MOVE WS-LOTE-REVERSO      TO WS-EXT-LOTE
           MOVE WS-LOTE-ABONOS       TO WS-EXT-CARGOS
           MOVE WS-LOTE-CARGOS       TO WS-EXT-ABONOS
           COMPUTE WS-EXT-NETO = 0 - WS-LOTE-NETO
           MOVE WS-LOTE-REGISTROS    TO WS-EXT-LEIDOS
           MOVE ZEROS                TO WS-EXT-RECHAZOS
           WRITE EXTR-LINEA          FROM WS-EXT-TOTAL
           ADD 1 TO WS-CONT-EXTRACTO
           CLOSE EXTR-REV.
       440-FIN. EXIT.

       445-GRABA-RENGLON-CAT.
           MOVE WS-FECHA-BITACORA    TO WS-EXC-FECHA
           MOVE WS-LOTE-REVERSO      TO WS-EXC-LOTE
           MOVE WS-TCAT-CODIGO (WS-IND-CAT)   TO WS-EXC-CATEGORIA
           MOVE WS-TCAT-ABONOS (WS-IND-CAT)   TO WS-EXC-CARGOS
           MOVE WS-TCAT-CARGOS (WS-IND-CAT)   TO WS-EXC-ABONOS
           COMPUTE WS-EXC-NETO = 0 - WS-TCAT-SUMA (WS-IND-CAT)
           MOVE WS-TCAT-DETALLES (WS-IND-CAT) TO WS-EXC-DETALLES
           WRITE EXTR-LINEA          FROM WS-EXT-CATEGORIA
           ADD 1 TO WS-CONT-EXTRACTO.
       445-FIN. EXIT.

       500-IMPRIME-REPORTE.
           OPEN OUTPUT REV-REP
           MOVE WS-FECHA-BITACORA TO WS-TIT-FECHA
           WRITE REV-LINEA        FROM WS-LIN-TITULO
           MOVE WS-LOTE-REVERSO   TO WS-LOT-NUMERO
           IF WS-FECHA-PROCESO IS GREATER THAN ZEROS
               MOVE WS-FECHA-CREACION   TO WS-LOT-CREACION
               MOVE WS-FECHA-PROCESO    TO WS-LOT-PROCESO
               MOVE WS-LOTE-REGISTROS   TO WS-LOT-REGISTROS
               WRITE REV-LINEA    FROM WS-LIN-LOTE
               MOVE "TOTAL LOTE  " TO WS-IMP-ETIQUETA
               MOVE WS-LOTE-CARGOS TO WS-IMP-CARGOS
               MOVE WS-LOTE-ABONOS TO WS-IMP-ABONOS
               MOVE WS-LOTE-NETO   TO WS-IMP-NETO
               WRITE REV-LINEA     FROM WS-LIN-IMPORTES
           END-IF
           IF WS-REVERSO-APLICADO
               PERFORM 510-IMPRIME-CATEGORIA THRU 510-FIN
                       VARYING WS-IND-CAT FROM 1 BY 1
                       UNTIL WS-IND-CAT IS GREATER THAN WS-CATS-USADAS
               MOVE "HIST ANTES  "     TO WS-IMP-ETIQUETA
               MOVE WS-HIST-CAR-ANTES  TO WS-IMP-CARGOS
               MOVE WS-HIST-ABO-ANTES  TO WS-IMP-ABONOS
               MOVE WS-HIST-NETO-ANTES TO WS-IMP-NETO
               WRITE REV-LINEA         FROM WS-LIN-IMPORTES
               MOVE "HIST DESPUES"     TO WS-IMP-ETIQUETA
               MOVE WS-HIST-CAR-DESP   TO WS-IMP-CARGOS
               MOVE WS-HIST-ABO-DESP   TO WS-IMP-ABONOS
               MOVE WS-HIST-NETO-DESP  TO WS-IMP-NETO
               WRITE REV-LINEA         FROM WS-LIN-IMPORTES
               MOVE "LOTE REVERSADO, CONTRAPARTIDA EN EXTRREV"
                                       TO WS-RES-TEXTO
           ELSE
               IF WS-MOTIVO-RECHAZO IS NOT EQUAL TO SPACES
                   MOVE WS-MOTIVO-RECHAZO TO WS-RES-TEXTO
               ELSE
                   MOVE "CANCELADO POR EL OPERADOR, SIN CAMBIOS"
                                       TO WS-RES-TEXTO
               END-IF
           END-IF
           WRITE REV-LINEA        FROM WS-LIN-RESULTADO
           WRITE REV-LINEA        FROM WS-LIN-BLANCO
           WRITE REV-LINEA        FROM WS-LIN-BLANCO
           MOVE "ELABORO (OPERADOR):     " TO WS-FIR-ETIQUETA
           WRITE REV-LINEA        FROM WS-LIN-FIRMA
           WRITE REV-LINEA        FROM WS-LIN-BLANCO
           MOVE "AUTORIZO (SUPERVISOR):  " TO WS-FIR-ETIQUETA
           WRITE REV-LINEA        FROM WS-LIN-FIRMA
           WRITE REV-LINEA        FROM WS-LIN-BLANCO
           MOVE "FECHA DE AUTORIZACION:  " TO WS-FIR-ETIQUETA
           WRITE REV-LINEA        FROM WS-LIN-FIRMA
           CLOSE REV-REP.
       500-FIN. EXIT.

       510-IMPRIME-CATEGORIA.
           MOVE WS-TCAT-CODIGO (WS-IND-CAT)   TO WS-CAT-LIN-CODIGO
           MOVE WS-TCAT-CARGOS (WS-IND-CAT)   TO WS-CAT-LIN-CARGOS
           MOVE WS-TCAT-ABONOS (WS-IND-CAT)   TO WS-CAT-LIN-ABONOS
           MOVE WS-TCAT-SUMA (WS-IND-CAT)     TO WS-CAT-LIN-NETO
           MOVE WS-TCAT-DETALLES (WS-IND-CAT) TO WS-CAT-LIN-DETALLES
           WRITE REV-LINEA FROM WS-LIN-CATEGORIA.
       510-FIN. EXIT.

      *> UN REVERSO QUE FALLA A MEDIAS NO DEBE PARECER EXITOSO: SE
      *> DETIENE CON RETURN-CODE 16 SIN MARCAR EL LOTE EN LOTEREG NI
      *> GRABAR LA CONTRAPARTIDA, Y EL REPORTE LO DICE PARA QUE SE
      *> REVISEN A MANO LOS HISTORICOS QUE SI SE ALCANZARON A AJUSTAR.
       990-ABORTA-REVERSO.
           MOVE "REVERSO INCOMPLETO, REVISAR HISTORICOS A MANO"
                                     TO WS-MOTIVO-RECHAZO
           DISPLAY "ERROR ACTUALIZANDO HISTORICOS DEL LOTE "
                   WS-LOTE-REVERSO ", REVERSO ABORTADO"
           DISPLAY "EL LOTE NO SE MARCA EN LOTEREG NI SE GRABA EXTRREV"
           MOVE 16 TO RETURN-CODE
           DISPLAY "RETURN-CODE: " RETURN-CODE
           PERFORM 500-IMPRIME-REPORTE THRU 500-FIN
           PERFORM 900-GRABA-BITACORA  THRU 900-FIN
           STOP RUN.
       990-FIN. EXIT.

       900-GRABA-BITACORA.
           OPEN EXTEND RUN-LOG
           IF WS-RUNLOG-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RUN-LOG
           END-IF
           MOVE SPACES              TO RUN-RECORD
           MOVE "PROGREV"           TO RUN-PROGRAMA
           MOVE WS-FECHA-BITACORA   TO RUN-FECHA
           MOVE WS-HORA-INICIO      TO RUN-HORA-INICIO
           ACCEPT WS-HORA-COMPLETA  FROM TIME
           MOVE WS-HORA-HHMMSS      TO RUN-HORA-FIN
           MOVE WS-CATS-USADAS      TO RUN-REGS-ENTRADA
           MOVE WS-CONT-EXTRACTO    TO RUN-REGS-SALIDA
           IF WS-MOTIVO-RECHAZO IS EQUAL TO SPACES
               MOVE ZEROS           TO RUN-RECHAZOS
           ELSE
               MOVE 1               TO RUN-RECHAZOS
           END-IF
           MOVE RETURN-CODE         TO RUN-RETORNO
           MOVE WS-LOTE-REVERSO     TO RUN-LOTE
           WRITE RUN-RECORD
           CLOSE RUN-LOG.
       900-FIN. EXIT.
