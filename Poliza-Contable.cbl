       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGPOL.
      *AUTHOR.                    JACK JOSAFAT ORTIZ SALAZAR
      *INSTALLATION.              PRUEBAS JACK
      *DATE-WRITTEN.              15/10/2026.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.

      *>----------------------------------------------------------------
      *> POLIZA CONTABLE PARA EL MAYOR GENERAL. CORRE DESPUES DE
      *> PROGSTR Y ARMA, A PARTIR DE LOS SUBTOTALES POR CATEGORIA DEL
      *> EXTRACTO DE LA CORRIDA, EL ASIENTO QUE CONTABILIDAD CAPTURABA
      *> A MANO CADA MANANA:
      *> - SOLO SE GENERA PARA UNA CORRIDA CUADRADA: EL LOTE DEL
      *>   RENGLON 'T' DEBE ESTAR EN LOTEREG (PROGSTR SOLO LO REGISTRA
      *>   CUANDO 600-VERIFICA-CONTROL DECLARO EL CUADRE), SIN
      *>   REVERSAR, CON LA MISMA FECHA Y LOS MISMOS CARGOS Y ABONOS;
      *>   Y LOS RENGLONES 'C' DEBEN SUMAR EL RENGLON 'T'. SI NO, NO
      *>   HAY POLIZA (RETURN-CODE 16).
      *> - UN ASIENTO BALANCEADO POR CATEGORIA, CON EL LOTE Y LA
      *>   FECHA DE CORRIDA COMO REFERENCIA: EL NETO DE LA CATEGORIA
      *>   SE CARGA A SU CUENTA DE CARGO Y SE ABONA A SU CUENTA DE
      *>   ABONO (MAESTRO CTAMAST, LAYOUT CTAREC); UN NETO NEGATIVO
      *>   INVIERTE LAS CUENTAS. COMO EN EL EXTRACTO, SI UNA
      *>   CATEGORIA TRAE MAS DE UN RENGLON 'C' (REINICIO) VALE EL
      *>   ULTIMO.
      *> - UNA CATEGORIA SIN CUENTAS SE MANDA A LA CUENTA DE SUSPENSO
      *>   POR OMISION (CATEGORIA 00 DE CTAMAST) Y LA POLIZA SE
      *>   RETIENE; TAMBIEN SE RETIENE SI EL TOTAL DEL DEBE NO ES
      *>   IGUAL AL DEL HABER. LA POLIZA LIBERADA SE GRABA EN GLDIARIO
      *>   (RETURN-CODE 00, LA CARGA AL MAYOR PUEDE CORRER); LA
      *>   RETENIDA SE GRABA EN GLRETEN Y GLDIARIO QUEDA VACIO
      *>   (RETURN-CODE 08, LA CARGA NO DEBE CORRER).
      *> - EL LISTADO POLREP MUESTRA CADA SUBTOTAL DE CATEGORIA CON
      *>   LAS PARTIDAS QUE SALIERON DE EL, LOS TOTALES DEL DEBE Y DEL
      *>   HABER Y EL RESULTADO.
      *> FORMATO DE LA POLIZA (SEPARADO POR ';', COMO EL EXTRACTO):
      *>   H;FECHA;LOTE;ASIENTOS;ESTADO (L=LIBERADA, R=RETENIDA)
      *>   D;FECHA;LOTE;CATEGORIA;D/H;CUENTA;IMPORTE;S=SUSPENSO
      *>   T;FECHA;LOTE;ASIENTOS;TOTAL DEBE;TOTAL HABER;ESTADO
      *>----------------------------------------------------------------
      *> HISTORIAL DE MODIFICACIONES
      *> 15/10/2026 JOS - VERSION INICIAL.
      *> 15/10/2026 JOS - LOS TOTALES DEL DEBE Y DEL HABER SE ACUMULAN
      *>                  POR LADO CON LAS PARTIDAS QUE REALMENTE SE
      *>                  GRABAN; LAS PARTIDAS SE ARMAN PRIMERO EN EL
      *>                  ARCHIVO DE TRABAJO POLWORK Y SOLO SE PASAN A
      *>                  GLDIARIO SI EL DEBE CUADRA CON EL HABER.
      *>----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTA-MAESTRO     ASSIGN TO "CTAMAST"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-CTA-STATUS.

           SELECT EXTR-IN         ASSIGN TO "EXTRACTO"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-EXTR-STATUS.

           SELECT LOTE-FILE       ASSIGN TO "LOTEREG"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS LOTE-NUMERO
                                   FILE STATUS IS WS-LOTE-STATUS.

           SELECT POL-LIBERADA    ASSIGN TO "GLDIARIO"
                                   ORGANIZATION IS SEQUENTIAL.

           SELECT POL-RETENIDA    ASSIGN TO "GLRETEN"
                                   ORGANIZATION IS SEQUENTIAL.

           SELECT POL-REP         ASSIGN TO "POLREP"
                                   ORGANIZATION IS SEQUENTIAL.

           SELECT POL-TRABAJO     ASSIGN TO "POLWORK"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-POLW-STATUS.

           SELECT RUN-LOG         ASSIGN TO "RUNLOG"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CTA-MAESTRO
           LABEL RECORDS ARE STANDARD.
           COPY CTAREC.

       FD  EXTR-IN
           LABEL RECORDS ARE STANDARD.
       01  EXTR-ENTRADA           PIC X(80).

       FD  LOTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOTEREC.

       FD  POL-LIBERADA
           LABEL RECORDS ARE STANDARD.
       01  POL-LIB-LINEA          PIC X(80).

       FD  POL-RETENIDA
           LABEL RECORDS ARE STANDARD.
       01  POL-RET-LINEA          PIC X(80).

       FD  POL-REP
           LABEL RECORDS ARE STANDARD.
       01  POL-REP-LINEA          PIC X(80).

       FD  POL-TRABAJO
           LABEL RECORDS ARE STANDARD.
       01  POL-TRA-LINEA          PIC X(80).

       FD  RUN-LOG
           LABEL RECORDS ARE STANDARD.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-ARCHIVOS.
           05 WS-CTA-STATUS       PIC X(02)      VALUE "00".
           05 WS-EXTR-STATUS      PIC X(02)      VALUE "00".
           05 WS-LOTE-STATUS      PIC X(02)      VALUE "00".
           05 WS-POLW-STATUS      PIC X(02)      VALUE "00".

       01  WS-AREA-BITACORA.
           05 WS-RUNLOG-STATUS    PIC X(02)      VALUE "00".
           05 WS-FECHA-BITACORA   PIC 9(08)      VALUE ZEROS.
           05 WS-HORA-COMPLETA    PIC 9(08)      VALUE ZEROS.
           05 WS-HORA-COMPLETA-R REDEFINES WS-HORA-COMPLETA.
              10 WS-HORA-HHMMSS   PIC 9(06).
              10 FILLER           PIC 9(02).
           05 WS-HORA-INICIO      PIC 9(06)      VALUE ZEROS.

       01  WS-SWITCHES.
           05 WS-SW-FIN-CTA       PIC X(01)      VALUE "N".
              88 WS-FIN-CTA                      VALUE "S".
           05 WS-SW-FIN-EXTR      PIC X(01)      VALUE "N".
              88 WS-FIN-EXTR                     VALUE "S".
           05 WS-SW-HAY-TOTAL     PIC X(01)      VALUE "N".
              88 WS-HAY-TOTAL                    VALUE "S".
           05 WS-SW-RETENIDA      PIC X(01)      VALUE "N".
              88 WS-POLIZA-RETENIDA              VALUE "S".
           05 WS-SW-FIN-POLW      PIC X(01)      VALUE "N".
              88 WS-FIN-POLW                     VALUE "S".

       01  WS-AREA-POLIZA.
           05 WS-MOTIVO-RECHAZO   PIC X(50)      VALUE SPACES.
           05 WS-MOTIVO-RETENCION PIC X(50)      VALUE SPACES.
           05 WS-FECHA-CORRIDA    PIC 9(08)      VALUE ZEROS.
           05 WS-LOTE-CORRIDA     PIC 9(08)      VALUE ZEROS.
           05 WS-T-CARGOS         PIC 9(09)V9(02)  VALUE ZEROS.
           05 WS-T-ABONOS         PIC 9(09)V9(02)  VALUE ZEROS.
           05 WS-T-NETO           PIC S9(09)V9(02) VALUE ZEROS.
           05 WS-SUMA-C-CARGOS    PIC 9(11)V9(02)  VALUE ZEROS.
           05 WS-SUMA-C-ABONOS    PIC 9(11)V9(02)  VALUE ZEROS.
           05 WS-TOTAL-DEBE       PIC 9(11)V9(02)  VALUE ZEROS.
           05 WS-TOTAL-HABER      PIC 9(11)V9(02)  VALUE ZEROS.
           05 WS-IMPORTE-ASIENTO  PIC 9(09)V9(02)  VALUE ZEROS.
           05 WS-CUENTA-CARGO     PIC X(12)      VALUE SPACES.
           05 WS-CUENTA-ABONO     PIC X(12)      VALUE SPACES.
           05 WS-CUENTA-SUSPENSO  PIC X(12)      VALUE SPACES.
           05 WS-MARCA-SUSPENSO   PIC X(01)      VALUE SPACES.
           05 WS-ESTADO-POLIZA    PIC X(01)      VALUE SPACES.

      *> CUENTAS POR CATEGORIA: EL ELEMENTO ES LA CATEGORIA + 1, ASI
      *> QUE EL ELEMENTO 1 ES EL REGISTRO 00 DE LA CUENTA DE SUSPENSO.
       01  WS-TABLA-CUENTAS.
           05 WS-IND-CTA          PIC 9(03)      VALUE ZEROS.
           05 WS-CTA-ELEM OCCURS 100 TIMES.
              10 WS-CTA-MAPEO     PIC X(01).
                 88 WS-CTA-MAPEADA               VALUE "S".
              10 WS-CTA-DEBE      PIC X(12).
              10 WS-CTA-HABER     PIC X(12).

      *> SUBTOTALES DEL EXTRACTO: EL ELEMENTO ES LA CATEGORIA.
       01  WS-TABLA-CATEGORIAS.
           05 WS-IND-CAT          PIC 9(03)      VALUE ZEROS.
           05 WS-CAT-ELEM OCCURS 99 TIMES.
              10 WS-CAT-USO       PIC X(01).
                 88 WS-CAT-PRESENTE              VALUE "S".
              10 WS-CAT-CARGOS    PIC 9(09)V9(02).
              10 WS-CAT-ABONOS    PIC 9(09)V9(02).
              10 WS-CAT-NETO      PIC S9(09)V9(02).

       01  WS-CONTADORES.
           05 WS-CONT-CATEGORIAS  PIC 9(05)      VALUE ZEROS.
           05 WS-CONT-SIN-MAPEO   PIC 9(05)      VALUE ZEROS.
           05 WS-CONT-PARTIDAS    PIC 9(05)      VALUE ZEROS.
           05 WS-CONT-INVALIDOS   PIC 9(05)      VALUE ZEROS.

      *> RENGLONES DEL EXTRACTO DE PROGSTR (VER 210-IMPRIME-SUBTOTAL
      *> Y 340-GRABA-EXTRACTO-TOTAL), CON LOS IMPORTES PARTIDOS EN
      *> ENTEROS Y DECIMALES PARA LEERLOS SIN DESEDITAR.
       01  WS-EXTR-RENGLON        PIC X(80).

       01  WS-EXTR-C REDEFINES WS-EXTR-RENGLON.
           05 WS-XC-TIPO          PIC X(01).
           05 FILLER              PIC X(01).
           05 WS-XC-FECHA         PIC 9(08).
           05 FILLER              PIC X(01).
           05 WS-XC-LOTE          PIC 9(08).
           05 FILLER              PIC X(01).
           05 WS-XC-CATEGORIA     PIC 9(02).
           05 FILLER              PIC X(01).
           05 WS-XC-CAR-ENT       PIC 9(09).
           05 FILLER              PIC X(01).
           05 WS-XC-CAR-DEC       PIC 9(02).
           05 FILLER              PIC X(01).
           05 WS-XC-ABO-ENT       PIC 9(09).
           05 FILLER              PIC X(01).
           05 WS-XC-ABO-DEC       PIC 9(02).
           05 FILLER              PIC X(01).
           05 WS-XC-NET-SIGNO     PIC X(01).
           05 WS-XC-NET-ENT       PIC 9(09).
           05 FILLER              PIC X(01).
           05 WS-XC-NET-DEC       PIC 9(02).
           05 FILLER              PIC X(01).
           05 WS-XC-DETALLES      PIC 9(05).
           05 FILLER              PIC X(12).

       01  WS-EXTR-T REDEFINES WS-EXTR-RENGLON.
           05 WS-XT-TIPO          PIC X(01).
           05 FILLER              PIC X(01).
           05 WS-XT-FECHA         PIC 9(08).
           05 FILLER              PIC X(01).
           05 WS-XT-LOTE          PIC 9(08).
           05 FILLER              PIC X(01).
           05 WS-XT-CAR-ENT       PIC 9(09).
           05 FILLER              PIC X(01).
           05 WS-XT-CAR-DEC       PIC 9(02).
           05 FILLER              PIC X(01).
           05 WS-XT-ABO-ENT       PIC 9(09).
           05 FILLER              PIC X(01).
           05 WS-XT-ABO-DEC       PIC 9(02).
           05 FILLER              PIC X(01).
           05 WS-XT-NET-SIGNO     PIC X(01).
           05 WS-XT-NET-ENT       PIC 9(09).
           05 FILLER              PIC X(01).
           05 WS-XT-NET-DEC       PIC 9(02).
           05 FILLER              PIC X(01).
           05 WS-XT-LEIDOS        PIC 9(05).
           05 FILLER              PIC X(01).
           05 WS-XT-RECHAZOS      PIC 9(05).
           05 FILLER              PIC X(09).

       01  WS-POL-ENCABEZADO.
           05 FILLER              PIC X(01)      VALUE "H".
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-PH-FECHA         PIC 9(08).
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-PH-LOTE          PIC 9(08).
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-PH-ASIENTOS      PIC 9(03).
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-PH-ESTADO        PIC X(01).
           05 FILLER              PIC X(55)      VALUE SPACES.

       01  WS-POL-PARTIDA.
           05 FILLER              PIC X(01)      VALUE "D".
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-PD-FECHA         PIC 9(08).
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-PD-LOTE          PIC 9(08).
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-PD-CATEGORIA     PIC 9(02).
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-PD-NATURALEZA    PIC X(01).
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-PD-CUENTA        PIC X(12).
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-PD-IMPORTE       PIC 9(09).9(02).
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-PD-SUSPENSO      PIC X(01).
           05 FILLER              PIC X(28)      VALUE SPACES.

       01  WS-POL-TRAILER.
           05 FILLER              PIC X(01)      VALUE "T".
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-PT-FECHA         PIC 9(08).
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-PT-LOTE          PIC 9(08).
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-PT-ASIENTOS      PIC 9(03).
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-PT-DEBE          PIC 9(11).9(02).
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-PT-HABER         PIC 9(11).9(02).
           05 FILLER              PIC X(01)      VALUE ";".
           05 WS-PT-ESTADO        PIC X(01).
           05 FILLER              PIC X(25)      VALUE SPACES.

       01  WS-LIN-TITULO.
           05 FILLER              PIC X(11)      VALUE "PROGPOL".
           05 FILLER              PIC X(33)      VALUE
              "POLIZA CONTABLE DEL LOTE".
           05 FILLER              PIC X(07)      VALUE "FECHA: ".
           05 WS-TIT-FECHA        PIC 9(08).
           05 FILLER              PIC X(21)      VALUE SPACES.

       01  WS-LIN-REFERENCIA.
           05 FILLER              PIC X(06)      VALUE "LOTE: ".
           05 WS-REF-LOTE         PIC 9(08).
           05 FILLER              PIC X(17)      VALUE
              "  FECHA CORRIDA: ".
           05 WS-REF-FECHA        PIC 9(08).
           05 FILLER              PIC X(41)      VALUE SPACES.

       01  WS-LIN-IMPORTES.
           05 WS-IMP-ETIQUETA     PIC X(12).
           05 FILLER              PIC X(05)      VALUE " CAR:".
           05 WS-IMP-CARGOS       PIC ZZZZZZZZ9.99.
           05 FILLER              PIC X(05)      VALUE " ABO:".
           05 WS-IMP-ABONOS       PIC ZZZZZZZZ9.99.
           05 FILLER              PIC X(05)      VALUE " NET:".
           05 WS-IMP-NETO         PIC ZZZZZZZZ9.99-.
           05 FILLER              PIC X(16)      VALUE SPACES.

       01  WS-LIN-SUBTOTAL.
           05 FILLER              PIC X(13)      VALUE
              "SUBTOTAL CAT ".
           05 WS-SUB-CATEGORIA    PIC 9(02).
           05 FILLER              PIC X(05)      VALUE " CAR:".
           05 WS-SUB-CARGOS       PIC ZZZZZZZZ9.99.
           05 FILLER              PIC X(05)      VALUE " ABO:".
           05 WS-SUB-ABONOS       PIC ZZZZZZZZ9.99.
           05 FILLER              PIC X(05)      VALUE " NET:".
           05 WS-SUB-NETO         PIC ZZZZZZZZ9.99-.
           05 FILLER              PIC X(13)      VALUE SPACES.

       01  WS-LIN-PARTIDA.
           05 FILLER              PIC X(06)      VALUE SPACES.
           05 WS-PAR-NATURALEZA   PIC X(05).
           05 FILLER              PIC X(06)      VALUE " CTA: ".
           05 WS-PAR-CUENTA       PIC X(12).
           05 FILLER              PIC X(10)      VALUE " IMPORTE: ".
           05 WS-PAR-IMPORTE      PIC ZZZZZZZZ9.99.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-PAR-MARCA        PIC X(20).
           05 FILLER              PIC X(08)      VALUE SPACES.

       01  WS-LIN-TOTALES.
           05 FILLER              PIC X(12)      VALUE "TOTAL DEBE: ".
           05 WS-TOT-DEBE         PIC ZZZZZZZZZZ9.99.
           05 FILLER              PIC X(15)      VALUE
              "  TOTAL HABER: ".
           05 WS-TOT-HABER        PIC ZZZZZZZZZZ9.99.
           05 FILLER              PIC X(25)      VALUE SPACES.

       01  WS-LIN-RESULTADO.
           05 FILLER              PIC X(11)      VALUE "RESULTADO: ".
           05 WS-RES-TEXTO        PIC X(50).
           05 FILLER              PIC X(19)      VALUE SPACES.

       PROCEDURE DIVISION.
       010-RAIZ.
           ACCEPT WS-FECHA-BITACORA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-COMPLETA  FROM TIME
           MOVE WS-HORA-HHMMSS TO WS-HORA-INICIO
           PERFORM 020-CARGA-CUENTAS THRU 020-FIN
           PERFORM 100-LEE-EXTRACTO  THRU 100-FIN
           IF WS-MOTIVO-RECHAZO IS EQUAL TO SPACES
               PERFORM 200-VERIFICA-CUADRE THRU 200-FIN
           END-IF
           OPEN OUTPUT POL-LIBERADA
           OPEN OUTPUT POL-RETENIDA
           OPEN OUTPUT POL-REP
           MOVE WS-FECHA-BITACORA TO WS-TIT-FECHA
           WRITE POL-REP-LINEA    FROM WS-LIN-TITULO
           IF WS-MOTIVO-RECHAZO IS EQUAL TO SPACES
               PERFORM 300-ARMA-POLIZA THRU 300-FIN
           END-IF
           PERFORM 500-IMPRIME-RESULTADO THRU 500-FIN
           CLOSE POL-LIBERADA
           CLOSE POL-RETENIDA
           CLOSE POL-REP
           EVALUATE TRUE
               WHEN WS-MOTIVO-RECHAZO IS NOT EQUAL TO SPACES
                   MOVE 16 TO RETURN-CODE
                   DISPLAY "POLIZA NO GENERADA: " WS-MOTIVO-RECHAZO
               WHEN WS-POLIZA-RETENIDA
                   MOVE 08 TO RETURN-CODE
                   DISPLAY "POLIZA RETENIDA: " WS-MOTIVO-RETENCION
               WHEN OTHER
                   MOVE ZEROS TO RETURN-CODE
                   DISPLAY "POLIZA LIBERADA, PARTIDAS: "
                           WS-CONT-PARTIDAS
           END-EVALUATE
           DISPLAY "RETURN-CODE: " RETURN-CODE
           PERFORM 900-GRABA-BITACORA THRU 900-FIN
           GOBACK.

       020-CARGA-CUENTAS.
           PERFORM 025-INICIALIZA-CUENTA THRU 025-FIN
                   VARYING WS-IND-CTA FROM 1 BY 1
                   UNTIL WS-IND-CTA IS GREATER THAN 100
           OPEN INPUT CTA-MAESTRO
           IF WS-CTA-STATUS IS EQUAL TO "35"
               DISPLAY "NO EXISTE EL MAESTRO DE CUENTAS CTAMAST, "
                       "NINGUNA CATEGORIA TIENE CUENTA"
           ELSE
               PERFORM 030-LEE-CUENTA THRU 030-FIN
                       UNTIL WS-FIN-CTA
               CLOSE CTA-MAESTRO
           END-IF
           IF WS-CTA-MAPEADA (1)
               MOVE WS-CTA-DEBE (1) TO WS-CUENTA-SUSPENSO
           END-IF.
       020-FIN. EXIT.

       025-INICIALIZA-CUENTA.
           MOVE "N"    TO WS-CTA-MAPEO (WS-IND-CTA)
           MOVE SPACES TO WS-CTA-DEBE  (WS-IND-CTA)
                          WS-CTA-HABER (WS-IND-CTA).
       025-FIN. EXIT.

       030-LEE-CUENTA.
           READ CTA-MAESTRO
               AT END
                   SET WS-FIN-CTA TO TRUE
               NOT AT END
                   IF CTA-CATEGORIA IS NOT NUMERIC
                       DISPLAY "CTAMAST CON CATEGORIA INVALIDA, SE "
                               "IGNORA: " CTA-CATEGORIA
                   ELSE
                       COMPUTE WS-IND-CTA = CTA-CATEGORIA + 1
                       MOVE CTA-CUENTA-DEBE  TO
                            WS-CTA-DEBE (WS-IND-CTA)
                       MOVE CTA-CUENTA-HABER TO
                            WS-CTA-HABER (WS-IND-CTA)
                       IF CTA-CUENTA-DEBE IS NOT EQUAL TO SPACES AND
                          (CTA-CUENTA-HABER IS NOT EQUAL TO SPACES OR
                           CTA-CATEGORIA IS EQUAL TO ZEROS)
                           SET WS-CTA-MAPEADA (WS-IND-CTA) TO TRUE
                       END-IF
                   END-IF
           END-READ.
       030-FIN. EXIT.

       100-LEE-EXTRACTO.
           PERFORM 105-INICIALIZA-CATEGORIA THRU 105-FIN
                   VARYING WS-IND-CAT FROM 1 BY 1
                   UNTIL WS-IND-CAT IS GREATER THAN 99
           OPEN INPUT EXTR-IN
           IF WS-EXTR-STATUS IS EQUAL TO "35"
               MOVE "NO EXISTE EL EXTRACTO DE LA CORRIDA"
                                         TO WS-MOTIVO-RECHAZO
           ELSE
               PERFORM 110-LEE-RENGLON THRU 110-FIN
                       UNTIL WS-FIN-EXTR
               CLOSE EXTR-IN
               EVALUATE TRUE
                   WHEN WS-CONT-INVALIDOS IS GREATER THAN ZEROS
                       MOVE "EXTRACTO CON RENGLONES ILEGIBLES"
                                         TO WS-MOTIVO-RECHAZO
                   WHEN NOT WS-HAY-TOTAL
                       MOVE "EXTRACTO SIN RENGLON T, CORRIDA INCOMPLETA"
                                         TO WS-MOTIVO-RECHAZO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       100-FIN. EXIT.

       105-INICIALIZA-CATEGORIA.
           MOVE "N"   TO WS-CAT-USO    (WS-IND-CAT)
           MOVE ZEROS TO WS-CAT-CARGOS (WS-IND-CAT)
                         WS-CAT-ABONOS (WS-IND-CAT)
                         WS-CAT-NETO   (WS-IND-CAT).
       105-FIN. EXIT.

       110-LEE-RENGLON.
           READ EXTR-IN
               AT END
                   SET WS-FIN-EXTR TO TRUE
               NOT AT END
                   MOVE EXTR-ENTRADA TO WS-EXTR-RENGLON
                   EVALUATE WS-XC-TIPO
                       WHEN "C"
                           PERFORM 120-TOMA-CATEGORIA THRU 120-FIN
                       WHEN "T"
                           PERFORM 130-TOMA-TOTAL     THRU 130-FIN
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       110-FIN. EXIT.

       120-TOMA-CATEGORIA.
           IF WS-XC-CATEGORIA IS NOT NUMERIC OR
              WS-XC-CATEGORIA IS EQUAL TO ZEROS OR
              WS-XC-CAR-ENT IS NOT NUMERIC OR
              WS-XC-CAR-DEC IS NOT NUMERIC OR
              WS-XC-ABO-ENT IS NOT NUMERIC OR
              WS-XC-ABO-DEC IS NOT NUMERIC
               ADD 1 TO WS-CONT-INVALIDOS
           ELSE
               MOVE WS-XC-CATEGORIA TO WS-IND-CAT
               IF NOT WS-CAT-PRESENTE (WS-IND-CAT)
                   ADD 1 TO WS-CONT-CATEGORIAS
               END-IF
               SET WS-CAT-PRESENTE (WS-IND-CAT) TO TRUE
               COMPUTE WS-CAT-CARGOS (WS-IND-CAT) =
                       WS-XC-CAR-ENT + (WS-XC-CAR-DEC / 100)
               COMPUTE WS-CAT-ABONOS (WS-IND-CAT) =
                       WS-XC-ABO-ENT + (WS-XC-ABO-DEC / 100)
               COMPUTE WS-CAT-NETO (WS-IND-CAT) =
                       WS-CAT-CARGOS (WS-IND-CAT) -
                       WS-CAT-ABONOS (WS-IND-CAT)
           END-IF.
       120-FIN. EXIT.

       130-TOMA-TOTAL.
           IF WS-XT-FECHA IS NOT NUMERIC OR
              WS-XT-LOTE IS NOT NUMERIC OR
              WS-XT-CAR-ENT IS NOT NUMERIC OR
              WS-XT-CAR-DEC IS NOT NUMERIC OR
              WS-XT-ABO-ENT IS NOT NUMERIC OR
              WS-XT-ABO-DEC IS NOT NUMERIC
               ADD 1 TO WS-CONT-INVALIDOS
           ELSE
               SET WS-HAY-TOTAL TO TRUE
               MOVE WS-XT-FECHA TO WS-FECHA-CORRIDA
               MOVE WS-XT-LOTE  TO WS-LOTE-CORRIDA
               COMPUTE WS-T-CARGOS =
                       WS-XT-CAR-ENT + (WS-XT-CAR-DEC / 100)
               COMPUTE WS-T-ABONOS =
                       WS-XT-ABO-ENT + (WS-XT-ABO-DEC / 100)
               COMPUTE WS-T-NETO = WS-T-CARGOS - WS-T-ABONOS
           END-IF.
       130-FIN. EXIT.

      *> LA CORRIDA ESTA CUADRADA SI PROGSTR REGISTRO SU LOTE EN
      *> LOTEREG (820-REGISTRA-LOTE SOLO CORRE CON WS-CUADRE-OK) Y EL
      *> REGISTRO COINCIDE CON EL RENGLON 'T' DEL EXTRACTO.
       200-VERIFICA-CUADRE.
           OPEN INPUT LOTE-FILE
           IF WS-LOTE-STATUS IS EQUAL TO "35"
               MOVE "NO EXISTE EL REGISTRO DE LOTES LOTEREG"
                                         TO WS-MOTIVO-RECHAZO
           ELSE
               MOVE WS-LOTE-CORRIDA TO LOTE-NUMERO
               READ LOTE-FILE
                   INVALID KEY
                       MOVE "LOTE SIN REGISTRO: CORRIDA NO CUADRADA"
                                         TO WS-MOTIVO-RECHAZO
                   NOT INVALID KEY
                       PERFORM 210-COTEJA-LOTE THRU 210-FIN
               END-READ
               CLOSE LOTE-FILE
           END-IF
           IF WS-MOTIVO-RECHAZO IS EQUAL TO SPACES
               PERFORM 220-SUMA-CATEGORIA THRU 220-FIN
                       VARYING WS-IND-CAT FROM 1 BY 1
                       UNTIL WS-IND-CAT IS GREATER THAN 99
               IF WS-SUMA-C-CARGOS IS NOT EQUAL TO WS-T-CARGOS OR
                  WS-SUMA-C-ABONOS IS NOT EQUAL TO WS-T-ABONOS
                   MOVE "SUBTOTALES C NO SUMAN EL TOTAL T DEL EXTRACTO"
                                         TO WS-MOTIVO-RECHAZO
               END-IF
           END-IF.
       200-FIN. EXIT.

       210-COTEJA-LOTE.
           EVALUATE TRUE
               WHEN LOTE-REVERSADO
                   MOVE "EL LOTE FUE REVERSADO"
                                         TO WS-MOTIVO-RECHAZO
               WHEN LOTE-FECHA-PROCESO IS NOT EQUAL TO
                    WS-FECHA-CORRIDA
                   MOVE "FECHA DEL EXTRACTO DISTINTA A LA DE LOTEREG"
                                         TO WS-MOTIVO-RECHAZO
               WHEN LOTE-CARGOS IS NOT EQUAL TO WS-T-CARGOS OR
                    LOTE-ABONOS IS NOT EQUAL TO WS-T-ABONOS
                   MOVE "TOTALES DEL EXTRACTO DISTINTOS A LOTEREG"
                                         TO WS-MOTIVO-RECHAZO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       210-FIN. EXIT.

       220-SUMA-CATEGORIA.
           IF WS-CAT-PRESENTE (WS-IND-CAT)
               ADD WS-CAT-CARGOS (WS-IND-CAT) TO WS-SUMA-C-CARGOS
                   ON SIZE ERROR
                       PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
               END-ADD
               ADD WS-CAT-ABONOS (WS-IND-CAT) TO WS-SUMA-C-ABONOS
                   ON SIZE ERROR
                       PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
               END-ADD
           END-IF.
       220-FIN. EXIT.

      *> LAS PARTIDAS SE ARMAN EN EL ARCHIVO DE TRABAJO POLWORK Y 330
      *> ACUMULA EL DEBE Y EL HABER DE LO QUE REALMENTE SE GRABO. CON
      *> ESOS TOTALES Y LAS CUENTAS YA VALIDADAS SE DECIDE A QUE
      *> ARCHIVO VA LA POLIZA: ENCABEZADO CON SU ESTADO, LAS PARTIDAS
      *> COPIADAS DE POLWORK Y EL TRAILER.
       300-ARMA-POLIZA.
           MOVE WS-LOTE-CORRIDA   TO WS-REF-LOTE
           MOVE WS-FECHA-CORRIDA  TO WS-REF-FECHA
           WRITE POL-REP-LINEA    FROM WS-LIN-REFERENCIA
           PERFORM 310-VALIDA-CATEGORIA THRU 310-FIN
                   VARYING WS-IND-CAT FROM 1 BY 1
                   UNTIL WS-IND-CAT IS GREATER THAN 99
           OPEN OUTPUT POL-TRABAJO
           PERFORM 320-GRABA-ASIENTO THRU 320-FIN
                   VARYING WS-IND-CAT FROM 1 BY 1
                   UNTIL WS-IND-CAT IS GREATER THAN 99
           CLOSE POL-TRABAJO
           IF WS-CONT-SIN-MAPEO IS GREATER THAN ZEROS
               SET WS-POLIZA-RETENIDA TO TRUE
               MOVE "CATEGORIAS SIN CUENTA CONTABLE EN CTAMAST"
                                         TO WS-MOTIVO-RETENCION
           END-IF
           IF WS-TOTAL-DEBE IS NOT EQUAL TO WS-TOTAL-HABER
               SET WS-POLIZA-RETENIDA TO TRUE
               MOVE "TOTAL DEL DEBE DISTINTO AL TOTAL DEL HABER"
                                         TO WS-MOTIVO-RETENCION
           END-IF
           IF WS-POLIZA-RETENIDA
               MOVE "R" TO WS-ESTADO-POLIZA
           ELSE
               MOVE "L" TO WS-ESTADO-POLIZA
           END-IF
           MOVE WS-FECHA-CORRIDA   TO WS-PH-FECHA
           MOVE WS-LOTE-CORRIDA    TO WS-PH-LOTE
           MOVE WS-CONT-CATEGORIAS TO WS-PH-ASIENTOS
           MOVE WS-ESTADO-POLIZA   TO WS-PH-ESTADO
           PERFORM 350-GRABA-POLIZA-ENC THRU 350-FIN
           PERFORM 370-COPIA-PARTIDAS   THRU 370-FIN
           MOVE WS-FECHA-CORRIDA   TO WS-PT-FECHA
           MOVE WS-LOTE-CORRIDA    TO WS-PT-LOTE
           MOVE WS-CONT-CATEGORIAS TO WS-PT-ASIENTOS
           MOVE WS-TOTAL-DEBE      TO WS-PT-DEBE
           MOVE WS-TOTAL-HABER     TO WS-PT-HABER
           MOVE WS-ESTADO-POLIZA   TO WS-PT-ESTADO
           PERFORM 360-GRABA-POLIZA-TRL THRU 360-FIN
           MOVE "TOTAL T     "     TO WS-IMP-ETIQUETA
           MOVE WS-T-CARGOS        TO WS-IMP-CARGOS
           MOVE WS-T-ABONOS        TO WS-IMP-ABONOS
           MOVE WS-T-NETO          TO WS-IMP-NETO
           WRITE POL-REP-LINEA     FROM WS-LIN-IMPORTES
           MOVE WS-TOTAL-DEBE      TO WS-TOT-DEBE
           MOVE WS-TOTAL-HABER     TO WS-TOT-HABER
           WRITE POL-REP-LINEA     FROM WS-LIN-TOTALES.
       300-FIN. EXIT.

       310-VALIDA-CATEGORIA.
           IF WS-CAT-PRESENTE (WS-IND-CAT)
               COMPUTE WS-IND-CTA = WS-IND-CAT + 1
               IF NOT WS-CTA-MAPEADA (WS-IND-CTA)
                   ADD 1 TO WS-CONT-SIN-MAPEO
               END-IF
           END-IF.
       310-FIN. EXIT.

      *> EL NETO POSITIVO SE CARGA A LA CUENTA DE CARGO Y SE ABONA A
      *> LA DE ABONO; EL NEGATIVO AL REVES. SIN CUENTAS, AMBAS
      *> PARTIDAS VAN A LA CUENTA DE SUSPENSO.
       320-GRABA-ASIENTO.
           IF WS-CAT-PRESENTE (WS-IND-CAT)
               COMPUTE WS-IND-CTA = WS-IND-CAT + 1
               IF WS-CTA-MAPEADA (WS-IND-CTA)
                   MOVE SPACES TO WS-MARCA-SUSPENSO
                   IF WS-CAT-NETO (WS-IND-CAT) IS LESS THAN ZEROS
                       MOVE WS-CTA-HABER (WS-IND-CTA) TO
                            WS-CUENTA-CARGO
                       MOVE WS-CTA-DEBE (WS-IND-CTA)  TO
                            WS-CUENTA-ABONO
                   ELSE
                       MOVE WS-CTA-DEBE (WS-IND-CTA)  TO
                            WS-CUENTA-CARGO
                       MOVE WS-CTA-HABER (WS-IND-CTA) TO
                            WS-CUENTA-ABONO
                   END-IF
               ELSE
                   MOVE "S"                TO WS-MARCA-SUSPENSO
                   MOVE WS-CUENTA-SUSPENSO TO WS-CUENTA-CARGO
                                              WS-CUENTA-ABONO
               END-IF
               IF WS-CAT-NETO (WS-IND-CAT) IS LESS THAN ZEROS
                   COMPUTE WS-IMPORTE-ASIENTO =
                           0 - WS-CAT-NETO (WS-IND-CAT)
               ELSE
                   MOVE WS-CAT-NETO (WS-IND-CAT) TO WS-IMPORTE-ASIENTO
               END-IF
               MOVE WS-IND-CAT                 TO WS-SUB-CATEGORIA
               MOVE WS-CAT-CARGOS (WS-IND-CAT) TO WS-SUB-CARGOS
               MOVE WS-CAT-ABONOS (WS-IND-CAT) TO WS-SUB-ABONOS
               MOVE WS-CAT-NETO (WS-IND-CAT)   TO WS-SUB-NETO
               WRITE POL-REP-LINEA FROM WS-LIN-SUBTOTAL
               MOVE "D"              TO WS-PD-NATURALEZA
               MOVE WS-CUENTA-CARGO  TO WS-PD-CUENTA
               PERFORM 330-GRABA-PARTIDA THRU 330-FIN
               MOVE "H"              TO WS-PD-NATURALEZA
               MOVE WS-CUENTA-ABONO  TO WS-PD-CUENTA
               PERFORM 330-GRABA-PARTIDA THRU 330-FIN
           END-IF.
       320-FIN. EXIT.

       330-GRABA-PARTIDA.
           MOVE WS-FECHA-CORRIDA   TO WS-PD-FECHA
           MOVE WS-LOTE-CORRIDA    TO WS-PD-LOTE
           MOVE WS-IND-CAT         TO WS-PD-CATEGORIA
           MOVE WS-IMPORTE-ASIENTO TO WS-PD-IMPORTE
           MOVE WS-MARCA-SUSPENSO  TO WS-PD-SUSPENSO
           WRITE POL-TRA-LINEA     FROM WS-POL-PARTIDA
           ADD 1 TO WS-CONT-PARTIDAS
           IF WS-PD-NATURALEZA IS EQUAL TO "D"
               MOVE "DEBE "        TO WS-PAR-NATURALEZA
               ADD WS-IMPORTE-ASIENTO TO WS-TOTAL-DEBE
                   ON SIZE ERROR
                       PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
               END-ADD
           ELSE
               MOVE "HABER"        TO WS-PAR-NATURALEZA
               ADD WS-IMPORTE-ASIENTO TO WS-TOTAL-HABER
                   ON SIZE ERROR
                       PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
               END-ADD
           END-IF
           MOVE WS-PD-CUENTA       TO WS-PAR-CUENTA
           MOVE WS-IMPORTE-ASIENTO TO WS-PAR-IMPORTE
           IF WS-MARCA-SUSPENSO IS EQUAL TO "S"
               MOVE "** A CTA. SUSPENSO"   TO WS-PAR-MARCA
           ELSE
               MOVE SPACES         TO WS-PAR-MARCA
           END-IF
           WRITE POL-REP-LINEA     FROM WS-LIN-PARTIDA.
       330-FIN. EXIT.

       350-GRABA-POLIZA-ENC.
           IF WS-POLIZA-RETENIDA
               WRITE POL-RET-LINEA FROM WS-POL-ENCABEZADO
           ELSE
               WRITE POL-LIB-LINEA FROM WS-POL-ENCABEZADO
           END-IF.
       350-FIN. EXIT.

       360-GRABA-POLIZA-TRL.
           IF WS-POLIZA-RETENIDA
               WRITE POL-RET-LINEA FROM WS-POL-TRAILER
           ELSE
               WRITE POL-LIB-LINEA FROM WS-POL-TRAILER
           END-IF.
       360-FIN. EXIT.

       370-COPIA-PARTIDAS.
           MOVE "N" TO WS-SW-FIN-POLW
           OPEN INPUT POL-TRABAJO
           PERFORM 375-COPIA-PARTIDA THRU 375-FIN
                   UNTIL WS-FIN-POLW
           CLOSE POL-TRABAJO.
       370-FIN. EXIT.

       375-COPIA-PARTIDA.
           READ POL-TRABAJO
               AT END
                   SET WS-FIN-POLW TO TRUE
               NOT AT END
                   IF WS-POLIZA-RETENIDA
                       WRITE POL-RET-LINEA FROM POL-TRA-LINEA
                   ELSE
                       WRITE POL-LIB-LINEA FROM POL-TRA-LINEA
                   END-IF
           END-READ.
       375-FIN. EXIT.

       500-IMPRIME-RESULTADO.
           EVALUATE TRUE
               WHEN WS-MOTIVO-RECHAZO IS NOT EQUAL TO SPACES
                   MOVE WS-MOTIVO-RECHAZO   TO WS-RES-TEXTO
               WHEN WS-POLIZA-RETENIDA
                   MOVE "POLIZA RETENIDA EN GLRETEN, NO SE CARGA"
                                            TO WS-RES-TEXTO
                   WRITE POL-REP-LINEA      FROM WS-LIN-RESULTADO
                   MOVE WS-MOTIVO-RETENCION TO WS-RES-TEXTO
               WHEN OTHER
                   MOVE "POLIZA LIBERADA EN GLDIARIO PARA EL MAYOR"
                                            TO WS-RES-TEXTO
           END-EVALUATE
           WRITE POL-REP-LINEA FROM WS-LIN-RESULTADO.
       500-FIN. EXIT.

      *> UN SOBREFLUJO EN LOS TOTALES DE LA POLIZA LA DEJARIA
      *> DESCUADRADA EN SILENCIO: MEJOR ABORTAR RUIDOSO.
       990-ABORTA-SOBREFLUJO.
           DISPLAY "SOBREFLUJO EN TOTALES DE LA POLIZA, "
                   "CORRIDA ABORTADA"
           MOVE 16 TO RETURN-CODE
           DISPLAY "RETURN-CODE: " RETURN-CODE
           PERFORM 900-GRABA-BITACORA THRU 900-FIN
           STOP RUN.
       990-FIN. EXIT.

       900-GRABA-BITACORA.
           OPEN EXTEND RUN-LOG
           IF WS-RUNLOG-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RUN-LOG
           END-IF
           MOVE SPACES              TO RUN-RECORD
           MOVE "PROGPOL"           TO RUN-PROGRAMA
           MOVE WS-FECHA-BITACORA   TO RUN-FECHA
           MOVE WS-HORA-INICIO      TO RUN-HORA-INICIO
           ACCEPT WS-HORA-COMPLETA  FROM TIME
           MOVE WS-HORA-HHMMSS      TO RUN-HORA-FIN
           MOVE WS-CONT-CATEGORIAS  TO RUN-REGS-ENTRADA
           MOVE WS-CONT-PARTIDAS    TO RUN-REGS-SALIDA
           MOVE WS-CONT-SIN-MAPEO   TO RUN-RECHAZOS
           MOVE RETURN-CODE         TO RUN-RETORNO
           MOVE WS-LOTE-CORRIDA     TO RUN-LOTE
           WRITE RUN-RECORD
           CLOSE RUN-LOG.
       900-FIN. EXIT.
