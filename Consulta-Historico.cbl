      *>                  ANEXA A HISTARCH EN ORDEN ASCENDENTE DE
      *>                  FECHA; UN ARCHIVO MUERTO DESORDENADO SE
      *>                  LISTARIA EN SU ORDEN FISICO.
      *> 15/10/2026 JOS - UN DIA PUEDE TENER VARIOS LOTES (HISTORIC ES
      *>                  SU SUMA): A PEDIDO (CONPARM O CONSOLA) BAJO
      *>                  CADA FECHA VIVA SE LISTA SU DESGLOSE POR LOTE
      *>                  DEL HISTORICO POR LOTE HISTLOT, CON LOS
      *>                  LOTES REVERSADOS MARCADOS.
      *>----------------------------------------------------------------

       ENVIRONMENT DIVISION.
                                   RECORD KEY IS HIST-FECHA
                                   FILE STATUS IS WS-HIST-STATUS.

           SELECT HLOT-FILE       ASSIGN TO "HISTLOT"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS HLOT-LLAVE
                                   FILE STATUS IS WS-HLOT-STATUS.

           SELECT ARCH-IN         ASSIGN TO "HISTARCH"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-ARCH-STATUS.
           LABEL RECORDS ARE STANDARD.
           COPY HISTREC.

       FD  HLOT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HLOTREC.

       FD  ARCH-IN
           LABEL RECORDS ARE STANDARD.
           COPY HISTREC REPLACING LEADING ==HIST== BY ==ARC==.
       01  PARM-RECORD.
           05 PARM-FECHA-DESDE     PIC 9(08).
           05 PARM-FECHA-HASTA     PIC 9(08).
           05 PARM-DESGLOSE        PIC X(01).
           05 FILLER               PIC X(63).

       FD  CON-REP
           LABEL RECORDS ARE STANDARD.

       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS          PIC X(02)      VALUE "00".
       01  WS-HLOT-STATUS          PIC X(02)      VALUE "00".

       01  WS-AREA-BITACORA.
           05 WS-RUNLOG-STATUS     PIC X(02)      VALUE "00".
       01  WS-PARM-CONSULTA.
           05 WS-FECHA-DESDE       PIC 9(08)      VALUE ZEROS.
           05 WS-FECHA-HASTA       PIC 9(08)      VALUE 99999999.
           05 WS-DESGLOSE          PIC X(01)      VALUE "N".
              88 WS-CON-DESGLOSE                  VALUE "S".

       01  WS-SWITCHES.
           05 WS-SW-FIN-HIST       PIC X(01)      VALUE "N".
              88 WS-FIN-ARCH                      VALUE "S".
           05 WS-SW-ARCH-RANGO     PIC X(01)      VALUE "N".
              88 WS-ARCH-EN-RANGO                 VALUE "S".
           05 WS-SW-FIN-HLOT       PIC X(01)      VALUE "N".
              88 WS-FIN-HLOT                      VALUE "S".
           05 WS-SW-HAY-HISTLOT    PIC X(01)      VALUE "N".
              88 WS-HAY-HISTLOT                   VALUE "S".
           05 WS-CONT-LOTES        PIC 9(05)      VALUE ZEROS.

       01  WS-AREA-ARCHIVO.
           05 WS-ARCH-STATUS       PIC X(02)      VALUE "00".
           05 WS-RES-ORIGEN        PIC X(04).
           05 FILLER               PIC X(04)      VALUE SPACES.

       01  WS-LIN-LOTE.
           05 FILLER               PIC X(07)      VALUE "  LOTE ".
           05 WS-DLT-LOTE          PIC 9(08).
           05 FILLER               PIC X(05)      VALUE " CAR:".
           05 WS-DLT-CARGOS        PIC ZZZZZZZ9.99.
           05 FILLER               PIC X(05)      VALUE " ABO:".
           05 WS-DLT-ABONOS        PIC ZZZZZZZ9.99.
           05 FILLER               PIC X(05)      VALUE " NET:".
           05 WS-DLT-SUMA          PIC ZZZZZZZ9.99-.
           05 FILLER               PIC X(05)      VALUE " REG:".
           05 WS-DLT-REGISTROS     PIC ZZZZ9.
           05 FILLER               PIC X(01)      VALUE SPACES.
           05 WS-DLT-ESTADO        PIC X(05).

       01  WS-LIN-SIN-DESGLOSE.
           05 FILLER               PIC X(50)      VALUE
              "  SIN DESGLOSE POR LOTE (GRABADO ANTES DE HISTLOT)".
           05 FILLER               PIC X(30)      VALUE SPACES.

       PROCEDURE DIVISION.
       010-RAIZ.
           ACCEPT WS-FECHA-BITACORA FROM DATE YYYYMMDD
           MOVE WS-FECHA-DESDE TO WS-TIT-DESDE
           MOVE WS-FECHA-HASTA TO WS-TIT-HASTA
           WRITE CON-LINEA     FROM WS-LIN-TITULO
           IF WS-CON-DESGLOSE
               OPEN INPUT HLOT-FILE
               IF WS-HLOT-STATUS IS NOT EQUAL TO "35"
                   SET WS-HAY-HISTLOT TO TRUE
               END-IF
           END-IF
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS IS EQUAL TO "35"
               DISPLAY "NO EXISTE HISTORICO DE CORRIDAS DE PROGSTR"
           IF WS-ARCH-STATUS IS NOT EQUAL TO "35"
               CLOSE ARCH-IN
           END-IF
           IF WS-HAY-HISTLOT
               CLOSE HLOT-FILE
           END-IF
           IF NOT WS-SE-ENCONTRO
               WRITE CON-LINEA FROM WS-LIN-SIN-DATOS
               DISPLAY WS-LIN-SIN-DATOS
               ACCEPT WS-FECHA-DESDE
               DISPLAY "FECHA FINAL A CONSULTAR    (AAAAMMDD): "
               ACCEPT WS-FECHA-HASTA
               DISPLAY "DESGLOSE POR LOTE (S/N): "
               ACCEPT WS-DESGLOSE
           ELSE
               READ PARM-FILE
                   AT END
                           DISPLAY "FECHAS INVALIDAS EN CONPARM, SE "
                                   "CONSULTA EL RANGO COMPLETO"
                       END-IF
                       MOVE PARM-DESGLOSE TO WS-DESGLOSE
               END-READ
               CLOSE PARM-FILE
           END-IF.
           MOVE HIST-SUMA          TO WS-RES-SUMA
           MOVE HIST-CONTADOR-REGS TO WS-RES-REGISTROS
           MOVE "VIVO"             TO WS-RES-ORIGEN
           PERFORM 250-EMITE-LINEA THRU 250-FIN
           IF WS-HAY-HISTLOT
               PERFORM 260-DESGLOSA-LOTES THRU 260-FIN
           END-IF.
       230-FIN. EXIT.

       250-EMITE-LINEA.
           DISPLAY WS-LIN-RESULTADO.
       250-FIN. EXIT.

      *> LOS LOTES DE LA FECHA EN HISTLOT. UNA FECHA CONTABILIZADA
      *> ANTES DE HISTLOT NO TIENE RENGLONES Y SE DICE ASI.
       260-DESGLOSA-LOTES.
           MOVE ZEROS      TO WS-CONT-LOTES
           MOVE "N"        TO WS-SW-FIN-HLOT
           MOVE HIST-FECHA TO HLOT-FECHA
           MOVE ZEROS      TO HLOT-LOTE
           START HLOT-FILE KEY IS NOT LESS THAN HLOT-LLAVE
               INVALID KEY
                   SET WS-FIN-HLOT TO TRUE
           END-START
           PERFORM 265-LEE-LOTE THRU 265-FIN
                   UNTIL WS-FIN-HLOT
           IF WS-CONT-LOTES IS EQUAL TO ZEROS
               WRITE CON-LINEA FROM WS-LIN-SIN-DESGLOSE
               DISPLAY WS-LIN-SIN-DESGLOSE
           END-IF.
       260-FIN. EXIT.

       265-LEE-LOTE.
           READ HLOT-FILE NEXT RECORD
               AT END
                   SET WS-FIN-HLOT TO TRUE
           END-READ
           IF NOT WS-FIN-HLOT
               IF HLOT-FECHA IS NOT EQUAL TO HIST-FECHA
                   SET WS-FIN-HLOT TO TRUE
               ELSE
                   ADD 1 TO WS-CONT-LOTES
                   MOVE HLOT-LOTE          TO WS-DLT-LOTE
                   MOVE HLOT-CARGOS        TO WS-DLT-CARGOS
                   MOVE HLOT-ABONOS        TO WS-DLT-ABONOS
                   MOVE HLOT-SUMA          TO WS-DLT-SUMA
                   MOVE HLOT-CONTADOR-REGS TO WS-DLT-REGISTROS
                   IF HLOT-REVERSADO
                       MOVE "REV."         TO WS-DLT-ESTADO
                   ELSE
                       MOVE SPACES         TO WS-DLT-ESTADO
                   END-IF
                   WRITE CON-LINEA FROM WS-LIN-LOTE
                   DISPLAY WS-LIN-LOTE
               END-IF
           END-IF.
       265-FIN. EXIT.

      *> AVANZA EL ARCHIVO MUERTO HASTA EL SIGUIENTE REGISTRO DENTRO
      *> DEL RANGO CONSULTADO (O SU FIN), BRINCANDO FECHAS FUERA DE
      *> RANGO Y REGISTROS CON FECHA NO NUMERICA.
