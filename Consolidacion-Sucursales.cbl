      *>                  (CAIDA A MEDIO CONFIRMAR O RECORRIDA
      *>                  ACCIDENTAL): SUS SUSPENSOS YA MARCADOS 'R'
      *>                  SE PERDERIAN SIN POSTEARSE.
      *> 15/10/2026 JOS - POR CADA SUCURSAL CONSOLIDADA SE ANEXA UN
      *>                  REGISTRO A LA ESTADISTICA DE SUCURSALES
      *>                  SUCESTA (LAYOUT ESTSREC) CON ENVIO ESPERADO,
      *>                  LLEGADA DEL ARCHIVO, LEIDOS, EXCLUIDOS,
      *>                  CARGOS, ABONOS, LO DECLARADO Y LA DIFERENCIA,
      *>                  MAS SI LA SALIDA QUEDO VERIFICADA, PARA EL
      *>                  TABLERO MENSUAL DE SUCURSALES DE PROGTAB.
      *> 15/10/2026 JOS - DETECCION DE TRANSACCIONES DUPLICADAS ENTRE
      *>                  SUCURSALES Y ENTRE DIAS: CADA DETALLE CON
      *>                  REFERENCIA DE SUCURSAL (TR-REF-SUCURSAL Y
      *>                  TR-FECHA-SUC) SE COTEJA CONTRA EL INDICE DE
      *>                  REFERENCIAS ACEPTADAS REFSUC (LAYOUT REFREC).
      *>                  UNA REFERENCIA YA VISTA, EN ESTA U OTRA
      *>                  CONSOLIDACION, NO ENTRA AL TRANSIN: SE
      *>                  APARTA EN DUPWORK Y, YA VERIFICADA LA
      *>                  SALIDA, SE GRABA EN SUSPENSO CON MOTIVO
      *>                  "DUPLICADO" PARA REVISION. EL REPORTE LLEVA
      *>                  LOS DUPLICADOS POR SUCURSAL Y SUS TOTALES.
      *>                  LAS REFERENCIAS SE GUARDAN LOS DIAS DE
      *>                  RETENCION DEL PARAMETRO CNSPARM (90 POR
      *>                  OMISION) Y SE DEPURAN AL ARRANQUE.
      *>----------------------------------------------------------------

       ENVIRONMENT DIVISION.
                                   RECORD KEY IS LOTE-NUMERO
                                   FILE STATUS IS WS-REG-STATUS.

           SELECT SUC-ESTAD       ASSIGN TO "SUCESTA"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-ESTA-STATUS.

           SELECT RUN-LOG         ASSIGN TO "RUNLOG"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT PARM-FILE       ASSIGN TO "CNSPARM"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT REF-FILE        ASSIGN TO "REFSUC"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS REF-LLAVE
                                   FILE STATUS IS WS-REF-STATUS.

           SELECT DUP-WORK        ASSIGN TO "DUPWORK"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-DUPW-STATUS.

           SELECT ORDEN-TRABAJO   ASSIGN TO "SORTWK".

       DATA DIVISION.
           LABEL RECORDS ARE STANDARD.
           COPY LOTEREC.

       FD  SUC-ESTAD
           LABEL RECORDS ARE STANDARD.
           COPY ESTSREC.

       FD  RUN-LOG
           LABEL RECORDS ARE STANDARD.
           COPY RUNREC.

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05 PARM-DIAS-RETENCION PIC 9(03).
           05 FILLER              PIC X(77).

       FD  REF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REFREC.

       FD  DUP-WORK
           LABEL RECORDS ARE STANDARD.
       01  DUPW-RECORD.
           05 DUPW-TRANS          PIC X(80).
           05 FILLER              PIC X(20).

       SD  ORDEN-TRABAJO.
       01  ORD-REGISTRO.
           05 ORD-TIPO-REG        PIC X(01).
              88 WS-SALIDA-OK                    VALUE "S".
           05 WS-SW-TRANSIN-PEND  PIC X(01)      VALUE "N".
              88 WS-TRANSIN-PENDIENTE            VALUE "S".
           05 WS-SW-REF-DUP       PIC X(01)      VALUE "N".
              88 WS-REF-DUPLICADA                VALUE "S".
           05 WS-SW-FIN-REF       PIC X(01)      VALUE "N".
              88 WS-FIN-REF                      VALUE "S".
           05 WS-SW-FIN-DUPW      PIC X(01)      VALUE "N".
              88 WS-FIN-DUPW                     VALUE "S".

       01  WS-AREA-SUCURSALES.
           05 WS-MAX-SUCURSALES   PIC 9(02)      VALUE 10.
           05 WS-SUC-ACTUAL       PIC 9(02)      VALUE ZEROS.
           05 WS-SUC-STATUS       PIC X(02)      VALUE "00".
           05 WS-SUCM-STATUS      PIC X(02)      VALUE "00".
           05 WS-ESTA-STATUS      PIC X(02)      VALUE "00".
           05 WS-ENTRADA-SUCURSAL OCCURS 10 TIMES.
              10 WS-SUC-USO       PIC X(01).
                 88 WS-SUC-CONSOLIDA             VALUE "S".
                 88 WS-SUC-AUSENTE               VALUE "A".
              10 WS-SUC-LEIDOS    PIC 9(05).
              10 WS-SUC-INVALIDOS PIC 9(05).
              10 WS-SUC-DUPLICADOS PIC 9(05).
              10 WS-SUC-CARGOS    PIC 9(09)V9(02).
              10 WS-SUC-ABONOS    PIC 9(09)V9(02).
              10 WS-SUC-CTRL-CAR  PIC 9(09)V9(02).
              10 FILLER           PIC 9(02).
              10 WS-FECHA-AAMMDD  PIC 9(06).

      *> INDICE DE REFERENCIAS DE SUCURSAL. LOS DUPLICADOS SE
      *> NUMERAN EN SUSPENSO DESPUES DEL ULTIMO DETALLE DEL LOTE
      *> (PROGSTR NUMERA SUS RECHAZOS DE 1 AL CONTEO DE DETALLES),
      *> PARA QUE LA LLAVE SUSP-LOTE/SUSP-SECUENCIA NO SE REPITA.
       01  WS-AREA-REFERENCIAS.
           05 WS-PARM-STATUS      PIC X(02)      VALUE "00".
           05 WS-REF-STATUS       PIC X(02)      VALUE "00".
           05 WS-DUPW-STATUS      PIC X(02)      VALUE "00".
           05 WS-DIAS-RETENCION   PIC 9(03)      VALUE 090.
           05 WS-SERIAL-HOY       PIC 9(07)      VALUE ZEROS.
           05 WS-SERIAL-CORTE     PIC 9(07)      VALUE ZEROS.
           05 WS-REF-DEPURADAS    PIC 9(07)      VALUE ZEROS.
           05 WS-REF-RECUPERADAS  PIC 9(05)      VALUE ZEROS.
           05 WS-REF-ANULADAS     PIC 9(05)      VALUE ZEROS.
           05 WS-REF-CONFIRMADAS  PIC 9(07)      VALUE ZEROS.
           05 WS-SIN-REFERENCIA   PIC 9(05)      VALUE ZEROS.
           05 WS-DUPLICADOS-TOTAL PIC 9(05)      VALUE ZEROS.
           05 WS-DUP-PREVIOS      PIC 9(05)      VALUE ZEROS.
           05 WS-DUP-ORDINAL      PIC 9(05)      VALUE ZEROS.
           05 WS-DUP-GRABADOS     PIC 9(05)      VALUE ZEROS.

       01  WS-AREA-SERIAL.
           05 WS-FECHA-TRAB       PIC 9(08)      VALUE ZEROS.
           05 WS-FECHA-TRAB-R REDEFINES WS-FECHA-TRAB.
              10 WS-TRAB-ANO      PIC 9(04).
              10 WS-TRAB-MES      PIC 9(02).
              10 WS-TRAB-DIA      PIC 9(02).
           05 WS-SERIAL-TRAB      PIC 9(07)      VALUE ZEROS.
           05 WS-ANOS-PREVIOS     PIC 9(04)      VALUE ZEROS.
           05 WS-BISIESTOS        PIC 9(04)      VALUE ZEROS.
           05 WS-COCIENTE-4       PIC 9(04)      VALUE ZEROS.
           05 WS-COCIENTE-100     PIC 9(04)      VALUE ZEROS.
           05 WS-COCIENTE-400     PIC 9(04)      VALUE ZEROS.
           05 WS-DIAS-MES-PREV    PIC 9(03)      VALUE ZEROS.

       01  WS-AREA-LOTE.
           05 WS-CTL-STATUS       PIC X(02)      VALUE "00".
           05 WS-REG-STATUS       PIC X(02)      VALUE "00".
           05 WS-RPT-CARGOS       PIC ZZZZZZZZ9.99.
           05 FILLER              PIC X(05)      VALUE " ABO:".
           05 WS-RPT-ABONOS       PIC ZZZZZZZZ9.99.
           05 FILLER              PIC X(05)      VALUE " DUP:".
           05 WS-RPT-DUPLICADOS   PIC ZZZZ9.
           05 FILLER              PIC X(07)      VALUE SPACES.

       01  WS-LIN-SUC-DECLARADO.
           05 FILLER              PIC X(07)      VALUE SPACES.
           05 WS-DUP-TOTAL        PIC ZZZZ9.
           05 FILLER              PIC X(41)      VALUE SPACES.

       01  WS-LIN-REF-DUPLICADOS.
           05 FILLER              PIC X(32)      VALUE
              "DETALLES DUPLICADOS A SUSPENSO: ".
           05 WS-RDP-TOTAL        PIC ZZZZ9.
           05 FILLER              PIC X(43)      VALUE SPACES.

       01  WS-LIN-SIN-REFERENCIA.
           05 FILLER              PIC X(39)      VALUE
              "DETALLES SIN REFERENCIA, NO COTEJADOS: ".
           05 WS-SRF-TOTAL        PIC ZZZZ9.
           05 FILLER              PIC X(36)      VALUE SPACES.

       01  WS-LIN-REF-DEPURA.
           05 FILLER              PIC X(23)      VALUE
              "REFERENCIAS DEPURADAS (".
           05 WS-RDE-DIAS         PIC ZZ9.
           05 FILLER              PIC X(08)      VALUE " DIAS): ".
           05 WS-RDE-DEPURADAS    PIC ZZZZZZ9.
           05 FILLER              PIC X(11)      VALUE " ACEPTADAS:".
           05 WS-RDE-RECUPERADAS  PIC ZZZZ9.
           05 FILLER              PIC X(10)      VALUE " ANULADAS:".
           05 WS-RDE-ANULADAS     PIC ZZZZ9.
           05 FILLER              PIC X(08)      VALUE SPACES.

       01  WS-LIN-RECUPERA.
           05 FILLER              PIC X(11)      VALUE "RECUPERADO ".
           05 FILLER              PIC X(05)      VALUE "LOTE ".
               GOBACK
           END-IF
           PERFORM 080-RECUPERA-EN-VUELO THRU 080-FIN
           PERFORM 020-LEE-PARAMETROS    THRU 020-FIN
           PERFORM 070-ABRE-REFERENCIAS  THRU 070-FIN
           SORT ORDEN-TRABAJO ON ASCENDING KEY ORD-CATEGORIA
               INPUT PROCEDURE IS 100-LEE-SUCURSALES THRU 100-FIN
               OUTPUT PROCEDURE IS 300-GRABA-SALIDA THRU 300-FIN
      *> SIGUIENTE ARRANQUE; EL ORDEN INVERSO PODRIA REUSAR EL
      *> NUMERO DE LOTE Y PISAR UN TRANSIN CON SUSPENSOS YA
      *> CONFIRMADOS.
      *> LOS DUPLICADOS VAN A SUSPENSO ANTES DE AVANZAR LOTECTL: SI
      *> LA CORRIDA CAE ENTRE AMBOS, EL REARRANQUE REGENERA EL MISMO
      *> LOTE Y 340 BRINCA LOS QUE YA HABIA GRABADO; EL ORDEN INVERSO
      *> PODRIA PERDERLOS, YA FUERA DEL TRANSIN.
           IF WS-SALIDA-OK
               WRITE CONS-LINEA FROM WS-LIN-VER-OK
               PERFORM 340-GRABA-DUPLICADOS      THRU 340-FIN
               PERFORM 210-AVANZA-LOTECTL        THRU 210-FIN
               PERFORM 330-CONFIRMA-EN-VUELO     THRU 330-FIN
               PERFORM 350-CONFIRMA-REFERENCIAS  THRU 350-FIN
           ELSE
               WRITE CONS-LINEA FROM WS-LIN-VER-MAL
               DISPLAY "SALIDA TRANSIN INCOMPLETA O DESCUADRADA, "
               MOVE 16 TO RETURN-CODE
               DISPLAY "RETURN-CODE: " RETURN-CODE
           END-IF
           CLOSE REF-FILE
           PERFORM 400-IMPRIME-REPORTE THRU 400-FIN
           CLOSE CONS-REP
           DISPLAY "LOTE GENERADO: " WS-LOTE-GENERADO
           PERFORM 950-GRABA-BITACORA THRU 950-FIN
           GOBACK.

       020-LEE-PARAMETROS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS IS EQUAL TO "35"
               DISPLAY "SIN ARCHIVO DE PARAMETROS CNSPARM, SE USAN "
                       WS-DIAS-RETENCION " DIAS DE RETENCION"
           ELSE
               READ PARM-FILE
                   AT END
                       DISPLAY "CNSPARM VACIO, SE USAN "
                               WS-DIAS-RETENCION " DIAS DE RETENCION"
                   NOT AT END
                       IF PARM-DIAS-RETENCION IS NUMERIC AND
                          PARM-DIAS-RETENCION IS GREATER THAN ZEROS
                           MOVE PARM-DIAS-RETENCION TO
                                WS-DIAS-RETENCION
                       ELSE
                           DISPLAY "DIAS DE RETENCION INVALIDOS EN "
                                   "CNSPARM, SE USAN "
                                   WS-DIAS-RETENCION " DIAS"
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           MOVE WS-FECHA-PROCESO TO WS-FECHA-TRAB
           PERFORM 900-CALCULA-SERIAL THRU 900-FIN
           MOVE WS-SERIAL-TRAB TO WS-SERIAL-HOY
           COMPUTE WS-SERIAL-CORTE =
                   WS-SERIAL-HOY - WS-DIAS-RETENCION.
       020-FIN. EXIT.

       050-CARGA-SUCURSALES.
           PERFORM 052-LIMPIA-SUCURSAL THRU 052-FIN
                   VARYING WS-SUC-ACTUAL FROM 1 BY 1
           MOVE "A"    TO WS-SUC-ESTADO (WS-SUC-ACTUAL)
           MOVE ZEROS  TO WS-SUC-LEIDOS    (WS-SUC-ACTUAL)
                          WS-SUC-INVALIDOS (WS-SUC-ACTUAL)
                          WS-SUC-DUPLICADOS (WS-SUC-ACTUAL)
                          WS-SUC-CARGOS    (WS-SUC-ACTUAL)
                          WS-SUC-ABONOS    (WS-SUC-ACTUAL)
                          WS-SUC-CTRL-CAR  (WS-SUC-ACTUAL)
      *> LOTEREG EL MOVIMIENTO SI SE CONTABILIZO Y EL SUSPENSO SE
      *> CONFIRMA 'R'; SI NO, EL TRANSIN NUNCA EMBARCO Y EL SUSPENSO
      *> REGRESA A 'L' PARA QUE ESTA MISMA CORRIDA LO RECOJA.
      *> EL INDICE SE ABRE UNA SOLA VEZ PARA TODA LA CORRIDA. AL
      *> ARRANQUE SE RECORRE COMPLETO: SE BORRAN LAS REFERENCIAS MAS
      *> VIEJAS QUE LA RETENCION Y SE RESUELVEN LAS 'V' QUE DEJO UNA
      *> CORRIDA SIN CONFIRMAR, IGUAL QUE LOS SUSPENSOS EN VUELO: SI
      *> SU LOTE YA ESTA EN LOTEREG SE ACEPTAN 'A'; SI NO, ESE
      *> TRANSIN NUNCA SE CONTABILIZO Y LA REFERENCIA SE BORRA PARA
      *> QUE EL DETALLE PUEDA ENTRAR DE NUEVO. ASI, DURANTE LA
      *> CONSOLIDACION TODA REFERENCIA HALLADA ES UN DUPLICADO.
       070-ABRE-REFERENCIAS.
           OPEN I-O REF-FILE
           IF WS-REF-STATUS IS EQUAL TO "35"
               OPEN OUTPUT REF-FILE
               CLOSE REF-FILE
               OPEN I-O REF-FILE
           ELSE
               MOVE "N" TO WS-SW-FIN-REF
               PERFORM 075-DEPURA-REFERENCIA THRU 075-FIN
                       UNTIL WS-FIN-REF
           END-IF.
       070-FIN. EXIT.

       075-DEPURA-REFERENCIA.
           READ REF-FILE NEXT RECORD
               AT END
                   SET WS-FIN-REF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN REF-SERIAL-ALTA IS NOT NUMERIC
                           DELETE REF-FILE RECORD
                           ADD 1 TO WS-REF-DEPURADAS
                       WHEN REF-SERIAL-ALTA IS LESS THAN
                            WS-SERIAL-CORTE
                           DELETE REF-FILE RECORD
                           ADD 1 TO WS-REF-DEPURADAS
                       WHEN REF-EN-VUELO
                           PERFORM 077-RESUELVE-REFERENCIA THRU 077-FIN
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       075-FIN. EXIT.

       077-RESUELVE-REFERENCIA.
           MOVE "N" TO WS-SW-LOTE-HALLADO
           IF REF-LOTE IS NUMERIC AND
              REF-LOTE IS GREATER THAN ZEROS
               MOVE REF-LOTE TO WS-LOTE-BUSCADO
               PERFORM 095-BUSCA-LOTE-PROCESADO THRU 095-FIN
           END-IF
           IF WS-LOTE-HALLADO
               SET REF-ACEPTADA TO TRUE
               REWRITE REF-RECORD
               ADD 1 TO WS-REF-RECUPERADAS
           ELSE
               DELETE REF-FILE RECORD
               ADD 1 TO WS-REF-ANULADAS
           END-IF.
       077-FIN. EXIT.

       080-RECUPERA-EN-VUELO.
           MOVE "N" TO WS-SW-FIN-SUSP
           OPEN I-O SUSP-FILE
                   IF SUSP-EN-VUELO
                       PERFORM 090-RESUELVE-VUELO THRU 090-FIN
                   END-IF
                   IF SUSP-MOTIVO IS EQUAL TO "DUPLICADO" AND
                      SUSP-LOTE IS NUMERIC AND
                      SUSP-LOTE IS EQUAL TO WS-LOTE-GENERADO
                       ADD 1 TO WS-DUP-PREVIOS
                   END-IF
           END-READ.
       085-FIN. EXIT.

       095-FIN. EXIT.

       100-LEE-SUCURSALES.
           OPEN OUTPUT DUP-WORK
           PERFORM 110-PROCESA-SUCURSAL THRU 110-FIN
                   VARYING WS-SUC-ACTUAL FROM 1 BY 1
                   UNTIL WS-SUC-ACTUAL IS GREATER THAN
                         WS-MAX-SUCURSALES
           CLOSE DUP-WORK
           PERFORM 140-PROCESA-SUSPENSOS THRU 140-FIN.
       100-FIN. EXIT.

           MOVE "N"  TO WS-SW-FIN-SUC
           MOVE ZEROS TO WS-SUC-LEIDOS    (WS-SUC-ACTUAL)
                         WS-SUC-INVALIDOS (WS-SUC-ACTUAL)
                         WS-SUC-DUPLICADOS (WS-SUC-ACTUAL)
                         WS-SUC-CARGOS    (WS-SUC-ACTUAL)
                         WS-SUC-ABONOS    (WS-SUC-ACTUAL)
                         WS-SUC-CTRL-CAR  (WS-SUC-ACTUAL)
                       END-IF
                       MOVE ZEROS TO TR-CICLO-RESUB
                       MOVE WS-SUC-ACTUAL TO TR-SUCURSAL
                       PERFORM 127-COTEJA-REFERENCIA THRU 127-FIN
                       IF WS-REF-DUPLICADA
                           PERFORM 129-APARTA-DUPLICADO THRU 129-FIN
                       ELSE
                           RELEASE ORD-REGISTRO FROM TRANS-RECORD
                       END-IF
                   END-IF
               WHEN TR-ES-SUMARIO
                   MOVE TR-CTRL-CARGOS    TO
           END-EVALUATE.
       125-FIN. EXIT.

      *> UNA REFERENCIA HALLADA EN EL INDICE YA SE ACEPTO ANTES, EN
      *> UNA CONSOLIDACION ANTERIOR O EN ESTA MISMA (SE REGISTRA EN
      *> VUELO CON EL LOTE GENERADO AL CONSOLIDAR EL PRIMER DETALLE).
       127-COTEJA-REFERENCIA.
           MOVE "N" TO WS-SW-REF-DUP
           IF TR-REF-SUCURSAL IS EQUAL TO SPACES
               ADD 1 TO WS-SIN-REFERENCIA
           ELSE
               MOVE SPACES          TO REF-RECORD
               MOVE WS-SUC-ACTUAL   TO REF-SUCURSAL
               IF TR-FECHA-SUC IS NUMERIC
                   MOVE TR-FECHA-SUC TO REF-FECHA-SUC
               ELSE
                   MOVE ZEROS        TO REF-FECHA-SUC
               END-IF
               MOVE TR-REF-SUCURSAL TO REF-REFERENCIA
               READ REF-FILE
                   INVALID KEY
                       PERFORM 128-REGISTRA-REFERENCIA THRU 128-FIN
                   NOT INVALID KEY
                       SET WS-REF-DUPLICADA TO TRUE
               END-READ
           END-IF.
       127-FIN. EXIT.

       128-REGISTRA-REFERENCIA.
           MOVE WS-LOTE-GENERADO TO REF-LOTE
           MOVE WS-FECHA-PROCESO TO REF-FECHA-ALTA
           MOVE WS-SERIAL-HOY    TO REF-SERIAL-ALTA
           SET REF-EN-VUELO      TO TRUE
           WRITE REF-RECORD
               INVALID KEY
                   DISPLAY "NO SE PUDO REGISTRAR LA REFERENCIA "
                           TR-REF-SUCURSAL " DE LA SUCURSAL "
                           WS-SUC-ACTUAL ", STATUS " WS-REF-STATUS
           END-WRITE.
       128-FIN. EXIT.

      *> EL DUPLICADO QUEDA FUERA DEL TRANSIN PERO SIGUE CONTANDO EN
      *> LO LEIDO DE LA SUCURSAL, QUE SE COTEJA CONTRA SU SUMARIO.
       129-APARTA-DUPLICADO.
           ADD 1 TO WS-SUC-DUPLICADOS (WS-SUC-ACTUAL)
           ADD 1 TO WS-DUPLICADOS-TOTAL
           MOVE SPACES        TO DUPW-RECORD
           MOVE TRANS-RECORD  TO DUPW-TRANS
           WRITE DUPW-RECORD
           DISPLAY "DETALLE DUPLICADO DE LA SUCURSAL " WS-SUC-ACTUAL
                   " REFERENCIA " TR-REF-SUCURSAL
                   ", SE MANDA A SUSPENSO".
       129-FIN. EXIT.

       140-PROCESA-SUSPENSOS.
           MOVE "N" TO WS-SW-FIN-SUSP
           OPEN I-O SUSP-FILE
           END-READ.
       335-FIN. EXIT.

      *> PASA A SUSPENSO LOS DUPLICADOS APARTADOS EN DUPWORK. SI UN
      *> INTENTO ANTERIOR DEL MISMO LOTE YA GRABO ALGUNOS (CAIDA ANTES
      *> DE AVANZAR LOTECTL), 085 LOS CONTO Y AQUI SE BRINCAN.
       340-GRABA-DUPLICADOS.
           IF WS-DUPLICADOS-TOTAL IS GREATER THAN ZEROS
               MOVE "N"   TO WS-SW-FIN-DUPW
               MOVE ZEROS TO WS-DUP-ORDINAL
               OPEN INPUT DUP-WORK
               OPEN EXTEND SUSP-FILE
               IF WS-SUSP-STATUS IS EQUAL TO "35"
                   OPEN OUTPUT SUSP-FILE
               END-IF
               PERFORM 345-GRABA-DUPLICADO THRU 345-FIN
                       UNTIL WS-FIN-DUPW
               CLOSE DUP-WORK
               CLOSE SUSP-FILE
               IF WS-DUP-PREVIOS IS GREATER THAN ZEROS
                   DISPLAY WS-DUP-PREVIOS " DUPLICADOS DEL LOTE "
                           WS-LOTE-GENERADO " YA ESTABAN EN SUSPENSO"
               END-IF
           END-IF.
       340-FIN. EXIT.

       345-GRABA-DUPLICADO.
           READ DUP-WORK
               AT END
                   SET WS-FIN-DUPW TO TRUE
               NOT AT END
                   ADD 1 TO WS-DUP-ORDINAL
                   IF WS-DUP-ORDINAL IS GREATER THAN WS-DUP-PREVIOS
                       MOVE SPACES           TO SUSP-RECORD
                       MOVE DUPW-TRANS       TO SUSP-TRANS
                       MOVE WS-FECHA-PROCESO TO SUSP-FECHA-RECHAZO
                       MOVE "DUPLICADO"      TO SUSP-MOTIVO
                       MOVE ZEROS            TO SUSP-CICLOS
                       MOVE WS-LOTE-GENERADO TO SUSP-LOTE
                       COMPUTE SUSP-SECUENCIA =
                               WS-REGS-COMBINADOS + WS-DUP-ORDINAL
                       MOVE ZEROS            TO SUSP-LOTE-DESTINO
                       SET SUSP-PENDIENTE    TO TRUE
                       WRITE SUSP-RECORD
                       ADD 1 TO WS-DUP-GRABADOS
                   END-IF
           END-READ.
       345-FIN. EXIT.

      *> CON LA SALIDA VERIFICADA, LAS REFERENCIAS QUE ESTA CORRIDA
      *> DEJO EN VUELO QUEDAN ACEPTADAS.
       350-CONFIRMA-REFERENCIAS.
           MOVE LOW-VALUES TO REF-LLAVE
           MOVE "N" TO WS-SW-FIN-REF
           START REF-FILE KEY IS NOT LESS THAN REF-LLAVE
               INVALID KEY
                   SET WS-FIN-REF TO TRUE
           END-START
           PERFORM 355-CONFIRMA-REFERENCIA THRU 355-FIN
                   UNTIL WS-FIN-REF.
       350-FIN. EXIT.

       355-CONFIRMA-REFERENCIA.
           READ REF-FILE NEXT RECORD
               AT END
                   SET WS-FIN-REF TO TRUE
               NOT AT END
                   IF REF-EN-VUELO AND
                      REF-LOTE IS NUMERIC AND
                      REF-LOTE IS EQUAL TO WS-LOTE-GENERADO
                       SET REF-ACEPTADA TO TRUE
                       REWRITE REF-RECORD
                       ADD 1 TO WS-REF-CONFIRMADAS
                   END-IF
           END-READ.
       355-FIN. EXIT.

       310-RETORNA-DETALLE.
           RETURN ORDEN-TRABAJO INTO TRANS-RECORD
               AT END
       310-FIN. EXIT.

       400-IMPRIME-REPORTE.
           OPEN EXTEND SUC-ESTAD
           IF WS-ESTA-STATUS IS EQUAL TO "35"
               OPEN OUTPUT SUC-ESTAD
           END-IF
           PERFORM 410-IMPRIME-SUCURSAL THRU 410-FIN
                   VARYING WS-SUC-ACTUAL FROM 1 BY 1
                   UNTIL WS-SUC-ACTUAL IS GREATER THAN
                         WS-MAX-SUCURSALES
           CLOSE SUC-ESTAD
           MOVE WS-RESUB-LEIDOS      TO WS-RSB-LEIDOS
           MOVE WS-RESUB-CARGOS      TO WS-RSB-CARGOS
           MOVE WS-RESUB-ABONOS      TO WS-RSB-ABONOS
           WRITE CONS-LINEA          FROM WS-LIN-INVALIDOS
           MOVE WS-RESUB-DUPLICADOS  TO WS-DUP-TOTAL
           WRITE CONS-LINEA          FROM WS-LIN-DUPLICADOS
           MOVE WS-DUPLICADOS-TOTAL  TO WS-RDP-TOTAL
           WRITE CONS-LINEA          FROM WS-LIN-REF-DUPLICADOS
           MOVE WS-SIN-REFERENCIA    TO WS-SRF-TOTAL
           WRITE CONS-LINEA          FROM WS-LIN-SIN-REFERENCIA
           MOVE WS-DIAS-RETENCION    TO WS-RDE-DIAS
           MOVE WS-REF-DEPURADAS     TO WS-RDE-DEPURADAS
           MOVE WS-REF-RECUPERADAS   TO WS-RDE-RECUPERADAS
           MOVE WS-REF-ANULADAS      TO WS-RDE-ANULADAS
           WRITE CONS-LINEA          FROM WS-LIN-REF-DEPURA
           MOVE WS-REC-CONFIRMADOS   TO WS-RCR-CONFIRMADOS
           MOVE WS-REC-REGRESADOS    TO WS-RCR-REGRESADOS
           WRITE CONS-LINEA          FROM WS-LIN-REC-RESUMEN
               PERFORM 415-ARMA-LINEA-SUCURSAL THRU 415-FIN
               WRITE CONS-LINEA FROM WS-LIN-SUCURSAL
               WRITE CONS-LINEA FROM WS-LIN-SUC-DECLARADO
               PERFORM 420-GRABA-ESTADISTICA THRU 420-FIN
           END-IF.
       410-FIN. EXIT.

           MOVE WS-SUC-LEIDOS    (WS-SUC-ACTUAL) TO WS-RPT-LEIDOS
           MOVE WS-SUC-CARGOS    (WS-SUC-ACTUAL) TO WS-RPT-CARGOS
           MOVE WS-SUC-ABONOS    (WS-SUC-ACTUAL) TO WS-RPT-ABONOS
           MOVE WS-SUC-DUPLICADOS (WS-SUC-ACTUAL) TO WS-RPT-DUPLICADOS
           MOVE WS-SUC-CTRL-CAR  (WS-SUC-ACTUAL) TO WS-RPT-DECL-CARGOS
           MOVE WS-SUC-CTRL-ABO  (WS-SUC-ACTUAL) TO WS-RPT-DECL-ABONOS
           MOVE WS-SUC-CTRL-REGS (WS-SUC-ACTUAL) TO WS-RPT-DECL-REGS
           END-EVALUATE.
       415-FIN. EXIT.

      *> UN REGISTRO POR SUCURSAL CONSOLIDADA, CON LA MISMA MARCA DEL
      *> REPORTE. LA DIFERENCIA ES DECLARADO MENOS LEIDO: POSITIVA
      *> CUANDO EL ENVIO VINO CORTO.
       420-GRABA-ESTADISTICA.
           MOVE SPACES               TO ESU-RECORD
           MOVE WS-FECHA-PROCESO     TO ESU-FECHA
           MOVE WS-LOTE-GENERADO     TO ESU-LOTE
           MOVE WS-SUC-ACTUAL        TO ESU-SUCURSAL
           IF WS-SUC-ESPERADA (WS-SUC-ACTUAL)
               MOVE "S"              TO ESU-ESPERADA
           ELSE
               MOVE "N"              TO ESU-ESPERADA
           END-IF
           IF WS-SUC-PRESENTE (WS-SUC-ACTUAL)
               SET ESU-ARCHIVO-LLEGO TO TRUE
           ELSE
               SET ESU-SIN-ARCHIVO   TO TRUE
           END-IF
           MOVE WS-SUC-LEIDOS    (WS-SUC-ACTUAL) TO ESU-LEIDOS
           MOVE WS-SUC-INVALIDOS (WS-SUC-ACTUAL) TO ESU-INVALIDOS
           MOVE WS-SUC-CARGOS    (WS-SUC-ACTUAL) TO ESU-CARGOS
           MOVE WS-SUC-ABONOS    (WS-SUC-ACTUAL) TO ESU-ABONOS
           MOVE WS-SUC-CTRL-REGS (WS-SUC-ACTUAL) TO ESU-CTRL-REGS
           MOVE WS-SUC-CTRL-CAR  (WS-SUC-ACTUAL) TO ESU-CTRL-CARGOS
           MOVE WS-SUC-CTRL-ABO  (WS-SUC-ACTUAL) TO ESU-CTRL-ABONOS
           COMPUTE ESU-DIF-REGS =
                   WS-SUC-CTRL-REGS (WS-SUC-ACTUAL) -
                   WS-SUC-LEIDOS (WS-SUC-ACTUAL)
           COMPUTE ESU-DIF-CARGOS =
                   WS-SUC-CTRL-CAR (WS-SUC-ACTUAL) -
                   WS-SUC-CARGOS (WS-SUC-ACTUAL)
           COMPUTE ESU-DIF-ABONOS =
                   WS-SUC-CTRL-ABO (WS-SUC-ACTUAL) -
                   WS-SUC-ABONOS (WS-SUC-ACTUAL)
           MOVE WS-RPT-MARCA         TO ESU-MARCA
           IF WS-SALIDA-OK
               SET ESU-SALIDA-VERIFICADA TO TRUE
           ELSE
               MOVE "N"              TO ESU-SALIDA
           END-IF
           WRITE ESU-RECORD.
       420-FIN. EXIT.

       950-GRABA-BITACORA.
           MOVE ZEROS TO WS-TOTAL-LEIDOS
           PERFORM 955-SUMA-LEIDOS THRU 955-FIN
           MOVE WS-HORA-HHMMSS      TO RUN-HORA-FIN
           MOVE WS-TOTAL-LEIDOS     TO RUN-REGS-ENTRADA
           MOVE WS-REGS-COMBINADOS  TO RUN-REGS-SALIDA
           COMPUTE RUN-RECHAZOS = WS-INVALIDOS-TOTAL +
                                  WS-DUPLICADOS-TOTAL
           MOVE RETURN-CODE         TO RUN-RETORNO
           WRITE RUN-RECORD
           CLOSE RUN-LOG.
           ADD WS-SUC-LEIDOS (WS-SUC-ACTUAL) TO WS-TOTAL-LEIDOS.
       955-FIN. EXIT.

      *> CALCULO DE DIA SERIAL A PARTIR DE UNA FECHA AAAAMMDD (EL
      *> MISMO DE PROGANT), PARA LA VENTANA DE RETENCION DE REFSUC.
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
           DIVIDE WS-TRAB-ANO BY 4   GIVING WS-COCIENTE-4
           DIVIDE WS-TRAB-ANO BY 100 GIVING WS-COCIENTE-100
           DIVIDE WS-TRAB-ANO BY 400 GIVING WS-COCIENTE-400
           IF WS-COCIENTE-4 * 4 IS EQUAL TO WS-TRAB-ANO AND
              (WS-COCIENTE-100 * 100 IS NOT EQUAL TO WS-TRAB-ANO OR
               WS-COCIENTE-400 * 400 IS EQUAL TO WS-TRAB-ANO)
               ADD 1 TO WS-DIAS-MES-PREV
           END-IF.
       910-FIN. EXIT.

      *> UN SOBREFLUJO EN LOS ACUMULADORES DE IMPORTES DEJARIA UN
      *> SUMARIO DE CONTROL CORRUPTO QUE PROGSTR MARCARIA COMO
      *> DESCUADRE: MEJOR ABORTAR AQUI, RUIDOSO Y SIN TRANSIN.
