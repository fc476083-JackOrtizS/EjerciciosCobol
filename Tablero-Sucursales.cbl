       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGTAB.
      *AUTHOR.                    JACK JOSAFAT ORTIZ SALAZAR
      *INSTALLATION.              PRUEBAS JACK
      *DATE-WRITTEN.              15/10/2026.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.

      *>----------------------------------------------------------------
      *> TABLERO MENSUAL DE DESEMPENO DE SUCURSALES. PARA EL MES
      *> INDICADO (AAAAMM) JUNTA POR SUCURSAL:
      *>   - DE LA ESTADISTICA SUCESTA QUE ANEXA PROGCNS (SOLO LAS
      *>     CONSOLIDACIONES CON SALIDA VERIFICADA): CONSOLIDACIONES,
      *>     FALTAS DE ENVIO (ENVIO ESPERADO SIN ARCHIVO), ENVIOS
      *>     CORTOS (LO DECLARADO EN EL SUMARIO EXCEDE LO LEIDO EN
      *>     REGISTROS, CARGOS O ABONOS), DETALLES LEIDOS Y EXCLUIDOS.
      *>   - DE SUSPENSO Y SUSPARCH, POR TR-SUCURSAL DE LA IMAGEN
      *>     DEL RECHAZO: LOS RECHAZOS DEL MES (POR FECHA DE RECHAZO),
      *>     LOS RECHAZOS DE ORIGEN (CICLO 00, DETALLES QUE LA
      *>     SUCURSAL ENVIO MAL LA PRIMERA VEZ) Y EL PROMEDIO DE
      *>     CICLOS DE RESUBMISION DE LOS RECHAZOS DEL MES.
      *>   - DE SUSPENSO: EL IMPORTE QUE SIGUE VIVO EN SUSPENSO
      *>     ('P'/'L'/'V'/'F') AL DIA DE LA CORRIDA.
      *>   - DE RUNLOG: LAS CORRIDAS DE PROGCNS DEL MES Y CUANTAS
      *>     TERMINARON CON RETURN-CODE 16.
      *> LA TASA DE RECHAZO ES RECHAZOS DE ORIGEN ENTRE DETALLES
      *> LEIDOS. EN CADA CONCEPTO (FALTAS, CORTOS, TASA, CICLOS E
      *> IMPORTE EN SUSPENSO) LA SUCURSAL RECIBE UN RANGO: 1 MAS EL
      *> NUMERO DE SUCURSALES CON MENOS; LA SUMA DE LOS CINCO RANGOS
      *> SON SUS PUNTOS Y EL TABLERO (TABLREP) LAS LISTA DE MENOS A
      *> MAS PUNTOS: LA POSICION 1 ES LA MEJOR. ENTRAN LAS SUCURSALES
      *> ACTIVAS EN SUCMAST MAS CUALQUIERA CON MOVIMIENTO; LOS
      *> RECHAZOS SIN SUCURSAL (ANTERIORES AL ESTAMPADO DE
      *> TR-SUCURSAL) SE REPORTAN APARTE Y NO SE CALIFICAN.
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
           SELECT SUC-ESTAD       ASSIGN TO "SUCESTA"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-ESTA-STATUS.

           SELECT SUSP-FILE       ASSIGN TO "SUSPENSO"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-SUSP-STATUS.

           SELECT SUSP-ARCH       ASSIGN TO "SUSPARCH"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-ARCH-STATUS.

           SELECT SUC-MAESTRO     ASSIGN TO "SUCMAST"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-SUCM-STATUS.

           SELECT TAB-REP         ASSIGN TO "TABLREP"
                                   ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG         ASSIGN TO "RUNLOG"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  SUC-ESTAD
           LABEL RECORDS ARE STANDARD.
           COPY ESTSREC.

       FD  SUSP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUSPREC.

       FD  SUSP-ARCH
           LABEL RECORDS ARE STANDARD.
           COPY SUSPREC REPLACING LEADING ==SUSP== BY ==ARC==.

       FD  SUC-MAESTRO
           LABEL RECORDS ARE STANDARD.
           COPY SUCREC.

       FD  TAB-REP
           LABEL RECORDS ARE STANDARD.
       01  TAB-LINEA              PIC X(80).

       FD  RUN-LOG
           LABEL RECORDS ARE STANDARD.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
           COPY TRANSREC.

       01  WS-STATUS-ARCHIVOS.
           05 WS-ESTA-STATUS      PIC X(02)      VALUE "00".
           05 WS-SUSP-STATUS      PIC X(02)      VALUE "00".
           05 WS-ARCH-STATUS      PIC X(02)      VALUE "00".
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
           05 WS-SW-FIN-ESTA      PIC X(01)      VALUE "N".
              88 WS-FIN-ESTA                     VALUE "S".
           05 WS-SW-FIN-SUSP      PIC X(01)      VALUE "N".
              88 WS-FIN-SUSP                     VALUE "S".
           05 WS-SW-FIN-ARCH      PIC X(01)      VALUE "N".
              88 WS-FIN-ARCH                     VALUE "S".
           05 WS-SW-FIN-SUCM      PIC X(01)      VALUE "N".
              88 WS-FIN-SUCM                     VALUE "S".
           05 WS-SW-FIN-RUNLOG    PIC X(01)      VALUE "N".
              88 WS-FIN-RUNLOG                   VALUE "S".
           05 WS-SW-ORIGEN-VIVO   PIC X(01)      VALUE "N".
              88 WS-ORIGEN-VIVO                  VALUE "S".

       01  WS-PARM-MES.
           05 WS-MES-PROCESO      PIC 9(06)      VALUE ZEROS.
           05 WS-MES-PROCESO-R REDEFINES WS-MES-PROCESO.
              10 WS-MES-ANO       PIC 9(04).
              10 WS-MES-MES       PIC 9(02).

       01  WS-AREA-FECHAS.
           05 WS-FECHA-TRAB       PIC 9(08)      VALUE ZEROS.
           05 WS-FECHA-TRAB-R REDEFINES WS-FECHA-TRAB.
              10 WS-TRAB-ANO-MES  PIC 9(06).
              10 WS-TRAB-DIA      PIC 9(02).
           05 WS-CICLOS-TRAB      PIC 9(02)      VALUE ZEROS.

      *> UN RENGLON POR CODIGO DE SUCURSAL 01 A 99.
       01  WS-TABLA-SUCURSALES.
           05 WS-TAB-ELEM OCCURS 99 TIMES.
              10 WS-TAB-NOMBRE    PIC X(20).
              10 WS-TAB-MAESTRO   PIC X(01).
                 88 WS-TAB-ACTIVA                VALUE "S".
              10 WS-TAB-INCLUIDA  PIC X(01).
                 88 WS-TAB-CALIFICA              VALUE "S".
              10 WS-TAB-IMPRESA   PIC X(01).
                 88 WS-TAB-YA-IMPRESA            VALUE "S".
              10 WS-TAB-CONSOLIDA PIC 9(05).
              10 WS-TAB-FALTAS    PIC 9(05).
              10 WS-TAB-CORTOS    PIC 9(05).
              10 WS-TAB-LEIDOS    PIC 9(07).
              10 WS-TAB-INVALIDOS PIC 9(05).
              10 WS-TAB-RECHAZOS  PIC 9(05).
              10 WS-TAB-RECH-ORIG PIC 9(05).
              10 WS-TAB-SUMA-CIC  PIC 9(07).
              10 WS-TAB-VIVOS     PIC 9(05).
              10 WS-TAB-SUSPENSO  PIC 9(11)V9(02).
              10 WS-TAB-TASA      PIC 9(03)V9(02).
              10 WS-TAB-CICLOS    PIC 9(02)V9(02).
              10 WS-TAB-RNG-FAL   PIC 9(02).
              10 WS-TAB-RNG-COR   PIC 9(02).
              10 WS-TAB-RNG-TASA  PIC 9(02).
              10 WS-TAB-RNG-CIC   PIC 9(02).
              10 WS-TAB-RNG-SUSP  PIC 9(02).
              10 WS-TAB-PUNTOS    PIC 9(03).

       01  WS-AREA-INDICES.
           05 WS-IND-SUC          PIC 9(03)      VALUE ZEROS.
           05 WS-IND-OTRA         PIC 9(03)      VALUE ZEROS.
           05 WS-IND-MEJOR        PIC 9(03)      VALUE ZEROS.
           05 WS-POSICION         PIC 9(03)      VALUE ZEROS.
           05 WS-CALIFICADAS      PIC 9(03)      VALUE ZEROS.

       01  WS-TOTALES.
           05 WS-TOT-CONSOLIDA    PIC 9(07)      VALUE ZEROS.
           05 WS-TOT-FALTAS       PIC 9(07)      VALUE ZEROS.
           05 WS-TOT-CORTOS       PIC 9(07)      VALUE ZEROS.
           05 WS-TOT-LEIDOS       PIC 9(09)      VALUE ZEROS.
           05 WS-TOT-INVALIDOS    PIC 9(07)      VALUE ZEROS.
           05 WS-TOT-RECHAZOS     PIC 9(07)      VALUE ZEROS.
           05 WS-TOT-SUSPENSO     PIC 9(11)V9(02) VALUE ZEROS.
           05 WS-SIN-SUC-RECH     PIC 9(05)      VALUE ZEROS.
           05 WS-SIN-SUC-VIVOS    PIC 9(05)      VALUE ZEROS.
           05 WS-SIN-SUC-IMPORTE  PIC 9(11)V9(02) VALUE ZEROS.

       01  WS-CONTADORES.
           05 WS-CONT-ESTA        PIC 9(07)      VALUE ZEROS.
           05 WS-CONT-ESTA-MES    PIC 9(07)      VALUE ZEROS.
           05 WS-CONT-NO-VERIF    PIC 9(05)      VALUE ZEROS.
           05 WS-CONT-SUSP        PIC 9(07)      VALUE ZEROS.
           05 WS-CONT-INVALIDOS   PIC 9(05)      VALUE ZEROS.
           05 WS-CORRIDAS-CNS     PIC 9(05)      VALUE ZEROS.
           05 WS-CORRIDAS-FALLA   PIC 9(05)      VALUE ZEROS.

       01  WS-LIN-TITULO.
           05 FILLER              PIC X(11)      VALUE "PROGTAB".
           05 FILLER              PIC X(33)      VALUE
              "TABLERO MENSUAL DE SUCURSALES".
           05 FILLER              PIC X(05)      VALUE "MES: ".
           05 WS-TIT-MES          PIC 9(06).
           05 FILLER              PIC X(25)      VALUE SPACES.

       01  WS-LIN-LEYENDA-1.
           05 FILLER              PIC X(40)      VALUE
              "POSICION 1 = MEJOR. RANGO POR CONCEPTO: ".
           05 FILLER              PIC X(40)      VALUE
              "1 = MENOS FALTAS/CORTOS/TASA/CICLOS/SUSP".

       01  WS-LIN-LEYENDA-2.
           05 FILLER              PIC X(40)      VALUE
              "TASA = RECHAZOS DE ORIGEN (CICLO 00) ENT".
           05 FILLER              PIC X(40)      VALUE
              "RE LEIDOS; EN SUSP = VIVO AL DIA DE HOY ".

       01  WS-LIN-SUC-1.
           05 WS-LS1-POSICION     PIC ZZ9.
           05 FILLER              PIC X(05)      VALUE " SUC ".
           05 WS-LS1-CODIGO       PIC 9(02).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LS1-NOMBRE       PIC X(13).
           05 FILLER              PIC X(05)      VALUE " CON:".
           05 WS-LS1-CONSOLIDA    PIC ZZ9.
           05 FILLER              PIC X(05)      VALUE " FAL:".
           05 WS-LS1-FALTAS       PIC ZZ9.
           05 FILLER              PIC X(05)      VALUE " COR:".
           05 WS-LS1-CORTOS       PIC ZZ9.
           05 FILLER              PIC X(05)      VALUE " LEI:".
           05 WS-LS1-LEIDOS       PIC ZZZZZZ9.
           05 FILLER              PIC X(05)      VALUE " REC:".
           05 WS-LS1-RECHAZOS     PIC ZZZZ9.
           05 FILLER              PIC X(05)      VALUE " INV:".
           05 WS-LS1-INVALIDOS    PIC ZZZZ9.

       01  WS-LIN-SUC-2.
           05 FILLER              PIC X(05)      VALUE SPACES.
           05 FILLER              PIC X(05)      VALUE "TASA:".
           05 WS-LS2-TASA         PIC ZZ9.99.
           05 FILLER              PIC X(01)      VALUE "%".
           05 FILLER              PIC X(06)      VALUE " ORIG:".
           05 WS-LS2-RECH-ORIG    PIC ZZZZ9.
           05 FILLER              PIC X(12)      VALUE " CICLO PROM:".
           05 WS-LS2-CICLOS       PIC Z9.99.
           05 FILLER              PIC X(09)      VALUE " EN SUSP:".
           05 WS-LS2-SUSPENSO     PIC ZZZZZZZZZZ9.99.
           05 FILLER              PIC X(02)      VALUE " (".
           05 WS-LS2-VIVOS        PIC ZZZ9.
           05 FILLER              PIC X(01)      VALUE ")".
           05 FILLER              PIC X(05)      VALUE SPACES.

       01  WS-LIN-SUC-3.
           05 FILLER              PIC X(05)      VALUE SPACES.
           05 FILLER              PIC X(11)      VALUE "RANGOS FAL:".
           05 WS-LS3-RNG-FAL      PIC Z9.
           05 FILLER              PIC X(05)      VALUE " COR:".
           05 WS-LS3-RNG-COR      PIC Z9.
           05 FILLER              PIC X(06)      VALUE " TASA:".
           05 WS-LS3-RNG-TASA     PIC Z9.
           05 FILLER              PIC X(05)      VALUE " CIC:".
           05 WS-LS3-RNG-CIC      PIC Z9.
           05 FILLER              PIC X(06)      VALUE " SUSP:".
           05 WS-LS3-RNG-SUSP     PIC Z9.
           05 FILLER              PIC X(08)      VALUE " PUNTOS:".
           05 WS-LS3-PUNTOS       PIC ZZ9.
           05 FILLER              PIC X(21)      VALUE SPACES.

       01  WS-LIN-TOTAL.
           05 FILLER              PIC X(24)      VALUE
              "TOTAL SUCURSALES".
           05 FILLER              PIC X(05)      VALUE " CON:".
           05 WS-LTO-CONSOLIDA    PIC ZZ9.
           05 FILLER              PIC X(05)      VALUE " FAL:".
           05 WS-LTO-FALTAS       PIC ZZ9.
           05 FILLER              PIC X(05)      VALUE " COR:".
           05 WS-LTO-CORTOS       PIC ZZ9.
           05 FILLER              PIC X(05)      VALUE " LEI:".
           05 WS-LTO-LEIDOS       PIC ZZZZZZ9.
           05 FILLER              PIC X(05)      VALUE " REC:".
           05 WS-LTO-RECHAZOS     PIC ZZZZ9.
           05 FILLER              PIC X(05)      VALUE " INV:".
           05 WS-LTO-INVALIDOS    PIC ZZZZ9.

       01  WS-LIN-TOTAL-SUSP.
           05 FILLER              PIC X(40)      VALUE
              "IMPORTE VIVO EN SUSPENSO, TODAS:".
           05 WS-LTS-SUSPENSO     PIC ZZZZZZZZZZ9.99.
           05 FILLER              PIC X(26)      VALUE SPACES.

       01  WS-LIN-SIN-SUCURSAL.
           05 FILLER              PIC X(24)      VALUE
              "SIN SUCURSAL  RECHAZOS:".
           05 WS-LSS-RECHAZOS     PIC ZZZZ9.
           05 FILLER              PIC X(07)      VALUE " VIVOS:".
           05 WS-LSS-VIVOS        PIC ZZZZ9.
           05 FILLER              PIC X(09)      VALUE " EN SUSP:".
           05 WS-LSS-IMPORTE      PIC ZZZZZZZZZZ9.99.
           05 FILLER              PIC X(16)      VALUE SPACES.

       01  WS-LIN-CORRIDAS.
           05 FILLER              PIC X(31)      VALUE
              "CORRIDAS DE PROGCNS EN RUNLOG:".
           05 WS-LCR-CORRIDAS     PIC ZZZZ9.
           05 FILLER              PIC X(14)      VALUE
              "  CON RC 16:".
           05 WS-LCR-FALLAS       PIC ZZZZ9.
           05 FILLER              PIC X(25)      VALUE SPACES.

       01  WS-LIN-NO-VERIFICADAS.
           05 FILLER              PIC X(45)      VALUE
              "REGISTROS SUCESTA SIN SALIDA VERIFICADA:".
           05 WS-LNV-REGISTROS    PIC ZZZZ9.
           05 FILLER              PIC X(30)      VALUE
              " (NO SE CALIFICAN)".

       01  WS-LIN-SIN-DATOS.
           05 FILLER              PIC X(35)      VALUE
              "SIN SUCURSALES A CALIFICAR EN EL ".
           05 FILLER              PIC X(04)      VALUE "MES ".
           05 WS-LSD-MES          PIC 9(06).
           05 FILLER              PIC X(35)      VALUE SPACES.

       01  WS-LIN-BLANCO          PIC X(80)      VALUE SPACES.

       PROCEDURE DIVISION.
       010-RAIZ.
           ACCEPT WS-FECHA-BITACORA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-COMPLETA  FROM TIME
           MOVE WS-HORA-HHMMSS TO WS-HORA-INICIO
           DISPLAY "MES A CALIFICAR (AAAAMM): "
           ACCEPT WS-MES-PROCESO
           IF WS-MES-PROCESO IS NOT NUMERIC OR
              WS-MES-MES IS LESS THAN 01 OR
              WS-MES-MES IS GREATER THAN 12
               DISPLAY "MES INVALIDO, SE CANCELA EL TABLERO"
               MOVE 08 TO RETURN-CODE
               DISPLAY "RETURN-CODE: " RETURN-CODE
           ELSE
               PERFORM 050-LIMPIA-SUCURSAL THRU 050-FIN
                       VARYING WS-IND-SUC FROM 1 BY 1
                       UNTIL WS-IND-SUC IS GREATER THAN 99
               PERFORM 060-CARGA-SUCURSALES THRU 060-FIN
               PERFORM 100-LEE-ESTADISTICA THRU 100-FIN
               PERFORM 200-LEE-SUSPENSOS THRU 200-FIN
               PERFORM 250-LEE-ARCHIVO THRU 250-FIN
               PERFORM 280-LEE-BITACORA THRU 280-FIN
               PERFORM 300-PREPARA-SUCURSAL THRU 300-FIN
                       VARYING WS-IND-SUC FROM 1 BY 1
                       UNTIL WS-IND-SUC IS GREATER THAN 99
               PERFORM 400-CALCULA-RANGOS THRU 400-FIN
                       VARYING WS-IND-SUC FROM 1 BY 1
                       UNTIL WS-IND-SUC IS GREATER THAN 99
               PERFORM 500-IMPRIME-TABLERO THRU 500-FIN
               DISPLAY "REGISTROS SUCESTA LEIDOS: " WS-CONT-ESTA
               DISPLAY "REGISTROS SUCESTA DEL MES " WS-MES-PROCESO
                       ": " WS-CONT-ESTA-MES
               DISPLAY "SUSPENSOS LEIDOS: " WS-CONT-SUSP
               DISPLAY "SUCURSALES CALIFICADAS: " WS-CALIFICADAS
           END-IF
           PERFORM 900-GRABA-BITACORA THRU 900-FIN
           GOBACK.

       050-LIMPIA-SUCURSAL.
           MOVE SPACES TO WS-TAB-NOMBRE   (WS-IND-SUC)
           MOVE "N"    TO WS-TAB-MAESTRO  (WS-IND-SUC)
                          WS-TAB-INCLUIDA (WS-IND-SUC)
                          WS-TAB-IMPRESA  (WS-IND-SUC)
           MOVE ZEROS  TO WS-TAB-CONSOLIDA (WS-IND-SUC)
                          WS-TAB-FALTAS    (WS-IND-SUC)
                          WS-TAB-CORTOS    (WS-IND-SUC)
                          WS-TAB-LEIDOS    (WS-IND-SUC)
                          WS-TAB-INVALIDOS (WS-IND-SUC)
                          WS-TAB-RECHAZOS  (WS-IND-SUC)
                          WS-TAB-RECH-ORIG (WS-IND-SUC)
                          WS-TAB-SUMA-CIC  (WS-IND-SUC)
                          WS-TAB-VIVOS     (WS-IND-SUC)
                          WS-TAB-SUSPENSO  (WS-IND-SUC)
                          WS-TAB-TASA      (WS-IND-SUC)
                          WS-TAB-CICLOS    (WS-IND-SUC)
                          WS-TAB-RNG-FAL   (WS-IND-SUC)
                          WS-TAB-RNG-COR   (WS-IND-SUC)
                          WS-TAB-RNG-TASA  (WS-IND-SUC)
                          WS-TAB-RNG-CIC   (WS-IND-SUC)
                          WS-TAB-RNG-SUSP  (WS-IND-SUC)
                          WS-TAB-PUNTOS    (WS-IND-SUC).
       050-FIN. EXIT.

       060-CARGA-SUCURSALES.
           OPEN INPUT SUC-MAESTRO
           IF WS-SUCM-STATUS IS EQUAL TO "35"
               DISPLAY "SIN MAESTRO DE SUCURSALES SUCMAST, SE "
                       "CALIFICAN SOLO SUCURSALES CON MOVIMIENTO"
           ELSE
               PERFORM 065-LEE-SUC-MAESTRO THRU 065-FIN
                       UNTIL WS-FIN-SUCM
               CLOSE SUC-MAESTRO
           END-IF.
       060-FIN. EXIT.

       065-LEE-SUC-MAESTRO.
           READ SUC-MAESTRO
               AT END
                   SET WS-FIN-SUCM TO TRUE
               NOT AT END
                   IF SUC-CODIGO IS NUMERIC AND
                      SUC-CODIGO IS GREATER THAN ZEROS
                       MOVE SUC-NOMBRE TO WS-TAB-NOMBRE (SUC-CODIGO)
                       IF SUC-ACTIVA
                           MOVE "S" TO WS-TAB-MAESTRO (SUC-CODIGO)
                       END-IF
                   END-IF
           END-READ.
       065-FIN. EXIT.

      *>----------------------------------------------------------------
      *> ESTADISTICA DE CONSOLIDACION. UNA CONSOLIDACION CUYA SALIDA
      *> NO QUEDO VERIFICADA SE VUELVE A CORRER, ASI QUE SOLO CUENTAN
      *> LOS REGISTROS CON ESU-SALIDA-VERIFICADA.
      *>----------------------------------------------------------------
       100-LEE-ESTADISTICA.
           OPEN INPUT SUC-ESTAD
           IF WS-ESTA-STATUS IS EQUAL TO "35"
               DISPLAY "NO EXISTE LA ESTADISTICA DE SUCURSALES "
                       "SUCESTA"
           ELSE
               PERFORM 110-LEE-REG-ESTADISTICA THRU 110-FIN
                       UNTIL WS-FIN-ESTA
               CLOSE SUC-ESTAD
           END-IF.
       100-FIN. EXIT.

       110-LEE-REG-ESTADISTICA.
           READ SUC-ESTAD
               AT END
                   SET WS-FIN-ESTA TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-ESTA
                   IF ESU-FECHA IS NUMERIC AND
                      ESU-ANO-MES IS EQUAL TO WS-MES-PROCESO
                       ADD 1 TO WS-CONT-ESTA-MES
                       PERFORM 120-ACUMULA-ESTADISTICA THRU 120-FIN
                   END-IF
           END-READ.
       110-FIN. EXIT.

       120-ACUMULA-ESTADISTICA.
           EVALUATE TRUE
               WHEN ESU-SUCURSAL IS NOT NUMERIC OR
                    ESU-SUCURSAL IS EQUAL TO ZEROS OR
                    ESU-LEIDOS IS NOT NUMERIC OR
                    ESU-INVALIDOS IS NOT NUMERIC OR
                    ESU-DIF-REGS IS NOT NUMERIC OR
                    ESU-DIF-CARGOS IS NOT NUMERIC OR
                    ESU-DIF-ABONOS IS NOT NUMERIC
                   ADD 1 TO WS-CONT-INVALIDOS
                   DISPLAY "REGISTRO SUCESTA NO NUMERICO, FECHA "
                           ESU-FECHA " LOTE " ESU-LOTE
               WHEN NOT ESU-SALIDA-VERIFICADA
                   ADD 1 TO WS-CONT-NO-VERIF
               WHEN OTHER
                   MOVE ESU-SUCURSAL TO WS-IND-SUC
                   ADD 1 TO WS-TAB-CONSOLIDA (WS-IND-SUC)
                   IF ESU-ENVIO-ESPERADO AND ESU-SIN-ARCHIVO
                       ADD 1 TO WS-TAB-FALTAS (WS-IND-SUC)
                   END-IF
                   IF ESU-ARCHIVO-LLEGO AND
                      (ESU-DIF-REGS IS GREATER THAN ZEROS OR
                       ESU-DIF-CARGOS IS GREATER THAN ZEROS OR
                       ESU-DIF-ABONOS IS GREATER THAN ZEROS)
                       ADD 1 TO WS-TAB-CORTOS (WS-IND-SUC)
                   END-IF
                   ADD ESU-LEIDOS    TO WS-TAB-LEIDOS    (WS-IND-SUC)
                   ADD ESU-INVALIDOS TO WS-TAB-INVALIDOS (WS-IND-SUC)
           END-EVALUATE.
       120-FIN. EXIT.

      *>----------------------------------------------------------------
      *> SUSPENSOS VIVOS Y RESUELTOS: LOS RECHAZOS DEL MES SE CUENTAN
      *> EN AMBOS ARCHIVOS; EL IMPORTE EN SUSPENSO SOLO EN SUSPENSO.
      *>----------------------------------------------------------------
       200-LEE-SUSPENSOS.
           OPEN INPUT SUSP-FILE
           IF WS-SUSP-STATUS IS EQUAL TO "35"
               DISPLAY "NO EXISTE EL ARCHIVO DE SUSPENSOS SUSPENSO"
           ELSE
               PERFORM 210-LEE-SUSPENSO THRU 210-FIN
                       UNTIL WS-FIN-SUSP
               CLOSE SUSP-FILE
           END-IF.
       200-FIN. EXIT.

       210-LEE-SUSPENSO.
           READ SUSP-FILE
               AT END
                   SET WS-FIN-SUSP TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-SUSP
                   MOVE SUSP-TRANS         TO TRANS-RECORD
                   MOVE SUSP-FECHA-RECHAZO TO WS-FECHA-TRAB
                   MOVE SUSP-CICLOS        TO WS-CICLOS-TRAB
                   MOVE "N"                TO WS-SW-ORIGEN-VIVO
                   IF SUSP-PENDIENTE OR SUSP-LIBERADO OR
                      SUSP-EN-VUELO OR SUSP-FORZADO
                       SET WS-ORIGEN-VIVO TO TRUE
                   END-IF
                   PERFORM 220-ACUMULA-RECHAZO THRU 220-FIN
           END-READ.
       210-FIN. EXIT.

      *> TRABAJA SOBRE TRANS-RECORD, WS-FECHA-TRAB Y WS-CICLOS-TRAB
      *> YA MOVIDOS DESDE SUSPENSO O SUSPARCH.
       220-ACUMULA-RECHAZO.
           IF TR-SUCURSAL IS NUMERIC AND
              TR-SUCURSAL IS GREATER THAN ZEROS
               MOVE TR-SUCURSAL TO WS-IND-SUC
               IF WS-FECHA-TRAB IS NUMERIC AND
                  WS-TRAB-ANO-MES IS EQUAL TO WS-MES-PROCESO
                   ADD 1 TO WS-TAB-RECHAZOS (WS-IND-SUC)
                   IF WS-CICLOS-TRAB IS NUMERIC
                       ADD WS-CICLOS-TRAB
                           TO WS-TAB-SUMA-CIC (WS-IND-SUC)
                       IF WS-CICLOS-TRAB IS EQUAL TO ZEROS
                           ADD 1 TO WS-TAB-RECH-ORIG (WS-IND-SUC)
                       END-IF
                   END-IF
               END-IF
               IF WS-ORIGEN-VIVO AND TR-NUMERO IS NUMERIC
                   ADD 1 TO WS-TAB-VIVOS (WS-IND-SUC)
                   ADD TR-NUMERO TO WS-TAB-SUSPENSO (WS-IND-SUC)
                       ON SIZE ERROR
                           PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
                   END-ADD
               END-IF
           ELSE
               IF WS-FECHA-TRAB IS NUMERIC AND
                  WS-TRAB-ANO-MES IS EQUAL TO WS-MES-PROCESO
                   ADD 1 TO WS-SIN-SUC-RECH
               END-IF
               IF WS-ORIGEN-VIVO AND TR-NUMERO IS NUMERIC
                   ADD 1 TO WS-SIN-SUC-VIVOS
                   ADD TR-NUMERO TO WS-SIN-SUC-IMPORTE
                       ON SIZE ERROR
                           PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
                   END-ADD
               END-IF
           END-IF.
       220-FIN. EXIT.

       250-LEE-ARCHIVO.
           OPEN INPUT SUSP-ARCH
           IF WS-ARCH-STATUS IS EQUAL TO "35"
               DISPLAY "NO EXISTE EL ACUMULADO DE SUSPENSOS SUSPARCH"
           ELSE
               PERFORM 260-LEE-ARCHIVADO THRU 260-FIN
                       UNTIL WS-FIN-ARCH
               CLOSE SUSP-ARCH
           END-IF.
       250-FIN. EXIT.

      *> LO ARCHIVADO YA ESTA RESUELTO: CUENTA COMO RECHAZO DEL MES
      *> PERO NO COMO IMPORTE EN SUSPENSO.
       260-LEE-ARCHIVADO.
           READ SUSP-ARCH
               AT END
                   SET WS-FIN-ARCH TO TRUE
               NOT AT END
                   ADD 1 TO WS-CONT-SUSP
                   MOVE ARC-TRANS         TO TRANS-RECORD
                   MOVE ARC-FECHA-RECHAZO TO WS-FECHA-TRAB
                   MOVE ARC-CICLOS        TO WS-CICLOS-TRAB
                   MOVE "N"               TO WS-SW-ORIGEN-VIVO
                   PERFORM 220-ACUMULA-RECHAZO THRU 220-FIN
           END-READ.
       260-FIN. EXIT.

       280-LEE-BITACORA.
           OPEN INPUT RUN-LOG
           IF WS-RUNLOG-STATUS IS EQUAL TO "35"
               DISPLAY "NO EXISTE LA BITACORA DE CORRIDAS RUNLOG"
           ELSE
               PERFORM 290-LEE-CORRIDA THRU 290-FIN
                       UNTIL WS-FIN-RUNLOG
               CLOSE RUN-LOG
           END-IF.
       280-FIN. EXIT.

       290-LEE-CORRIDA.
           READ RUN-LOG
               AT END
                   SET WS-FIN-RUNLOG TO TRUE
               NOT AT END
                   MOVE RUN-FECHA TO WS-FECHA-TRAB
                   IF RUN-PROGRAMA IS EQUAL TO "PROGCNS" AND
                      WS-FECHA-TRAB IS NUMERIC AND
                      WS-TRAB-ANO-MES IS EQUAL TO WS-MES-PROCESO
                       ADD 1 TO WS-CORRIDAS-CNS
                       IF RUN-RETORNO IS NUMERIC AND
                          RUN-RETORNO IS GREATER THAN OR EQUAL TO 16
                           ADD 1 TO WS-CORRIDAS-FALLA
                       END-IF
                   END-IF
           END-READ.
       290-FIN. EXIT.

      *>----------------------------------------------------------------
      *> DECIDE SI LA SUCURSAL SE CALIFICA Y CALCULA SU TASA DE
      *> RECHAZO Y SU PROMEDIO DE CICLOS.
      *>----------------------------------------------------------------
       300-PREPARA-SUCURSAL.
           IF WS-TAB-ACTIVA (WS-IND-SUC) OR
              WS-TAB-CONSOLIDA (WS-IND-SUC) IS GREATER THAN ZEROS OR
              WS-TAB-RECHAZOS  (WS-IND-SUC) IS GREATER THAN ZEROS OR
              WS-TAB-VIVOS     (WS-IND-SUC) IS GREATER THAN ZEROS
               MOVE "S" TO WS-TAB-INCLUIDA (WS-IND-SUC)
               ADD 1 TO WS-CALIFICADAS
               IF WS-TAB-LEIDOS (WS-IND-SUC) IS GREATER THAN ZEROS
                   COMPUTE WS-TAB-TASA (WS-IND-SUC) ROUNDED =
                           WS-TAB-RECH-ORIG (WS-IND-SUC) * 100 /
                           WS-TAB-LEIDOS (WS-IND-SUC)
                       ON SIZE ERROR
                           MOVE 999.99 TO WS-TAB-TASA (WS-IND-SUC)
                   END-COMPUTE
               END-IF
               IF WS-TAB-RECHAZOS (WS-IND-SUC) IS GREATER THAN ZEROS
                   COMPUTE WS-TAB-CICLOS (WS-IND-SUC) ROUNDED =
                           WS-TAB-SUMA-CIC (WS-IND-SUC) /
                           WS-TAB-RECHAZOS (WS-IND-SUC)
               END-IF
               ADD WS-TAB-CONSOLIDA (WS-IND-SUC) TO WS-TOT-CONSOLIDA
               ADD WS-TAB-FALTAS    (WS-IND-SUC) TO WS-TOT-FALTAS
               ADD WS-TAB-CORTOS    (WS-IND-SUC) TO WS-TOT-CORTOS
               ADD WS-TAB-LEIDOS    (WS-IND-SUC) TO WS-TOT-LEIDOS
               ADD WS-TAB-INVALIDOS (WS-IND-SUC) TO WS-TOT-INVALIDOS
               ADD WS-TAB-RECHAZOS  (WS-IND-SUC) TO WS-TOT-RECHAZOS
               ADD WS-TAB-SUSPENSO  (WS-IND-SUC) TO WS-TOT-SUSPENSO
                   ON SIZE ERROR
                       PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
               END-ADD
           END-IF.
       300-FIN. EXIT.

      *>----------------------------------------------------------------
      *> RANGO POR CONCEPTO: 1 MAS LAS SUCURSALES CALIFICADAS CON UN
      *> VALOR MENOR; LOS EMPATES COMPARTEN RANGO.
      *>----------------------------------------------------------------
       400-CALCULA-RANGOS.
           IF WS-TAB-CALIFICA (WS-IND-SUC)
               MOVE 1 TO WS-TAB-RNG-FAL  (WS-IND-SUC)
                         WS-TAB-RNG-COR  (WS-IND-SUC)
                         WS-TAB-RNG-TASA (WS-IND-SUC)
                         WS-TAB-RNG-CIC  (WS-IND-SUC)
                         WS-TAB-RNG-SUSP (WS-IND-SUC)
               PERFORM 410-COMPARA-SUCURSAL THRU 410-FIN
                       VARYING WS-IND-OTRA FROM 1 BY 1
                       UNTIL WS-IND-OTRA IS GREATER THAN 99
               COMPUTE WS-TAB-PUNTOS (WS-IND-SUC) =
                       WS-TAB-RNG-FAL  (WS-IND-SUC) +
                       WS-TAB-RNG-COR  (WS-IND-SUC) +
                       WS-TAB-RNG-TASA (WS-IND-SUC) +
                       WS-TAB-RNG-CIC  (WS-IND-SUC) +
                       WS-TAB-RNG-SUSP (WS-IND-SUC)
           END-IF.
       400-FIN. EXIT.

       410-COMPARA-SUCURSAL.
           IF WS-TAB-CALIFICA (WS-IND-OTRA)
               IF WS-TAB-FALTAS (WS-IND-OTRA) IS LESS THAN
                  WS-TAB-FALTAS (WS-IND-SUC)
                   ADD 1 TO WS-TAB-RNG-FAL (WS-IND-SUC)
               END-IF
               IF WS-TAB-CORTOS (WS-IND-OTRA) IS LESS THAN
                  WS-TAB-CORTOS (WS-IND-SUC)
                   ADD 1 TO WS-TAB-RNG-COR (WS-IND-SUC)
               END-IF
               IF WS-TAB-TASA (WS-IND-OTRA) IS LESS THAN
                  WS-TAB-TASA (WS-IND-SUC)
                   ADD 1 TO WS-TAB-RNG-TASA (WS-IND-SUC)
               END-IF
               IF WS-TAB-CICLOS (WS-IND-OTRA) IS LESS THAN
                  WS-TAB-CICLOS (WS-IND-SUC)
                   ADD 1 TO WS-TAB-RNG-CIC (WS-IND-SUC)
               END-IF
               IF WS-TAB-SUSPENSO (WS-IND-OTRA) IS LESS THAN
                  WS-TAB-SUSPENSO (WS-IND-SUC)
                   ADD 1 TO WS-TAB-RNG-SUSP (WS-IND-SUC)
               END-IF
           END-IF.
       410-FIN. EXIT.

      *>----------------------------------------------------------------
      *> TABLERO: EN CADA VUELTA SE IMPRIME LA SUCURSAL CON MENOS
      *> PUNTOS QUE FALTE; EN EMPATE, EL CODIGO MENOR.
      *>----------------------------------------------------------------
       500-IMPRIME-TABLERO.
           OPEN OUTPUT TAB-REP
           MOVE WS-MES-PROCESO TO WS-TIT-MES
           WRITE TAB-LINEA     FROM WS-LIN-TITULO
           WRITE TAB-LINEA     FROM WS-LIN-LEYENDA-1
           WRITE TAB-LINEA     FROM WS-LIN-LEYENDA-2
           IF WS-CALIFICADAS IS EQUAL TO ZEROS
               WRITE TAB-LINEA FROM WS-LIN-BLANCO
               MOVE WS-MES-PROCESO TO WS-LSD-MES
               WRITE TAB-LINEA FROM WS-LIN-SIN-DATOS
           ELSE
               PERFORM 510-IMPRIME-POSICION THRU 510-FIN
                       VARYING WS-POSICION FROM 1 BY 1
                       UNTIL WS-POSICION IS GREATER THAN
                             WS-CALIFICADAS
               WRITE TAB-LINEA FROM WS-LIN-BLANCO
               MOVE WS-TOT-CONSOLIDA TO WS-LTO-CONSOLIDA
               MOVE WS-TOT-FALTAS    TO WS-LTO-FALTAS
               MOVE WS-TOT-CORTOS    TO WS-LTO-CORTOS
               MOVE WS-TOT-LEIDOS    TO WS-LTO-LEIDOS
               MOVE WS-TOT-RECHAZOS  TO WS-LTO-RECHAZOS
               MOVE WS-TOT-INVALIDOS TO WS-LTO-INVALIDOS
               WRITE TAB-LINEA FROM WS-LIN-TOTAL
               MOVE WS-TOT-SUSPENSO  TO WS-LTS-SUSPENSO
               WRITE TAB-LINEA FROM WS-LIN-TOTAL-SUSP
           END-IF
           WRITE TAB-LINEA     FROM WS-LIN-BLANCO
           MOVE WS-SIN-SUC-RECH    TO WS-LSS-RECHAZOS
           MOVE WS-SIN-SUC-VIVOS   TO WS-LSS-VIVOS
           MOVE WS-SIN-SUC-IMPORTE TO WS-LSS-IMPORTE
           WRITE TAB-LINEA     FROM WS-LIN-SIN-SUCURSAL
           MOVE WS-CORRIDAS-CNS    TO WS-LCR-CORRIDAS
           MOVE WS-CORRIDAS-FALLA  TO WS-LCR-FALLAS
           WRITE TAB-LINEA     FROM WS-LIN-CORRIDAS
           MOVE WS-CONT-NO-VERIF   TO WS-LNV-REGISTROS
           WRITE TAB-LINEA     FROM WS-LIN-NO-VERIFICADAS
           CLOSE TAB-REP.
       500-FIN. EXIT.

       510-IMPRIME-POSICION.
           MOVE ZEROS TO WS-IND-MEJOR
           PERFORM 520-BUSCA-MEJOR THRU 520-FIN
                   VARYING WS-IND-SUC FROM 1 BY 1
                   UNTIL WS-IND-SUC IS GREATER THAN 99
           IF WS-IND-MEJOR IS GREATER THAN ZEROS
               MOVE "S" TO WS-TAB-IMPRESA (WS-IND-MEJOR)
               PERFORM 530-IMPRIME-SUCURSAL THRU 530-FIN
           END-IF.
       510-FIN. EXIT.

       520-BUSCA-MEJOR.
           IF WS-TAB-CALIFICA (WS-IND-SUC) AND
              NOT WS-TAB-YA-IMPRESA (WS-IND-SUC)
               IF WS-IND-MEJOR IS EQUAL TO ZEROS
                   MOVE WS-IND-SUC TO WS-IND-MEJOR
               ELSE
                   IF WS-TAB-PUNTOS (WS-IND-SUC) IS LESS THAN
                      WS-TAB-PUNTOS (WS-IND-MEJOR)
                       MOVE WS-IND-SUC TO WS-IND-MEJOR
                   END-IF
               END-IF
           END-IF.
       520-FIN. EXIT.

       530-IMPRIME-SUCURSAL.
           WRITE TAB-LINEA FROM WS-LIN-BLANCO
           MOVE WS-POSICION  TO WS-LS1-POSICION
           MOVE WS-IND-MEJOR TO WS-LS1-CODIGO
           MOVE WS-TAB-NOMBRE    (WS-IND-MEJOR) TO WS-LS1-NOMBRE
           MOVE WS-TAB-CONSOLIDA (WS-IND-MEJOR) TO WS-LS1-CONSOLIDA
           MOVE WS-TAB-FALTAS    (WS-IND-MEJOR) TO WS-LS1-FALTAS
           MOVE WS-TAB-CORTOS    (WS-IND-MEJOR) TO WS-LS1-CORTOS
           MOVE WS-TAB-LEIDOS    (WS-IND-MEJOR) TO WS-LS1-LEIDOS
           MOVE WS-TAB-RECHAZOS  (WS-IND-MEJOR) TO WS-LS1-RECHAZOS
           MOVE WS-TAB-INVALIDOS (WS-IND-MEJOR) TO WS-LS1-INVALIDOS
           WRITE TAB-LINEA FROM WS-LIN-SUC-1
           MOVE WS-TAB-TASA      (WS-IND-MEJOR) TO WS-LS2-TASA
           MOVE WS-TAB-RECH-ORIG (WS-IND-MEJOR) TO WS-LS2-RECH-ORIG
           MOVE WS-TAB-CICLOS    (WS-IND-MEJOR) TO WS-LS2-CICLOS
           MOVE WS-TAB-SUSPENSO  (WS-IND-MEJOR) TO WS-LS2-SUSPENSO
           MOVE WS-TAB-VIVOS     (WS-IND-MEJOR) TO WS-LS2-VIVOS
           WRITE TAB-LINEA FROM WS-LIN-SUC-2
           MOVE WS-TAB-RNG-FAL   (WS-IND-MEJOR) TO WS-LS3-RNG-FAL
           MOVE WS-TAB-RNG-COR   (WS-IND-MEJOR) TO WS-LS3-RNG-COR
           MOVE WS-TAB-RNG-TASA  (WS-IND-MEJOR) TO WS-LS3-RNG-TASA
           MOVE WS-TAB-RNG-CIC   (WS-IND-MEJOR) TO WS-LS3-RNG-CIC
           MOVE WS-TAB-RNG-SUSP  (WS-IND-MEJOR) TO WS-LS3-RNG-SUSP
           MOVE WS-TAB-PUNTOS    (WS-IND-MEJOR) TO WS-LS3-PUNTOS
           WRITE TAB-LINEA FROM WS-LIN-SUC-3.
       530-FIN. EXIT.

       900-GRABA-BITACORA.
           OPEN EXTEND RUN-LOG
           IF WS-RUNLOG-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RUN-LOG
           END-IF
           MOVE SPACES              TO RUN-RECORD
           MOVE "PROGTAB"           TO RUN-PROGRAMA
           MOVE WS-FECHA-BITACORA   TO RUN-FECHA
           MOVE WS-HORA-INICIO      TO RUN-HORA-INICIO
           ACCEPT WS-HORA-COMPLETA  FROM TIME
           MOVE WS-HORA-HHMMSS      TO RUN-HORA-FIN
           COMPUTE RUN-REGS-ENTRADA = WS-CONT-ESTA + WS-CONT-SUSP
           MOVE WS-CALIFICADAS      TO RUN-REGS-SALIDA
           MOVE WS-CONT-INVALIDOS   TO RUN-RECHAZOS
           MOVE RETURN-CODE         TO RUN-RETORNO
           WRITE RUN-RECORD
           CLOSE RUN-LOG.
       900-FIN. EXIT.

       990-ABORTA-SOBREFLUJO.
           DISPLAY "SOBREFLUJO EN ACUMULADOR DE IMPORTES, "
                   "TABLERO ABORTADO"
           MOVE 16 TO RETURN-CODE
           DISPLAY "RETURN-CODE: " RETURN-CODE
           PERFORM 900-GRABA-BITACORA THRU 900-FIN
           STOP RUN.
       990-FIN. EXIT.
