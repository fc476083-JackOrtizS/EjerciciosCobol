      *>   LIMITE DEL PARAMETRO (SUSPARM, 30 DIAS POR OMISION), CON
      *>   UNA LINEA POR ESCALADO PARA QUE EL SUPERVISOR LO REVISE;
      *> - REESCRIBE SUSPENSO DEJANDO SOLO LOS REGISTROS VIVOS
      *>   ('P', 'L' Y LOS FORZADOS 'F' QUE ESPERAN LA DISPOSICION
      *>   DEL SUPERVISOR EN PROGDSP, INCLUIDOS LOS RECIEN
      *>   ESCALADOS) Y ANEXA LA HISTORIA RESUELTA ('R', 'C' Y 'D')
      *>   AL ACUMULADO SUSPARCH.
      *> LA REESCRITURA NUNCA TRUNCA SUSPENSO SIN RESPALDO: LOS
      *> VIVOS SE ESCRIBEN PRIMERO AL ARCHIVO DE TRABAJO SUSPNEW Y
      *> SOLO CON SUSPNEW COMPLETO Y CERRADO SE REGRABA SUSPENSO A
      *> PARTIR DE EL; SI LA REGRABACION SE CAE (EL DISCO LLENO YA
      *> NOS PASO), SUSPNEW QUEDA EN DISCO COMO FUENTE INTACTA PARA
      *> RECONSTRUIR.
      *> CON EL CALENDARIO CALMAST LA ANTIGUEDAD, LAS CUBETAS Y EL
      *> LIMITE DE ESCALAMIENTO SE CUENTAN EN DIAS HABILES; SIN
      *> CALENDARIO, O CON UNA FECHA FUERA DE EL, EN DIAS NATURALES.
      *>----------------------------------------------------------------
      *> HISTORIAL DE MODIFICACIONES
      *> 03/09/2026 JOS - VERSION INICIAL.
      *>                  CATEGORIA CRECE A 3 DIGITOS PARA QUE EL
      *>                  PERFORM VARYING PUEDA REBASAR 99 SIN
      *>                  ENVOLVERSE.
      *> 15/10/2026 JOS - EL FORZADO ('F') YA NO SE ARCHIVA: QUEDA
      *>                  VIVO EN SUSPENSO HASTA QUE EL SUPERVISOR LO
      *>                  DISPONE CON PROGDSP, Y SE ARCHIVAN LOS
      *>                  CASTIGADOS ('C') Y DEVUELTOS ('D'); ANTES
      *>                  EL FORZADO SE IBA A SUSPARCH SIN QUE NADIE
      *>                  REGISTRARA LA DECISION. EL RECIEN ESCALADO
      *>                  TAMBIEN CUENTA COMO VIVO.
      *> 15/10/2026 JOS - LA ANTIGUEDAD SE MIDE EN DIAS HABILES CON
      *>                  EL ACUMULADO DE CALMAST; SI NO HAY
      *>                  CALENDARIO O LA FECHA NO ESTA EN EL, SE
      *>                  SIGUE MIDIENDO EN DIAS NATURALES Y SE AVISA
      *>                  EN EL REPORTE.
      *>----------------------------------------------------------------

       ENVIRONMENT DIVISION.
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

           SELECT CAL-FILE        ASSIGN TO "CALMAST"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS CAL-FECHA
                                   FILE STATUS IS WS-CAL-STATUS.

           SELECT RUN-LOG         ASSIGN TO "RUNLOG"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-RUNLOG-STATUS.
           05 PARM-DIAS-ESCALA    PIC 9(03).
           05 FILLER              PIC X(77).

       FD  CAL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CALREC.

       FD  RUN-LOG
           LABEL RECORDS ARE STANDARD.
           COPY RUNREC.
           05 WS-ARCH-STATUS      PIC X(02)      VALUE "00".
           05 WS-NEW-STATUS       PIC X(02)      VALUE "00".
           05 WS-PARM-STATUS      PIC X(02)      VALUE "00".
           05 WS-CAL-STATUS       PIC X(02)      VALUE "00".

       01  WS-AREA-BITACORA.
           05 WS-RUNLOG-STATUS    PIC X(02)      VALUE "00".
           05 WS-DIAS-ANTIG       PIC S9(05)     VALUE ZEROS.
           05 WS-CUBETA           PIC 9(01)      VALUE ZEROS.

      *> ANTIGUEDAD EN DIAS HABILES: RESTA DE LOS ACUMULADOS DE
      *> CALMAST DE HOY Y DE LA FECHA DE RECHAZO. LA ULTIMA FECHA
      *> BUSCADA SE GUARDA PORQUE LOS RECHAZOS VIENEN POR FECHA.
       01  WS-AREA-CALENDARIO.
           05 WS-SW-CALENDARIO    PIC X(01)      VALUE "N".
              88 WS-HAY-CALENDARIO               VALUE "S".
           05 WS-SW-FUERA-CAL     PIC X(01)      VALUE "N".
              88 WS-FECHA-FUERA-CAL              VALUE "S".
           05 WS-ACUM-HOY         PIC 9(07)      VALUE ZEROS.
           05 WS-ACUM-RECHAZO     PIC 9(07)      VALUE ZEROS.
           05 WS-ULT-FECHA-CAL    PIC 9(08)      VALUE ZEROS.
           05 WS-ULT-ACUM-CAL     PIC 9(07)      VALUE ZEROS.
           05 WS-SW-ULT-EN-CAL    PIC X(01)      VALUE "N".
              88 WS-ULT-EN-CAL                   VALUE "S".
           05 WS-CONT-FUERA-CAL   PIC 9(05)      VALUE ZEROS.

       01  WS-AREA-SERIAL.
           05 WS-FECHA-TRAB       PIC 9(08)      VALUE ZEROS.
           05 WS-FECHA-TRAB-R REDEFINES WS-FECHA-TRAB.
           05 FILLER              PIC X(05)      VALUE " DIAS".
           05 FILLER              PIC X(11)      VALUE SPACES.

       01  WS-LIN-BASE.
           05 FILLER              PIC X(15)      VALUE
              "ANTIGUEDAD EN ".
           05 WS-BAS-TEXTO        PIC X(40).
           05 FILLER              PIC X(25)      VALUE SPACES.

       01  WS-LIN-FUERA-CAL.
           05 FILLER              PIC X(45)      VALUE
              "PENDIENTES CON FECHA FUERA DE CALMAST (DIAS ".
           05 FILLER              PIC X(12)      VALUE
              "NATURALES): ".
           05 WS-FCA-CONT         PIC ZZZZ9.
           05 FILLER              PIC X(18)      VALUE SPACES.

       01  WS-LIN-CUBETAS.
           05 FILLER              PIC X(16)      VALUE
              "PENDIENTES 0-07:".
           MOVE WS-FECHA-PROCESO TO WS-FECHA-TRAB
           PERFORM 900-CALCULA-SERIAL THRU 900-FIN
           MOVE WS-SERIAL-TRAB TO WS-SERIAL-HOY
           PERFORM 040-ABRE-CALENDARIO THRU 040-FIN
           PERFORM 100-PASO-ANALISIS THRU 100-FIN
           IF WS-SUSP-STATUS IS EQUAL TO "35"
               DISPLAY "NO EXISTE ARCHIVO DE SUSPENSOS, NADA QUE "
                       "DEPURAR"
               PERFORM 045-CIERRA-CALENDARIO THRU 045-FIN
               PERFORM 950-GRABA-BITACORA THRU 950-FIN
               GOBACK
           END-IF
           PERFORM 400-IMPRIME-REPORTE THRU 400-FIN
           PERFORM 200-PASO-REESCRITURA THRU 200-FIN
           PERFORM 430-CIERRA-REPORTE THRU 430-FIN
           PERFORM 045-CIERRA-CALENDARIO THRU 045-FIN
           DISPLAY "SUSPENSOS LEIDOS: " WS-CONT-LEIDOS
           DISPLAY "SUSPENSOS VIVOS: " WS-CONT-VIVOS
           DISPLAY "ARCHIVADOS: " WS-CONT-ARCHIVADOS
           END-IF.
       020-FIN. EXIT.

      *> EL CALENDARIO SOLO SE USA SI TRAE LA FECHA DE HOY; SIN
      *> ELLA NO HAY ACUMULADO CONTRA QUE RESTAR.
       040-ABRE-CALENDARIO.
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS IS EQUAL TO "35"
               DISPLAY "NO EXISTE EL CALENDARIO CALMAST, ANTIGUEDAD "
                       "EN DIAS NATURALES"
           ELSE
               MOVE WS-FECHA-PROCESO TO CAL-FECHA
               READ CAL-FILE
                   INVALID KEY
                       DISPLAY "LA FECHA " WS-FECHA-PROCESO
                               " NO ESTA EN CALMAST, ANTIGUEDAD EN "
                               "DIAS NATURALES"
                       CLOSE CAL-FILE
                   NOT INVALID KEY
                       SET WS-HAY-CALENDARIO TO TRUE
                       MOVE CAL-HABILES-ACUM TO WS-ACUM-HOY
               END-READ
           END-IF.
       040-FIN. EXIT.

       045-CIERRA-CALENDARIO.
           IF WS-HAY-CALENDARIO
               CLOSE CAL-FILE
           END-IF.
       045-FIN. EXIT.

       100-PASO-ANALISIS.
           OPEN INPUT SUSP-FILE
           IF WS-SUSP-STATUS IS EQUAL TO "35"
                           ADD 1 TO WS-CONT-VIVOS
                       WHEN SUSP-EN-VUELO
                           ADD 1 TO WS-CONT-VIVOS
                       WHEN SUSP-FORZADO
                           ADD 1 TO WS-CONT-VIVOS
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
       120-ANALIZA-PENDIENTE.
           ADD 1 TO WS-CONT-PENDIENTES
           PERFORM 150-CALCULA-ANTIGUEDAD THRU 150-FIN
           IF WS-FECHA-FUERA-CAL
               ADD 1 TO WS-CONT-FUERA-CAL
           END-IF
           ADD 1 TO WS-CUBETA-CONT (WS-CUBETA)
           PERFORM 130-ACUMULA-MOTIVO    THRU 130-FIN
           PERFORM 140-ACUMULA-CATEGORIA THRU 140-FIN
           ADD 1 TO WS-CONT-VIVOS
           IF WS-DIAS-ANTIG IS GREATER THAN WS-DIAS-ESCALA
               ADD 1 TO WS-CONT-ESCALADOS
           END-IF.
       120-FIN. EXIT.

       140-FIN. EXIT.

       150-CALCULA-ANTIGUEDAD.
           MOVE "N" TO WS-SW-FUERA-CAL
           IF SUSP-FECHA-RECHAZO IS NUMERIC AND
              SUSP-FECHA-RECHAZO IS GREATER THAN ZEROS
               IF WS-HAY-CALENDARIO
                   PERFORM 160-BUSCA-CALENDARIO THRU 160-FIN
               END-IF
               IF WS-HAY-CALENDARIO AND NOT WS-FECHA-FUERA-CAL
                   COMPUTE WS-DIAS-ANTIG =
                           WS-ACUM-HOY - WS-ACUM-RECHAZO
               ELSE
                   MOVE SUSP-FECHA-RECHAZO TO WS-FECHA-TRAB
                   PERFORM 900-CALCULA-SERIAL THRU 900-FIN
                   MOVE WS-SERIAL-TRAB TO WS-SERIAL-RECHAZO
                   COMPUTE WS-DIAS-ANTIG =
                           WS-SERIAL-HOY - WS-SERIAL-RECHAZO
               END-IF
               IF WS-DIAS-ANTIG IS LESS THAN ZEROS
                   MOVE ZEROS TO WS-DIAS-ANTIG
               END-IF
           END-EVALUATE.
       150-FIN. EXIT.

       160-BUSCA-CALENDARIO.
           IF SUSP-FECHA-RECHAZO IS NOT EQUAL TO WS-ULT-FECHA-CAL
               MOVE SUSP-FECHA-RECHAZO TO WS-ULT-FECHA-CAL
               MOVE SUSP-FECHA-RECHAZO TO CAL-FECHA
               READ CAL-FILE
                   INVALID KEY
                       MOVE "N"   TO WS-SW-ULT-EN-CAL
                       MOVE ZEROS TO WS-ULT-ACUM-CAL
                   NOT INVALID KEY
                       SET WS-ULT-EN-CAL TO TRUE
                       MOVE CAL-HABILES-ACUM TO WS-ULT-ACUM-CAL
               END-READ
           END-IF
           IF WS-ULT-EN-CAL
               MOVE WS-ULT-ACUM-CAL TO WS-ACUM-RECHAZO
           ELSE
               SET WS-FECHA-FUERA-CAL TO TRUE
           END-IF.
       160-FIN. EXIT.

      *> LOS VIVOS SE ESCRIBEN PRIMERO A SUSPNEW; SUSPENSO SOLO SE
      *> TRUNCA Y REGRABA CUANDO SUSPNEW YA QUEDO COMPLETO Y
      *> CERRADO, ASI UNA CAIDA A MEDIA REGRABACION DEJA SUSPNEW
                           PERFORM 240-GUARDA-VIVO THRU 240-FIN
                       WHEN SUSP-EN-VUELO
                           PERFORM 240-GUARDA-VIVO THRU 240-FIN
                       WHEN SUSP-FORZADO
                           PERFORM 240-GUARDA-VIVO THRU 240-FIN
                       WHEN OTHER
                           PERFORM 245-ARCHIVA-SUSPENSO THRU 245-FIN
                   END-EVALUATE
           IF WS-DIAS-ANTIG IS GREATER THAN WS-DIAS-ESCALA
               SET SUSP-FORZADO TO TRUE
               PERFORM 235-REPORTA-ESCALADO THRU 235-FIN
           END-IF
           PERFORM 240-GUARDA-VIVO THRU 240-FIN.
       230-FIN. EXIT.

       235-REPORTA-ESCALADO.
           MOVE WS-FECHA-PROCESO TO WS-TIT-FECHA
           MOVE WS-DIAS-ESCALA   TO WS-TIT-ESCALA
           WRITE SUSP-LINEA      FROM WS-LIN-TITULO
           IF WS-HAY-CALENDARIO
               MOVE "DIAS HABILES SEGUN CALMAST" TO WS-BAS-TEXTO
           ELSE
               MOVE "DIAS NATURALES (SIN CALENDARIO CALMAST)"
                                     TO WS-BAS-TEXTO
           END-IF
           WRITE SUSP-LINEA      FROM WS-LIN-BASE
           MOVE WS-CUBETA-CONT (1) TO WS-CUB-1
           MOVE WS-CUBETA-CONT (2) TO WS-CUB-2
           MOVE WS-CUBETA-CONT (3) TO WS-CUB-3
           MOVE WS-CUBETA-CONT (4) TO WS-CUB-4
           WRITE SUSP-LINEA      FROM WS-LIN-CUBETAS
           IF WS-CONT-FUERA-CAL IS GREATER THAN ZEROS
               MOVE WS-CONT-FUERA-CAL TO WS-FCA-CONT
               WRITE SUSP-LINEA  FROM WS-LIN-FUERA-CAL
           END-IF
           WRITE SUSP-LINEA      FROM WS-LIN-ENC-MOTIVO
           PERFORM 410-IMPRIME-MOTIVO THRU 410-FIN
                   VARYING WS-IND-MOT FROM 1 BY 1
