      *> INDICADOR DE MOVIMIENTO Y LIBERAR EL REGISTRO ('L') PARA QUE
      *> PROGCNS LO INCORPORE A LA SIGUIENTE CORRIDA, LIBERARLO SIN
      *> CAMBIOS, O SALTARLO. LOS SUSPENSOS FORZADOS ('F') SOLO SE
      *> LISTAN PARA REVISION DEL SUPERVISOR, NO SE PUEDEN LIBERAR:
      *> SU DISPOSICION (CASTIGO, LIBERACION ESPECIAL O DEVOLUCION A
      *> LA SUCURSAL) SE APLICA CON PROGDSP.
      *> EL OPERADOR SE IDENTIFICA AL INICIAR CONTRA EL MAESTRO DE
      *> OPERADORES (OPERMAST); CADA CORRECCION Y LIBERACION QUEDA EN
      *> EL DIARIO DE CORRECCIONES (CORRJRN) CON LA IMAGEN ANTERIOR Y
      *> POSTERIOR. UNA CORRECCION QUE AUMENTA EL IMPORTE MAS ALLA
      *> DEL UMBRAL (CORPARM) QUEDA PENDIENTE EN CORRPEND HASTA QUE
      *> OTRO OPERADOR DE NIVEL MAYOR LA APRUEBA O LA RECHAZA.
      *>----------------------------------------------------------------
      *> HISTORIAL DE MODIFICACIONES
      *> 21/08/2026 JOS - VERSION INICIAL.
      *> 03/09/2026 JOS - EL IMPORTE DEL MOVIMIENTO PASA A MONEDA
      *>                  CON CENTAVOS (VER TRANSREC); LA CAPTURA Y
      *>                  LA LINEA DEL SUSPENSO SE ENSANCHAN.
      *> 15/10/2026 JOS - EL AVISO DEL FORZADO REMITE A LA
      *>                  DISPOSICION DEL SUPERVISOR EN PROGDSP.
      *> 15/10/2026 JOS - DIARIO DE CORRECCIONES E IDENTIDAD DEL
      *>                  OPERADOR: AL INICIAR SE PIDE LA CLAVE DEL
      *>                  OPERADOR (TRES INTENTOS) Y SE VALIDA CONTRA
      *>                  OPERMAST (LAYOUT OPERREC), ACTIVO Y CON
      *>                  NIVEL DE AUTORIZACION; SIN CLAVE VALIDA NO SE
      *>                  ATIENDE NINGUN SUSPENSO (RETURN-CODE 08, 16
      *>                  SI NO HAY OPERMAST). CADA CORRECCION Y
      *>                  LIBERACION SE ANEXA A CORRJRN (LAYOUT
      *>                  CORRREC) CON IMAGEN ANTERIOR Y POSTERIOR,
      *>                  OPERADOR, FECHA, HORA Y SUSP-LOTE/
      *>                  SUSP-SECUENCIA. SI LA CORRECCION AUMENTA EL
      *>                  IMPORTE MAS QUE EL UMBRAL DE CORPARM (1,000.00
      *>                  POR OMISION) NO SE APLICA: QUEDA PROPUESTA EN
      *>                  CORRPEND (LAYOUT CPNDREC) Y EL SUSPENSO SIGUE
      *>                  PENDIENTE HASTA QUE OTRO OPERADOR DE NIVEL
      *>                  MAYOR LA APRUEBA O LA RECHAZA AL ATENDERLO.
      *> 15/10/2026 JOS - LA LIBERACION SOLO SE CUENTA Y SE ANOTA EN
      *>                  CORRJRN SI LA REGRABACION DEL SUSPENSO DA
      *>                  STATUS "00"; LA PROPUESTA APROBADA SE BORRA
      *>                  DE CORRPEND SOLO DESPUES DE LIBERAR, Y EL
      *>                  RECHAZO SE ANOTA SOLO SI EL BORRADO PROCEDE.
      *>                  CUALQUIER FALLA SE CUENTA Y TERMINA CON
      *>                  RETURN-CODE 08.
      *> 15/10/2026 JOS - SE REVISA EL STATUS AL GRABAR EN CORRJRN Y
      *>                  EN CORRPEND (LA FALLA SE CUENTA, RC 08); SI
      *>                  CORRPEND O CORRJRN NO ABREN NO SE ATIENDE
      *>                  NINGUN SUSPENSO (RETURN-CODE 16).
      *>----------------------------------------------------------------

       ENVIRONMENT DIVISION.
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT OPER-FILE       ASSIGN TO "OPERMAST"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-OPER-STATUS.

           SELECT CORR-JRN        ASSIGN TO "CORRJRN"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-JRN-STATUS.

           SELECT CORR-PEND       ASSIGN TO "CORRPEND"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS CP-LLAVE
                                   FILE STATUS IS WS-PEND-STATUS.

           SELECT PARM-FILE       ASSIGN TO "CORPARM"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.

           LABEL RECORDS ARE STANDARD.
           COPY RUNREC.

       FD  OPER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERREC.

       FD  CORR-JRN
           LABEL RECORDS ARE STANDARD.
           COPY CORRREC.

       FD  CORR-PEND
           LABEL RECORDS ARE STANDARD.
           COPY CPNDREC.

       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARM-RECORD.
           05 PARM-UMBRAL          PIC 9(07)V9(02).
           05 FILLER               PIC X(71).

       WORKING-STORAGE SECTION.
           COPY TRANSREC.

       01  WS-SUSP-STATUS          PIC X(02)      VALUE "00".

       01  WS-STATUS-ARCHIVOS.
           05 WS-OPER-STATUS       PIC X(02)      VALUE "00".
           05 WS-JRN-STATUS        PIC X(02)      VALUE "00".
           05 WS-PEND-STATUS       PIC X(02)      VALUE "00".
           05 WS-PARM-STATUS       PIC X(02)      VALUE "00".

      *> OPERADOR FIRMADO EN LA SESION. NIVEL 3 ES EL MAXIMO.
       01  WS-AREA-OPERADOR.
           05 WS-OPERADOR          PIC X(08)      VALUE SPACES.
           05 WS-OPER-NOMBRE       PIC X(30)      VALUE SPACES.
           05 WS-OPER-NIVEL        PIC 9(01)      VALUE ZEROS.
              88 WS-OPER-NIVEL-MAXIMO             VALUE 3.
           05 WS-INTENTOS          PIC 9(01)      VALUE ZEROS.
           05 WS-MAX-INTENTOS      PIC 9(01)      VALUE 3.

      *> IMAGENES PARA EL DIARIO: LA ANTERIOR SE TOMA AL MOSTRAR EL
      *> SUSPENSO, ANTES DE CUALQUIER CAMBIO.
       01  WS-AREA-DIARIO.
           05 WS-UMBRAL-AUMENTO    PIC 9(07)V9(02) VALUE 1000.00.
           05 WS-AUMENTO           PIC S9(07)V9(02) VALUE ZEROS.
           05 WS-AUMENTO-ED        PIC -ZZZZZZ9.99.
           05 WS-DIA-ACCION        PIC X(01)      VALUE SPACES.
           05 WS-DIA-PROPONENTE    PIC X(08)      VALUE SPACES.
           05 WS-ANTES-TRANS       PIC X(80)      VALUE SPACES.
           05 WS-ANTES-ESTADO      PIC X(01)      VALUE SPACES.
           05 WS-DESPUES-TRANS     PIC X(80)      VALUE SPACES.
           05 WS-DESPUES-ESTADO    PIC X(01)      VALUE SPACES.

       01  WS-AREA-BITACORA.
           05 WS-RUNLOG-STATUS     PIC X(02)      VALUE "00".
           05 WS-FECHA-BITACORA    PIC 9(08)      VALUE ZEROS.
       01  WS-SWITCHES.
           05 WS-SW-FIN-SUSP       PIC X(01)      VALUE "N".
              88 WS-FIN-SUSP                      VALUE "S".
           05 WS-SW-FIN-OPER       PIC X(01)      VALUE "N".
              88 WS-FIN-OPER                      VALUE "S".
           05 WS-SW-OPER-HALLADO   PIC X(01)      VALUE "N".
              88 WS-OPER-HALLADO                  VALUE "S".
           05 WS-SW-OPER-APTO      PIC X(01)      VALUE "N".
              88 WS-OPER-APTO                     VALUE "S".
           05 WS-SW-SIN-OPERMAST   PIC X(01)      VALUE "N".
              88 WS-SIN-OPERMAST                  VALUE "S".
           05 WS-SW-PROPUESTA      PIC X(01)      VALUE "N".
              88 WS-HAY-PROPUESTA                 VALUE "S".
           05 WS-SW-IDENTIDAD      PIC X(01)      VALUE "N".
              88 WS-SUSP-CON-IDENTIDAD            VALUE "S".
           05 WS-SW-REGRABADO      PIC X(01)      VALUE "N".
              88 WS-SUSP-REGRABADO                VALUE "S".
           05 WS-SW-DIARIO         PIC X(01)      VALUE "N".
              88 WS-DIARIO-ABIERTO                VALUE "S".

       01  WS-AREA-CAPTURA.
           05 WS-ACCION            PIC X(01)      VALUE SPACES.
           05 WS-CONT-PENDIENTES   PIC 9(05)      VALUE ZEROS.
           05 WS-CONT-LIBERADOS    PIC 9(05)      VALUE ZEROS.
           05 WS-CONT-FORZADOS     PIC 9(05)      VALUE ZEROS.
           05 WS-CONT-PROPUESTAS   PIC 9(05)      VALUE ZEROS.
           05 WS-CONT-APROBADAS    PIC 9(05)      VALUE ZEROS.
           05 WS-CONT-RECHAZADAS   PIC 9(05)      VALUE ZEROS.
           05 WS-CONT-DIARIO       PIC 9(05)      VALUE ZEROS.
           05 WS-CONT-ERRORES      PIC 9(05)      VALUE ZEROS.

       01  WS-LIN-SUSPENSO.
           05 FILLER               PIC X(07)      VALUE "FECHA: ".
           05 WS-SUS-MOTIVO        PIC X(15).
           05 FILLER               PIC X(05)      VALUE SPACES.

       01  WS-LIN-PROPUESTA.
           05 FILLER               PIC X(17)      VALUE
              "  PROPUESTA POR: ".
           05 WS-PRO-OPERADOR      PIC X(08).
           05 FILLER               PIC X(06)      VALUE " NIV: ".
           05 WS-PRO-NIVEL         PIC 9(01).
           05 FILLER               PIC X(05)      VALUE " IMP:".
           05 WS-PRO-NUMERO        PIC ZZZZZZ9.99.
           05 FILLER               PIC X(05)      VALUE " CAT:".
           05 WS-PRO-CATEGORIA     PIC X(02).
           05 FILLER               PIC X(04)      VALUE " MV:".
           05 WS-PRO-MOVTO         PIC X(01).
           05 FILLER               PIC X(21)      VALUE SPACES.

       PROCEDURE DIVISION.
       010-RAIZ.
           ACCEPT WS-FECHA-BITACORA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-COMPLETA  FROM TIME
           MOVE WS-HORA-HHMMSS TO WS-HORA-INICIO
           PERFORM 020-LEE-PARAMETROS THRU 020-FIN
           PERFORM 050-FIRMA-OPERADOR THRU 050-FIN
           IF NOT WS-OPER-APTO
               DISPLAY "RETURN-CODE: " RETURN-CODE
           ELSE
               OPEN I-O SUSP-FILE
               IF WS-SUSP-STATUS IS EQUAL TO "35"
                   DISPLAY "NO EXISTE ARCHIVO DE SUSPENSOS"
               ELSE
                   PERFORM 070-ABRE-DIARIO THRU 070-FIN
                   IF NOT WS-DIARIO-ABIERTO
                       PERFORM 080-CIERRA-DIARIO THRU 080-FIN
                       CLOSE SUSP-FILE
                       MOVE 16 TO RETURN-CODE
                       DISPLAY "RETURN-CODE: " RETURN-CODE
                   ELSE
                       PERFORM 100-PROCESA-SUSPENSO THRU 100-FIN
                               UNTIL WS-FIN-SUSP
                       CLOSE SUSP-FILE
                       CLOSE CORR-PEND
                       CLOSE CORR-JRN
                       DISPLAY "PENDIENTES REVISADOS: "
                               WS-CONT-PENDIENTES
                       DISPLAY "LIBERADOS: " WS-CONT-LIBERADOS
                       DISPLAY "FORZADOS A SUPERVISOR: "
                               WS-CONT-FORZADOS
                       DISPLAY "CORRECCIONES PROPUESTAS: "
                               WS-CONT-PROPUESTAS
                       DISPLAY "PROPUESTAS APROBADAS: "
                               WS-CONT-APROBADAS
                       DISPLAY "PROPUESTAS RECHAZADAS: "
                               WS-CONT-RECHAZADAS
                       DISPLAY "REGISTROS AL DIARIO CORRJRN: "
                               WS-CONT-DIARIO
                       DISPLAY "ERRORES AL GRABAR: " WS-CONT-ERRORES
                       IF WS-CONT-ERRORES IS GREATER THAN ZERO
                           MOVE 8 TO RETURN-CODE
                           DISPLAY "RETURN-CODE: " RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 900-GRABA-BITACORA THRU 900-FIN
           GOBACK.

       020-LEE-PARAMETROS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS IS EQUAL TO "35"
               DISPLAY "SIN ARCHIVO DE PARAMETROS CORPARM, SE USA "
                       "UMBRAL DE AUMENTO DE " WS-UMBRAL-AUMENTO
           ELSE
               READ PARM-FILE
                   AT END
                       DISPLAY "CORPARM VACIO, SE USA UMBRAL DE "
                               "AUMENTO DE " WS-UMBRAL-AUMENTO
                   NOT AT END
                       IF PARM-UMBRAL IS NUMERIC
                           MOVE PARM-UMBRAL TO WS-UMBRAL-AUMENTO
                       ELSE
                           DISPLAY "UMBRAL INVALIDO EN CORPARM, SE "
                                   "USA " WS-UMBRAL-AUMENTO
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
       020-FIN. EXIT.

       050-FIRMA-OPERADOR.
           MOVE ZEROS TO WS-INTENTOS
           PERFORM 055-PIDE-OPERADOR THRU 055-FIN
                   UNTIL WS-OPER-APTO
                      OR WS-SIN-OPERMAST
                      OR WS-INTENTOS IS NOT LESS THAN WS-MAX-INTENTOS
           EVALUATE TRUE
               WHEN WS-OPER-APTO
                   DISPLAY "OPERADOR " WS-OPERADOR " " WS-OPER-NOMBRE
                           " NIVEL " WS-OPER-NIVEL
               WHEN WS-SIN-OPERMAST
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "OPERADOR NO AUTORIZADO, NO SE ATIENDEN "
                           "SUSPENSOS"
                   MOVE 08 TO RETURN-CODE
           END-EVALUATE.
       050-FIN. EXIT.

       055-PIDE-OPERADOR.
           ADD 1 TO WS-INTENTOS
           DISPLAY "CLAVE DE OPERADOR: "
           ACCEPT WS-OPERADOR
           IF WS-OPERADOR IS EQUAL TO SPACES
               DISPLAY "CLAVE EN BLANCO"
           ELSE
               PERFORM 060-BUSCA-OPERADOR THRU 060-FIN
               IF NOT WS-SIN-OPERMAST
                   IF NOT WS-OPER-HALLADO
                       DISPLAY "OPERADOR NO REGISTRADO EN OPERMAST"
                   ELSE
                   IF NOT WS-OPER-APTO
                       DISPLAY "OPERADOR INACTIVO O SIN NIVEL DE "
                               "AUTORIZACION"
                   END-IF
                   END-IF
               END-IF
           END-IF.
       055-FIN. EXIT.

       060-BUSCA-OPERADOR.
           MOVE "N" TO WS-SW-FIN-OPER
                       WS-SW-OPER-HALLADO
                       WS-SW-OPER-APTO
           OPEN INPUT OPER-FILE
           IF WS-OPER-STATUS IS EQUAL TO "35"
               SET WS-SIN-OPERMAST TO TRUE
               DISPLAY "SIN MAESTRO DE OPERADORES OPERMAST, NO SE "
                       "PUEDEN ATENDER SUSPENSOS"
           ELSE
               PERFORM 065-LEE-OPERADOR THRU 065-FIN
                       UNTIL WS-FIN-OPER OR WS-OPER-HALLADO
               CLOSE OPER-FILE
           END-IF.
       060-FIN. EXIT.

       065-LEE-OPERADOR.
           READ OPER-FILE
               AT END
                   SET WS-FIN-OPER TO TRUE
               NOT AT END
                   IF OPER-ID IS EQUAL TO WS-OPERADOR
                       SET WS-OPER-HALLADO TO TRUE
                       IF OPER-ACTIVO AND
                          OPER-NIVEL IS NUMERIC AND
                          OPER-NIVEL-VALIDO
                           SET WS-OPER-APTO TO TRUE
                           MOVE OPER-NOMBRE TO WS-OPER-NOMBRE
                           MOVE OPER-NIVEL  TO WS-OPER-NIVEL
                       END-IF
                   END-IF
           END-READ.
       065-FIN. EXIT.

       070-ABRE-DIARIO.
           OPEN I-O CORR-PEND
           IF WS-PEND-STATUS IS EQUAL TO "35"
               OPEN OUTPUT CORR-PEND
               CLOSE CORR-PEND
               OPEN I-O CORR-PEND
           END-IF
           OPEN EXTEND CORR-JRN
           IF WS-JRN-STATUS IS EQUAL TO "35"
               OPEN OUTPUT CORR-JRN
           END-IF
           IF WS-PEND-STATUS IS EQUAL TO "00" AND
              WS-JRN-STATUS  IS EQUAL TO "00"
               SET WS-DIARIO-ABIERTO TO TRUE
           ELSE
               DISPLAY "NO SE PUDO ABRIR CORRPEND/CORRJRN, STATUS "
                       WS-PEND-STATUS "/" WS-JRN-STATUS
                       ", NO SE ATIENDE NINGUN SUSPENSO"
           END-IF.
       070-FIN. EXIT.

       080-CIERRA-DIARIO.
           IF WS-PEND-STATUS IS EQUAL TO "00"
               CLOSE CORR-PEND
           END-IF
           IF WS-JRN-STATUS IS EQUAL TO "00"
               CLOSE CORR-JRN
           END-IF.
       080-FIN. EXIT.

       100-PROCESA-SUSPENSO.
           READ SUSP-FILE
               AT END
                       WHEN SUSP-FORZADO
                           ADD 1 TO WS-CONT-FORZADOS
                           PERFORM 300-MUESTRA-SUSPENSO THRU 300-FIN
                           DISPLAY "  ** FORZADO, DISPOSICION DEL "
                                   "SUPERVISOR EN PROGDSP"
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.
       100-FIN. EXIT.

      *> UN PENDIENTE CON CORRECCION PROPUESTA YA NO SE CORRIGE NI SE
      *> LIBERA: SOLO SE APRUEBA O SE RECHAZA LA PROPUESTA.
       200-ATIENDE-PENDIENTE.
           PERFORM 300-MUESTRA-SUSPENSO THRU 300-FIN
           PERFORM 250-BUSCA-PROPUESTA THRU 250-FIN
           IF WS-HAY-PROPUESTA
               PERFORM 600-ATIENDE-PROPUESTA THRU 600-FIN
           ELSE
               PERFORM 210-PIDE-ACCION THRU 210-FIN
           END-IF.
       200-FIN. EXIT.

       210-PIDE-ACCION.
           DISPLAY "ACCION (C=CORRIGE Y LIBERA L=LIBERA S=SALTA "
                   "F=FIN): "
           ACCEPT WS-ACCION
                       DISPLAY "MOVIMIENTO INVALIDO, USE C PARA "
                               "CORREGIR"
                   ELSE
                       MOVE "L"    TO WS-DIA-ACCION
                       MOVE SPACES TO WS-DIA-PROPONENTE
                       PERFORM 500-LIBERA-SUSPENSO THRU 500-FIN
                   END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       210-FIN. EXIT.

       250-BUSCA-PROPUESTA.
           MOVE "N" TO WS-SW-PROPUESTA
           PERFORM 260-VERIFICA-IDENTIDAD THRU 260-FIN
           IF WS-SUSP-CON-IDENTIDAD
               MOVE SUSP-LOTE      TO CP-LOTE
               MOVE SUSP-SECUENCIA TO CP-SECUENCIA
               READ CORR-PEND
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-HAY-PROPUESTA TO TRUE
               END-READ
           END-IF.
       250-FIN. EXIT.

      *> LA PROPUESTA SE GUARDA POR SUSP-LOTE/SUSP-SECUENCIA; UN
      *> SUSPENSO ANTERIOR A ESOS CAMPOS NO TIENE IDENTIDAD UNICA.
       260-VERIFICA-IDENTIDAD.
           MOVE "N" TO WS-SW-IDENTIDAD
           IF SUSP-LOTE IS NUMERIC AND
              SUSP-SECUENCIA IS NUMERIC AND
              SUSP-LOTE IS GREATER THAN ZEROS
               SET WS-SUSP-CON-IDENTIDAD TO TRUE
           END-IF.
       260-FIN. EXIT.

       300-MUESTRA-SUSPENSO.
           MOVE SUSP-TRANS          TO TRANS-RECORD
           MOVE TR-SUCURSAL         TO WS-SUS-SUCURSAL
           MOVE SUSP-CICLOS         TO WS-SUS-CICLO
           MOVE SUSP-MOTIVO         TO WS-SUS-MOTIVO
           MOVE SUSP-TRANS          TO WS-ANTES-TRANS
           MOVE SUSP-ESTADO         TO WS-ANTES-ESTADO
           DISPLAY WS-LIN-SUSPENSO.
       300-FIN. EXIT.

               DISPLAY "MOVIMIENTO INVALIDO, SUSPENSO SIN CAMBIO"
           ELSE
               MOVE SUSP-TRANS       TO TRANS-RECORD
               PERFORM 410-CALCULA-AUMENTO THRU 410-FIN
               MOVE WS-CAP-NUMERO    TO TR-NUMERO
               MOVE WS-CAP-CATEGORIA TO TR-CATEGORIA
               MOVE WS-CAP-MOVTO     TO TR-TIPO-MOVTO
               IF WS-AUMENTO IS GREATER THAN WS-UMBRAL-AUMENTO
                   PERFORM 450-REGISTRA-PROPUESTA THRU 450-FIN
               ELSE
                   MOVE TRANS-RECORD     TO SUSP-TRANS
                   MOVE "C"              TO WS-DIA-ACCION
                   MOVE SPACES           TO WS-DIA-PROPONENTE
                   PERFORM 500-LIBERA-SUSPENSO THRU 500-FIN
               END-IF
           END-IF
           END-IF.
       400-FIN. EXIT.

      *> AUMENTO = IMPORTE NUEVO MENOS EL RECHAZADO; SI EL RECHAZADO
      *> NO ES NUMERICO CUENTA COMO CERO Y TODO EL IMPORTE ES AUMENTO.
       410-CALCULA-AUMENTO.
           IF TR-NUMERO IS NUMERIC
               COMPUTE WS-AUMENTO = WS-CAP-NUMERO - TR-NUMERO
           ELSE
               MOVE WS-CAP-NUMERO TO WS-AUMENTO
           END-IF.
       410-FIN. EXIT.

       450-REGISTRA-PROPUESTA.
           MOVE WS-AUMENTO TO WS-AUMENTO-ED
           PERFORM 260-VERIFICA-IDENTIDAD THRU 260-FIN
           IF NOT WS-SUSP-CON-IDENTIDAD
               DISPLAY "AUMENTO DE " WS-AUMENTO-ED " MAYOR AL UMBRAL "
                       "Y SUSPENSO SIN LOTE/SECUENCIA PARA DEJARLO "
                       "PENDIENTE, SUSPENSO SIN CAMBIO"
           ELSE
               MOVE SPACES            TO CP-RECORD
               MOVE SUSP-LOTE         TO CP-LOTE
               MOVE SUSP-SECUENCIA    TO CP-SECUENCIA
               MOVE WS-OPERADOR       TO CP-OPERADOR
               MOVE WS-OPER-NIVEL     TO CP-NIVEL
               MOVE WS-FECHA-BITACORA TO CP-FECHA
               ACCEPT WS-HORA-COMPLETA FROM TIME
               MOVE WS-HORA-HHMMSS    TO CP-HORA
               MOVE SUSP-TRANS        TO CP-TRANS-ANTES
               MOVE TRANS-RECORD      TO CP-TRANS-PROPUESTA
               WRITE CP-RECORD
                   INVALID KEY
                       ADD 1 TO WS-CONT-ERRORES
                       DISPLAY "NO SE PUDO GRABAR LA PROPUESTA, "
                               "STATUS " WS-PEND-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-PROPUESTAS
                       MOVE "P"          TO WS-DIA-ACCION
                       MOVE SPACES       TO WS-DIA-PROPONENTE
                       MOVE TRANS-RECORD TO WS-DESPUES-TRANS
                       MOVE SUSP-ESTADO  TO WS-DESPUES-ESTADO
                       PERFORM 700-GRABA-DIARIO THRU 700-FIN
                       DISPLAY "AUMENTO DE " WS-AUMENTO-ED
                               " MAYOR AL UMBRAL: LA CORRECCION "
                               "QUEDA PENDIENTE DE APROBACION"
               END-WRITE
           END-IF.
       450-FIN. EXIT.

       500-LIBERA-SUSPENSO.
           MOVE "N" TO WS-SW-REGRABADO
           SET SUSP-LIBERADO TO TRUE
           REWRITE SUSP-RECORD
           IF WS-SUSP-STATUS IS EQUAL TO "00"
               SET WS-SUSP-REGRABADO TO TRUE
               ADD 1 TO WS-CONT-LIBERADOS
               DISPLAY "SUSPENSO LIBERADO"
               MOVE SUSP-TRANS  TO WS-DESPUES-TRANS
               MOVE SUSP-ESTADO TO WS-DESPUES-ESTADO
               PERFORM 700-GRABA-DIARIO THRU 700-FIN
           ELSE
               ADD 1 TO WS-CONT-ERRORES
               DISPLAY "NO SE PUDO REGRABAR EL SUSPENSO, STATUS "
                       WS-SUSP-STATUS ", SIGUE SIN LIBERAR"
           END-IF.
       500-FIN. EXIT.

      *> APRUEBA O RECHAZA OTRO OPERADOR DE NIVEL MAYOR AL DE QUIEN
      *> PROPUSO; SI ESTE YA TIENE EL NIVEL MAXIMO, BASTA OTRO
      *> OPERADOR DE NIVEL MAXIMO. QUIEN PROPUSO NUNCA SE APRUEBA.
       600-ATIENDE-PROPUESTA.
           MOVE CP-TRANS-PROPUESTA TO TRANS-RECORD
           MOVE CP-OPERADOR        TO WS-PRO-OPERADOR
           MOVE CP-NIVEL           TO WS-PRO-NIVEL
           MOVE TR-NUMERO          TO WS-PRO-NUMERO
           MOVE TR-CATEGORIA       TO WS-PRO-CATEGORIA
           MOVE TR-TIPO-MOVTO      TO WS-PRO-MOVTO
           DISPLAY WS-LIN-PROPUESTA
           EVALUATE TRUE
               WHEN CP-OPERADOR IS EQUAL TO WS-OPERADOR
                   DISPLAY "  SU CORRECCION ESPERA APROBACION DE OTRO "
                           "OPERADOR DE NIVEL SUPERIOR"
               WHEN WS-OPER-NIVEL IS GREATER THAN CP-NIVEL
                   PERFORM 610-DECIDE-PROPUESTA THRU 610-FIN
               WHEN WS-OPER-NIVEL-MAXIMO AND
                    CP-NIVEL IS EQUAL TO WS-OPER-NIVEL
                   PERFORM 610-DECIDE-PROPUESTA THRU 610-FIN
               WHEN OTHER
                   DISPLAY "  CORRECCION PENDIENTE DE APROBACION POR "
                           "UN OPERADOR DE NIVEL SUPERIOR"
           END-EVALUATE.
       600-FIN. EXIT.

       610-DECIDE-PROPUESTA.
           DISPLAY "ACCION (A=APRUEBA R=RECHAZA S=SALTA F=FIN): "
           ACCEPT WS-ACCION
           EVALUATE WS-ACCION
               WHEN "A"
                   PERFORM 620-APRUEBA-PROPUESTA THRU 620-FIN
               WHEN "R"
                   PERFORM 630-RECHAZA-PROPUESTA THRU 630-FIN
               WHEN "F"
                   SET WS-FIN-SUSP TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       610-FIN. EXIT.

       620-APRUEBA-PROPUESTA.
           MOVE CP-TRANS-PROPUESTA TO SUSP-TRANS
           MOVE "A"                TO WS-DIA-ACCION
           MOVE CP-OPERADOR        TO WS-DIA-PROPONENTE
           PERFORM 500-LIBERA-SUSPENSO THRU 500-FIN
           IF WS-SUSP-REGRABADO
               DELETE CORR-PEND RECORD
               IF WS-PEND-STATUS IS EQUAL TO "00"
                   ADD 1 TO WS-CONT-APROBADAS
                   DISPLAY "CORRECCION APROBADA"
               ELSE
                   ADD 1 TO WS-CONT-ERRORES
                   DISPLAY "CORRECCION APLICADA PERO NO SE PUDO "
                           "BORRAR DE CORRPEND, STATUS "
                           WS-PEND-STATUS
               END-IF
           END-IF.
       620-FIN. EXIT.

       630-RECHAZA-PROPUESTA.
           DELETE CORR-PEND RECORD
           IF WS-PEND-STATUS IS EQUAL TO "00"
               MOVE "R"                TO WS-DIA-ACCION
               MOVE CP-OPERADOR        TO WS-DIA-PROPONENTE
               MOVE CP-TRANS-PROPUESTA TO WS-DESPUES-TRANS
               MOVE SUSP-ESTADO        TO WS-DESPUES-ESTADO
               PERFORM 700-GRABA-DIARIO THRU 700-FIN
               ADD 1 TO WS-CONT-RECHAZADAS
               DISPLAY "CORRECCION RECHAZADA, EL SUSPENSO SIGUE "
                       "PENDIENTE"
           ELSE
               ADD 1 TO WS-CONT-ERRORES
               DISPLAY "NO SE PUDO BORRAR LA PROPUESTA DE CORRPEND, "
                       "STATUS " WS-PEND-STATUS
           END-IF.
       630-FIN. EXIT.

       700-GRABA-DIARIO.
           ACCEPT WS-HORA-COMPLETA  FROM TIME
           MOVE SPACES              TO CJ-RECORD
           MOVE WS-FECHA-BITACORA   TO CJ-FECHA
           MOVE WS-HORA-HHMMSS      TO CJ-HORA
           MOVE WS-OPERADOR         TO CJ-OPERADOR
           MOVE WS-OPER-NIVEL       TO CJ-NIVEL
           MOVE WS-DIA-ACCION       TO CJ-ACCION
           IF SUSP-LOTE IS NUMERIC
               MOVE SUSP-LOTE       TO CJ-SUSP-LOTE
           ELSE
               MOVE ZEROS           TO CJ-SUSP-LOTE
           END-IF
           IF SUSP-SECUENCIA IS NUMERIC
               MOVE SUSP-SECUENCIA  TO CJ-SUSP-SECUENCIA
           ELSE
               MOVE ZEROS           TO CJ-SUSP-SECUENCIA
           END-IF
           MOVE WS-DIA-PROPONENTE   TO CJ-PROPONENTE
           MOVE WS-ANTES-TRANS      TO CJ-ANTES-TRANS
           MOVE WS-ANTES-ESTADO     TO CJ-ANTES-ESTADO
           MOVE WS-DESPUES-TRANS    TO CJ-DESPUES-TRANS
           MOVE WS-DESPUES-ESTADO   TO CJ-DESPUES-ESTADO
           MOVE SUSP-MOTIVO         TO CJ-MOTIVO
           WRITE CJ-RECORD
           IF WS-JRN-STATUS IS EQUAL TO "00"
               ADD 1 TO WS-CONT-DIARIO
           ELSE
               ADD 1 TO WS-CONT-ERRORES
               DISPLAY "NO SE PUDO GRABAR EN CORRJRN, STATUS "
                       WS-JRN-STATUS
           END-IF.
       700-FIN. EXIT.

       900-GRABA-BITACORA.
           OPEN EXTEND RUN-LOG
           IF WS-RUNLOG-STATUS IS EQUAL TO "35"
