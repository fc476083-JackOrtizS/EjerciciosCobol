       IDENTIFICATION DIVISION.
       PROGRAM-ID.                PROGVER.
      *AUTHOR.                    JACK JOSAFAT ORTIZ SALAZAR
      *INSTALLATION.              PRUEBAS JACK
      *DATE-WRITTEN.              15/10/2026.
      *DATE-COMPILED.
      *SECURITY.                  NO ES CONFIDENCIAL.

      *>----------------------------------------------------------------
      *> VERIFICACION DE INTEGRIDAD ENTRE ARCHIVOS DE UNA FECHA DE
      *> CORRIDA. CORRE DESPUES DE PROGSTR Y ANTES DE LA ENTREGA A
      *> FINANZAS (PROGPOL), Y SOBRE TODO DESPUES DE UN REINICIO
      *> DESDE CHECKPOINT, UNA DEPURACION DE PROGARC O UN ARREGLO A
      *> MANO DE ALGUN ARCHIVO. EL DINERO DEL DIA QUEDA EN CINCO
      *> LUGARES Y AQUI SE PRUEBA QUE SIGUEN DICIENDO LO MISMO:
      *> 1 - LOS RENGLONES DE HISTCAT DE LA FECHA SUMAN EL REGISTRO
      *>     DE HISTORIC (CARGOS, ABONOS Y NETO);
      *> 2 - HISTORIC CUADRA CON LOS LOTES VIGENTES (NO REVERSADOS)
      *>     DE LOTEREG PROCESADOS ESA FECHA (CARGOS, ABONOS, NETO Y
      *>     REGISTROS LEIDOS);
      *> 3 - EL EXTRACTO, TOMANDO EL ULTIMO RENGLON 'C' POR LOTE Y
      *>     CATEGORIA COMO LO HACE FINANZAS, CUADRA CON LOS RENGLONES
      *>     DE SU LOTE EN HCATLOT (CON HISTCAT SI LA FECHA NO TIENE
      *>     DESGLOSE POR LOTE); SU RENGLON 'T' SUMA LOS 'C' Y CUADRA
      *>     CON SU LOTE EN LOTEREG;
      *> 4 - AUDITOUT SE REPRODUCE SECUENCIA POR SECUENCIA: CADA
      *>     ACUMULADO IMPRESO DEBE SER EL ANTERIOR MAS O MENOS EL
      *>     VALOR, LAS SECUENCIAS VAN DE UNO EN UNO SIN HUECOS NI
      *>     REPETIDAS, Y EL ACUMULADO FINAL ES EL NETO CONTABILIZADO.
      *> EL EXTRACTO Y AUDITOUT SON DE LA ULTIMA CORRIDA DE PROGSTR;
      *> SI EL EXTRACTO ES DE OTRA FECHA, LAS VERIFICACIONES 3 Y 4 NO
      *> PUEDEN HACERSE Y ESO MISMO ES UNA EXCEPCION.
      *> TODA DIFERENCIA SE IMPRIME EN EL REPORTE DE EXCEPCIONES
      *> VERIREP CON LAS DOS CIFRAS QUE NO CUADRAN. CON CUALQUIER
      *> EXCEPCION TERMINA CON RETURN-CODE 16 PARA QUE LA ENTREGA A
      *> FINANZAS NO CORRA; SIN EXCEPCIONES, RETURN-CODE 00.
      *>----------------------------------------------------------------
      *> HISTORIAL DE MODIFICACIONES
      *> 15/10/2026 JOS - VERSION INICIAL.
      *> 15/10/2026 JOS - CON VARIOS LOTES EN EL DIA HISTCAT ES LA
      *>                  SUMA DE TODOS, ASI QUE EL EXTRACTO (DE UN
      *>                  SOLO LOTE) SE CUADRA CONTRA LOS RENGLONES DE
      *>                  SU LOTE EN HCATLOT.
      *>----------------------------------------------------------------

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.           IBM-3083.
       OBJECT-COMPUTER.           IBM-3083.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE       ASSIGN TO "HISTORIC"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS HIST-FECHA
                                   FILE STATUS IS WS-HIST-STATUS.

           SELECT HCAT-FILE       ASSIGN TO "HISTCAT"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS HCAT-LLAVE
                                   FILE STATUS IS WS-HCAT-STATUS.

           SELECT HCLT-FILE       ASSIGN TO "HCATLOT"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS HCLT-LLAVE
                                   FILE STATUS IS WS-HCLT-STATUS.

           SELECT LOTE-FILE       ASSIGN TO "LOTEREG"
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS LOTE-NUMERO
                                   FILE STATUS IS WS-LOTE-STATUS.

           SELECT EXTR-IN         ASSIGN TO "EXTRACTO"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-EXTR-STATUS.

           SELECT AUDIT-IN        ASSIGN TO "AUDITOUT"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-AUDIT-STATUS.

           SELECT VERI-REP        ASSIGN TO "VERIREP"
                                   ORGANIZATION IS SEQUENTIAL.

           SELECT RUN-LOG         ASSIGN TO "RUNLOG"
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  HIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HISTREC.

       FD  HCAT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HCATREC.

       FD  HCLT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HCLTREC.

       FD  LOTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOTEREC.

       FD  EXTR-IN
           LABEL RECORDS ARE STANDARD.
       01  EXTR-ENTRADA           PIC X(80).

       FD  AUDIT-IN
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-ENTRADA          PIC X(80).

       FD  VERI-REP
           LABEL RECORDS ARE STANDARD.
       01  VERI-LINEA             PIC X(80).

       FD  RUN-LOG
           LABEL RECORDS ARE STANDARD.
           COPY RUNREC.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-ARCHIVOS.
           05 WS-HIST-STATUS      PIC X(02)      VALUE "00".
           05 WS-HCAT-STATUS      PIC X(02)      VALUE "00".
           05 WS-HCLT-STATUS      PIC X(02)      VALUE "00".
           05 WS-LOTE-STATUS      PIC X(02)      VALUE "00".
           05 WS-EXTR-STATUS      PIC X(02)      VALUE "00".
           05 WS-AUDIT-STATUS     PIC X(02)      VALUE "00".

       01  WS-AREA-BITACORA.
           05 WS-RUNLOG-STATUS    PIC X(02)      VALUE "00".
           05 WS-FECHA-BITACORA   PIC 9(08)      VALUE ZEROS.
           05 WS-HORA-COMPLETA    PIC 9(08)      VALUE ZEROS.
           05 WS-HORA-COMPLETA-R REDEFINES WS-HORA-COMPLETA.
              10 WS-HORA-HHMMSS   PIC 9(06).
              10 FILLER           PIC 9(02).
           05 WS-HORA-INICIO      PIC 9(06)      VALUE ZEROS.

       01  WS-SWITCHES.
           05 WS-SW-HAY-HISTORICO PIC X(01)      VALUE "N".
              88 WS-HAY-HISTORICO                VALUE "S".
           05 WS-SW-FIN-HCAT      PIC X(01)      VALUE "N".
              88 WS-FIN-HCAT                     VALUE "S".
           05 WS-SW-FIN-LOTE      PIC X(01)      VALUE "N".
              88 WS-FIN-LOTE                     VALUE "S".
           05 WS-SW-FIN-EXTR      PIC X(01)      VALUE "N".
              88 WS-FIN-EXTR                     VALUE "S".
           05 WS-SW-FIN-AUDIT     PIC X(01)      VALUE "N".
              88 WS-FIN-AUDIT                    VALUE "S".
           05 WS-SW-HAY-EXTRACTO  PIC X(01)      VALUE "N".
              88 WS-HAY-EXTRACTO                 VALUE "S".
           05 WS-SW-HAY-TOTAL     PIC X(01)      VALUE "N".
              88 WS-HAY-TOTAL                    VALUE "S".
           05 WS-SW-EXTR-AJENO    PIC X(01)      VALUE "N".
              88 WS-EXTRACTO-AJENO               VALUE "S".
           05 WS-SW-VARIOS-LOTES  PIC X(01)      VALUE "N".
              88 WS-EXTR-VARIOS-LOTES            VALUE "S".
           05 WS-SW-FIN-HCLT      PIC X(01)      VALUE "N".
              88 WS-FIN-HCLT                     VALUE "S".
           05 WS-SW-POR-LOTE      PIC X(01)      VALUE "N".
              88 WS-COMPARA-POR-LOTE             VALUE "S".

       01  WS-AREA-VERIFICACION.
           05 WS-FECHA-VERIF      PIC 9(08)      VALUE ZEROS.
           05 WS-EXC-VERIF        PIC 9(05)      VALUE ZEROS.
           05 WS-EXC-TOTAL        PIC 9(05)      VALUE ZEROS.
           05 WS-REGS-LEIDOS      PIC 9(09)      VALUE ZEROS.
           05 WS-VERIF-CUADRADAS  PIC 9(01)      VALUE ZEROS.

      *> CIFRAS DEL REGISTRO DE HISTORIC DE LA FECHA.
       01  WS-AREA-HISTORICO.
           05 WS-HIS-SUMA         PIC S9(09)V9(02) VALUE ZEROS.
           05 WS-HIS-CARGOS       PIC 9(09)V9(02)  VALUE ZEROS.
           05 WS-HIS-ABONOS       PIC 9(09)V9(02)  VALUE ZEROS.
           05 WS-HIS-REGS         PIC 9(05)        VALUE ZEROS.
           05 WS-SW-HIS-DESGLOSE  PIC X(01)        VALUE "N".
              88 WS-HIS-CON-DESGLOSE               VALUE "S".

      *> SUMAS DE HISTCAT Y DE LOS LOTES VIGENTES DE LA FECHA.
       01  WS-AREA-SUMAS.
           05 WS-HC-TOT-CARGOS    PIC 9(11)V9(02)  VALUE ZEROS.
           05 WS-HC-TOT-ABONOS    PIC 9(11)V9(02)  VALUE ZEROS.
           05 WS-HC-TOT-SUMA      PIC S9(11)V9(02) VALUE ZEROS.
           05 WS-HC-RENGLONES     PIC 9(05)        VALUE ZEROS.
           05 WS-LT-TOT-CARGOS    PIC 9(11)V9(02)  VALUE ZEROS.
           05 WS-LT-TOT-ABONOS    PIC 9(11)V9(02)  VALUE ZEROS.
           05 WS-LT-TOT-NETO      PIC S9(11)V9(02) VALUE ZEROS.
           05 WS-LT-TOT-REGS      PIC 9(07)        VALUE ZEROS.
           05 WS-LT-VIGENTES      PIC 9(05)        VALUE ZEROS.
           05 WS-LT-NETO          PIC S9(11)V9(02) VALUE ZEROS.

      *> CATEGORIAS DE HISTCAT, DE HCATLOT (LOTE DEL EXTRACTO) Y DEL
      *> EXTRACTO: EL ELEMENTO ES LA CATEGORIA + 1.
       01  WS-TABLA-CATEGORIAS.
           05 WS-IND-CAT          PIC 9(03)      VALUE ZEROS.
           05 WS-CAT-ELEM OCCURS 100 TIMES.
              10 WS-HC-USO        PIC X(01).
                 88 WS-HC-PRESENTE               VALUE "S".
              10 WS-HC-CARGOS     PIC 9(09)V9(02).
              10 WS-HC-ABONOS     PIC 9(09)V9(02).
              10 WS-HC-SUMA       PIC S9(09)V9(02).
              10 WS-HC-DETALLES   PIC 9(05).
              10 WS-HL-USO        PIC X(01).
                 88 WS-HL-PRESENTE               VALUE "S".
              10 WS-HL-CARGOS     PIC 9(09)V9(02).
              10 WS-HL-ABONOS     PIC 9(09)V9(02).
              10 WS-HL-SUMA       PIC S9(09)V9(02).
              10 WS-HL-DETALLES   PIC 9(05).
              10 WS-EX-USO        PIC X(01).
                 88 WS-EX-PRESENTE               VALUE "S".
              10 WS-EX-CARGOS     PIC 9(09)V9(02).
              10 WS-EX-ABONOS     PIC 9(09)V9(02).
              10 WS-EX-NETO       PIC S9(09)V9(02).
              10 WS-EX-DETALLES   PIC 9(05).

      *> CIFRAS DE LA CATEGORIA EN TURNO CONTRA LAS QUE SE CUADRA EL
      *> EXTRACTO (DE HCATLOT O DE HISTCAT).
       01  WS-AREA-REFERENCIA.
           05 WS-RF-USO           PIC X(01)        VALUE "N".
              88 WS-RF-PRESENTE                    VALUE "S".
           05 WS-RF-CARGOS        PIC 9(09)V9(02)  VALUE ZEROS.
           05 WS-RF-ABONOS        PIC 9(09)V9(02)  VALUE ZEROS.
           05 WS-RF-SUMA          PIC S9(09)V9(02) VALUE ZEROS.
           05 WS-RF-DETALLES      PIC 9(05)        VALUE ZEROS.
           05 WS-LOTE-EXTRACTO    PIC 9(08)        VALUE ZEROS.
           05 WS-HL-RENGLONES     PIC 9(05)        VALUE ZEROS.

      *> CIFRAS DEL EXTRACTO: RENGLON 'T' Y SUMA DE LOS ULTIMOS 'C'.
       01  WS-AREA-EXTRACTO.
           05 WS-EXT-FECHA        PIC 9(08)        VALUE ZEROS.
           05 WS-EXT-LOTE         PIC 9(08)        VALUE ZEROS.
           05 WS-EXT-LOTE-C       PIC 9(08)        VALUE ZEROS.
           05 WS-T-CARGOS         PIC 9(09)V9(02)  VALUE ZEROS.
           05 WS-T-ABONOS         PIC 9(09)V9(02)  VALUE ZEROS.
           05 WS-T-NETO           PIC S9(09)V9(02) VALUE ZEROS.
           05 WS-T-LEIDOS         PIC 9(05)        VALUE ZEROS.
           05 WS-C-TOT-CARGOS     PIC 9(11)V9(02)  VALUE ZEROS.
           05 WS-C-TOT-ABONOS     PIC 9(11)V9(02)  VALUE ZEROS.
           05 WS-C-TOT-DETALLES   PIC 9(07)        VALUE ZEROS.
           05 WS-EXT-ILEGIBLES    PIC 9(05)        VALUE ZEROS.

      *> RENGLONES DEL EXTRACTO DE PROGSTR, CON LOS IMPORTES
      *> PARTIDOS EN ENTEROS Y DECIMALES COMO EN PROGPOL.
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

      *> RENGLON DE AUDITOUT (VER WS-LIN-AUDITORIA DE PROGSTR). LOS
      *> NUMEROS VIENEN EDITADOS CON CEROS SUPRIMIDOS: SE RELLENAN
      *> CON CEROS A LA IZQUIERDA ANTES DE LEERLOS.
       01  WS-AUD-RENGLON         PIC X(80).

       01  WS-AUD-R REDEFINES WS-AUD-RENGLON.
           05 WS-AR-PREFIJO       PIC X(04).
           05 WS-AR-SEC           PIC X(05).
           05 FILLER              PIC X(10).
           05 WS-AR-VAL-ENT       PIC X(07).
           05 FILLER              PIC X(01).
           05 WS-AR-VAL-DEC       PIC X(02).
           05 FILLER              PIC X(01).
           05 WS-AR-MOVTO         PIC X(01).
           05 FILLER              PIC X(14).
           05 WS-AR-ACU-ENT       PIC X(09).
           05 FILLER              PIC X(01).
           05 WS-AR-ACU-DEC       PIC X(02).
           05 WS-AR-ACU-SIGNO     PIC X(01).
           05 FILLER              PIC X(22).

       01  WS-AREA-AUDITORIA.
           05 WS-AUD-SECUENCIA    PIC 9(05)        VALUE ZEROS.
           05 WS-AUD-SEC-ESPERADA PIC 9(05)        VALUE ZEROS.
           05 WS-AUD-ULTIMA-SEC   PIC 9(05)        VALUE ZEROS.
           05 WS-AUD-VAL-ENT      PIC 9(07)        VALUE ZEROS.
           05 WS-AUD-VAL-DEC      PIC 9(02)        VALUE ZEROS.
           05 WS-AUD-ACU-ENT      PIC 9(09)        VALUE ZEROS.
           05 WS-AUD-ACU-DEC      PIC 9(02)        VALUE ZEROS.
           05 WS-AUD-VALOR        PIC 9(07)V9(02)  VALUE ZEROS.
           05 WS-AUD-IMPRESO      PIC S9(09)V9(02) VALUE ZEROS.
           05 WS-AUD-REPRODUCIDO  PIC S9(11)V9(02) VALUE ZEROS.
           05 WS-AUD-RENGLONES    PIC 9(07)        VALUE ZEROS.
           05 WS-AUD-HUECOS       PIC 9(05)        VALUE ZEROS.
           05 WS-AUD-REPETIDAS    PIC 9(05)        VALUE ZEROS.
           05 WS-AUD-ILEGIBLES    PIC 9(05)        VALUE ZEROS.
           05 WS-AUD-DESCUADRES   PIC 9(05)        VALUE ZEROS.

      *> REFERENCIA DE LA EXCEPCION (LOTE, SECUENCIA O CATEGORIA).
       01  WS-REF-TRABAJO         PIC X(08)      VALUE SPACES.
       01  WS-REF-CATEGORIA REDEFINES WS-REF-TRABAJO.
           05 FILLER              PIC X(04).
           05 WS-REF-CAT-NUM      PIC 9(02).
           05 FILLER              PIC X(02).
       01  WS-REF-SECUENCIA REDEFINES WS-REF-TRABAJO.
           05 FILLER              PIC X(03).
           05 WS-REF-SEC-NUM      PIC 9(05).

       01  WS-VALORES-EXCEPCION.
           05 WS-EXC-TEXTO        PIC X(45)        VALUE SPACES.
           05 WS-EXC-IMPORTE-1    PIC S9(11)V9(02) VALUE ZEROS.
           05 WS-EXC-IMPORTE-2    PIC S9(11)V9(02) VALUE ZEROS.
           05 WS-EXC-CONTEO-1     PIC 9(09)        VALUE ZEROS.
           05 WS-EXC-CONTEO-2     PIC 9(09)        VALUE ZEROS.

       01  WS-LIN-TITULO.
           05 FILLER              PIC X(11)      VALUE "PROGVER".
           05 FILLER              PIC X(33)      VALUE
              "VERIFICACION DE INTEGRIDAD".
           05 FILLER              PIC X(07)      VALUE "FECHA: ".
           05 WS-TIT-FECHA        PIC 9(08).
           05 FILLER              PIC X(21)      VALUE SPACES.

       01  WS-LIN-VERIFICACION.
           05 FILLER              PIC X(13)      VALUE
              "VERIFICACION ".
           05 WS-VER-NUMERO       PIC 9(01).
           05 FILLER              PIC X(02)      VALUE ": ".
           05 WS-VER-TITULO       PIC X(50).
           05 FILLER              PIC X(14)      VALUE SPACES.

       01  WS-LIN-RESULTADO.
           05 FILLER              PIC X(14)      VALUE
              "   RESULTADO: ".
           05 WS-RES-TEXTO        PIC X(16).
           05 FILLER              PIC X(14)      VALUE
              " EXCEPCIONES: ".
           05 WS-RES-EXCEPCIONES  PIC ZZZZ9.
           05 FILLER              PIC X(31)      VALUE SPACES.

       01  WS-LIN-EXC-IMPORTE.
           05 FILLER              PIC X(03)      VALUE "** ".
           05 WS-EXI-TEXTO        PIC X(25).
           05 WS-EXI-REF          PIC X(08).
           05 WS-EXI-VALOR-1      PIC ZZZZZZZZZZ9.99-.
           05 FILLER              PIC X(04)      VALUE " VS ".
           05 WS-EXI-VALOR-2      PIC ZZZZZZZZZZ9.99-.
           05 FILLER              PIC X(10)      VALUE SPACES.

       01  WS-LIN-EXC-CONTEO.
           05 FILLER              PIC X(03)      VALUE "** ".
           05 WS-EXN-TEXTO        PIC X(25).
           05 WS-EXN-REF          PIC X(08).
           05 WS-EXN-CONTEO-1     PIC ZZZZZZZZ9.
           05 FILLER              PIC X(04)      VALUE " VS ".
           05 WS-EXN-CONTEO-2     PIC ZZZZZZZZ9.
           05 FILLER              PIC X(22)      VALUE SPACES.

       01  WS-LIN-EXC-AVISO.
           05 FILLER              PIC X(03)      VALUE "** ".
           05 WS-EXA-TEXTO        PIC X(45).
           05 WS-EXA-REF          PIC X(08).
           05 FILLER              PIC X(24)      VALUE SPACES.

       01  WS-LIN-NOTA.
           05 FILLER              PIC X(22)      VALUE
              "   SE CUADRA CONTRA: ".
           05 WS-NOT-TEXTO        PIC X(40).
           05 WS-NOT-LOTE         PIC X(08).
           05 FILLER              PIC X(10)      VALUE SPACES.

       01  WS-LIN-LOTE.
           05 FILLER              PIC X(08)      VALUE "   LOTE ".
           05 WS-LOT-NUMERO       PIC 9(08).
           05 FILLER              PIC X(05)      VALUE " CAR:".
           05 WS-LOT-CARGOS       PIC ZZZZZZZZ9.99.
           05 FILLER              PIC X(05)      VALUE " ABO:".
           05 WS-LOT-ABONOS       PIC ZZZZZZZZ9.99.
           05 FILLER              PIC X(06)      VALUE " REGS:".
           05 WS-LOT-REGS         PIC ZZZZ9.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WS-LOT-ESTADO       PIC X(10).
           05 FILLER              PIC X(08)      VALUE SPACES.

       01  WS-LIN-TOTAL.
           05 FILLER              PIC X(21)      VALUE
              "EXCEPCIONES TOTALES: ".
           05 WS-TOT-EXCEPCIONES  PIC ZZZZ9.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WS-TOT-TEXTO        PIC X(40).
           05 FILLER              PIC X(12)      VALUE SPACES.

       PROCEDURE DIVISION.
       010-RAIZ.
           ACCEPT WS-FECHA-BITACORA FROM DATE YYYYMMDD
           ACCEPT WS-HORA-COMPLETA  FROM TIME
           MOVE WS-HORA-HHMMSS TO WS-HORA-INICIO
           DISPLAY "FECHA DE CORRIDA A VERIFICAR (AAAAMMDD, 0=HOY): "
           ACCEPT WS-FECHA-VERIF
           IF WS-FECHA-VERIF IS NOT NUMERIC OR
              WS-FECHA-VERIF IS EQUAL TO ZEROS
               MOVE WS-FECHA-BITACORA TO WS-FECHA-VERIF
           END-IF
           PERFORM 020-LIMPIA-CATEGORIA THRU 020-FIN
                   VARYING WS-IND-CAT FROM 1 BY 1
                   UNTIL WS-IND-CAT IS GREATER THAN 100
           OPEN OUTPUT VERI-REP
           MOVE WS-FECHA-VERIF TO WS-TIT-FECHA
           WRITE VERI-LINEA    FROM WS-LIN-TITULO
           PERFORM 100-VERIFICA-CATEGORIAS THRU 100-FIN
           PERFORM 200-VERIFICA-LOTES      THRU 200-FIN
           PERFORM 300-VERIFICA-EXTRACTO   THRU 300-FIN
           PERFORM 400-VERIFICA-AUDITORIA  THRU 400-FIN
           MOVE WS-EXC-TOTAL TO WS-TOT-EXCEPCIONES
           IF WS-EXC-TOTAL IS GREATER THAN ZEROS
               MOVE "ARCHIVOS NO CUADRAN, NO ENTREGAR A FINANZAS"
                                 TO WS-TOT-TEXTO
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "ARCHIVOS CONSISTENTES" TO WS-TOT-TEXTO
               MOVE ZEROS TO RETURN-CODE
           END-IF
           WRITE VERI-LINEA    FROM WS-LIN-TOTAL
           CLOSE VERI-REP
           DISPLAY "EXCEPCIONES DE INTEGRIDAD: " WS-EXC-TOTAL
           DISPLAY "RETURN-CODE: " RETURN-CODE
           PERFORM 900-GRABA-BITACORA THRU 900-FIN
           GOBACK.

       020-LIMPIA-CATEGORIA.
           MOVE "N"   TO WS-HC-USO      (WS-IND-CAT)
                         WS-HL-USO      (WS-IND-CAT)
                         WS-EX-USO      (WS-IND-CAT)
           MOVE ZEROS TO WS-HC-CARGOS   (WS-IND-CAT)
                         WS-HC-ABONOS   (WS-IND-CAT)
                         WS-HC-SUMA     (WS-IND-CAT)
                         WS-HC-DETALLES (WS-IND-CAT)
                         WS-HL-CARGOS   (WS-IND-CAT)
                         WS-HL-ABONOS   (WS-IND-CAT)
                         WS-HL-SUMA     (WS-IND-CAT)
                         WS-HL-DETALLES (WS-IND-CAT)
                         WS-EX-CARGOS   (WS-IND-CAT)
                         WS-EX-ABONOS   (WS-IND-CAT)
                         WS-EX-NETO     (WS-IND-CAT)
                         WS-EX-DETALLES (WS-IND-CAT).
       020-FIN. EXIT.

      *>----------------------------------------------------------------
      *> 1 - HISTCAT CONTRA HISTORIC
      *>----------------------------------------------------------------
       100-VERIFICA-CATEGORIAS.
           MOVE 1 TO WS-VER-NUMERO
           MOVE "RENGLONES DE HISTCAT CONTRA HISTORIC"
                                 TO WS-VER-TITULO
           PERFORM 800-INICIA-VERIFICACION THRU 800-FIN
           PERFORM 105-LEE-HISTORICO THRU 105-FIN
           PERFORM 110-CARGA-HISTCAT THRU 110-FIN
           IF NOT WS-HAY-HISTORICO
               MOVE "SIN REGISTRO EN HISTORIC PARA LA FECHA"
                                 TO WS-EXC-TEXTO
               MOVE SPACES       TO WS-REF-TRABAJO
               PERFORM 830-EXCEPCION-AVISO THRU 830-FIN
           ELSE
               IF WS-HC-RENGLONES IS EQUAL TO ZEROS
                   MOVE "SIN RENGLONES EN HISTCAT PARA LA FECHA"
                                 TO WS-EXC-TEXTO
                   MOVE SPACES   TO WS-REF-TRABAJO
                   PERFORM 830-EXCEPCION-AVISO THRU 830-FIN
               END-IF
               MOVE SPACES TO WS-REF-TRABAJO
               IF WS-HC-TOT-SUMA IS NOT EQUAL TO WS-HIS-SUMA
                   MOVE "NETO HISTCAT VS HISTORIC" TO WS-EXC-TEXTO
                   MOVE WS-HC-TOT-SUMA  TO WS-EXC-IMPORTE-1
                   MOVE WS-HIS-SUMA     TO WS-EXC-IMPORTE-2
                   PERFORM 810-EXCEPCION-IMPORTE THRU 810-FIN
               END-IF
               IF WS-HIS-CON-DESGLOSE
                   PERFORM 120-COMPARA-DESGLOSE THRU 120-FIN
               END-IF
           END-IF
           PERFORM 890-CIERRA-VERIFICACION THRU 890-FIN.
       100-FIN. EXIT.

       105-LEE-HISTORICO.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS IS EQUAL TO "35"
               DISPLAY "NO EXISTE EL HISTORICO HISTORIC"
           ELSE
               MOVE WS-FECHA-VERIF TO HIST-FECHA
               READ HIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-REGS-LEIDOS
                       SET WS-HAY-HISTORICO TO TRUE
                       MOVE HIST-SUMA          TO WS-HIS-SUMA
                       MOVE HIST-CONTADOR-REGS TO WS-HIS-REGS
                       IF HIST-CARGOS IS NUMERIC AND
                          HIST-ABONOS IS NUMERIC
                           SET WS-HIS-CON-DESGLOSE TO TRUE
                           MOVE HIST-CARGOS    TO WS-HIS-CARGOS
                           MOVE HIST-ABONOS    TO WS-HIS-ABONOS
                       END-IF
               END-READ
               CLOSE HIST-FILE
           END-IF.
       105-FIN. EXIT.

       110-CARGA-HISTCAT.
           OPEN INPUT HCAT-FILE
           IF WS-HCAT-STATUS IS EQUAL TO "35"
               DISPLAY "NO EXISTE EL HISTORICO POR CATEGORIA HISTCAT"
           ELSE
               MOVE WS-FECHA-VERIF TO HCAT-FECHA
               MOVE ZEROS          TO HCAT-CATEGORIA
               START HCAT-FILE KEY IS NOT LESS THAN HCAT-LLAVE
                   INVALID KEY
                       SET WS-FIN-HCAT TO TRUE
               END-START
               PERFORM 115-LEE-HISTCAT THRU 115-FIN
                       UNTIL WS-FIN-HCAT
               CLOSE HCAT-FILE
           END-IF.
       110-FIN. EXIT.

       115-LEE-HISTCAT.
           READ HCAT-FILE NEXT RECORD
               AT END
                   SET WS-FIN-HCAT TO TRUE
           END-READ
           IF NOT WS-FIN-HCAT
               IF HCAT-FECHA IS NOT EQUAL TO WS-FECHA-VERIF
                   SET WS-FIN-HCAT TO TRUE
               ELSE
                   ADD 1 TO WS-REGS-LEIDOS
                   ADD 1 TO WS-HC-RENGLONES
                   COMPUTE WS-IND-CAT = HCAT-CATEGORIA + 1
                   SET WS-HC-PRESENTE (WS-IND-CAT) TO TRUE
                   MOVE HCAT-CARGOS   TO WS-HC-CARGOS   (WS-IND-CAT)
                   MOVE HCAT-ABONOS   TO WS-HC-ABONOS   (WS-IND-CAT)
                   MOVE HCAT-SUMA     TO WS-HC-SUMA     (WS-IND-CAT)
                   MOVE HCAT-DETALLES TO WS-HC-DETALLES (WS-IND-CAT)
                   ADD HCAT-CARGOS    TO WS-HC-TOT-CARGOS
                       ON SIZE ERROR
                           PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
                   END-ADD
                   ADD HCAT-ABONOS    TO WS-HC-TOT-ABONOS
                       ON SIZE ERROR
                           PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
                   END-ADD
                   ADD HCAT-SUMA      TO WS-HC-TOT-SUMA
                       ON SIZE ERROR
                           PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
                   END-ADD
                   IF HCAT-SUMA IS NOT EQUAL TO
                      HCAT-CARGOS - HCAT-ABONOS
                       MOVE "CAT     "    TO WS-REF-TRABAJO
                       MOVE HCAT-CATEGORIA TO WS-REF-CAT-NUM
                       MOVE "NETO HISTCAT VS CAR-ABO" TO WS-EXC-TEXTO
                       MOVE HCAT-SUMA     TO WS-EXC-IMPORTE-1
                       COMPUTE WS-EXC-IMPORTE-2 =
                               HCAT-CARGOS - HCAT-ABONOS
                       PERFORM 810-EXCEPCION-IMPORTE THRU 810-FIN
                   END-IF
               END-IF
           END-IF.
       115-FIN. EXIT.

       120-COMPARA-DESGLOSE.
           IF WS-HC-TOT-CARGOS IS NOT EQUAL TO WS-HIS-CARGOS
               MOVE "CARGOS HISTCAT VS HISTOR." TO WS-EXC-TEXTO
               MOVE WS-HC-TOT-CARGOS TO WS-EXC-IMPORTE-1
               MOVE WS-HIS-CARGOS    TO WS-EXC-IMPORTE-2
               PERFORM 810-EXCEPCION-IMPORTE THRU 810-FIN
           END-IF
           IF WS-HC-TOT-ABONOS IS NOT EQUAL TO WS-HIS-ABONOS
               MOVE "ABONOS HISTCAT VS HISTOR." TO WS-EXC-TEXTO
               MOVE WS-HC-TOT-ABONOS TO WS-EXC-IMPORTE-1
               MOVE WS-HIS-ABONOS    TO WS-EXC-IMPORTE-2
               PERFORM 810-EXCEPCION-IMPORTE THRU 810-FIN
           END-IF.
       120-FIN. EXIT.

      *>----------------------------------------------------------------
      *> 2 - HISTORIC CONTRA LOS LOTES VIGENTES DE LOTEREG
      *>----------------------------------------------------------------
       200-VERIFICA-LOTES.
           MOVE 2 TO WS-VER-NUMERO
           MOVE "HISTORIC CONTRA LOS LOTES DE LOTEREG DE LA FECHA"
                                 TO WS-VER-TITULO
           PERFORM 800-INICIA-VERIFICACION THRU 800-FIN
           OPEN INPUT LOTE-FILE
           IF WS-LOTE-STATUS IS EQUAL TO "35"
               MOVE "NO EXISTE EL REGISTRO DE LOTES LOTEREG"
                                 TO WS-EXC-TEXTO
               MOVE SPACES       TO WS-REF-TRABAJO
               PERFORM 830-EXCEPCION-AVISO THRU 830-FIN
           ELSE
               MOVE ZEROS TO LOTE-NUMERO
               START LOTE-FILE KEY IS NOT LESS THAN LOTE-NUMERO
                   INVALID KEY
                       SET WS-FIN-LOTE TO TRUE
               END-START
               PERFORM 210-LEE-LOTE THRU 210-FIN
                       UNTIL WS-FIN-LOTE
               CLOSE LOTE-FILE
               PERFORM 220-COMPARA-LOTES THRU 220-FIN
           END-IF
           PERFORM 890-CIERRA-VERIFICACION THRU 890-FIN.
       200-FIN. EXIT.

       210-LEE-LOTE.
           READ LOTE-FILE NEXT RECORD
               AT END
                   SET WS-FIN-LOTE TO TRUE
               NOT AT END
                   IF LOTE-FECHA-PROCESO IS EQUAL TO WS-FECHA-VERIF
                       PERFORM 215-TOMA-LOTE THRU 215-FIN
                   END-IF
           END-READ.
       210-FIN. EXIT.

       215-TOMA-LOTE.
           ADD 1 TO WS-REGS-LEIDOS
           MOVE LOTE-NUMERO    TO WS-LOT-NUMERO
           MOVE LOTE-CARGOS    TO WS-LOT-CARGOS
           MOVE LOTE-ABONOS    TO WS-LOT-ABONOS
           MOVE LOTE-REGISTROS TO WS-LOT-REGS
           IF LOTE-REVERSADO
               MOVE "REVERSADO"  TO WS-LOT-ESTADO
           ELSE
               MOVE "VIGENTE"    TO WS-LOT-ESTADO
               ADD 1 TO WS-LT-VIGENTES
               ADD LOTE-CARGOS    TO WS-LT-TOT-CARGOS
                   ON SIZE ERROR
                       PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
               END-ADD
               ADD LOTE-ABONOS    TO WS-LT-TOT-ABONOS
                   ON SIZE ERROR
                       PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
               END-ADD
               ADD LOTE-REGISTROS TO WS-LT-TOT-REGS
           END-IF
           WRITE VERI-LINEA    FROM WS-LIN-LOTE.
       215-FIN. EXIT.

       220-COMPARA-LOTES.
           MOVE SPACES TO WS-REF-TRABAJO
           COMPUTE WS-LT-TOT-NETO = WS-LT-TOT-CARGOS - WS-LT-TOT-ABONOS
           IF NOT WS-HAY-HISTORICO
               IF WS-LT-VIGENTES IS GREATER THAN ZEROS
                   MOVE "LOTES VIGENTES SIN REGISTRO EN HISTORIC"
                                 TO WS-EXC-TEXTO
                   PERFORM 830-EXCEPCION-AVISO THRU 830-FIN
               END-IF
           ELSE
               IF WS-LT-TOT-NETO IS NOT EQUAL TO WS-HIS-SUMA
                   MOVE "NETO LOTEREG VS HISTORIC" TO WS-EXC-TEXTO
                   MOVE WS-LT-TOT-NETO  TO WS-EXC-IMPORTE-1
                   MOVE WS-HIS-SUMA     TO WS-EXC-IMPORTE-2
                   PERFORM 810-EXCEPCION-IMPORTE THRU 810-FIN
               END-IF
               IF WS-HIS-CON-DESGLOSE AND
                  WS-LT-TOT-CARGOS IS NOT EQUAL TO WS-HIS-CARGOS
                   MOVE "CARGOS LOTEREG VS HISTOR." TO WS-EXC-TEXTO
                   MOVE WS-LT-TOT-CARGOS TO WS-EXC-IMPORTE-1
                   MOVE WS-HIS-CARGOS    TO WS-EXC-IMPORTE-2
                   PERFORM 810-EXCEPCION-IMPORTE THRU 810-FIN
               END-IF
               IF WS-HIS-CON-DESGLOSE AND
                  WS-LT-TOT-ABONOS IS NOT EQUAL TO WS-HIS-ABONOS
                   MOVE "ABONOS LOTEREG VS HISTOR." TO WS-EXC-TEXTO
                   MOVE WS-LT-TOT-ABONOS TO WS-EXC-IMPORTE-1
                   MOVE WS-HIS-ABONOS    TO WS-EXC-IMPORTE-2
                   PERFORM 810-EXCEPCION-IMPORTE THRU 810-FIN
               END-IF
               IF WS-LT-TOT-REGS IS NOT EQUAL TO WS-HIS-REGS
                   MOVE "LEIDOS LOTEREG VS HISTOR." TO WS-EXC-TEXTO
                   MOVE WS-LT-TOT-REGS  TO WS-EXC-CONTEO-1
                   MOVE WS-HIS-REGS     TO WS-EXC-CONTEO-2
                   PERFORM 820-EXCEPCION-CONTEO THRU 820-FIN
               END-IF
           END-IF.
       220-FIN. EXIT.

      *>----------------------------------------------------------------
      *> 3 - EXTRACTO CONTRA EL HISTORICO DE SU LOTE Y CONTRA LOTEREG
      *>----------------------------------------------------------------
       300-VERIFICA-EXTRACTO.
           MOVE 3 TO WS-VER-NUMERO
           MOVE "EXTRACTO CONTRA HCATLOT/HISTCAT Y LOTEREG"
                                 TO WS-VER-TITULO
           PERFORM 800-INICIA-VERIFICACION THRU 800-FIN
           MOVE SPACES TO WS-REF-TRABAJO
           OPEN INPUT EXTR-IN
           IF WS-EXTR-STATUS IS EQUAL TO "35"
               MOVE "NO EXISTE EL EXTRACTO DE LA CORRIDA"
                                 TO WS-EXC-TEXTO
               PERFORM 830-EXCEPCION-AVISO THRU 830-FIN
           ELSE
               SET WS-HAY-EXTRACTO TO TRUE
               PERFORM 310-LEE-RENGLON THRU 310-FIN
                       UNTIL WS-FIN-EXTR
               CLOSE EXTR-IN
               PERFORM 320-VALIDA-EXTRACTO THRU 320-FIN
               IF NOT WS-EXTRACTO-AJENO
                   PERFORM 325-CARGA-HCATLOT THRU 325-FIN
                   PERFORM 330-COMPARA-CATEGORIA THRU 330-FIN
                           VARYING WS-IND-CAT FROM 1 BY 1
                           UNTIL WS-IND-CAT IS GREATER THAN 100
                   IF WS-HAY-TOTAL
                       PERFORM 340-COMPARA-TOTAL THRU 340-FIN
                   END-IF
               END-IF
           END-IF
           PERFORM 890-CIERRA-VERIFICACION THRU 890-FIN.
       300-FIN. EXIT.

       310-LEE-RENGLON.
           READ EXTR-IN
               AT END
                   SET WS-FIN-EXTR TO TRUE
               NOT AT END
                   ADD 1 TO WS-REGS-LEIDOS
                   MOVE EXTR-ENTRADA TO WS-EXTR-RENGLON
                   EVALUATE WS-XC-TIPO
                       WHEN "C"
                           PERFORM 312-TOMA-CATEGORIA THRU 312-FIN
                       WHEN "T"
                           PERFORM 314-TOMA-TOTAL     THRU 314-FIN
                       WHEN OTHER
                           ADD 1 TO WS-EXT-ILEGIBLES
                   END-EVALUATE
           END-READ.
       310-FIN. EXIT.

      *> SI UNA CATEGORIA TRAE MAS DE UN RENGLON 'C' (REINICIO DESDE
      *> CHECKPOINT) VALE EL ULTIMO, COMO EN FINANZAS Y EN PROGPOL.
       312-TOMA-CATEGORIA.
           IF WS-XC-FECHA IS NOT NUMERIC OR
              WS-XC-LOTE IS NOT NUMERIC OR
              WS-XC-CATEGORIA IS NOT NUMERIC OR
              WS-XC-CAR-ENT IS NOT NUMERIC OR
              WS-XC-CAR-DEC IS NOT NUMERIC OR
              WS-XC-ABO-ENT IS NOT NUMERIC OR
              WS-XC-ABO-DEC IS NOT NUMERIC OR
              WS-XC-NET-ENT IS NOT NUMERIC OR
              WS-XC-NET-DEC IS NOT NUMERIC OR
              WS-XC-DETALLES IS NOT NUMERIC
               ADD 1 TO WS-EXT-ILEGIBLES
           ELSE
               IF WS-XC-FECHA IS NOT EQUAL TO WS-FECHA-VERIF
                   SET WS-EXTRACTO-AJENO TO TRUE
                   MOVE WS-XC-FECHA TO WS-EXT-FECHA
               END-IF
               IF WS-EXT-LOTE-C IS EQUAL TO ZEROS
                   MOVE WS-XC-LOTE TO WS-EXT-LOTE-C
               END-IF
               IF WS-XC-LOTE IS NOT EQUAL TO WS-EXT-LOTE-C
                   SET WS-EXTR-VARIOS-LOTES TO TRUE
               END-IF
               COMPUTE WS-IND-CAT = WS-XC-CATEGORIA + 1
               SET WS-EX-PRESENTE (WS-IND-CAT) TO TRUE
               COMPUTE WS-EX-CARGOS (WS-IND-CAT) =
                       WS-XC-CAR-ENT + (WS-XC-CAR-DEC / 100)
               COMPUTE WS-EX-ABONOS (WS-IND-CAT) =
                       WS-XC-ABO-ENT + (WS-XC-ABO-DEC / 100)
               COMPUTE WS-EX-NETO (WS-IND-CAT) =
                       WS-XC-NET-ENT + (WS-XC-NET-DEC / 100)
               IF WS-XC-NET-SIGNO IS EQUAL TO "-"
                   COMPUTE WS-EX-NETO (WS-IND-CAT) =
                           0 - WS-EX-NETO (WS-IND-CAT)
               END-IF
               MOVE WS-XC-DETALLES TO WS-EX-DETALLES (WS-IND-CAT)
           END-IF.
       312-FIN. EXIT.

       314-TOMA-TOTAL.
           IF WS-XT-FECHA IS NOT NUMERIC OR
              WS-XT-LOTE IS NOT NUMERIC OR
              WS-XT-CAR-ENT IS NOT NUMERIC OR
              WS-XT-CAR-DEC IS NOT NUMERIC OR
              WS-XT-ABO-ENT IS NOT NUMERIC OR
              WS-XT-ABO-DEC IS NOT NUMERIC OR
              WS-XT-NET-ENT IS NOT NUMERIC OR
              WS-XT-NET-DEC IS NOT NUMERIC OR
              WS-XT-LEIDOS IS NOT NUMERIC
               ADD 1 TO WS-EXT-ILEGIBLES
           ELSE
               SET WS-HAY-TOTAL TO TRUE
               IF WS-XT-FECHA IS NOT EQUAL TO WS-FECHA-VERIF
                   SET WS-EXTRACTO-AJENO TO TRUE
                   MOVE WS-XT-FECHA TO WS-EXT-FECHA
               END-IF
               MOVE WS-XT-LOTE   TO WS-EXT-LOTE
               MOVE WS-XT-LEIDOS TO WS-T-LEIDOS
               COMPUTE WS-T-CARGOS =
                       WS-XT-CAR-ENT + (WS-XT-CAR-DEC / 100)
               COMPUTE WS-T-ABONOS =
                       WS-XT-ABO-ENT + (WS-XT-ABO-DEC / 100)
               COMPUTE WS-T-NETO =
                       WS-XT-NET-ENT + (WS-XT-NET-DEC / 100)
               IF WS-XT-NET-SIGNO IS EQUAL TO "-"
                   COMPUTE WS-T-NETO = 0 - WS-T-NETO
               END-IF
           END-IF.
       314-FIN. EXIT.

       320-VALIDA-EXTRACTO.
           IF WS-EXT-ILEGIBLES IS GREATER THAN ZEROS
               MOVE "RENGLONES ILEGIBLES EN EL EXTRACTO"
                                 TO WS-EXC-TEXTO
               MOVE WS-EXT-ILEGIBLES TO WS-REF-TRABAJO
               PERFORM 830-EXCEPCION-AVISO THRU 830-FIN
               MOVE SPACES       TO WS-REF-TRABAJO
           END-IF
           IF WS-EXTRACTO-AJENO
               MOVE "EL EXTRACTO ES DE OTRA FECHA DE CORRIDA:"
                                 TO WS-EXC-TEXTO
               MOVE WS-EXT-FECHA TO WS-REF-TRABAJO
               PERFORM 830-EXCEPCION-AVISO THRU 830-FIN
               MOVE SPACES       TO WS-REF-TRABAJO
           END-IF
           IF NOT WS-HAY-TOTAL
               MOVE "EXTRACTO SIN RENGLON T, CORRIDA INCOMPLETA"
                                 TO WS-EXC-TEXTO
               PERFORM 830-EXCEPCION-AVISO THRU 830-FIN
           END-IF
           IF WS-EXTR-VARIOS-LOTES
               MOVE "EXTRACTO CON RENGLONES C DE MAS DE UN LOTE"
                                 TO WS-EXC-TEXTO
               PERFORM 830-EXCEPCION-AVISO THRU 830-FIN
           END-IF
           IF WS-HAY-TOTAL AND WS-EXT-LOTE-C IS GREATER THAN ZEROS
              AND WS-EXT-LOTE-C IS NOT EQUAL TO WS-EXT-LOTE
               MOVE "LOTE DE LOS RENGLONES C DISTINTO AL DEL T:"
                                 TO WS-EXC-TEXTO
               MOVE WS-EXT-LOTE-C TO WS-REF-TRABAJO
               PERFORM 830-EXCEPCION-AVISO THRU 830-FIN
           END-IF.
       320-FIN. EXIT.

      *> EL EXTRACTO ES DE UN SOLO LOTE Y HISTCAT ES LA SUMA DE LOS
      *> LOTES DEL DIA: SI EL LOTE DEL EXTRACTO TIENE RENGLONES EN
      *> HCATLOT SE CUADRA CONTRA ELLOS; SI NO (FECHA GRABADA ANTES
      *> DE HCATLOT), CONTRA HISTCAT COMO ANTES.
       325-CARGA-HCATLOT.
           IF WS-EXT-LOTE-C IS GREATER THAN ZEROS
               MOVE WS-EXT-LOTE-C TO WS-LOTE-EXTRACTO
           ELSE
               MOVE WS-EXT-LOTE   TO WS-LOTE-EXTRACTO
           END-IF
           OPEN INPUT HCLT-FILE
           IF WS-HCLT-STATUS IS NOT EQUAL TO "35"
               MOVE WS-FECHA-VERIF TO HCLT-FECHA
               MOVE ZEROS          TO HCLT-CATEGORIA
               MOVE ZEROS          TO HCLT-LOTE
               START HCLT-FILE KEY IS NOT LESS THAN HCLT-LLAVE
                   INVALID KEY
                       SET WS-FIN-HCLT TO TRUE
               END-START
               PERFORM 327-LEE-HCATLOT THRU 327-FIN
                       UNTIL WS-FIN-HCLT
               CLOSE HCLT-FILE
           END-IF
           IF WS-HL-RENGLONES IS GREATER THAN ZEROS
               SET WS-COMPARA-POR-LOTE TO TRUE
               MOVE "HCATLOT, RENGLONES DEL LOTE"  TO WS-NOT-TEXTO
               MOVE WS-LOTE-EXTRACTO               TO WS-NOT-LOTE
           ELSE
               MOVE "HISTCAT (FECHA SIN DESGLOSE POR LOTE)"
                                                   TO WS-NOT-TEXTO
               MOVE SPACES                         TO WS-NOT-LOTE
           END-IF
           WRITE VERI-LINEA FROM WS-LIN-NOTA.
       325-FIN. EXIT.

       327-LEE-HCATLOT.
           READ HCLT-FILE NEXT RECORD
               AT END
                   SET WS-FIN-HCLT TO TRUE
           END-READ
           IF NOT WS-FIN-HCLT
               IF HCLT-FECHA IS NOT EQUAL TO WS-FECHA-VERIF
                   SET WS-FIN-HCLT TO TRUE
               ELSE
                   IF HCLT-LOTE IS EQUAL TO WS-LOTE-EXTRACTO
                       ADD 1 TO WS-REGS-LEIDOS
                       ADD 1 TO WS-HL-RENGLONES
                       COMPUTE WS-IND-CAT = HCLT-CATEGORIA + 1
                       SET WS-HL-PRESENTE (WS-IND-CAT) TO TRUE
                       MOVE HCLT-CARGOS   TO WS-HL-CARGOS (WS-IND-CAT)
                       MOVE HCLT-ABONOS   TO WS-HL-ABONOS (WS-IND-CAT)
                       MOVE HCLT-SUMA     TO WS-HL-SUMA   (WS-IND-CAT)
                       MOVE HCLT-DETALLES
                                 TO WS-HL-DETALLES (WS-IND-CAT)
                   END-IF
               END-IF
           END-IF.
       327-FIN. EXIT.

       330-COMPARA-CATEGORIA.
           MOVE "CAT     "     TO WS-REF-TRABAJO
           COMPUTE WS-REF-CAT-NUM = WS-IND-CAT - 1
           PERFORM 332-TOMA-REFERENCIA THRU 332-FIN
           EVALUATE TRUE
               WHEN WS-EX-PRESENTE (WS-IND-CAT) AND
                    NOT WS-RF-PRESENTE
                   MOVE "CATEGORIA DEL EXTRACTO SIN RENGLON HISTORICO"
                                 TO WS-EXC-TEXTO
                   PERFORM 830-EXCEPCION-AVISO THRU 830-FIN
               WHEN WS-RF-PRESENTE AND
                    NOT WS-EX-PRESENTE (WS-IND-CAT)
                   MOVE "CATEGORIA EN EL HISTORICO SIN RENGLON C"
                                 TO WS-EXC-TEXTO
                   PERFORM 830-EXCEPCION-AVISO THRU 830-FIN
               WHEN WS-EX-PRESENTE (WS-IND-CAT)
                   PERFORM 335-COMPARA-CIFRAS-CAT THRU 335-FIN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-EX-PRESENTE (WS-IND-CAT)
               ADD WS-EX-CARGOS (WS-IND-CAT)   TO WS-C-TOT-CARGOS
                   ON SIZE ERROR
                       PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
               END-ADD
               ADD WS-EX-ABONOS (WS-IND-CAT)   TO WS-C-TOT-ABONOS
                   ON SIZE ERROR
                       PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
               END-ADD
               ADD WS-EX-DETALLES (WS-IND-CAT) TO WS-C-TOT-DETALLES
           END-IF.
       330-FIN. EXIT.

       332-TOMA-REFERENCIA.
           IF WS-COMPARA-POR-LOTE
               MOVE WS-HL-USO      (WS-IND-CAT) TO WS-RF-USO
               MOVE WS-HL-CARGOS   (WS-IND-CAT) TO WS-RF-CARGOS
               MOVE WS-HL-ABONOS   (WS-IND-CAT) TO WS-RF-ABONOS
               MOVE WS-HL-SUMA     (WS-IND-CAT) TO WS-RF-SUMA
               MOVE WS-HL-DETALLES (WS-IND-CAT) TO WS-RF-DETALLES
           ELSE
               MOVE WS-HC-USO      (WS-IND-CAT) TO WS-RF-USO
               MOVE WS-HC-CARGOS   (WS-IND-CAT) TO WS-RF-CARGOS
               MOVE WS-HC-ABONOS   (WS-IND-CAT) TO WS-RF-ABONOS
               MOVE WS-HC-SUMA     (WS-IND-CAT) TO WS-RF-SUMA
               MOVE WS-HC-DETALLES (WS-IND-CAT) TO WS-RF-DETALLES
           END-IF.
       332-FIN. EXIT.

       335-COMPARA-CIFRAS-CAT.
           IF WS-EX-CARGOS (WS-IND-CAT) IS NOT EQUAL TO
              WS-RF-CARGOS
               MOVE "CARGOS EXTR. VS HISTORICO" TO WS-EXC-TEXTO
               MOVE WS-EX-CARGOS (WS-IND-CAT) TO WS-EXC-IMPORTE-1
               MOVE WS-RF-CARGOS              TO WS-EXC-IMPORTE-2
               PERFORM 810-EXCEPCION-IMPORTE THRU 810-FIN
           END-IF
           IF WS-EX-ABONOS (WS-IND-CAT) IS NOT EQUAL TO
              WS-RF-ABONOS
               MOVE "ABONOS EXTR. VS HISTORICO" TO WS-EXC-TEXTO
               MOVE WS-EX-ABONOS (WS-IND-CAT) TO WS-EXC-IMPORTE-1
               MOVE WS-RF-ABONOS              TO WS-EXC-IMPORTE-2
               PERFORM 810-EXCEPCION-IMPORTE THRU 810-FIN
           END-IF
           IF WS-EX-NETO (WS-IND-CAT) IS NOT EQUAL TO
              WS-RF-SUMA
               MOVE "NETO EXTR. VS HISTORICO" TO WS-EXC-TEXTO
               MOVE WS-EX-NETO (WS-IND-CAT)   TO WS-EXC-IMPORTE-1
               MOVE WS-RF-SUMA                TO WS-EXC-IMPORTE-2
               PERFORM 810-EXCEPCION-IMPORTE THRU 810-FIN
           END-IF
           IF WS-EX-DETALLES (WS-IND-CAT) IS NOT EQUAL TO
              WS-RF-DETALLES
               MOVE "DETALLES EXTR. VS HISTOR." TO WS-EXC-TEXTO
               MOVE WS-EX-DETALLES (WS-IND-CAT) TO WS-EXC-CONTEO-1
               MOVE WS-RF-DETALLES              TO WS-EXC-CONTEO-2
               PERFORM 820-EXCEPCION-CONTEO THRU 820-FIN
           END-IF.
       335-FIN. EXIT.

       340-COMPARA-TOTAL.
           MOVE SPACES TO WS-REF-TRABAJO
           IF WS-C-TOT-CARGOS IS NOT EQUAL TO WS-T-CARGOS
               MOVE "CARGOS RENGLONES C VS T" TO WS-EXC-TEXTO
               MOVE WS-C-TOT-CARGOS TO WS-EXC-IMPORTE-1
               MOVE WS-T-CARGOS     TO WS-EXC-IMPORTE-2
               PERFORM 810-EXCEPCION-IMPORTE THRU 810-FIN
           END-IF
           IF WS-C-TOT-ABONOS IS NOT EQUAL TO WS-T-ABONOS
               MOVE "ABONOS RENGLONES C VS T" TO WS-EXC-TEXTO
               MOVE WS-C-TOT-ABONOS TO WS-EXC-IMPORTE-1
               MOVE WS-T-ABONOS     TO WS-EXC-IMPORTE-2
               PERFORM 810-EXCEPCION-IMPORTE THRU 810-FIN
           END-IF
           OPEN INPUT LOTE-FILE
           IF WS-LOTE-STATUS IS EQUAL TO "35"
               MOVE "LOTE DEL EXTRACTO SIN REGISTRO EN LOTEREG:"
                                 TO WS-EXC-TEXTO
               MOVE WS-EXT-LOTE  TO WS-REF-TRABAJO
               PERFORM 830-EXCEPCION-AVISO THRU 830-FIN
           ELSE
               MOVE WS-EXT-LOTE TO LOTE-NUMERO
               READ LOTE-FILE
                   INVALID KEY
                       MOVE "LOTE DEL EXTRACTO SIN REGISTRO EN LOTEREG:"
                                 TO WS-EXC-TEXTO
                       MOVE WS-EXT-LOTE TO WS-REF-TRABAJO
                       PERFORM 830-EXCEPCION-AVISO THRU 830-FIN
                   NOT INVALID KEY
                       PERFORM 345-COMPARA-LOTE-T THRU 345-FIN
               END-READ
               CLOSE LOTE-FILE
           END-IF.
       340-FIN. EXIT.

       345-COMPARA-LOTE-T.
           MOVE WS-EXT-LOTE TO WS-REF-TRABAJO
           IF LOTE-REVERSADO
               MOVE "EL LOTE DEL EXTRACTO ESTA REVERSADO:"
                                 TO WS-EXC-TEXTO
               PERFORM 830-EXCEPCION-AVISO THRU 830-FIN
           END-IF
           IF WS-T-CARGOS IS NOT EQUAL TO LOTE-CARGOS
               MOVE "CARGOS T VS LOTEREG" TO WS-EXC-TEXTO
               MOVE WS-T-CARGOS     TO WS-EXC-IMPORTE-1
               MOVE LOTE-CARGOS     TO WS-EXC-IMPORTE-2
               PERFORM 810-EXCEPCION-IMPORTE THRU 810-FIN
           END-IF
           IF WS-T-ABONOS IS NOT EQUAL TO LOTE-ABONOS
               MOVE "ABONOS T VS LOTEREG" TO WS-EXC-TEXTO
               MOVE WS-T-ABONOS     TO WS-EXC-IMPORTE-1
               MOVE LOTE-ABONOS     TO WS-EXC-IMPORTE-2
               PERFORM 810-EXCEPCION-IMPORTE THRU 810-FIN
           END-IF
           COMPUTE WS-LT-NETO = LOTE-CARGOS - LOTE-ABONOS
           IF WS-T-NETO IS NOT EQUAL TO WS-LT-NETO
               MOVE "NETO T VS LOTEREG" TO WS-EXC-TEXTO
               MOVE WS-T-NETO       TO WS-EXC-IMPORTE-1
               MOVE WS-LT-NETO      TO WS-EXC-IMPORTE-2
               PERFORM 810-EXCEPCION-IMPORTE THRU 810-FIN
           END-IF
           IF WS-T-LEIDOS IS NOT EQUAL TO LOTE-REGISTROS
               MOVE "LEIDOS T VS LOTEREG" TO WS-EXC-TEXTO
               MOVE WS-T-LEIDOS     TO WS-EXC-CONTEO-1
               MOVE LOTE-REGISTROS  TO WS-EXC-CONTEO-2
               PERFORM 820-EXCEPCION-CONTEO THRU 820-FIN
           END-IF.
       345-FIN. EXIT.

      *>----------------------------------------------------------------
      *> 4 - REPRODUCCION DE AUDITOUT
      *>----------------------------------------------------------------
       400-VERIFICA-AUDITORIA.
           MOVE 4 TO WS-VER-NUMERO
           MOVE "REPRODUCCION DE AUDITOUT CONTRA EL NETO"
                                 TO WS-VER-TITULO
           PERFORM 800-INICIA-VERIFICACION THRU 800-FIN
           MOVE SPACES TO WS-REF-TRABAJO
           EVALUATE TRUE
               WHEN NOT WS-HAY-EXTRACTO OR NOT WS-HAY-TOTAL
                   MOVE "SIN RENGLON T NO HAY NETO CONTRA QUE PROBAR"
                                 TO WS-EXC-TEXTO
                   PERFORM 830-EXCEPCION-AVISO THRU 830-FIN
               WHEN WS-EXTRACTO-AJENO
                   MOVE "AUDITOUT NO ES DE LA FECHA: NO SE REPRODUCE"
                                 TO WS-EXC-TEXTO
                   PERFORM 830-EXCEPCION-AVISO THRU 830-FIN
               WHEN OTHER
                   PERFORM 410-REPRODUCE-AUDITORIA THRU 410-FIN
           END-EVALUATE
           PERFORM 890-CIERRA-VERIFICACION THRU 890-FIN.
       400-FIN. EXIT.

       410-REPRODUCE-AUDITORIA.
           OPEN INPUT AUDIT-IN
           IF WS-AUDIT-STATUS IS EQUAL TO "35"
               MOVE "NO EXISTE LA BITACORA DE AUDITORIA AUDITOUT"
                                 TO WS-EXC-TEXTO
               PERFORM 830-EXCEPCION-AVISO THRU 830-FIN
           ELSE
               MOVE 1 TO WS-AUD-SEC-ESPERADA
               PERFORM 420-LEE-AUDITORIA THRU 420-FIN
                       UNTIL WS-FIN-AUDIT
               CLOSE AUDIT-IN
               PERFORM 450-COMPARA-FINAL THRU 450-FIN
           END-IF.
       410-FIN. EXIT.

       420-LEE-AUDITORIA.
           READ AUDIT-IN
               AT END
                   SET WS-FIN-AUDIT TO TRUE
               NOT AT END
                   ADD 1 TO WS-REGS-LEIDOS
                   ADD 1 TO WS-AUD-RENGLONES
                   MOVE AUDIT-ENTRADA TO WS-AUD-RENGLON
                   INSPECT WS-AR-SEC     REPLACING LEADING SPACES
                                         BY ZEROS
                   INSPECT WS-AR-VAL-ENT REPLACING LEADING SPACES
                                         BY ZEROS
                   INSPECT WS-AR-ACU-ENT REPLACING LEADING SPACES
                                         BY ZEROS
                   IF WS-AR-PREFIJO IS NOT EQUAL TO "SEC." OR
                      WS-AR-SEC     IS NOT NUMERIC OR
                      WS-AR-VAL-ENT IS NOT NUMERIC OR
                      WS-AR-VAL-DEC IS NOT NUMERIC OR
                      WS-AR-ACU-ENT IS NOT NUMERIC OR
                      WS-AR-ACU-DEC IS NOT NUMERIC
                       ADD 1 TO WS-AUD-ILEGIBLES
                       MOVE "RENGLON ILEGIBLE EN AUDITOUT, RENGLON"
                                 TO WS-EXC-TEXTO
                       MOVE WS-AUD-RENGLONES TO WS-REF-TRABAJO
                       PERFORM 830-EXCEPCION-AVISO THRU 830-FIN
                   ELSE
                       PERFORM 430-REPRODUCE-RENGLON THRU 430-FIN
                   END-IF
           END-READ.
       420-FIN. EXIT.

      *> UNA SECUENCIA MENOR QUE LA ESPERADA YA SE VIO (REPETIDA,
      *> TIPICAMENTE RENGLONES QUE UN REINICIO VOLVIO A GRABAR) Y NO
      *> SE VUELVE A SUMAR; UNA MAYOR DEJA UN HUECO. CADA ACUMULADO
      *> IMPRESO SE COMPARA CONTRA EL REPRODUCIDO Y, SI DIFIERE, LA
      *> REPRODUCCION SIGUE DESDE EL IMPRESO PARA NO ARRASTRAR LA
      *> MISMA DIFERENCIA A TODOS LOS RENGLONES SIGUIENTES.
       430-REPRODUCE-RENGLON.
           MOVE WS-AR-SEC     TO WS-AUD-SECUENCIA
           MOVE WS-AR-VAL-ENT TO WS-AUD-VAL-ENT
           MOVE WS-AR-VAL-DEC TO WS-AUD-VAL-DEC
           MOVE WS-AR-ACU-ENT TO WS-AUD-ACU-ENT
           MOVE WS-AR-ACU-DEC TO WS-AUD-ACU-DEC
           COMPUTE WS-AUD-VALOR =
                   WS-AUD-VAL-ENT + (WS-AUD-VAL-DEC / 100)
           COMPUTE WS-AUD-IMPRESO =
                   WS-AUD-ACU-ENT + (WS-AUD-ACU-DEC / 100)
           IF WS-AR-ACU-SIGNO IS EQUAL TO "-"
               COMPUTE WS-AUD-IMPRESO = 0 - WS-AUD-IMPRESO
           END-IF
           MOVE "SEC     "       TO WS-REF-TRABAJO
           MOVE WS-AUD-SECUENCIA TO WS-REF-SEC-NUM
           EVALUATE TRUE
               WHEN WS-AUD-SECUENCIA IS LESS THAN WS-AUD-SEC-ESPERADA
                   ADD 1 TO WS-AUD-REPETIDAS
                   MOVE "SECUENCIA REPETIDA EN AUDITOUT"
                                 TO WS-EXC-TEXTO
                   PERFORM 830-EXCEPCION-AVISO THRU 830-FIN
               WHEN OTHER
                   IF WS-AUD-SECUENCIA IS GREATER THAN
                      WS-AUD-SEC-ESPERADA
                       ADD 1 TO WS-AUD-HUECOS
                       MOVE "HUECO SEC. ESPERADA/LEIDA"
                                 TO WS-EXC-TEXTO
                       MOVE WS-AUD-SEC-ESPERADA TO WS-EXC-CONTEO-1
                       MOVE WS-AUD-SECUENCIA    TO WS-EXC-CONTEO-2
                       PERFORM 820-EXCEPCION-CONTEO THRU 820-FIN
                   END-IF
                   PERFORM 440-APLICA-VALOR THRU 440-FIN
                   MOVE WS-AUD-SECUENCIA TO WS-AUD-ULTIMA-SEC
                   COMPUTE WS-AUD-SEC-ESPERADA = WS-AUD-SECUENCIA + 1
           END-EVALUATE.
       430-FIN. EXIT.

       440-APLICA-VALOR.
           IF WS-AR-MOVTO IS EQUAL TO "A"
               SUBTRACT WS-AUD-VALOR FROM WS-AUD-REPRODUCIDO
                   ON SIZE ERROR
                       PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
               END-SUBTRACT
           ELSE
               ADD WS-AUD-VALOR TO WS-AUD-REPRODUCIDO
                   ON SIZE ERROR
                       PERFORM 990-ABORTA-SOBREFLUJO THRU 990-FIN
               END-ADD
           END-IF
           IF WS-AUD-REPRODUCIDO IS NOT EQUAL TO WS-AUD-IMPRESO
               ADD 1 TO WS-AUD-DESCUADRES
               MOVE "ACUM. REPRODUCIDO/IMPRESO"
                                 TO WS-EXC-TEXTO
               MOVE WS-AUD-REPRODUCIDO TO WS-EXC-IMPORTE-1
               MOVE WS-AUD-IMPRESO     TO WS-EXC-IMPORTE-2
               PERFORM 810-EXCEPCION-IMPORTE THRU 810-FIN
               MOVE WS-AUD-IMPRESO     TO WS-AUD-REPRODUCIDO
           END-IF.
       440-FIN. EXIT.

       450-COMPARA-FINAL.
           MOVE SPACES TO WS-REF-TRABAJO
           IF WS-AUD-REPRODUCIDO IS NOT EQUAL TO WS-T-NETO
               MOVE "ACUMULADO FINAL VS NETO T" TO WS-EXC-TEXTO
               MOVE WS-AUD-REPRODUCIDO TO WS-EXC-IMPORTE-1
               MOVE WS-T-NETO          TO WS-EXC-IMPORTE-2
               PERFORM 810-EXCEPCION-IMPORTE THRU 810-FIN
           END-IF
           IF WS-AUD-ULTIMA-SEC IS NOT EQUAL TO WS-C-TOT-DETALLES
               MOVE "ULTIMA SEC. VS DETALLES C" TO WS-EXC-TEXTO
               MOVE WS-AUD-ULTIMA-SEC  TO WS-EXC-CONTEO-1
               MOVE WS-C-TOT-DETALLES  TO WS-EXC-CONTEO-2
               PERFORM 820-EXCEPCION-CONTEO THRU 820-FIN
           END-IF.
       450-FIN. EXIT.

      *>----------------------------------------------------------------
      *> ENCABEZADO, EXCEPCIONES Y RESULTADO DE CADA VERIFICACION
      *>----------------------------------------------------------------
       800-INICIA-VERIFICACION.
           MOVE ZEROS TO WS-EXC-VERIF
           WRITE VERI-LINEA FROM WS-LIN-VERIFICACION.
       800-FIN. EXIT.

       810-EXCEPCION-IMPORTE.
           ADD 1 TO WS-EXC-VERIF
           MOVE WS-EXC-TEXTO     TO WS-EXI-TEXTO
           MOVE WS-REF-TRABAJO   TO WS-EXI-REF
           MOVE WS-EXC-IMPORTE-1 TO WS-EXI-VALOR-1
           MOVE WS-EXC-IMPORTE-2 TO WS-EXI-VALOR-2
           WRITE VERI-LINEA      FROM WS-LIN-EXC-IMPORTE.
       810-FIN. EXIT.

       820-EXCEPCION-CONTEO.
           ADD 1 TO WS-EXC-VERIF
           MOVE WS-EXC-TEXTO     TO WS-EXN-TEXTO
           MOVE WS-REF-TRABAJO   TO WS-EXN-REF
           MOVE WS-EXC-CONTEO-1  TO WS-EXN-CONTEO-1
           MOVE WS-EXC-CONTEO-2  TO WS-EXN-CONTEO-2
           WRITE VERI-LINEA      FROM WS-LIN-EXC-CONTEO.
       820-FIN. EXIT.

       830-EXCEPCION-AVISO.
           ADD 1 TO WS-EXC-VERIF
           MOVE WS-EXC-TEXTO     TO WS-EXA-TEXTO
           MOVE WS-REF-TRABAJO   TO WS-EXA-REF
           WRITE VERI-LINEA      FROM WS-LIN-EXC-AVISO.
       830-FIN. EXIT.

       890-CIERRA-VERIFICACION.
           MOVE WS-EXC-VERIF TO WS-RES-EXCEPCIONES
           IF WS-EXC-VERIF IS EQUAL TO ZEROS
               MOVE "CUADRA"          TO WS-RES-TEXTO
               ADD 1 TO WS-VERIF-CUADRADAS
           ELSE
               MOVE "NO CUADRA"       TO WS-RES-TEXTO
               ADD WS-EXC-VERIF TO WS-EXC-TOTAL
               DISPLAY "VERIFICACION " WS-VER-NUMERO
                       " NO CUADRA, EXCEPCIONES: " WS-EXC-VERIF
           END-IF
           WRITE VERI-LINEA FROM WS-LIN-RESULTADO.
       890-FIN. EXIT.

       900-GRABA-BITACORA.
           OPEN EXTEND RUN-LOG
           IF WS-RUNLOG-STATUS IS EQUAL TO "35"
               OPEN OUTPUT RUN-LOG
           END-IF
           MOVE SPACES              TO RUN-RECORD
           MOVE "PROGVER"           TO RUN-PROGRAMA
           MOVE WS-FECHA-BITACORA   TO RUN-FECHA
           MOVE WS-HORA-INICIO      TO RUN-HORA-INICIO
           ACCEPT WS-HORA-COMPLETA  FROM TIME
           MOVE WS-HORA-HHMMSS      TO RUN-HORA-FIN
           MOVE WS-REGS-LEIDOS      TO RUN-REGS-ENTRADA
           MOVE WS-VERIF-CUADRADAS  TO RUN-REGS-SALIDA
           MOVE WS-EXC-TOTAL        TO RUN-RECHAZOS
           MOVE RETURN-CODE         TO RUN-RETORNO
           MOVE WS-EXT-LOTE         TO RUN-LOTE
           WRITE RUN-RECORD
           CLOSE RUN-LOG.
       900-FIN. EXIT.

      *> UN SOBREFLUJO SUMANDO IMPORTES NO PERMITE DECIR QUE LOS
      *> ARCHIVOS CUADRAN: SE ABORTA CON RETURN-CODE 16, LO QUE
      *> TAMBIEN DETIENE LA ENTREGA A FINANZAS.
       990-ABORTA-SOBREFLUJO.
           DISPLAY "SOBREFLUJO SUMANDO IMPORTES DE LA FECHA "
                   WS-FECHA-VERIF ", VERIFICACION ABORTADA"
           MOVE 16 TO RETURN-CODE
           DISPLAY "RETURN-CODE: " RETURN-CODE
           CLOSE VERI-REP
           PERFORM 900-GRABA-BITACORA THRU 900-FIN
           STOP RUN.
       990-FIN. EXIT.
