      *>----------------------------------------------------------------
      *> CORRREC - LAYOUT DEL DIARIO DE CORRECCIONES DE SUSPENSOS
      *> (CORRJRN), SECUENCIAL, ACUMULATIVO. PROGSUS ANEXA UN REGISTRO
      *> POR CADA ACCION DEL OPERADOR SOBRE UN SUSPENSO, CON LA
      *> IMAGEN ANTERIOR Y POSTERIOR DEL REGISTRO DE TRANSACCION Y DEL
      *> ESTADO, EL OPERADOR, SU NIVEL, LA FECHA Y HORA Y LA IDENTIDAD
      *> DEL SUSPENSO (SUSP-LOTE/SUSP-SECUENCIA):
      *>   'C' CORRECCION APLICADA Y LIBERADA
      *>   'L' LIBERACION SIN CAMBIOS (ANTES Y DESPUES IGUALES)
      *>   'P' CORRECCION PROPUESTA QUE AUMENTA EL IMPORTE POR ENCIMA
      *>       DEL UMBRAL; EL SUSPENSO SIGUE PENDIENTE ('P') Y LA
      *>       PROPUESTA ESPERA EN CORRPEND (LAYOUT CPNDREC)
      *>   'A' APROBACION DE UNA PROPUESTA: SE APLICA Y SE LIBERA;
      *>       CJ-PROPONENTE ES QUIEN LA CAPTURO
      *>   'R' RECHAZO DE UNA PROPUESTA: EL SUSPENSO QUEDA COMO ESTABA
      *> LO LISTA PROGDCO, POR FECHA Y OPERADOR.
      *> LOS IMPORTES DE LAS IMAGENES SON LOS DE TRANSREC (TR-NUMERO
      *> CON DOS DECIMALES IMPLICITOS; EL ANTERIOR PUEDE NO SER
      *> NUMERICO, QUE ES LO QUE SE CORRIGIO).
      *>----------------------------------------------------------------
       01  CJ-RECORD.
           05 CJ-FECHA              PIC 9(08).
           05 CJ-HORA               PIC 9(06).
           05 CJ-OPERADOR           PIC X(08).
           05 CJ-NIVEL              PIC 9(01).
           05 CJ-ACCION             PIC X(01).
              88 CJ-CORRECCION                   VALUE "C".
              88 CJ-LIBERACION                   VALUE "L".
              88 CJ-PROPUESTA                    VALUE "P".
              88 CJ-APROBACION                   VALUE "A".
              88 CJ-RECHAZO                      VALUE "R".
           05 CJ-SUSP-LOTE          PIC 9(08).
           05 CJ-SUSP-SECUENCIA     PIC 9(05).
           05 CJ-PROPONENTE         PIC X(08).
           05 CJ-ANTES.
              10 CJ-ANTES-TRANS     PIC X(80).
              10 CJ-ANTES-ESTADO    PIC X(01).
           05 CJ-DESPUES.
              10 CJ-DESPUES-TRANS   PIC X(80).
              10 CJ-DESPUES-ESTADO  PIC X(01).
           05 CJ-MOTIVO             PIC X(15).
           05 FILLER                PIC X(18).
