      *>----------------------------------------------------------------
      *> CASTREC - LAYOUT DEL MAYOR DE CASTIGOS (CASTIGOS),
      *> SECUENCIAL, SE ANEXA UN REGISTRO POR CADA SUSPENSO FORZADO
      *> QUE EL SUPERVISOR CASTIGA CON PROGDSP. LLEVA EL IMPORTE, EL
      *> TIPO DE MOVIMIENTO, LA CATEGORIA Y LA SUCURSAL DE ORIGEN
      *> TOMADOS DE LA IMAGEN DEL SUSPENSO, LA FECHA DEL CASTIGO, EL
      *> CODIGO DE MOTIVO Y EL SUPERVISOR QUE LO AUTORIZO, MAS LA
      *> IDENTIDAD DEL RECHAZO (SUSP-LOTE/SUSP-SECUENCIA), SU FECHA
      *> Y SU MOTIVO ORIGINAL. PROGCAS LO LEE PARA EL REPORTE
      *> MENSUAL DE CASTIGOS POR SUCURSAL Y CATEGORIA QUE CONTABILIZA
      *> FINANZAS. NUNCA SE REESCRIBE: ES LA HISTORIA DE LAS PERDIDAS.
      *>----------------------------------------------------------------
       01  CAS-RECORD.
           05 CAS-FECHA             PIC 9(08).
           05 CAS-FECHA-R REDEFINES CAS-FECHA.
              10 CAS-ANO-MES        PIC 9(06).
              10 CAS-DIA            PIC 9(02).
           05 CAS-LOTE              PIC 9(08).
           05 CAS-SECUENCIA         PIC 9(05).
           05 CAS-SUCURSAL          PIC 9(02).
           05 CAS-CATEGORIA         PIC 9(02).
           05 CAS-TIPO-MOVTO        PIC X(01).
              88 CAS-ES-CARGO                    VALUES "C", " ".
              88 CAS-ES-ABONO                    VALUE "A".
           05 CAS-IMPORTE           PIC 9(07)V9(02).
           05 CAS-MOTIVO            PIC X(04).
           05 CAS-SUPERVISOR        PIC X(08).
           05 CAS-FECHA-RECHAZO     PIC 9(08).
           05 CAS-MOTIVO-RECHAZO    PIC X(15).
           05 FILLER                PIC X(10).
