      *>----------------------------------------------------------------
      *> CPNDREC - LAYOUT DE LAS CORRECCIONES DE SUSPENSOS PENDIENTES
      *> DE APROBACION (CORRPEND), INDEXADO POR LA IDENTIDAD DEL
      *> SUSPENSO (SUSP-LOTE/SUSP-SECUENCIA). PROGSUS GRABA AQUI LA
      *> CORRECCION QUE AUMENTA EL IMPORTE POR ENCIMA DEL UMBRAL, EN
      *> LUGAR DE APLICARLA: EL SUSPENSO SIGUE PENDIENTE ('P') CON SUS
      *> VALORES ORIGINALES HASTA QUE OTRO OPERADOR DE NIVEL MAYOR LA
      *> APRUEBA (SE APLICA Y SE LIBERA) O LA RECHAZA; EN AMBOS CASOS
      *> EL REGISTRO SE BORRA. CADA PASO QUEDA EN EL DIARIO CORRJRN.
      *>----------------------------------------------------------------
       01  CP-RECORD.
           05 CP-LLAVE.
              10 CP-LOTE            PIC 9(08).
              10 CP-SECUENCIA       PIC 9(05).
           05 CP-OPERADOR           PIC X(08).
           05 CP-NIVEL              PIC 9(01).
           05 CP-FECHA              PIC 9(08).
           05 CP-HORA               PIC 9(06).
           05 CP-TRANS-ANTES        PIC X(80).
           05 CP-TRANS-PROPUESTA    PIC X(80).
           05 FILLER                PIC X(04).
