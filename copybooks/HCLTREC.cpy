      *>----------------------------------------------------------------
      *> HCLTREC - LAYOUT DEL HISTORICO POR CATEGORIA Y LOTE
      *> (HCATLOT), INDEXADO POR FECHA DE CORRIDA, CATEGORIA Y LOTE.
      *> PROGSTR LO GRABA EN CADA QUIEBRE DE CATEGORIA CON EL
      *> SUBTOTAL DEL LOTE Y SUMA A HISTCAT SOLO LA DIFERENCIA
      *> CONTRA LO QUE EL MISMO LOTE YA HUBIERA DEJADO, DE MODO QUE
      *> LA CATEGORIA DEL DIA EN HISTCAT ES LA SUMA DE SUS LOTES.
      *> PROGREV MARCA 'R' LOS RENGLONES DEL LOTE REVERSADO. LO LEEN
      *> PROGTEN (DESGLOSE POR LOTE DE UNA CATEGORIA), PROGREV Y
      *> PROGVER (EL EXTRACTO ES DE UN SOLO LOTE).
      *> HCLT-SUMA ES EL NETO (CARGOS - ABONOS) Y PUEDE SER NEGATIVO.
      *>----------------------------------------------------------------
      *> LOS IMPORTES SON MONEDA CON DOS DECIMALES IMPLICITOS.
       01  HCLT-RECORD.
           05 HCLT-LLAVE.
              10 HCLT-FECHA         PIC 9(08).
              10 HCLT-CATEGORIA     PIC 9(02).
              10 HCLT-LOTE          PIC 9(08).
           05 HCLT-CARGOS           PIC 9(09)V9(02).
           05 HCLT-ABONOS           PIC 9(09)V9(02).
           05 HCLT-SUMA             PIC S9(09)V9(02).
           05 HCLT-DETALLES         PIC 9(05).
           05 HCLT-ESTADO           PIC X(01).
              88 HCLT-REVERSADO                  VALUE "R".
           05 FILLER                PIC X(09).
