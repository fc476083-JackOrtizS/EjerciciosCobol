      *>----------------------------------------------------------------
      *> HLOTREC - LAYOUT DEL HISTORICO DE CORRIDAS POR LOTE
      *> (HISTLOT), INDEXADO POR FECHA DE CORRIDA MAS LOTE. PROGSTR
      *> GRABA AQUI LAS CIFRAS DE CADA LOTE QUE CONTABILIZA Y SUMA AL
      *> REGISTRO DEL DIA EN HISTORIC SOLO LA DIFERENCIA CONTRA LO
      *> QUE EL MISMO LOTE YA HUBIERA DEJADO (UN REARRANQUE O UNA
      *> CORRIDA DESCUADRADA QUE SE REPITE NO SE SUMA DOS VECES).
      *> ASI EL DIA ES LA SUMA DE TODOS SUS LOTES, AUNQUE PROGCNS
      *> GENERE UN SEGUNDO LOTE EL MISMO DIA POR LOTECTL.
      *> PROGREV MARCA 'R' EL LOTE REVERSADO (EL REGISTRO SE QUEDA)
      *> Y RESTA SUS CIFRAS DEL DIA. LO LEEN PROGCON (DESGLOSE DEL
      *> DIA POR LOTE) Y PROGVER.
      *> LAS FECHAS CONTABILIZADAS ANTES DE ESTE ARCHIVO NO TIENEN
      *> RENGLONES AQUI: SU REGISTRO EN HISTORIC QUEDA COMO ESTABA.
      *> HLOT-SUMA ES EL NETO (CARGOS - ABONOS) Y PUEDE SER NEGATIVO.
      *>----------------------------------------------------------------
      *> LOS IMPORTES SON MONEDA CON DOS DECIMALES IMPLICITOS.
       01  HLOT-RECORD.
           05 HLOT-LLAVE.
              10 HLOT-FECHA         PIC 9(08).
              10 HLOT-LOTE          PIC 9(08).
           05 HLOT-SUMA             PIC S9(09)V9(02).
           05 HLOT-CONTADOR-REGS    PIC 9(05).
           05 HLOT-CARGOS           PIC 9(09)V9(02).
           05 HLOT-ABONOS           PIC 9(09)V9(02).
           05 HLOT-HORA             PIC 9(06).
           05 HLOT-ESTADO           PIC X(01).
              88 HLOT-REVERSADO                  VALUE "R".
           05 FILLER                PIC X(10).
