      *> DETENER COMO DUPLICADA UNA CORRIDA CUYO LOTE YA FUE
      *> CONTABILIZADO, Y GRABA AQUI EL LOTE, SUS FECHAS Y SUS TOTALES
      *> CUANDO LA CORRIDA TERMINA CUADRADA.
      *> LOTE-ESTADO QUEDA EN BLANCO AL REGISTRAR EL LOTE; PROGREV LO
      *> MARCA 'R' CUANDO REVERSA EL LOTE (EL REGISTRO NO SE BORRA,
      *> PARA QUE EL LOTE SIGA CONTANDO COMO PROCESADO Y NO SE PUEDA
      *> REVERSAR DOS VECES).
      *>----------------------------------------------------------------
      *> LOS IMPORTES SON MONEDA CON DOS DECIMALES IMPLICITOS.
       01  LOTE-RECORD.
           05 LOTE-CARGOS           PIC 9(09)V9(02).
           05 LOTE-ABONOS           PIC 9(09)V9(02).
           05 LOTE-REGISTROS        PIC 9(05).
           05 LOTE-ESTADO           PIC X(01).
              88 LOTE-REVERSADO                  VALUE "R".
