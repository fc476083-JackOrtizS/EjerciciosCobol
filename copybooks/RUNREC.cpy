      *> Y RELEVAR AL TURNO MATUTINO DE LEER CUATRO JOB LOGS.
      *> LOS CONTEOS LLEVAN 9 DIGITOS PARA RECIBIR SIN TRUNCAR EL
      *> ACUMULADO ANUAL DE REGISTROS QUE REPORTA PROGANU.
      *> RUN-LOTE ES EL LOTE QUE TRATO LA CORRIDA, PARA LOS PASOS QUE
      *> TRABAJAN SOBRE UN LOTE (PROGSTR, PROGREV); LOS DEMAS LO
      *> DEJAN EN BLANCO, ASI QUE LOS LECTORES LO VALIDAN NUMERICO.
      *>----------------------------------------------------------------
       01  RUN-RECORD.
           05 RUN-PROGRAMA          PIC X(08).
           05 RUN-REGS-SALIDA       PIC 9(09).
           05 RUN-RECHAZOS          PIC 9(09).
           05 RUN-RETORNO           PIC 9(02).
           05 RUN-LOTE              PIC 9(08).
           05 FILLER                PIC X(15).
