      *>----------------------------------------------------------------
      *> CTAREC - LAYOUT DEL MAESTRO DE CUENTAS CONTABLES POR
      *> CATEGORIA (CTAMAST), SECUENCIAL, UN REGISTRO POR CATEGORIA.
      *> LO LEE PROGPOL PARA ARMAR LA POLIZA DEL MAYOR: CADA
      *> CATEGORIA SE CONTABILIZA CONTRA SU CUENTA DE CARGO
      *> (CTA-CUENTA-DEBE) Y SU CUENTA DE ABONO (CTA-CUENTA-HABER).
      *> EL REGISTRO CON CTA-CATEGORIA 00 NO ES UNA CATEGORIA: LLEVA
      *> EN CTA-CUENTA-DEBE LA CUENTA DE SUSPENSO POR OMISION, A LA
      *> QUE VA LA PARTIDA DE UNA CATEGORIA SIN CUENTAS (Y LA POLIZA
      *> SE RETIENE).
      *>----------------------------------------------------------------
       01  CTA-RECORD.
           05 CTA-CATEGORIA         PIC 9(02).
           05 CTA-CUENTA-DEBE       PIC X(12).
           05 CTA-CUENTA-HABER      PIC X(12).
           05 CTA-DESCRIPCION       PIC X(20).
           05 FILLER                PIC X(34).
