      *> CAMPO): COMO PROGSTR GUARDA LA IMAGEN COMPLETA DEL REGISTRO
      *> EN EL SUSPENSO, EL ORIGEN DE UN RECHAZO YA NO SE PIERDE AL
      *> MEZCLAR LOS ARCHIVOS DE SUCURSAL.
      *> TR-REF-SUCURSAL Y TR-FECHA-SUC SON LA REFERENCIA Y LA FECHA
      *> QUE LA SUCURSAL ASIGNA A LA TRANSACCION: PROGCNS LAS COTEJA
      *> CONTRA EL INDICE DE REFERENCIAS ACEPTADAS (REFSUC, LAYOUT
      *> REFREC) Y MANDA A SUSPENSO COMO DUPLICADO EL DETALLE YA
      *> VISTO. UN DETALLE CON REFERENCIA EN BLANCO (ARCHIVOS
      *> ANTERIORES AL CAMPO) SE CONSOLIDA SIN ESE COTEJO.
      *> TR-NUMERO ES EL IMPORTE DEL MOVIMIENTO EN MONEDA CON DOS
      *> DECIMALES IMPLICITOS (9999999V99); LOS TOTALES DE CONTROL
      *> DEL SUMARIO 'T' LLEVAN EL MISMO FORMATO CON MAS ENTEROS.
                 88 TR-ES-ABONO                  VALUE "A".
              10 TR-CICLO-RESUB    PIC 9(02).
              10 TR-SUCURSAL       PIC 9(02).
              10 TR-REF-SUCURSAL   PIC X(12).
              10 TR-FECHA-SUC      PIC 9(08).
              10 FILLER            PIC X(43).
           05 TR-DATOS-CONTROL REDEFINES TR-DATOS-DETALLE.
              10 TR-CTRL-CARGOS    PIC 9(09)V9(02).
              10 TR-CTRL-ABONOS    PIC 9(09)V9(02).
