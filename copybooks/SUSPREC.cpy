      *> PARA NO CONTABILIZAR DOS VECES EL MISMO MOVIMIENTO.
      *> PROGANT DEPURA A DIARIO: IMPRIME LA ANTIGUEDAD DE LOS
      *> PENDIENTES, ESCALA A FORZADO LOS QUE EXCEDEN EL LIMITE DE
      *> DIAS Y MUEVE LOS RESUELTOS ('R'/'C'/'D') AL ACUMULADO
      *> SUSPARCH, DEJANDO EN SUSPENSO SOLO LOS REGISTROS VIVOS
      *> ('P'/'L'/'F').
      *> SUSP-LOTE-DESTINO ES EL LOTE DE LA CONSOLIDACION EN QUE
      *> PROGCNS RESUBMITIO EL SUSPENSO (CERO MIENTRAS NO SE
      *> RESUBMITE): CON EL, PROGLOT PUEDE SEGUIR EL RECHAZO DE SU
      *> DESTINO YA ESTA EN LOTEREG (PROGSTR LO CONTABILIZO) O LO
      *> REGRESA A 'L' PARA RECOGERLO DE NUEVO. UN 'V' ES VIVO PARA
      *> PROGANT Y NO DEBE TOCARSE A MANO.
      *> UN FORZADO ('F') SE QUEDA VIVO EN SUSPENSO HASTA QUE EL
      *> SUPERVISOR LO DISPONE CON PROGDSP: CASTIGADO ('C', EL
      *> IMPORTE VA AL MAYOR DE CASTIGOS CASTIGOS, LAYOUT CASTREC),
      *> DEVUELTO A SU SUCURSAL DE ORIGEN ('D', VA AL ARCHIVO DE
      *> DEVOLUCIONES DEVSUC) O LIBERADO UNA VEZ MAS ('L') COMO
      *> AUTORIZACION ESPECIAL POR ENCIMA DEL LIMITE DE CICLOS; EN
      *> ESTE ULTIMO CASO SUSP-AUTORIZACION QUEDA EN 'S' PARA
      *> DISTINGUIRLO DE UNA LIBERACION ORDINARIA DE PROGSUS. 'C' Y
      *> 'D' SON RESUELTOS Y PROGANT LOS MUEVE A SUSPARCH.
      *> PROGCNS TAMBIEN GRABA AQUI, CON MOTIVO "DUPLICADO" Y ESTADO
      *> 'P', EL DETALLE DE SUCURSAL CUYA REFERENCIA YA SE HABIA
      *> ACEPTADO (VER REFREC); SUSP-LOTE ES EL LOTE DE ESA
      *> CONSOLIDACION Y SUSP-SECUENCIA EL CONSECUTIVO DEL DUPLICADO.
      *> SI EL OPERADOR LO LIBERA, REENTRA SIN NUEVO COTEJO.
      *>----------------------------------------------------------------
       01  SUSP-RECORD.
           05 SUSP-TRANS            PIC X(80).
              88 SUSP-EN-VUELO                   VALUE "V".
              88 SUSP-RESUBMITIDO                VALUE "R".
              88 SUSP-FORZADO                    VALUE "F".
              88 SUSP-CASTIGADO                  VALUE "C".
              88 SUSP-DEVUELTO                   VALUE "D".
           05 SUSP-LOTE             PIC 9(08).
           05 SUSP-SECUENCIA        PIC 9(05).
           05 SUSP-LOTE-DESTINO     PIC 9(08).
           05 SUSP-AUTORIZACION     PIC X(01).
              88 SUSP-LIBERACION-ESPECIAL        VALUE "S".
