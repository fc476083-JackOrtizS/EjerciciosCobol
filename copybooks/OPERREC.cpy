      *>----------------------------------------------------------------
      *> OPERREC - LAYOUT DEL MAESTRO DE OPERADORES (OPERMAST),
      *> SECUENCIAL, UN REGISTRO POR OPERADOR. PROGSUS PIDE LA CLAVE
      *> DEL OPERADOR AL INICIAR Y SOLO ATIENDE SUSPENSOS SI LA
      *> CLAVE EXISTE, ESTA ACTIVA Y TIENE NIVEL DE AUTORIZACION
      *> VALIDO. EL NIVEL DECIDE QUIEN APRUEBA UNA CORRECCION QUE
      *> AUMENTA EL IMPORTE POR ENCIMA DEL UMBRAL: DEBE SER OTRO
      *> OPERADOR DE NIVEL MAYOR AL DE QUIEN LA CAPTURO (O, SI ESTE
      *> YA TIENE EL NIVEL MAXIMO, OTRO OPERADOR DE NIVEL MAXIMO).
      *>   1 - CAPTURISTA    2 - SUPERVISOR    3 - GERENTE
      *> PROGDCO LO LEE PARA EL NOMBRE Y NIVEL EN EL DIARIO DE
      *> CORRECCIONES.
      *>----------------------------------------------------------------
       01  OPER-RECORD.
           05 OPER-ID               PIC X(08).
           05 OPER-NOMBRE           PIC X(30).
           05 OPER-NIVEL            PIC 9(01).
              88 OPER-NIVEL-VALIDO               VALUES 1 THRU 3.
              88 OPER-NIVEL-MAXIMO               VALUE 3.
           05 OPER-ESTADO           PIC X(01).
              88 OPER-ACTIVO                     VALUE "A".
              88 OPER-INACTIVO                   VALUE "I".
           05 FILLER                PIC X(40).
