      *>----------------------------------------------------------------
      *> REFREC - LAYOUT DEL INDICE DE REFERENCIAS DE SUCURSAL YA
      *> ACEPTADAS (REFSUC), INDEXADO POR SUCURSAL, FECHA Y REFERENCIA
      *> DE LA TRANSACCION EN LA SUCURSAL (TR-REF-SUCURSAL Y
      *> TR-FECHA-SUC DE TRANSREC). LO MANTIENE PROGCNS: CADA DETALLE
      *> CON REFERENCIA QUE SE CONSOLIDA SE REGISTRA AQUI, Y UN
      *> DETALLE POSTERIOR CON LA MISMA LLAVE ES UN DUPLICADO QUE NO
      *> ENTRA AL TRANSIN Y SE MANDA A SUSPENSO.
      *> REF-ESTADO 'V' (EN VUELO) ES UNA REFERENCIA DE UNA
      *> CONSOLIDACION AUN NO VERIFICADA; PROGCNS LA CONFIRMA 'A'
      *> (ACEPTADA) AL VERIFICAR SU TRANSIN. UNA 'V' DE OTRO LOTE SOLO
      *> CUENTA COMO VISTA SI ESE LOTE ESTA EN LOTEREG; SI NO, ES DE
      *> UNA CORRIDA CAIDA Y LA REFERENCIA SE ACEPTA DE NUEVO.
      *> REF-SERIAL-ALTA ES EL DIA SERIAL DE LA CONSOLIDACION QUE LA
      *> ACEPTO: PROGCNS DEPURA AL ARRANQUE LAS QUE EXCEDEN LOS DIAS
      *> DE RETENCION DEL PARAMETRO CNSPARM.
      *>----------------------------------------------------------------
       01  REF-RECORD.
           05 REF-LLAVE.
              10 REF-SUCURSAL       PIC 9(02).
              10 REF-FECHA-SUC      PIC 9(08).
              10 REF-REFERENCIA     PIC X(12).
           05 REF-LOTE              PIC 9(08).
           05 REF-FECHA-ALTA        PIC 9(08).
           05 REF-SERIAL-ALTA       PIC 9(07).
           05 REF-ESTADO            PIC X(01).
              88 REF-EN-VUELO                    VALUE "V".
              88 REF-ACEPTADA                    VALUE "A".
           05 FILLER                PIC X(14).
