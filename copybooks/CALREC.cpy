      *>----------------------------------------------------------------
      *> CALREC - LAYOUT DEL CALENDARIO DE DIAS HABILES (CALMAST),
      *> INDEXADO POR CAL-FECHA, UN REGISTRO POR DIA NATURAL. LO
      *> MANTIENE PROGCAL EN BATCH: GENERA UN ANO COMPLETO (LUNES A
      *> VIERNES HABILES, SABADO Y DOMINGO INHABILES), MARCA FERIADOS
      *> Y HABILITA DIAS. TRAS CADA MANTENIMIENTO PROGCAL RECORRE EL
      *> ARCHIVO EN ORDEN Y RECALCULA LOS CAMPOS ENCADENADOS:
      *>   CAL-HABIL-ANTERIOR  - ULTIMO DIA HABIL ESTRICTAMENTE
      *>                         ANTERIOR (CERO SI NO HAY);
      *>   CAL-SEMANA-ANTERIOR - EL MISMO DIA DE LA SEMANA ANTERIOR
      *>                         (FECHA MENOS 7, CERO SI NO ESTA EN
      *>                         EL CALENDARIO);
      *>   CAL-HABILES-ACUM    - DIAS HABILES DESDE EL INICIO DEL
      *>                         CALENDARIO HASTA ESTE DIA INCLUSIVE:
      *>                         LA RESTA DE DOS ACUMULADOS DA LOS
      *>                         DIAS HABILES ENTRE DOS FECHAS.
      *> LO LEEN PROGEST (CADENA ESPERADA SOLO EN DIA HABIL Y DIAS
      *> HABILES SIN HISTORICO), PROGSTR (VARIACION CONTRA EL DIA
      *> HABIL ANTERIOR Y LA SEMANA ANTERIOR), PROGANT (ANTIGUEDAD EN
      *> DIAS HABILES) Y PROGMEN (DIAS HABILES CONTRA DIAS CORRIDOS).
      *> CAL-DIA-SEMANA: 1 = LUNES ... 7 = DOMINGO.
      *>----------------------------------------------------------------
       01  CAL-RECORD.
           05 CAL-FECHA             PIC 9(08).
           05 CAL-FECHA-R REDEFINES CAL-FECHA.
              10 CAL-ANO            PIC 9(04).
              10 CAL-MES            PIC 9(02).
              10 CAL-DIA            PIC 9(02).
           05 CAL-DIA-SEMANA        PIC 9(01).
           05 CAL-TIPO              PIC X(01).
              88 CAL-DIA-HABIL                   VALUE "H".
              88 CAL-FERIADO                     VALUE "F".
              88 CAL-FIN-SEMANA                  VALUE "S".
           05 CAL-DESCRIPCION       PIC X(20).
           05 CAL-HABIL-ANTERIOR    PIC 9(08).
           05 CAL-SEMANA-ANTERIOR   PIC 9(08).
           05 CAL-HABILES-ACUM      PIC 9(07).
           05 FILLER                PIC X(27).
