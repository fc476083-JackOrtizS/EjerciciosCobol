      *>----------------------------------------------------------------
      *> HISTREC - LAYOUT DEL MAESTRO HISTORICO DE CORRIDAS (HIST-FILE)
      *> LO GRABA PROGSTR (800-GRABA-HISTORICO) Y LO LEEN: PROGSTR
      *> MISMO (630-VERIFICA-VARIACION, DIA HABIL ANTERIOR Y SEMANA
      *> ANTERIOR), PROGCON (CONSULTA), PROGMEN (CIERRE MENSUAL),
      *> PROGEST (DIAS HABILES SIN HISTORICO), PROGVER (INTEGRIDAD
      *> CONTRA HISTCAT Y LOTEREG) Y PROGARC (DEPURACION,
      *> QUE ADEMAS LO COPIA AL ARCHIVO MUERTO CON COPY REPLACING
      *> LEADING ==HIST== BY ==ARC==). CUALQUIER CAMBIO DE LAYOUT
      *> ALCANZA A TODOS ELLOS.
      *> HIST-SUMA ES EL NETO (CARGOS - ABONOS) Y PUEDE SER NEGATIVO;
      *> HIST-CARGOS E HIST-ABONOS GUARDAN CADA LADO POR SEPARADO
      *> (ESPACIOS EN REGISTROS ANTERIORES AL DESGLOSE: LOS LECTORES
