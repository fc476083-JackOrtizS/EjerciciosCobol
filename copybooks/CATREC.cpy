      *> CATREC - LAYOUT DEL MAESTRO DE CATEGORIAS (CATMAST), INDEXADO
      *> POR CAT-CODIGO. COMPARTIDO ENTRE PROGCAT (MANTENIMIENTO) Y
      *> PROGSTR (CONSULTA PARA VALIDAR CATEGORIA Y LIMITES Y PARA
      *> IMPRIMIR LA DESCRIPCION EN LOS SUBTOTALES). PROGPRE VALIDA
      *> CONTRA EL LA CATEGORIA DEL PRESUPUESTO Y PROGPVR TOMA LA
      *> DESCRIPCION PARA SU REPORTE.
      *>----------------------------------------------------------------
      *> LOS LIMITES MINIMO/MAXIMO SON IMPORTES EN MONEDA CON DOS
      *> DECIMALES IMPLICITOS, COMO TR-NUMERO EN TRANSREC.
