      *> PARA QUE LA CIFRA POR CATEGORIA SOBREVIVA A LA CORRIDA SIN
      *> DEPENDER DEL REPORTE IMPRESO NI DEL EXTRACTO QUE SE VA A
      *> FINANZAS. LO CONSULTA PROGTEN: UNA CATEGORIA A LO LARGO DE
      *> UN RANGO DE FECHAS O TODAS LAS CATEGORIAS DE UNA FECHA, Y
      *> PROGVER LO CUADRA CONTRA HISTORIC Y CONTRA EL EXTRACTO.
      *> PROGPVR LO COMPARA CONTRA EL PRESUPUESTO (PRESUP) DEL MES.
      *> HCAT-SUMA ES EL NETO (CARGOS - ABONOS) Y PUEDE SER NEGATIVO.
      *>----------------------------------------------------------------
      *> LOS IMPORTES SON MONEDA CON DOS DECIMALES IMPLICITOS.
