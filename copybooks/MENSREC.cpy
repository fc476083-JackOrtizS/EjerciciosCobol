      *> INDEXADO POR MEN-MES (AAAAMM). LO GRABA PROGMEN AL CIERRE DE
      *> CADA MES A PARTIR DEL MAESTRO HISTORICO Y LO CONSULTA EL
      *> PROPIO PROGMEN PARA COMPARAR CONTRA EL MES ANTERIOR Y LOS
      *> REPORTES ACUMULADOS DEL EJERCICIO. PROGPVR CUADRA CONTRA EL
      *> REGISTRO DEL MES SU TOTAL REAL POR CATEGORIA.
      *> EL CIERRE ANUAL PROGANU LEE LOS DOCE MESES DE UN ANO Y
      *> GRABA SU RESUMEN DEL EJERCICIO EN ESTE MISMO ARCHIVO BAJO
      *> LA LLAVE AAAA00 (MES 00, QUE NINGUN CIERRE MENSUAL USA);
