      *>----------------------------------------------------------------
      *> ESTSREC - LAYOUT DE LA ESTADISTICA DE SUCURSALES (SUCESTA),
      *> SECUENCIAL. PROGCNS ANEXA UN REGISTRO POR CADA SUCURSAL QUE
      *> CONSOLIDA EN CADA CORRIDA, CON LO MISMO QUE IMPRIME EN
      *> CONSREP: SI SE ESPERABA ENVIO, SI LLEGO EL ARCHIVO, LOS
      *> DETALLES LEIDOS (INCLUIDOS LOS NO NUMERICOS), LOS EXCLUIDOS
      *> POR NO NUMERICOS, LOS CARGOS Y ABONOS LEIDOS, LO DECLARADO
      *> EN EL SUMARIO 'T' DE LA SUCURSAL Y LA DIFERENCIA DECLARADO
      *> MENOS LEIDO (POSITIVA CUANDO EL ENVIO VINO CORTO), MAS LA
      *> MARCA DEL REPORTE. ESU-SALIDA DICE SI EL TRANSIN DE ESA
      *> CONSOLIDACION QUEDO VERIFICADO; UNA CONSOLIDACION FALLIDA SE
      *> VUELVE A CORRER Y NO DEBE CONTARSE DOS VECES. LO LEE PROGTAB
      *> PARA EL TABLERO MENSUAL DE SUCURSALES.
      *>----------------------------------------------------------------
       01  ESU-RECORD.
           05 ESU-FECHA             PIC 9(08).
           05 ESU-FECHA-R REDEFINES ESU-FECHA.
              10 ESU-ANO-MES        PIC 9(06).
              10 ESU-DIA            PIC 9(02).
           05 ESU-LOTE              PIC 9(08).
           05 ESU-SUCURSAL          PIC 9(02).
           05 ESU-ESPERADA          PIC X(01).
              88 ESU-ENVIO-ESPERADO              VALUE "S".
           05 ESU-LLEGADA           PIC X(01).
              88 ESU-ARCHIVO-LLEGO               VALUE "S".
              88 ESU-SIN-ARCHIVO                 VALUE "N".
           05 ESU-LEIDOS            PIC 9(05).
           05 ESU-INVALIDOS         PIC 9(05).
           05 ESU-CARGOS            PIC 9(09)V9(02).
           05 ESU-ABONOS            PIC 9(09)V9(02).
           05 ESU-CTRL-REGS         PIC 9(05).
           05 ESU-CTRL-CARGOS       PIC 9(09)V9(02).
           05 ESU-CTRL-ABONOS       PIC 9(09)V9(02).
           05 ESU-DIF-REGS          PIC S9(05).
           05 ESU-DIF-CARGOS        PIC S9(09)V9(02).
           05 ESU-DIF-ABONOS        PIC S9(09)V9(02).
           05 ESU-MARCA             PIC X(08).
           05 ESU-SALIDA            PIC X(01).
              88 ESU-SALIDA-VERIFICADA           VALUE "S".
           05 FILLER                PIC X(05).
