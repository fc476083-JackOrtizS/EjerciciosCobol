      *>----------------------------------------------------------------
      *> PRESREC - LAYOUT DEL MAESTRO DE PRESUPUESTO POR CATEGORIA
      *> (PRESUP), INDEXADO POR ANO, MES Y CATEGORIA (CAT-CODIGO DE
      *> CATMAST). UN REGISTRO LLEVA LOS CARGOS Y ABONOS PRESUPUESTADOS
      *> DE LA CATEGORIA EN ESE MES. LO MANTIENE PROGPRE EN BATCH
      *> (ALTA, CAMBIO, BAJA Y LISTADO) Y LO LEE PROGPVR PARA EL
      *> REPORTE MENSUAL DE PRESUPUESTO CONTRA REAL SOBRE HISTCAT.
      *> PRES-FECHA-MANT ES LA FECHA DEL ULTIMO ALTA O CAMBIO.
      *>----------------------------------------------------------------
      *> LOS IMPORTES SON MONEDA CON DOS DECIMALES IMPLICITOS.
       01  PRES-RECORD.
           05 PRES-LLAVE.
              10 PRES-ANO           PIC 9(04).
              10 PRES-MES           PIC 9(02).
              10 PRES-CATEGORIA     PIC 9(02).
           05 PRES-CARGOS           PIC 9(09)V9(02).
           05 PRES-ABONOS           PIC 9(09)V9(02).
           05 PRES-FECHA-MANT       PIC 9(08).
           05 FILLER                PIC X(12).
