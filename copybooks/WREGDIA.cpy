      ******************************************************************
      *AUTHOR.        SEBASTIAN SASSONE.
      *DATE-WRITTEN.  14/10/2026.
      *----------------------------------------------------------------
      *ESTRUCTURA DEL ARCHIVO DIARIO (RESUMEN DIARIO POR DISPOSITIVO
      *DE IDCC22.TREGTEMP). UN REGISTRO POR DISPOSITIVO Y FECHA DE
      *TOMA: LA CLAVE ES EL MISMO CODIGO DE 5 BYTES DE MAEDISP MAS
      *LA FECTOMA (AAAA-MM-DD), ASI EL ARCHIVO QUEDA ORDENADO POR
      *DISPOSITIVO Y, DENTRO DE EL, POR FECHA. LO ARMA ESTEMP17 DE
      *LA TABLA VIVA ANTES DE QUE ESTEMP07 PURGUE (ESTEMP07 NO BORRA
      *UN DIA SIN RESUMEN O CON UN RESUMEN QUE NO CUADRA CONTRA LA
      *TABLA) Y LO LEEN ESTEMP08 Y ESTEMP12 PARA LAS FECHAS YA
      *PURGADAS. UN DIA SE PUEDE RE-RESUMIR MIENTRAS SIGA EN LA
      *TABLA: EL REGISTRO SE REGRABA ENTERO.
      *DIA-CANT-VALIDAS SON LAS LECTURAS DENTRO DEL RANGO FISICO
      *VALIDO (EL DEL LISTADOR Y LA CARGA), LO QUE FACTURACION USA
      *PARA CONTAR EL DIA COMO MONITOREADO. LAS SUMAS PERMITEN
      *REARMAR EL PROMEDIO EXACTO DE VARIOS DIAS. DIA-CANT-ALERTAS
      *CUENTA LAS BRECHAS DE UMBRAL COMO LAS GRABA ESTEMP03 (UNA
      *LECTURA PUEDE DAR ALERTA DE TEMPERATURA Y DE HUMEDAD).
      *----------------------------------------------------------------
      * FECHA     INIC. DESCRIPCION
      * --------- ----- ------------------------------------------------
      * 14/10/2026 SAS  ALTA INICIAL DEL COPY.
      * 15/10/2026 SAS  REGLA DE LA FRONTERA DE PURGA (RC-FEC-PURGA):
      *                 ESTEMP04 RECHAZA LECTURAS DE DIAS ANTERIORES,
      *                 ESTEMP17 NO VUELVE A RESUMIR ESOS DIAS Y
      *                 ESTEMP07 SOLO CONTROLA DESDE LA FRONTERA
      *                 ANTERIOR. LOS LECTORES TOMAN LOS DIAS PREVIOS
      *                 SOLO DEL DIARIO/ARCHIVO Y LOS DEMAS SOLO DE
      *                 LA TABLA.
      ******************************************************************
       01  REG-DIARIO.
           03 DIA-KEY.
              05 DIA-COD-DISPO            PIC X(05).
              05 DIA-FECTOMA              PIC X(10).
           03 DIA-CODFAB                  PIC X(05).
           03 DIA-CANT-LECTURAS           PIC 9(07).
           03 DIA-CANT-VALIDAS            PIC 9(07).
           03 DIA-TEMP-MIN                PIC S9(04)V9(04)
                                          SIGN LEADING SEPARATE.
           03 DIA-TEMP-MAX                PIC S9(04)V9(04)
                                          SIGN LEADING SEPARATE.
           03 DIA-TEMP-PROM               PIC S9(04)V9(04)
                                          SIGN LEADING SEPARATE.
           03 DIA-SUMA-TEMP               PIC S9(09)V9(04)
                                          SIGN LEADING SEPARATE.
           03 DIA-HUM-MIN                 PIC 9(03)V9(02).
           03 DIA-HUM-MAX                 PIC 9(03)V9(02).
           03 DIA-HUM-PROM                PIC 9(03)V9(02).
           03 DIA-SUMA-HUM                PIC 9(09)V9(02).
           03 DIA-HOR-PRIMERA             PIC X(08).
           03 DIA-HOR-ULTIMA              PIC X(08).
           03 DIA-CANT-ALERTAS            PIC 9(07).
           03 DIA-ULT-CODESTAT            PIC X(03).
           03 DIA-FEC-PROCESO             PIC X(10).
           03 FILLER                      PIC X(13).
