      ******************************************************************
      *AUTHOR.        SEBASTIAN SASSONE.
      *DATE-WRITTEN.  14/10/2026.
      *----------------------------------------------------------------
      *ESTRUCTURA DEL ARCHIVO CALTRAZ (TRAZA DE CALIBRACION DE LA
      *CARGA). ESTEMP04 GUARDA EN IDCC22.TREGTEMP EL VALOR YA
      *CORREGIDO CON EL DESVIO DEL MAESTRO CALIBRA; POR CADA FILA
      *INSERTADA QUE RECIBIO UNA CORRECCION GRABA ACA UN REGISTRO
      *CON LA LECTURA CRUDA DEL FEED, EL DESVIO APLICADO, LA
      *VERSION DE CALIBRACION USADA Y EL VALOR RESULTANTE, PARA
      *QUE CUALQUIER CIFRA DE LA TABLA PUEDA LLEVARSE DE VUELTA A
      *LO QUE TRANSMITIO LA SONDA. LA CLAVE LOGICA ES LA MISMA DE
      *TREGTEMP (DISPOSITIVO, FECHA Y HORA DE TOMA). LAS LECTURAS
      *SIN CORRECCION NO SE TRAZAN: EN ELLAS CRUDO = GUARDADO.
      *----------------------------------------------------------------
      * FECHA     INIC. DESCRIPCION
      * --------- ----- ------------------------------------------------
      * 14/10/2026 SAS  ALTA INICIAL DEL COPY.
      ******************************************************************
       01  REG-CALTRAZ.
           03 CTR-CODDISP                 PIC X(05).
           03 CTR-CODFAB                  PIC X(05).
           03 CTR-FECTOMA                 PIC X(10).
           03 CTR-HORTOMA                 PIC X(08).
           03 CTR-TEMP-CRUDA              PIC S9(04)V9(04)
                                          SIGN LEADING SEPARATE.
           03 CTR-HUM-CRUDA               PIC 9(03)V9(02).
           03 CTR-OFS-TEMP                PIC S9(02)V9(04)
                                          SIGN LEADING SEPARATE.
           03 CTR-OFS-HUM                 PIC S9(02)V9(02)
                                          SIGN LEADING SEPARATE.
           03 CTR-TEMP-CORREG             PIC S9(04)V9(04)
                                          SIGN LEADING SEPARATE.
           03 CTR-HUM-CORREG              PIC 9(03)V9(02).
           03 CTR-CAL-FEC-DESDE           PIC X(10).
           03 CTR-NRO-CERT                PIC X(15).
           03 CTR-CERT-VENCIDO            PIC X(01).
              88 88-CTR-CERT-VENCIDO-SI             VALUE 'S'.
              88 88-CTR-CERT-VENCIDO-NO             VALUE 'N'.
           03 CTR-FEC-CICLO               PIC X(10).
           03 FILLER                      PIC X(16).
