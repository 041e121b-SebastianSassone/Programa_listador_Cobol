      ******************************************************************
      *AUTHOR.        SEBASTIAN SASSONE.
      *DATE-WRITTEN.  14/10/2026.
      *----------------------------------------------------------------
      *ESTRUCTURA DEL ARCHIVO CALIBRA (MAESTRO DE CALIBRACION DE
      *SONDAS). UNA VERSION POR DISPOSITIVO Y FECHA DE VIGENCIA: LA
      *CLAVE ES EL MISMO CODIGO DE 5 BYTES DE MAEDISP MAS LA FECHA
      *DESDE (AAAA-MM-DD), ASI EL ARCHIVO QUEDA ORDENADO POR
      *DISPOSITIVO Y, DENTRO DE EL, POR VIGENCIA. LA FECHA HASTA EN
      *BLANCO ES UNA VERSION ABIERTA (VIGENTE HASTA NUEVO AVISO).
      *LAS VIGENCIAS DE UN MISMO DISPOSITIVO NO SE SUPERPONEN (LO
      *CONTROLA ESTEMP14, UNICO CAMINO DE ACTUALIZACION).
      *LOS DESVIOS SE SUMAN A LA LECTURA CRUDA (UN DESVIO DE +0,35
      *SOBRE UNA LECTURA DE 4,00 DA 4,35) Y LLEVAN SIGNO SEPARADO
      *ADELANTE COMO LOS LIMITES DE UMBRALES. EL VENCIMIENTO DEL
      *CERTIFICADO DEL LABORATORIO ES INDEPENDIENTE DE LA VIGENCIA
      *DEL DESVIO: UNA LECTURA POSTERIOR AL VENCIMIENTO SE CORRIGE
      *IGUAL PERO SE SENALA EN RECHAZOS. CAL-USUARIO ES QUIEN DIO
      *DE ALTA O MODIFICO LA VERSION.
      *----------------------------------------------------------------
      * FECHA     INIC. DESCRIPCION
      * --------- ----- ------------------------------------------------
      * 14/10/2026 SAS  ALTA INICIAL DEL COPY.
      ******************************************************************
       01  REG-CALIBRA.
           03 CAL-KEY.
              05 CAL-COD-DISPO            PIC X(05).
              05 CAL-FEC-DESDE            PIC X(10).
           03 CAL-FEC-HASTA               PIC X(10).
           03 CAL-OFS-TEMP                PIC S9(02)V9(04)
                                          SIGN LEADING SEPARATE.
           03 CAL-OFS-HUM                 PIC S9(02)V9(02)
                                          SIGN LEADING SEPARATE.
           03 CAL-FEC-VTO-CERT            PIC X(10).
           03 CAL-NRO-CERT                PIC X(15).
           03 CAL-USUARIO                 PIC X(08).
           03 FILLER                      PIC X(10).
