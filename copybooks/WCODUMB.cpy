      *DATE-WRITTEN.  22/08/2026.
      *----------------------------------------------------------------
      *ESTRUCTURA DEL ARCHIVO UMBRALES (MAESTRO DE UMBRALES DE
      *OPERACION POR DISPOSITIVO). EL RANGO FISICO VALIDO (-60/+60)
      *SOLO DICE QUE UNA LECTURA ES POSIBLE; ESTOS LIMITES DICEN QUE
      *ES ACEPTABLE PARA LA OPERACION DE CADA DISPOSITIVO (UN
      *CONTENEDOR DE CADENA DE FRIO A +8 GRADOS ES UNA EMERGENCIA
      *AUNQUE PASE LA VALIDACION FISICA). LOS LIMITES DE
      *TEMPERATURA LLEVAN SIGNO SEPARADO ADELANTE.
      *UNA VERSION POR DISPOSITIVO Y MOMENTO DE VIGENCIA: LA CLAVE ES
      *EL MISMO CODIGO DE 5 BYTES DE MAEDISP MAS FECHA Y HORA DESDE
      *(AAAA-MM-DD HH:MM:SS, SE COMPARAN BIEN COMO TEXTO CONTRA
      *FECTOMA/HORTOMA), ASI EL ARCHIVO QUEDA ORDENADO POR
      *DISPOSITIVO Y, DENTRO DE EL, POR VIGENCIA. LA VIGENCIA HASTA
      *ES INCLUSIVE; EN BLANCO ES UNA VERSION ABIERTA (VIGENTE HASTA
      *NUEVO AVISO). LAS VIGENCIAS DE UN MISMO DISPOSITIVO NO SE
      *SUPERPONEN (LO CONTROLA ESTEMP19, UNICO CAMINO DE
      *ACTUALIZACION: EL ARCHIVO YA NO SE EDITA A MANO). UNA LECTURA
      *SE JUZGA CONTRA LA VERSION VIGENTE EN SU FECTOMA/HORTOMA; SI
      *NINGUNA LO ESTA, NO SE CONTROLA. UMBRAL-USUARIO ES QUIEN DIO
      *DE ALTA O MODIFICO LA VERSION Y UMBRAL-FEC/HOR-MODIF CUANDO.
      *----------------------------------------------------------------
      * FECHA     INIC. DESCRIPCION
      * --------- ----- ------------------------------------------------
      * 22/08/2026 SAS  ALTA INICIAL DEL COPY.
      * 14/10/2026 SAS  VERSIONES CON VIGENCIA DESDE/HASTA POR
      *                 DISPOSITIVO (CLAVE DE 23 BYTES), USUARIO Y
      *                 FECHA/HORA DE LA ULTIMA MODIFICACION. EL
      *                 REGISTRO PASA DE 80 A 100 BYTES.
      * 14/10/2026 SAS  EL REEMPLAZO DE UN DISPOSITIVO (TRANSACCION
      *                 'R' DE ESTEMP05) COPIA AL CODIGO NUEVO LAS
      *                 VERSIONES DEL ANTERIOR VIGENTES DESDE EL
      *                 MOMENTO DEL REEMPLAZO. ES EL UNICO OTRO
      *                 CAMINO QUE GRABA EN EL ARCHIVO.
      ******************************************************************
       01  REG-UMBRAL.
           03 UMBRAL-KEY.
              05 UMBRAL-COD-DISPO         PIC X(05).
              05 UMBRAL-VIG-DESDE.
                 07 UMBRAL-FEC-DESDE      PIC X(10).
                 07 UMBRAL-HOR-DESDE      PIC X(08).
           03 UMBRAL-VIG-HASTA.
              05 UMBRAL-FEC-HASTA         PIC X(10).
              05 UMBRAL-HOR-HASTA         PIC X(08).
           03 UMBRAL-TEMP-MIN             PIC S9(04)V9(04)
                                          SIGN LEADING SEPARATE.
           03 UMBRAL-TEMP-MAX             PIC S9(04)V9(04)
                                          SIGN LEADING SEPARATE.
           03 UMBRAL-HUM-MIN              PIC 9(03)V9(02).
           03 UMBRAL-HUM-MAX              PIC 9(03)V9(02).
           03 UMBRAL-USUARIO              PIC X(08).
           03 UMBRAL-FEC-MODIF            PIC X(10).
           03 UMBRAL-HOR-MODIF            PIC X(08).
           03 FILLER                      PIC X(05).
