      ******************************************************************
      *AUTHOR.        SEBASTIAN SASSONE.
      *DATE-WRITTEN.  14/10/2026.
      *----------------------------------------------------------------
      *ESTRUCTURA DEL ARCHIVO RESULEMB (RESULTADO DEL CERTIFICADO DE
      *CUMPLIMIENTO DE UN EMBARQUE). LO GRABA ESTEMP16, UN REGISTRO
      *POR EMBARQUE LEIDO, PARA DEVOLVERLO AL SISTEMA DEL CLIENTE:
      *ES EL MISMO VEREDICTO QUE EL CERTIFICADO IMPRESO, EN UN
      *FORMATO FIJO Y TODO EN DISPLAY. LAS TEMPERATURAS LLEVAN
      *SIGNO SEPARADO ADELANTE Y COMA DECIMAL IMPLICITA (4
      *DECIMALES); LOS MINUTOS SON ENTEROS SIN SIGNO.
      *RES-VEREDICTO:
      *  'PASS' EL EMBARQUE CUMPLE: HAY LECTURAS, NO HAY HUECOS DE
      *         MUESTREO Y LOS MINUTOS FUERA DE RANGO NO SUPERAN LOS
      *         ADMITIDOS.
      *  'FAIL' NO CUMPLE; RES-MOTIVO DICE LA PRIMERA CAUSA.
      *  'ERR ' EL EMBARQUE NO SE PUDO CERTIFICAR (DATOS DEL PEDIDO
      *         INVALIDOS O ERROR DE ACCESO); RES-MOTIVO DICE POR
      *         QUE Y LOS CAMPOS DE RESULTADO QUEDAN EN CERO.
      *RES-ORIGEN-RANGO: 'E' RANGO INFORMADO EN EL EMBARQUE, 'U'
      *TOMADO DE UMBRALES, 'M' MEZCLA (UN LIMITE DE CADA LADO).
      *RES-FUENTE: 'T' IDCC22.TREGTEMP, 'A' RESGUARDO DE ESTEMP07,
      *'M' AMBOS (LA VENTANA CRUZA LA ULTIMA PURGA).
      *----------------------------------------------------------------
      * FECHA     INIC. DESCRIPCION
      * --------- ----- ------------------------------------------------
      * 14/10/2026 SAS  ALTA INICIAL DEL COPY.
      ******************************************************************
       01  REG-RESULEMB.
           03 RES-NRO-EMBARQUE            PIC X(10).
           03 RES-COD-PROPIET             PIC X(05).
           03 RES-COD-DISPO               PIC X(05).
           03 RES-FEC-DESDE               PIC X(10).
           03 RES-HOR-DESDE               PIC X(08).
           03 RES-FEC-HASTA               PIC X(10).
           03 RES-HOR-HASTA               PIC X(08).
           03 RES-RANGO-MIN               PIC S9(04)V9(04)
                                          SIGN LEADING SEPARATE.
           03 RES-RANGO-MAX               PIC S9(04)V9(04)
                                          SIGN LEADING SEPARATE.
           03 RES-ORIGEN-RANGO            PIC X(01).
           03 RES-CANT-LECTURAS           PIC 9(07).
           03 RES-CANT-HUECOS             PIC 9(05).
           03 RES-MIN-HUECOS              PIC 9(07).
           03 RES-MIN-SOBRE               PIC 9(07).
           03 RES-MIN-BAJO                PIC 9(07).
           03 RES-MIN-EXC-MAYOR           PIC 9(07).
           03 RES-TEMP-MIN                PIC S9(04)V9(04)
                                          SIGN LEADING SEPARATE.
           03 RES-TEMP-MAX                PIC S9(04)V9(04)
                                          SIGN LEADING SEPARATE.
           03 RES-TEMP-PROM               PIC S9(04)V9(04)
                                          SIGN LEADING SEPARATE.
           03 RES-TEMP-MKT                PIC S9(04)V9(04)
                                          SIGN LEADING SEPARATE.
           03 RES-VEREDICTO               PIC X(04).
              88 88-RES-PASS                        VALUE 'PASS'.
              88 88-RES-FAIL                        VALUE 'FAIL'.
              88 88-RES-ERROR                       VALUE 'ERR '.
           03 RES-MOTIVO                  PIC X(30).
           03 RES-FUENTE                  PIC X(01).
           03 RES-FEC-EMISION             PIC X(10).
           03 RES-HOR-EMISION             PIC X(08).
           03 FILLER                      PIC X(16).
