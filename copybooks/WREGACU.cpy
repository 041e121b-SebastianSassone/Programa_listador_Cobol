      ******************************************************************
      *AUTHOR.        SEBASTIAN SASSONE.
      *DATE-WRITTEN.  14/10/2026.
      *----------------------------------------------------------------
      *ESTRUCTURA DEL ARCHIVO ACUSE (ACUSE DE RECIBO DEL FEED POR
      *FABRICANTE). ESTEMP04 GRABA, POR CADA SECCION CAB-CODFAB DEL
      *FEED QUE PROCESO, UN REGISTRO CABECERA SEGUIDO DE UN REGISTRO
      *DETALLE POR CADA REGISTRO RECHAZADO DE ESA SECCION. TODAS LAS
      *SECCIONES VAN EN UN MISMO ARCHIVO, AGRUPADAS; CADA REGISTRO
      *EMPIEZA CON EL CODIGO DE FABRICANTE PARA QUE LA TRANSMISION
      *LO REPARTA POR EL CANAL DEL FEED SIN INTERPRETAR EL RESTO.
      *LOS REGISTROS REPRESENTADOS DE REENTRADA Y LOS DETALLES SIN
      *CABECERA NO SON UNA TRANSMISION DE NINGUN FABRICANTE Y NO
      *LLEVAN ACUSE.
      *ACUC-ESTADO:
      *  'ACCEPTED'            SECCION BALANCEADA, SIN RECHAZOS.
      *  'PARTIAL'             SECCION BALANCEADA, CON RECHAZOS
      *                        (DETALLADOS EN LOS REGISTROS 'D').
      *  'REJECTED-UNBALANCED' SECCION DESBALANCEADA CONTRA SU PIE
      *                        (CANTIDAD, HASH O FABRICANTE) O SIN
      *                        PIE: HAY QUE RETRANSMITIRLA.
      *ACUC-CANT-RECIBIDOS SON LOS DETALLES LEIDOS DE LA SECCION Y
      *ACUC-CANT-DECLARADOS LA CANTIDAD DE SU PIE (CERO SIN PIE).
      *ACUC-CANT-RECICLADOS SON LOS RECHAZOS RECICLADOS PARA
      *REPARACION (ESTEMP09): NO HACE FALTA RETRANSMITIRLOS.
      *ACUD-NRO-REG ES LA POSICION DEL REGISTRO RECHAZADO DENTRO DE
      *LA SECCION (1 = PRIMER DETALLE DESPUES DE LA CABECERA).
      *ACUD-MOTIVO Y ACUD-VALOR SON EXCEP-TIPO Y EXCEP-VALOR DE LA
      *LINEA DE RECHAZOS (COPY WREGEXC). FECHAS AAAA-MM-DD Y HORAS
      *HH:MM:SS; LOS DATOS DEL FEED VAN COMO VINIERON.
      *----------------------------------------------------------------
      * FECHA     INIC. DESCRIPCION
      * --------- ----- ------------------------------------------------
      * 14/10/2026 SAS  ALTA INICIAL DEL COPY.
      ******************************************************************
       01  REG-ACUSE-CAB.
           03 ACUC-CODFAB                 PIC X(05).
           03 ACUC-TIPO                   PIC X(01).
              88 88-ACU-CABECERA                    VALUE 'C'.
              88 88-ACU-DETALLE                     VALUE 'D'.
           03 ACUC-FEC-GEN                PIC X(10).
           03 ACUC-HOR-GEN                PIC X(08).
           03 ACUC-ESTADO                 PIC X(20).
           03 ACUC-CANT-RECIBIDOS         PIC 9(09).
           03 ACUC-CANT-INSERTADOS        PIC 9(09).
           03 ACUC-CANT-RECHAZADOS        PIC 9(09).
           03 ACUC-CANT-RECICLADOS        PIC 9(09).
           03 ACUC-CANT-DECLARADOS        PIC 9(09).
           03 ACUC-FEC-PROCESO            PIC X(10).
           03 ACUC-HOR-PROCESO            PIC X(08).
           03 FILLER                      PIC X(13).

       01  REG-ACUSE-DET.
           03 ACUD-CODFAB                 PIC X(05).
           03 ACUD-TIPO                   PIC X(01).
           03 ACUD-NRO-REG                PIC 9(09).
           03 ACUD-COD-DISPO              PIC X(05).
           03 ACUD-FECTOMA                PIC X(10).
           03 ACUD-HORTOMA                PIC X(08).
           03 ACUD-MOTIVO                 PIC X(30).
           03 ACUD-VALOR                  PIC X(15).
           03 FILLER                      PIC X(37).
