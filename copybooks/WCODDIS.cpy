      *                 LA FACTURACION POR DISPOSITIVO-DIA. EN
      *                 BLANCO = DISPOSITIVO SIN PROPIETARIO
      *                 ASIGNADO.
      * 14/10/2026 SAS  REEMPLAZO DE DISPOSITIVOS (TRANSACCION 'R' DE
      *                 ESTEMP05): FECHA/HORA DE RETIRO Y CODIGO QUE
      *                 LO REEMPLAZA SOBRE EL FILLER. EN BLANCO =
      *                 DISPOSITIVO EN SERVICIO. LA HISTORIA DE
      *                 REEMPLAZOS ESTA EN REEMPLAZ (COPY WREGREE).
      ******************************************************************
       01  REG-MAEDISP.
           03 MAEDISP-COD-DISPO           PIC X(05).
           03 MAEDISP-COD-ESTADO          PIC X(03).
           03 MAEDISP-COD-FABRICANTE      PIC X(05).
           03 MAEDISP-COD-PROPIET         PIC X(05).
           03 MAEDISP-RETIRO.
              05 MAEDISP-FEC-RETIRO       PIC X(10).
              05 MAEDISP-HOR-RETIRO       PIC X(08).
           03 MAEDISP-COD-REEMPLAZO       PIC X(05).
           03 FILLER                      PIC X(09).
