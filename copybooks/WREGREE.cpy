      ******************************************************************
      *AUTHOR.        SEBASTIAN SASSONE.
      *DATE-WRITTEN.  14/10/2026.
      *----------------------------------------------------------------
      *ESTRUCTURA DEL ARCHIVO REEMPLAZ (HISTORIA DE REEMPLAZOS DE
      *DISPOSITIVOS). ESTEMP05 GRABA UN REGISTRO POR CADA
      *TRANSACCION DE REEMPLAZO ('R') APLICADA: EL DISPOSITIVO
      *ANTERIOR QUEDA RETIRADO EN MAEDISP Y EL NUEVO SIGUE
      *MONITOREANDO LA MISMA UBICACION CON EL MISMO PROPIETARIO,
      *FABRICANTE Y UMBRALES.
      *LA CLAVE ES EL CODIGO NUEVO: UN DISPOSITIVO NACE DE A LO SUMO
      *UN REEMPLAZO, ASI QUE DESDE CUALQUIER ESLABON SE LLEGA AL
      *ORIGEN DE LA CADENA LEYENDO POR CLAVE HACIA ATRAS; HACIA
      *ADELANTE LA CADENA SIGUE POR MAEDISP-COD-REEMPLAZO.
      *REE-FEC/HOR-REEMPLAZO ES EL MOMENTO DESDE EL QUE MONITOREA EL
      *NUEVO (EL MISMO DEL RETIRO DEL ANTERIOR). REE-CANT-UMBRALES
      *ES LA CANTIDAD DE VERSIONES DE UMBRALES COPIADAS AL NUEVO.
      *REE-FEC/HOR-REGISTRO ES CUANDO CORRIO EL MANTENIMIENTO.
      *FECHAS AAAA-MM-DD Y HORAS HH:MM:SS.
      *----------------------------------------------------------------
      * FECHA     INIC. DESCRIPCION
      * --------- ----- ------------------------------------------------
      * 14/10/2026 SAS  ALTA INICIAL DEL COPY.
      ******************************************************************
       01  REG-REEMPLAZ.
           03 REE-COD-NUEVO               PIC X(05).
           03 REE-COD-ANTERIOR            PIC X(05).
           03 REE-MOMENTO.
              05 REE-FEC-REEMPLAZO        PIC X(10).
              05 REE-HOR-REEMPLAZO        PIC X(08).
           03 REE-COD-FABRICANTE          PIC X(05).
           03 REE-COD-PROPIET             PIC X(05).
           03 REE-CANT-UMBRALES           PIC 9(03).
           03 REE-FEC-REGISTRO            PIC X(10).
           03 REE-HOR-REGISTRO            PIC X(08).
           03 FILLER                      PIC X(21).
