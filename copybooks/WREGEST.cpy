      * FECHA     INIC. DESCRIPCION
      * --------- ----- ------------------------------------------------
      * 02/09/2026 SAS  ALTA INICIAL DEL COPY.
      * 14/10/2026 SAS  LO CONSULTA EN LINEA ESTEMP20 (SOLO LECTURA,
      *                 RECORRIDO POR RBA): EL ARCHIVO ES UN ESDS
      *                 REUTILIZABLE Y ESTEMP03 LO REGRABA CERRADO
      *                 PARA CICS.
      ******************************************************************
       01  REG-ESTALER.
           03 ESTAL-COD-DISPO             PIC X(05).
