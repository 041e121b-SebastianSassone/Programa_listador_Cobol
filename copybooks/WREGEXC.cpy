      * --------- ----- ------------------------------------------------
      * 22/08/2026 SAS  ALTA INICIAL DEL COPY (SE EXTRAE DE ESTEMP03
      *                 PARA COMPARTIRLO CON ESTEMP04).
      * 14/10/2026 SAS  LO GRABA TAMBIEN ESTEMP18 (SOSPECHOSOS DEL
      *                 DESVIO CONTRA PARES, LOS LEE ESTEMP11).
      * 14/10/2026 SAS  LO GRABA TAMBIEN ESTEMP19 (TRANSACCIONES DE
      *                 UMBRALES RECHAZADAS).
      ******************************************************************
       01 REG-EXCEPCIO.
           03 EXCEP-COD-DISPO          PIC X(05).
