      ******************************************************************
      *AUTHOR.        SEBASTIAN SASSONE.
      *DATE-WRITTEN.  14/10/2026.
      *----------------------------------------------------------------
      *ESTRUCTURA DEL ARCHIVO RELISTA (PEDIDOS DE RELISTADO POR
      *LECTURAS TARDIAS). ESTEMP04 LE AGREGA (OPEN EXTEND) UN
      *REGISTRO POR CADA RANGO DE DIAS CONSECUTIVOS EN EL QUE
      *INSERTO LECTURAS CON FECTOMA/HORTOMA DENTRO DE LO QUE EL
      *LISTADO DIARIO YA HABIA CUBIERTO SEGUN RUNCTL (DISPOSITIVOS
      *QUE ESTUVIERON FUERA DE LINEA Y DESCARGARON ATRASADO): ESAS
      *LECTURAS NO APARECERIAN EN NINGUN LISTADO, ALERTA NI
      *FACTURACION. LA CORRIDA SUPLEMENTARIA DE ESTEMP03 (ORIGEN
      *'S') VUELVE A LISTAR ESOS DIAS Y, AL TERMINAR BIEN, SACA DEL
      *ARCHIVO LOS PEDIDOS QUE CUBRIO: TODO REGISTRO QUE QUEDA EN
      *EL ARCHIVO ES UN RELISTADO PENDIENTE, Y ESTEMP07 NO PURGA UN
      *DIA QUE TODAVIA TIENE UNO.
      *LAS FECHAS SON AAAA-MM-DD, AMBOS EXTREMOS INCLUSIVE.
      *REL-CANT-DIA-DISPO ES LA CANTIDAD DE COMBINACIONES
      *DISPOSITIVO-DIA DEL RANGO CON LECTURAS TARDIAS.
      *REL-FEC-LISTADO ES HASTA DONDE HABIA LLEGADO EL LISTADO
      *(RC-FEC-HASTA) CUANDO SE DETECTARON.
      *----------------------------------------------------------------
      * FECHA     INIC. DESCRIPCION
      * --------- ----- ------------------------------------------------
      * 14/10/2026 SAS  ALTA INICIAL DEL COPY.
      ******************************************************************
       01  REG-RELISTA.
           03 REL-FEC-DESDE               PIC X(10).
           03 REL-FEC-HASTA               PIC X(10).
           03 REL-CANT-LECTURAS           PIC 9(09).
           03 REL-CANT-DIA-DISPO          PIC 9(07).
           03 REL-FEC-PEDIDO              PIC X(10).
           03 REL-HOR-PEDIDO              PIC X(08).
           03 REL-FEC-LISTADO             PIC X(10).
           03 FILLER                      PIC X(16).
