      ******************************************************************
      *AUTHOR.        SEBASTIAN SASSONE.
      *DATE-WRITTEN.  14/10/2026.
      *----------------------------------------------------------------
      *ESTRUCTURA DE LA BITACORA DE CICLO. CADA PROGRAMA DE LA
      *CADENA NOCTURNA (ESTEMP03 A ESTEMP12) LE AGREGA (OPEN EXTEND)
      *UN REGISTRO POR CORRIDA AL TERMINAR: PROGRAMA, FECHA DE
      *CICLO (LA FECHA DE EJECUCION, O LA QUE TRAIGA PARM-FEC-CICLO
      *EN LA TARJETA DE PARAMETROS DEL PROGRAMA QUE LA ACEPTA; LA
      *MISMA QUE USAN ESTEMP04 Y ESTEMP11 COMO FECHA DE CICLO),
      *VENTANA PROCESADA, INICIO Y
      *FIN DE LA CORRIDA, LOS TRES CONTADORES QUE CADA PROGRAMA
      *USA PARA CUADRAR Y SU RETURN-CODE FINAL. UNA CORRIDA QUE SE
      *NIEGA A ARRANCAR POR UN PASO PREVIO FALTANTE O FALLIDO
      *TAMBIEN QUEDA ANOTADA, CON RETORNO 12 Y EL PASO QUE FALTO EN
      *BIT-PREREQ.
      *LOS PROGRAMAS QUE DEPENDEN DE UN PASO ANTERIOR LEEN LA
      *BITACORA AL ARRANCAR Y NO CORREN SI ESE PASO NO EXISTE O NO
      *TERMINO BIEN (RETORNO MAYOR A 4) PARA LA FECHA DE CICLO.
      *ESTEMP13 LA IMPRIME COMO HOJA DE CONTROL DE LA NOCHE.
      *LOS CONTADORES SON GENERICOS; CADA PROGRAMA DOCUMENTA QUE
      *CUENTA EN CADA UNO:
      *  BIT-CANT-LEIDOS    LO QUE ENTRO (REGISTROS, FILAS, TARJETAS)
      *  BIT-CANT-GRABADOS  LO QUE SE PROCESO / APLICO / GRABO
      *  BIT-CANT-RECHAZOS  EXCEPCIONES, RECHAZOS O DIFERENCIAS
      *----------------------------------------------------------------
      * FECHA     INIC. DESCRIPCION
      * --------- ----- ------------------------------------------------
      * 14/10/2026 SAS  ALTA INICIAL DEL COPY.
      * 14/10/2026 SAS  LA GRABAN TAMBIEN ESTEMP14 Y ESTEMP15, QUE
      *                 CORREN A PEDIDO Y SOLO SE ANOTAN.
      * 14/10/2026 SAS  LA GRABA TAMBIEN ESTEMP16 (A PEDIDO, SOLO SE
      *                 ANOTA).
      * 14/10/2026 SAS  LA GRABA TAMBIEN ESTEMP17 (RESUMEN DIARIO, PASO
      *                 DIARIO DE LA CADENA).
      * 14/10/2026 SAS  LA GRABA TAMBIEN ESTEMP18 (DESVIO CONTRA PARES,
      *                 PASO DIARIO DE LA CADENA).
      * 14/10/2026 SAS  LA GRABA TAMBIEN ESTEMP19 (MANTENIMIENTO DE
      *                 UMBRALES, A PEDIDO, SOLO SE ANOTA).
      * 14/10/2026 SAS  LA PASADA SUPLEMENTARIA DE ESTEMP03 (ORIGEN 'S',
      *                 RELISTADO DE LECTURAS TARDIAS) SE ANOTA COMO
      *                 ESTEMP3S, PASO DIARIO DE LA CADENA.
      * 15/10/2026 SAS  LA FECHA DE CICLO PUEDE VENIR DE PARM-FEC-CICLO
      *                 EN LA TARJETA (CADENA QUE CRUZA LA MEDIANOCHE).
      * 15/10/2026 SAS  EL RELISTADO DE ESTEMP03 DESDE EL RESGUARDO
      *                 (ORIGEN 'A') SE ANOTA COMO ESTEMP3A, A PEDIDO,
      *                 SOLO SE ANOTA.
      ******************************************************************
       01  REG-BITACORA.
           03 BIT-PROGRAMA                PIC X(08).
           03 BIT-FEC-CICLO               PIC X(10).
           03 BIT-FEC-DESDE               PIC X(10).
           03 BIT-FEC-HASTA               PIC X(10).
           03 BIT-FEC-INICIO              PIC X(10).
           03 BIT-HOR-INICIO              PIC X(08).
           03 BIT-FEC-FIN                 PIC X(10).
           03 BIT-HOR-FIN                 PIC X(08).
           03 BIT-CANT-LEIDOS             PIC 9(09).
           03 BIT-CANT-GRABADOS           PIC 9(09).
           03 BIT-CANT-RECHAZOS           PIC 9(09).
           03 BIT-RETORNO                 PIC 9(03).
              88 88-BIT-RETORNO-OK                  VALUE 0 THRU 4.
           03 BIT-PREREQ                  PIC X(08).
           03 FILLER                      PIC X(08).
