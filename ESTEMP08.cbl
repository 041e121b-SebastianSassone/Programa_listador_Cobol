      *DE TEMPERATURA Y HUMEDAD, PRIMERA Y ULTIMA MUESTRA). UN
      *DISPOSITIVO, UNA O DOS PAGINAS, MINUTOS DESPUES DEL LLAMADO
      *DEL CLIENTE EN VEZ DE LA MANANA SIGUIENTE.
      *LAS FECHAS DE LA VENTANA QUE ESTEMP07 YA PURGO DE LA TABLA
      *(ANTERIORES A RC-FEC-PURGA DEL CONTROL DE CORRIDAS) SALEN
      *DEL RESUMEN DIARIO (COPY WREGDIA, LO ARMA ESTEMP17): UNA
      *LINEA POR DIA ANTES DEL DETALLE, Y SUS CANTIDADES, SUMAS,
      *EXTREMOS Y PRIMERA/ULTIMA MUESTRA ENTRAN EN LAS MISMAS
      *ESTADISTICAS DE LA VENTANA.
      *CON LA MARCA DE CADENA EN LA TARJETA, LA CONSULTA ES DE LA
      *UBICACION Y NO DEL DISPOSITIVO: SE ARMA LA CADENA DE
      *REEMPLAZOS A LA QUE PERTENECE EL CODIGO (HACIA ATRAS POR LA
      *HISTORIA REEMPLAZ, COPY WREGREE, Y HACIA ADELANTE POR EL
      *CODIGO QUE REEMPLAZA A CADA UNO EN MAEDISP), SE IMPRIME CON
      *EL PERIODO EN SERVICIO DE CADA ESLABON, Y LA HISTORIA DE
      *CADA UNO SALE A CONTINUACION, DEL MAS VIEJO AL MAS NUEVO,
      *CON UN UNICO BLOQUE DE ESTADISTICAS PARA TODA LA CADENA.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
                                  RECORD KEY   IS REG-MAEDISP-KEY-FD
                                  FILE STATUS  IS FS-MAEDISP.

           SELECT OPTIONAL REEMPLAZ ASSIGN     TO REEMPLAZ
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE  IS RANDOM
                                  RECORD KEY   IS REG-REEMPLAZ-KEY-FD
                                  FILE STATUS  IS FS-REEMPLAZ.

           SELECT OPTIONAL RUNCTL ASSIGN       TO RUNCTL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-RUNCTL.

           SELECT OPTIONAL DIARIO ASSIGN       TO DIARIO
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE  IS DYNAMIC
                                  RECORD KEY   IS REG-DIARIO-KEY-FD
                                  FILE STATUS  IS FS-DIARIO.

           SELECT INFORME         ASSIGN       TO INFORME
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-INFORME.

           SELECT OPTIONAL BITACORA ASSIGN     TO BITACORA
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-BITACORA.

       DATA DIVISION.
      *-------------

      *---------------------------------------------
      * TARJETAS DE CONSULTA: UNA POR DISPOSITIVO A INFORMAR. EL
      * RANGO DE FECHAS ES OPCIONAL (EN BLANCO = TODA LA HISTORIA).
      * CON CON-CADENA = 'S' SE INFORMA TODA LA CADENA DE
      * REEMPLAZOS DE LA UBICACION DEL DISPOSITIVO.
      *---------------------------------------------
       FD  CONSULTA
           RECORDING MODE IS F
           03 CON-COD-DISPO               PIC X(05).
           03 CON-FEC-DESDE               PIC X(10).
           03 CON-FEC-HASTA               PIC X(10).
           03 CON-CADENA                  PIC X(01).
              88 88-CON-CADENA-SI                   VALUE 'S'.
           03 FILLER                      PIC X(54).

       FD  MAEDISP.
       01  ENT-REG-MAEDISP.
           03 REG-MAEDISP-KEY-FD          PIC X(05).
           03 FILLER                      PIC X(75).

      *---------------------------------------------
      * HISTORIA DE REEMPLAZOS (COPY WREGREE), CLAVE = CODIGO
      * NUEVO. ES OPCIONAL: SIN ELLA LA CADENA SOLO SE RECORRE
      * HACIA ADELANTE DESDE EL CODIGO CONSULTADO.
      *---------------------------------------------
       FD  REEMPLAZ.
       01  ENT-REG-REEMPLAZ.
           03 REG-REEMPLAZ-KEY-FD         PIC X(05).
           03 FILLER                      PIC X(75).

      *---------------------------------------------
      * CONTROL DE CORRIDAS DEL LISTADO (EL RUNCTL DE ESTEMP03).
      * SOLO INTERESA RC-FEC-PURGA, QUE ANOTA ESTEMP07: LAS FECHAS
      * ANTERIORES YA NO ESTAN EN LA TABLA. SIN CONTROL SE ASUME
      * QUE NO HUBO PURGA.
      *---------------------------------------------
       FD  RUNCTL
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-RUNCTL.
           03 FILLER                      PIC X(82).
           03 RC-FEC-PURGA                PIC X(10).
           03 FILLER                      PIC X(08).

      *---------------------------------------------
      * RESUMEN DIARIO POR DISPOSITIVO (COPY WREGDIA). ES
      * OPCIONAL: SIN EL, LAS FECHAS PURGADAS SALEN SIN LECTURAS.
      *---------------------------------------------
       FD  DIARIO.
       01  ENT-REG-DIARIO.
           03 REG-DIARIO-KEY-FD.
              05 DIA-FD-COD-DISPO         PIC X(05).
              05 DIA-FD-FECTOMA           PIC X(10).
           03 FILLER                      PIC X(135).

       FD  INFORME
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-INFORME-FD                 PIC X(132).

      *---------------------------------------------
      * BITACORA DE CICLO (COPY WREGBIT). AL TERMINAR SE LE
      * AGREGA (OPEN EXTEND) EL REGISTRO DE ESTA CORRIDA.
      *---------------------------------------------
       FD  BITACORA
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-BITACORA-FD                PIC X(120).

       WORKING-STORAGE SECTION.
      *-----------------------
       77  WS-SQLCODE                    PIC S9(4) VALUE ZEROES.
           88 DB2-OK                               VALUE +0.
           88 DB2-NOTFND                           VALUE +100.

       77  FS-BITACORA                   PIC X(02) VALUE ' '.
           88 88-FS-BITACORA-OK                    VALUE '00'.
           88 88-FS-BITACORA-EOF                   VALUE '10'.

       77  WS2-SQLCODE                   PIC S9(4) VALUE ZERO.
           88 DB2-OK2                              VALUE +0.
           88 DB2-NOTFND2                          VALUE +100.
           88 88-OPEN-MAEDISP-SI                   VALUE 'S'.
           88 88-OPEN-MAEDISP-NO                   VALUE 'N'.

       77  FS-REEMPLAZ                   PIC X(02) VALUE ' '.
           88 88-FS-REEMPLAZ-OK                    VALUE '00' '97'.
           88 88-FS-REEMPLAZ-NFD                   VALUE '23'.

       77  WS-OPEN-REEMPLAZ              PIC X     VALUE 'N'.
           88 88-OPEN-REEMPLAZ-SI                  VALUE 'S'.
           88 88-OPEN-REEMPLAZ-NO                  VALUE 'N'.

       77  FS-RUNCTL                     PIC X(02) VALUE ' '.
           88 88-FS-RUNCTL-OK                      VALUE '00'.

       77  FS-DIARIO                     PIC X(02) VALUE ' '.
           88 88-FS-DIARIO-OK                      VALUE '00' '97'.
           88 88-FS-DIARIO-EOF                     VALUE '10'.

       77  WS-OPEN-DIARIO                PIC X     VALUE 'N'.
           88 88-OPEN-DIARIO-SI                    VALUE 'S'.
           88 88-OPEN-DIARIO-NO                    VALUE 'N'.

      *---------------------------------------------
      * FRONTERA DE LA ULTIMA PURGA (RC-FEC-PURGA): LAS FECHAS
      * ANTERIORES SE INFORMAN DEL RESUMEN DIARIO. SIN PURGA
      * ANOTADA VALE '0001-01-01' Y TODO SALE DE LA TABLA.
      *---------------------------------------------
       01  WS-FEC-PURGA                  PIC X(10) VALUE '0001-01-01'.
       77  WS-FIN-RESUMEN                PIC X(01) VALUE 'N'.
           88 88-FIN-RESUMEN-SI                    VALUE 'S'.
           88 88-FIN-RESUMEN-NO                    VALUE 'N'.

       77  FS-INFORME                    PIC X(02) VALUE ' '.
           88 88-FS-INFORME-OK                     VALUE '00'.

       01  WS-EST-ULTIMA.
           03 WS-EST-ULT-FEC             PIC X(10).
           03 WS-EST-ULT-HOR             PIC X(08).
       77  WS-EST-CANT-RESUMEN           PIC 9(09) VALUE 0.
       77  WS-EST-DIAS-RESUMEN           PIC 9(09) VALUE 0.
      * DIAS DEL RESUMEN DEL ESLABON EN CURSO (LAS ESTADISTICAS SON
      * DE TODA LA CADENA, EL AVISO DE VACIO ES POR ESLABON).
       77  WS-EST-DIAS-ESLABON           PIC 9(09) VALUE 0.

      *---------------------------------------------
      * CADENA DE REEMPLAZOS DE LA UBICACION CONSULTADA, DEL
      * ESLABON MAS VIEJO AL MAS NUEVO, CON EL PERIODO EN SERVICIO
      * DE CADA UNO (DESDE EN BLANCO = DESDE SU ALTA; HASTA EN
      * BLANCO = SIGUE EN SERVICIO). EL TOPE CORTA TAMBIEN UNA
      * CADENA MAL FORMADA QUE VOLVIERA SOBRE SI MISMA.
      *---------------------------------------------
       77  WS-CANT-CADENA                PIC 9(03) VALUE 0.
       77  WS-MAX-CADENA                 PIC 9(03) VALUE 50.
       77  WS-CAD-PASOS                  PIC 9(03) VALUE 0.
       01  WS-CAD-COD                    PIC X(05) VALUE SPACES.
       01  WS-CAD-DESDE                  PIC X(18) VALUE SPACES.
       77  WS-FIN-CADENA                 PIC X(01) VALUE 'N'.
           88 88-FIN-CADENA-SI                     VALUE 'S'.
           88 88-FIN-CADENA-NO                     VALUE 'N'.
       01  TABLA-CADENA.
           03 TAB-CADENA-OCU OCCURS 50 TIMES
                              INDEXED BY IX-CADENA.
              05 TAB-CADENA-COD          PIC X(05).
              05 TAB-CADENA-DESCR        PIC X(30).
              05 TAB-CADENA-DESDE.
                 07 TAB-CADENA-FEC-DESDE PIC X(10).
                 07 TAB-CADENA-HOR-DESDE PIC X(08).
              05 TAB-CADENA-HASTA.
                 07 TAB-CADENA-FEC-HASTA PIC X(10).
                 07 TAB-CADENA-HOR-HASTA PIC X(08).

      *---------------------------------------------
      * CONTADOR DE CONSULTAS ATENDIDAS Y SIN LECTURAS.
      * RECUERDA UN ERROR DE LECTURA DE LAS TARJETAS DE CONSULTA:
      * EL PROCESO CORTA COMO SI FUERA FIN DE ARCHIVO PARA CERRAR
      * ORDENADAMENTE, PERO PUEDEN HABER QUEDADO CONSULTAS SIN
      * ATENDER Y EL RETORNO NO DEBE SER 0. LO MISMO UN ERROR EN
      * EL CONTROL DE CORRIDAS O EN EL RESUMEN DIARIO (LAS FECHAS
      * PURGADAS QUEDARIAN FUERA DE LA HISTORIA SIN AVISO) O EN LA
      * HISTORIA DE REEMPLAZOS (LA CADENA QUEDARIA CORTADA).
      *---------------------------------------------
       77  WS-ERROR-CONSULTA             PIC X(01) VALUE 'N'.
           88 88-ERROR-CONSULTA-SI                 VALUE 'S'.
      *---------------------------------------------
       COPY WCODDIS.

      *---------------------------------------------
      * ESTRUCTURA DEL ARCHIVO DIARIO
      *---------------------------------------------
       COPY WREGDIA.

      *---------------------------------------------
      * ESTRUCTURA DEL ARCHIVO REEMPLAZ
      *---------------------------------------------
       COPY WREGREE.

      *---------------------------------------------
      * DEFINICON DE LAS TABLAS.
      *---------------------------------------------

      *---------------------------------------------
      * CURSOR CON LA HISTORIA DEL DISPOSITIVO CONSULTADO, EN
      * ORDEN CRONOLOGICO. SOLO DESDE LA FRONTERA DE PURGA: LOS
      * DIAS ANTERIORES SE TOMAN UNICAMENTE DEL RESUMEN DIARIO.
      *---------------------------------------------
           EXEC SQL
                DECLARE CURSOR-HISTORIA CURSOR FOR
                WHERE CODDISP = :WS-CON-COD-DISPO
                  AND FECTOMA BETWEEN :WS-CON-FEC-DESDE
                                  AND :WS-CON-FEC-HASTA
                  AND FECTOMA >= :WS-FEC-PURGA
                ORDER BY FECTOMA, HORTOMA
           END-EXEC.

           03 FILLER                   PIC X(03) VALUE ' A '.
           03 DETDISP-FEC-HASTA        PIC X(10).

      *---------------------------------------------
      * CADENA DE REEMPLAZOS DE LA UBICACION (CONSULTA DE CADENA).
      *---------------------------------------------
       01 CAD-01.
           03 FILLER                   PIC X(37)
                  VALUE 'CADENA DE REEMPLAZOS DE LA UBICACION:'.

       01 TIT08.
          03 FILLER                    PIC X(03) VALUE 'ORD'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(05) VALUE 'DISPO'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(30) VALUE 'DESCRIPCION'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(19)
                                       VALUE 'EN SERVICIO DESDE'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(19) VALUE 'HASTA'.

       01 TIT09.
          03 FILLER                    PIC X(03) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(05) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(30) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(19) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(19) VALUE ALL '-'.

       01 DETCAD.
           03 DETCAD-ORDEN             PIC ZZ9.
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETCAD-COD               PIC X(05).
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETCAD-DESCR             PIC X(30).
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETCAD-DESDE.
              05 DETCAD-FEC-DESDE      PIC X(10).
              05 DETCAD-SEP-DESDE      PIC X(01).
              05 DETCAD-HOR-DESDE      PIC X(08).
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETCAD-HASTA.
              05 DETCAD-FEC-HASTA      PIC X(10).
              05 DETCAD-SEP-HASTA      PIC X(01).
              05 DETCAD-HOR-HASTA      PIC X(08).

       01 TIT04.
          03 FILLER                    PIC X(10) VALUE 'FECHA     '.
          03 FILLER                    PIC X(01) VALUE ' '.
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETHIST-NOM-FABRICANTE   PIC X(20).

      *---------------------------------------------
      * SECCION DEL RESUMEN DIARIO (FECHAS YA PURGADAS).
      *---------------------------------------------
       01 RES-01.
           03 FILLER                   PIC X(46)
               VALUE 'RESUMEN DIARIO (FECHAS PURGADAS DE LA TABLA):'.

       01 TIT06.
          03 FILLER                    PIC X(10) VALUE 'FECHA     '.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(07) VALUE 'LECTUR.'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(11) VALUE '   TEMP MIN'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(11) VALUE '   TEMP MAX'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(11) VALUE '  TEMP PROM'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(06) VALUE 'HUMMIN'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(06) VALUE 'HUMMAX'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(06) VALUE 'HUMPRO'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(08) VALUE 'PRIMERA '.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(08) VALUE 'ULTIMA  '.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(07) VALUE 'ALERTAS'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(03) VALUE 'EST'.

       01 TIT07.
          03 FILLER                    PIC X(10) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(07) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(11) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(11) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(11) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(06) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(06) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(06) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(08) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(08) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(07) VALUE ALL '-'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(03) VALUE ALL '-'.

       01 DETRES.
           03 DETRES-FECHA             PIC X(10).
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETRES-LECTURAS          PIC ZZZZZZ9.
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETRES-TEMP-MIN          PIC -----9,9999.
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETRES-TEMP-MAX          PIC -----9,9999.
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETRES-TEMP-PROM         PIC -----9,9999.
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETRES-HUM-MIN           PIC ZZ9,99.
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETRES-HUM-MAX           PIC ZZ9,99.
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETRES-HUM-PROM          PIC ZZ9,99.
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETRES-HOR-PRIMERA       PIC X(08).
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETRES-HOR-ULTIMA        PIC X(08).
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETRES-ALERTAS           PIC ZZZZZZ9.
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETRES-ULT-CODESTAT      PIC X(03).

       01 EST-01.
           03 FILLER                   PIC X(27)
                             VALUE 'ESTADISTICAS DE LA VENTANA:'.
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETEST3-HOR              PIC X(08).

       01 DETEST4.
           03 FILLER                   PIC X(30)
                             VALUE '  DEL RESUMEN DIARIO        : '.
           03 DETEST4-CANT             PIC ZZZZZZZZ9.
           03 FILLER                   PIC X(11) VALUE ' EN DIAS : '.
           03 DETEST4-DIAS             PIC ZZZZZZZZ9.

       01 DETVACIO.
           03 FILLER                   PIC X(33)
                   VALUE '(SIN LECTURAS EN LA VENTANA)     '.
      *---------------------------------------------
       01  REG-INFORME-SALVA          PIC X(132).

      *---------------------------------------------
      * BITACORA DE CICLO: FECHA DE CICLO (LA DE EJECUCION) Y
      * FECHA/HORA DE INICIO DE LA CORRIDA, TOMADAS AL ARRANCAR.
      *---------------------------------------------
       COPY WREGBIT.

       01  WS-BIT-AHORA.
           03 WS-BIT-AHORA-AAAA          PIC 9(04).
           03 WS-BIT-AHORA-MM            PIC 9(02).
           03 WS-BIT-AHORA-DD            PIC 9(02).
           03 WS-BIT-AHORA-HH            PIC 9(02).
           03 WS-BIT-AHORA-MN            PIC 9(02).
           03 WS-BIT-AHORA-SS            PIC 9(02).
       01  WS-BIT-FECISO.
           03 WS-BIT-FECISO-AAAA         PIC 9(04).
           03 FILLER                     PIC X VALUE '-'.
           03 WS-BIT-FECISO-MM           PIC 9(02).
           03 FILLER                     PIC X VALUE '-'.
           03 WS-BIT-FECISO-DD           PIC 9(02).
       01  WS-BIT-HORISO.
           03 WS-BIT-HORISO-HH           PIC 9(02).
           03 FILLER                     PIC X VALUE ':'.
           03 WS-BIT-HORISO-MN           PIC 9(02).
           03 FILLER                     PIC X VALUE ':'.
           03 WS-BIT-HORISO-SS           PIC 9(02).
       01  WS-BIT-FEC-CICLO              PIC X(10) VALUE SPACES.
       01  WS-BIT-FEC-INICIO             PIC X(10) VALUE SPACES.
       01  WS-BIT-HOR-INICIO             PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
      *------------------


           PERFORM 30000-FINALIZO.

           PERFORM 30900-GRABO-BITACORA.

           STOP RUN.

       10000-INICIO.
      *-------------

           PERFORM 10010-INICIO-BITACORA.

           PERFORM 10100-ABRO-CONSULTA.

           PERFORM 10200-ABRO-INFORME.

           PERFORM 10300-ABRO-MAEDISP.

           PERFORM 10400-LEO-RUNCTL.

           PERFORM 10500-ABRO-DIARIO.

           PERFORM 10600-ABRO-REEMPLAZ.

           PERFORM 15000-LEO-CONSULTA.

           IF 88-FS-CONSULTA-EOF
              DISPLAY 'NO HAY TARJETAS DE CONSULTA'
           END-IF.

       10010-INICIO-BITACORA.
      *-----------------------
      * TOMA LA FECHA DE CICLO (LA FECHA DE EJECUCION) Y LA HORA
      * DE INICIO DE LA CORRIDA PARA LA BITACORA DE CICLO.

           MOVE FUNCTION CURRENT-DATE   TO WS-BIT-AHORA.
           PERFORM 10011-ARMO-AHORA-ISO.

           MOVE WS-BIT-FECISO           TO WS-BIT-FEC-CICLO.
           MOVE WS-BIT-FECISO           TO WS-BIT-FEC-INICIO.
           MOVE WS-BIT-HORISO           TO WS-BIT-HOR-INICIO.

       10011-ARMO-AHORA-ISO.
      *----------------------

           MOVE WS-BIT-AHORA-AAAA       TO WS-BIT-FECISO-AAAA.
           MOVE WS-BIT-AHORA-MM         TO WS-BIT-FECISO-MM.
           MOVE WS-BIT-AHORA-DD         TO WS-BIT-FECISO-DD.
           MOVE WS-BIT-AHORA-HH         TO WS-BIT-HORISO-HH.
           MOVE WS-BIT-AHORA-MN         TO WS-BIT-HORISO-MN.
           MOVE WS-BIT-AHORA-SS         TO WS-BIT-HORISO-SS.

       10100-ABRO-CONSULTA.
      *---------------------


               WHEN OTHER
                    DISPLAY 'ERROR OPEN CONSULTA FS: ' FS-CONSULTA
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       10200-ABRO-INFORME.

               WHEN OTHER
                    DISPLAY 'ERROR OPEN INFORME FS: ' FS-INFORME
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       10300-ABRO-MAEDISP.

               WHEN OTHER
                    DISPLAY 'ERROR OPEN MAEDISP FS: ' FS-MAEDISP
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       10400-LEO-RUNCTL.
      *------------------
      * TOMA LA FRONTERA DE LA ULTIMA PURGA. EL FS '05' ES EL OPEN
      * OPTIONAL DE UN CONTROL AUSENTE Y EL '10' UN CONTROL VACIO:
      * SIN PURGA ANOTADA. CUALQUIER OTRO ERROR DEJA LA FRONTERA
      * SIN CONOCER Y LA CORRIDA TERMINA EN 16 (30000-FINALIZO).

           OPEN INPUT RUNCTL.

           EVALUATE FS-RUNCTL
               WHEN '00'
                    READ RUNCTL
                    EVALUATE FS-RUNCTL
                        WHEN '00'
                             IF RC-FEC-PURGA NOT = SPACES
                                MOVE RC-FEC-PURGA TO WS-FEC-PURGA
                             END-IF
                        WHEN '10'
                             CONTINUE
                        WHEN OTHER
                             DISPLAY 'ERROR READ RUNCTL FS: '
                                     FS-RUNCTL
                             SET 88-ERROR-CONSULTA-SI TO TRUE
                    END-EVALUATE
                    CLOSE RUNCTL
               WHEN '05'
                    CLOSE RUNCTL
               WHEN OTHER
                    DISPLAY 'ERROR OPEN RUNCTL FS: ' FS-RUNCTL
                    SET 88-ERROR-CONSULTA-SI TO TRUE
           END-EVALUATE.

       10500-ABRO-DIARIO.
      *-------------------
      * EL RESUMEN DIARIO ES OPCIONAL (FS '05' = NO SE ENTREGO):
      * SIN EL, LAS FECHAS PURGADAS NO TIENEN LECTURAS QUE
      * INFORMAR. SOLO SE ABRE SI HUBO ALGUNA PURGA.

           IF WS-FEC-PURGA > '0001-01-01'
              OPEN INPUT DIARIO
              EVALUATE FS-DIARIO
                  WHEN '00'
                       SET 88-OPEN-DIARIO-SI TO TRUE
                  WHEN '05'
                       CLOSE DIARIO
                       DISPLAY 'SIN RESUMEN DIARIO: LAS FECHAS '
                               'ANTERIORES A ' WS-FEC-PURGA
                               ' SALEN SIN LECTURAS'
                  WHEN OTHER
                       DISPLAY 'ERROR OPEN DIARIO FS: ' FS-DIARIO
                       SET 88-ERROR-CONSULTA-SI TO TRUE
              END-EVALUATE
           END-IF.

       10600-ABRO-REEMPLAZ.
      *---------------------
      * LA HISTORIA DE REEMPLAZOS ES OPCIONAL (FS '05' = NO SE
      * ENTREGO O TODAVIA NO HUBO REEMPLAZOS): SIN ELLA LAS
      * CONSULTAS DE CADENA ARRANCAN DEL CODIGO CONSULTADO.

           OPEN INPUT REEMPLAZ.

           EVALUATE FS-REEMPLAZ
               WHEN '00'
                    SET 88-OPEN-REEMPLAZ-SI TO TRUE
               WHEN '05'
                    CLOSE REEMPLAZ
                    DISPLAY 'SIN HISTORIA DE REEMPLAZOS: LAS CADENAS '
                            'ARRANCAN DEL CODIGO CONSULTADO'
               WHEN OTHER
                    DISPLAY 'ERROR OPEN REEMPLAZ FS: ' FS-REEMPLAZ
                    SET 88-ERROR-CONSULTA-SI TO TRUE
           END-EVALUATE.

       15000-LEO-CONSULTA.
      *------------------------
      * ATIENDE UNA TARJETA DE CONSULTA: ARMA LA VENTANA, RESUELVE
      * LA DESCRIPCION DEL DISPOSITIVO, RECORRE SU HISTORIA E
      * IMPRIME LAS ESTADISTICAS. EN UNA CONSULTA DE CADENA LO
      * MISMO SE HACE POR CADA ESLABON, Y LAS ESTADISTICAS SON LAS
      * DE TODA LA UBICACION.

           IF CON-COD-DISPO = SPACES
              DISPLAY 'TARJETA DE CONSULTA SIN DISPOSITIVO'
           ELSE
              ADD 1 TO WS-CANT-CONSULTAS
              PERFORM 21000-ARMO-CONSULTA
              IF 88-CON-CADENA-SI
                 PERFORM 21500-ARMO-CADENA
                 PERFORM 21700-IMPRIMO-CADENA
                 PERFORM 21800-PROCESO-ESLABON
                    VARYING IX-CADENA FROM 1 BY 1
                    UNTIL IX-CADENA > WS-CANT-CADENA
              ELSE
                 PERFORM 21900-PROCESO-DISPOSITIVO
              END-IF
              PERFORM 26000-IMPRIMO-ESTADISTICAS
           END-IF.

           MOVE 0                       TO WS-EST-SUMA-HUM.
           MOVE SPACES                  TO WS-EST-PRIMERA.
           MOVE SPACES                  TO WS-EST-ULTIMA.
           MOVE 0                       TO WS-EST-CANT-RESUMEN.
           MOVE 0                       TO WS-EST-DIAS-RESUMEN.

       21500-ARMO-CADENA.
      *-------------------
      * HACIA ATRAS POR LA HISTORIA DE REEMPLAZOS (CLAVE = CODIGO
      * NUEVO) HASTA EL ORIGEN DE LA CADENA Y, DESDE AHI, HACIA
      * ADELANTE POR EL CODIGO QUE REEMPLAZA A CADA ESLABON EN
      * MAEDISP, CARGANDO LA TABLA EN ORDEN CRONOLOGICO.

           MOVE CON-COD-DISPO           TO WS-CAD-COD.
           MOVE 0                       TO WS-CAD-PASOS.
           MOVE 0                       TO WS-CANT-CADENA.
           MOVE SPACES                  TO WS-CAD-DESDE.

           SET 88-FIN-CADENA-NO         TO TRUE.
           IF 88-OPEN-REEMPLAZ-SI
              PERFORM 21510-RETROCEDO-CADENA
                 UNTIL 88-FIN-CADENA-SI
           END-IF.

           SET 88-FIN-CADENA-NO         TO TRUE.
           PERFORM 21520-AVANZO-CADENA
              UNTIL 88-FIN-CADENA-SI.

       21510-RETROCEDO-CADENA.
      *------------------------

           MOVE WS-CAD-COD              TO REG-REEMPLAZ-KEY-FD.

           READ REEMPLAZ INTO REG-REEMPLAZ.

           EVALUATE TRUE
               WHEN 88-FS-REEMPLAZ-OK
                    ADD 1 TO WS-CAD-PASOS
                    IF WS-CAD-PASOS > WS-MAX-CADENA
                       DISPLAY 'CADENA DE REEMPLAZOS DEMASIADO '
                               'LARGA: ' CON-COD-DISPO
                       SET 88-FIN-CADENA-SI TO TRUE
                    ELSE
                       MOVE REE-COD-ANTERIOR TO WS-CAD-COD
                    END-IF
               WHEN 88-FS-REEMPLAZ-NFD
                    SET 88-FIN-CADENA-SI TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR READ REEMPLAZ FS: ' FS-REEMPLAZ
                    SET 88-ERROR-CONSULTA-SI TO TRUE
                    SET 88-FIN-CADENA-SI TO TRUE
           END-EVALUATE.

       21520-AVANZO-CADENA.
      *---------------------

           IF WS-CANT-CADENA NOT < WS-MAX-CADENA
              DISPLAY 'CADENA DE REEMPLAZOS DEMASIADO LARGA: '
                      CON-COD-DISPO
              SET 88-FIN-CADENA-SI TO TRUE
           ELSE
              PERFORM 21530-AGREGO-ESLABON
           END-IF.

       21530-AGREGO-ESLABON.
      *----------------------
      * EL ESLABON EMPIEZA CUANDO SE RETIRO EL ANTERIOR. UN CODIGO
      * QUE NO ESTA EN EL MAESTRO (DADO DE BAJA) CIERRA LA CADENA.

           ADD 1                        TO WS-CANT-CADENA.
           SET IX-CADENA                TO WS-CANT-CADENA.
           MOVE WS-CAD-COD              TO TAB-CADENA-COD(IX-CADENA).
           MOVE WS-CAD-DESDE            TO TAB-CADENA-DESDE(IX-CADENA).

           MOVE WS-CAD-COD              TO REG-MAEDISP-KEY-FD.

           READ MAEDISP INTO REG-MAEDISP.

           EVALUATE TRUE
               WHEN 88-FS-MAEDISP-OK
                    MOVE MAEDISP-DESCR   TO TAB-CADENA-DESCR(IX-CADENA)
                    MOVE MAEDISP-RETIRO  TO TAB-CADENA-HASTA(IX-CADENA)
                    MOVE MAEDISP-RETIRO  TO WS-CAD-DESDE
                    IF MAEDISP-COD-REEMPLAZO = SPACES
                       SET 88-FIN-CADENA-SI TO TRUE
                    ELSE
                       MOVE MAEDISP-COD-REEMPLAZO TO WS-CAD-COD
                    END-IF
               WHEN 88-FS-MAEDISP-NFD
                    MOVE 'SIN NOMBRE'    TO TAB-CADENA-DESCR(IX-CADENA)
                    MOVE SPACES          TO TAB-CADENA-HASTA(IX-CADENA)
                    SET 88-FIN-CADENA-SI TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR READ MAEDISP FS: ' FS-MAEDISP
                    SET 88-ERROR-CONSULTA-SI TO TRUE
                    MOVE 'SIN NOMBRE'    TO TAB-CADENA-DESCR(IX-CADENA)
                    MOVE SPACES          TO TAB-CADENA-HASTA(IX-CADENA)
                    SET 88-FIN-CADENA-SI TO TRUE
           END-EVALUATE.

       21700-IMPRIMO-CADENA.
      *----------------------

           MOVE TIT03       TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE CAD-01      TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE TIT08       TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE TIT09       TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           PERFORM 21710-IMPRIMO-ESLABON
              VARYING IX-CADENA FROM 1 BY 1
              UNTIL IX-CADENA > WS-CANT-CADENA.

       21710-IMPRIMO-ESLABON.
      *-----------------------

           SET WS-CAD-PASOS             TO IX-CADENA.
           MOVE WS-CAD-PASOS            TO DETCAD-ORDEN.
           MOVE TAB-CADENA-COD(IX-CADENA)   TO DETCAD-COD.
           MOVE TAB-CADENA-DESCR(IX-CADENA) TO DETCAD-DESCR.

           IF TAB-CADENA-DESDE(IX-CADENA) = SPACES
              MOVE 'DESDE SU ALTA'      TO DETCAD-DESDE
           ELSE
              MOVE TAB-CADENA-FEC-DESDE(IX-CADENA) TO DETCAD-FEC-DESDE
              MOVE SPACES               TO DETCAD-SEP-DESDE
              MOVE TAB-CADENA-HOR-DESDE(IX-CADENA) TO DETCAD-HOR-DESDE
           END-IF.

           IF TAB-CADENA-HASTA(IX-CADENA) = SPACES
              MOVE 'EN SERVICIO'        TO DETCAD-HASTA
           ELSE
              MOVE TAB-CADENA-FEC-HASTA(IX-CADENA) TO DETCAD-FEC-HASTA
              MOVE SPACES               TO DETCAD-SEP-HASTA
              MOVE TAB-CADENA-HOR-HASTA(IX-CADENA) TO DETCAD-HOR-HASTA
           END-IF.

           MOVE DETCAD      TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

       21800-PROCESO-ESLABON.
      *-----------------------

           MOVE TAB-CADENA-COD(IX-CADENA) TO WS-CON-COD-DISPO.

           PERFORM 21900-PROCESO-DISPOSITIVO.

       21900-PROCESO-DISPOSITIVO.
      *---------------------------

           PERFORM 22000-IMPRIMO-ENCABEZADO.

           IF 88-OPEN-DIARIO-SI
              AND WS-CON-FEC-DESDE < WS-FEC-PURGA
              PERFORM 22500-RECORRO-RESUMEN
           END-IF.

           PERFORM 23000-RECORRO-HISTORIA.

       22000-IMPRIMO-ENCABEZADO.
      *--------------------------
           MOVE DETDISP     TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

       22100-LEO-MAEDISP.
      *-------------------
      * LECTURA RANDOM DEL MAESTRO PARA LA DESCRIPCION DEL
                    MOVE 'SIN NOMBRE'    TO DETDISP-DESCR
           END-EVALUATE.

       22500-RECORRO-RESUMEN.
      *-----------------------
      * LAS FECHAS DE LA VENTANA ANTERIORES A LA ULTIMA PURGA SE
      * TOMAN DEL RESUMEN DIARIO: SE POSICIONA EN DISPOSITIVO +
      * FECHA DESDE Y SE LEE MIENTRAS SIGA EL MISMO DISPOSITIVO,
      * DENTRO DE LA VENTANA Y ANTES DE LA FRONTERA. SON FECHAS
      * ANTERIORES A TODO LO QUE TRAE EL CURSOR, ASI QUE LA
      * PRIMERA MUESTRA SALE DE ACA Y LA ULTIMA DEL DETALLE.

           MOVE TIT03       TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE RES-01      TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE TIT06       TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE TIT07       TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           SET 88-FIN-RESUMEN-NO        TO TRUE.
           MOVE 0                       TO WS-EST-DIAS-ESLABON.

           MOVE WS-CON-COD-DISPO        TO DIA-FD-COD-DISPO.
           MOVE WS-CON-FEC-DESDE        TO DIA-FD-FECTOMA.

           START DIARIO KEY IS NOT LESS THAN REG-DIARIO-KEY-FD.

           EVALUATE TRUE
               WHEN 88-FS-DIARIO-OK
                    PERFORM 22510-LEO-RESUMEN
               WHEN OTHER
                    SET 88-FIN-RESUMEN-SI TO TRUE
           END-EVALUATE.

           PERFORM 22520-PROCESO-RESUMEN
              UNTIL 88-FIN-RESUMEN-SI.

           IF WS-EST-DIAS-ESLABON = 0
              MOVE DETVACIO TO REG-INFORME
              PERFORM 28000-GRABO-INFORME
           END-IF.

       22510-LEO-RESUMEN.
      *-------------------

           READ DIARIO NEXT RECORD INTO REG-DIARIO.

           EVALUATE TRUE
               WHEN 88-FS-DIARIO-OK
                    IF DIA-COD-DISPO NOT = WS-CON-COD-DISPO
                       OR DIA-FECTOMA > WS-CON-FEC-HASTA
                       OR DIA-FECTOMA NOT < WS-FEC-PURGA
                       SET 88-FIN-RESUMEN-SI TO TRUE
                    END-IF
               WHEN 88-FS-DIARIO-EOF
                    SET 88-FIN-RESUMEN-SI TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR READ DIARIO FS: ' FS-DIARIO
                    SET 88-ERROR-CONSULTA-SI TO TRUE
                    SET 88-FIN-RESUMEN-SI TO TRUE
           END-EVALUATE.

       22520-PROCESO-RESUMEN.
      *-----------------------

           MOVE DIA-FECTOMA             TO DETRES-FECHA.
           MOVE DIA-CANT-LECTURAS       TO DETRES-LECTURAS.
           MOVE DIA-TEMP-MIN            TO DETRES-TEMP-MIN.
           MOVE DIA-TEMP-MAX            TO DETRES-TEMP-MAX.
           MOVE DIA-TEMP-PROM           TO DETRES-TEMP-PROM.
           MOVE DIA-HUM-MIN             TO DETRES-HUM-MIN.
           MOVE DIA-HUM-MAX             TO DETRES-HUM-MAX.
           MOVE DIA-HUM-PROM            TO DETRES-HUM-PROM.
           MOVE DIA-HOR-PRIMERA         TO DETRES-HOR-PRIMERA.
           MOVE DIA-HOR-ULTIMA          TO DETRES-HOR-ULTIMA.
           MOVE DIA-CANT-ALERTAS        TO DETRES-ALERTAS.
           MOVE DIA-ULT-CODESTAT        TO DETRES-ULT-CODESTAT.

           MOVE DETRES      TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           PERFORM 22530-ACUMULO-RESUMEN.

           PERFORM 22510-LEO-RESUMEN.

       22530-ACUMULO-RESUMEN.
      *-----------------------
      * EL DIA ENTRA EN LAS ESTADISTICAS COMO SI FUERAN SUS
      * LECTURAS: EXTREMOS DEL DIA, CANTIDAD Y SUMAS (EL PROMEDIO
      * DE LA VENTANA SIGUE SIENDO EXACTO) Y PRIMERA/ULTIMA HORA.

           IF WS-EST-CANT = 0
              MOVE DIA-TEMP-MIN         TO WS-EST-TEMP-MIN
              MOVE DIA-TEMP-MAX         TO WS-EST-TEMP-MAX
              MOVE DIA-HUM-MIN          TO WS-EST-HUM-MIN
              MOVE DIA-HUM-MAX          TO WS-EST-HUM-MAX
              MOVE DIA-FECTOMA          TO WS-EST-PRI-FEC
              MOVE DIA-HOR-PRIMERA      TO WS-EST-PRI-HOR
           ELSE
              IF DIA-TEMP-MIN < WS-EST-TEMP-MIN
                 MOVE DIA-TEMP-MIN      TO WS-EST-TEMP-MIN
              END-IF
              IF DIA-TEMP-MAX > WS-EST-TEMP-MAX
                 MOVE DIA-TEMP-MAX      TO WS-EST-TEMP-MAX
              END-IF
              IF DIA-HUM-MIN < WS-EST-HUM-MIN
                 MOVE DIA-HUM-MIN       TO WS-EST-HUM-MIN
              END-IF
              IF DIA-HUM-MAX > WS-EST-HUM-MAX
                 MOVE DIA-HUM-MAX       TO WS-EST-HUM-MAX
              END-IF
           END-IF.

           ADD DIA-CANT-LECTURAS        TO WS-EST-CANT.
           ADD DIA-CANT-LECTURAS        TO WS-EST-CANT-RESUMEN.
           ADD 1                        TO WS-EST-DIAS-RESUMEN.
           ADD 1                        TO WS-EST-DIAS-ESLABON.
           ADD DIA-SUMA-TEMP            TO WS-EST-SUMA-TEMP.
           ADD DIA-SUMA-HUM             TO WS-EST-SUMA-HUM.
           MOVE DIA-FECTOMA             TO WS-EST-ULT-FEC.
           MOVE DIA-HOR-ULTIMA          TO WS-EST-ULT-HOR.

       23000-RECORRO-HISTORIA.
      *------------------------

           MOVE TIT03       TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE TIT04       TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE TIT05       TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           PERFORM 23100-ABRO-CURSOR-HISTORIA.

           PERFORM 23200-FETCH-HISTORIA.
           MOVE DETEST1              TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           IF WS-EST-DIAS-RESUMEN > 0
              MOVE WS-EST-CANT-RESUMEN  TO DETEST4-CANT
              MOVE WS-EST-DIAS-RESUMEN  TO DETEST4-DIAS
              MOVE DETEST4              TO REG-INFORME
              PERFORM 28000-GRABO-INFORME
           END-IF.

           MOVE 'TEMPERATURA MINIMA          : ' TO DETEST2-CONCEPTO.
           MOVE WS-EST-TEMP-MIN      TO DETEST2-VALOR.
           MOVE DETEST2              TO REG-INFORME.
              MOVE 4 TO RETURN-CODE
           END-IF.

      * UN ERROR DE LECTURA PUDO DEJAR CONSULTAS SIN ATENDER O
      * INCOMPLETAS.
           IF 88-ERROR-CONSULTA-SI
              DISPLAY 'CONSULTAS INCOMPLETAS POR ERROR DE LECTURA'
              MOVE 16 TO RETURN-CODE
           END-IF.

           PERFORM 31000-CIERRO-ARCHIVOS.

       30900-GRABO-BITACORA.
      *----------------------
      * AGREGA ESTA CORRIDA A LA BITACORA DE CICLO CON SU RETORNO
      * FINAL. UN ERROR DE LA BITACORA SE AVISA PERO NO CAMBIA EL
      * RETORNO: EL PROCESO YA TERMINO.
      * LEIDOS = TARJETAS DE CONSULTA PROCESADAS; GRABADOS Y
      * RECHAZOS NO APLICAN.

           MOVE SPACES                  TO REG-BITACORA.
           MOVE 'ESTEMP08'              TO BIT-PROGRAMA.
           MOVE WS-BIT-FEC-CICLO        TO BIT-FEC-CICLO.
           MOVE SPACES                  TO BIT-FEC-DESDE.
           MOVE SPACES                  TO BIT-FEC-HASTA.
           MOVE WS-BIT-FEC-INICIO       TO BIT-FEC-INICIO.
           MOVE WS-BIT-HOR-INICIO       TO BIT-HOR-INICIO.

           MOVE FUNCTION CURRENT-DATE   TO WS-BIT-AHORA.
           PERFORM 10011-ARMO-AHORA-ISO.
           MOVE WS-BIT-FECISO           TO BIT-FEC-FIN.
           MOVE WS-BIT-HORISO           TO BIT-HOR-FIN.

           MOVE WS-CANT-CONSULTAS       TO BIT-CANT-LEIDOS.
           MOVE ZEROES                  TO BIT-CANT-GRABADOS.
           MOVE ZEROES                  TO BIT-CANT-RECHAZOS.
           MOVE RETURN-CODE             TO BIT-RETORNO.

           OPEN EXTEND BITACORA.

           EVALUATE FS-BITACORA
               WHEN '00'
               WHEN '05'
                    WRITE REG-BITACORA-FD FROM REG-BITACORA

                    EVALUATE FS-BITACORA
                        WHEN '00'
                             CONTINUE
                        WHEN OTHER
                             DISPLAY 'ERROR WRITE BITACORA FS: '
                                     FS-BITACORA
                    END-EVALUATE

                    CLOSE BITACORA
               WHEN OTHER
                    DISPLAY 'ERROR OPEN BITACORA FS: ' FS-BITACORA
           END-EVALUATE.

       31000-CIERRO-ARCHIVOS.
      *---------------------

              PERFORM 31120-CIERRO-INFORME
           END-IF.

           IF 88-OPEN-DIARIO-SI
              SET 88-OPEN-DIARIO-NO TO TRUE
              CLOSE DIARIO
           END-IF.

           IF 88-OPEN-REEMPLAZ-SI
              SET 88-OPEN-REEMPLAZ-NO TO TRUE
              CLOSE REEMPLAZ
           END-IF.

       31100-CIERRO-CONSULTA.
      *----------------------

                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE CONSULTA FS: ' FS-CONSULTA
                    PERFORM 99000-ABORTO

           END-EVALUATE.

                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE MAEDISP FS: ' FS-MAEDISP
                    PERFORM 99000-ABORTO

           END-EVALUATE.

                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE INFORME FS: ' FS-INFORME
                    PERFORM 99000-ABORTO

           END-EVALUATE.

       99000-ABORTO.
      *--------------
      * FIN ANORMAL POR UN ERROR DE ARCHIVO: SE DEJA LA CORRIDA EN
      * LA BITACORA CON RETORNO 16 ANTES DE CORTAR, PARA QUE LOS
      * PASOS SIGUIENTES Y EL CIERRE DEL CICLO LA VEAN FALLIDA.

           MOVE 16 TO RETURN-CODE.

           PERFORM 30900-GRABO-BITACORA.

           STOP RUN.
