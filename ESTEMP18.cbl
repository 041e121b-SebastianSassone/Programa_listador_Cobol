       IDENTIFICATION DIVISION.
      *-----------------------
       PROGRAM-ID. ESTEMP18.
      *AUTHOR. SEBASTIAN SASSONE.
      *DATE-WRITTEN. 14/10/2026.
      *DATE-COMPILED. EARRING.
      *----------------------------------------------------------------
      *ESTE ES UN PROGRAMA DE ANALISIS DE DESVIO CONTRA PARES. UNA
      *SONDA QUE SE CORRE DE A POCO PASA EL CONTROL FISICO DE -60 A
      *+60 Y MUCHAS VECES SIGUE ADENTRO DE SUS UMBRALES, ASI QUE
      *NADA LA DETECTA HASTA QUE RECLAMA EL CLIENTE. COMO LA MAYORIA
      *DE LOS DISPOSITIVOS COMPARTE UBICACION CON OTROS, ESTE
      *PROGRAMA COMPARA CADA UNO CONTRA SUS VECINOS: RECORRE LAS
      *LECTURAS DE LA VENTANA (POR DEFECTO EL DIA ANTERIOR A LA
      *FECHA DE CICLO) HORA POR HORA, SACA EL PROMEDIO DE CADA
      *DISPOSITIVO EN LA HORA, LO UBICA EN LA ZONA DEL MAESTRO
      *ZONAS (COPY WREGZON) DONDE CAE SU PRIMERA LECTURA DE LA HORA
      *Y AGRUPA POR ZONA Y FABRICANTE (CODFAB). EN CADA GRUPO CON
      *SUFICIENTES PARES CALCULA LA MEDIANA DE LOS PROMEDIOS Y MARCA
      *LA HORA DE CADA DISPOSITIVO QUE SE APARTA DE ELLA MAS QUE LA
      *TOLERANCIA DE LA TARJETA. UN DISPOSITIVO CON N HORAS
      *SEGUIDAS MARCADAS ES SOSPECHOSO: SALE EN EL LISTADO
      *ORDENADO DE SOSPECHOSOS (DISPOSITIVO, ZONA, DESVIO PROMEDIO
      *Y CANTIDAD DE HORAS DE SU RACHA MAS LARGA) Y SE GRABA COMO
      *EXCEPCION EN EL FORMATO UNICO (COPY WREGEXC) PARA QUE
      *ESTEMP11 LA SUME A LA TENDENCIA DEL CICLO.
      *----------------------------------------------------------------

       ENVIRONMENT DIVISION.
      *--------------------

       CONFIGURATION SECTION.
      *---------------------
        SPECIAL-NAMES.
            DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
      *--------------------

       FILE-CONTROL.
      *------------

           SELECT OPTIONAL PARMCARD ASSIGN     TO PARMCARD
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-PARMCARD.

           SELECT OPTIONAL ZONAS  ASSIGN       TO ZONAS
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE  IS SEQUENTIAL
                                  RECORD KEY   IS REG-ZONA-KEY-FD
                                  FILE STATUS  IS FS-ZONAS.

           SELECT EXCEPCIO        ASSIGN       TO EXCEPCIO
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-EXCEPCIO.

           SELECT INFORME         ASSIGN       TO INFORME
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-INFORME.

           SELECT OPTIONAL BITACORA ASSIGN     TO BITACORA
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS  IS FS-BITACORA.

       DATA DIVISION.
      *-------------

       FILE SECTION.
      *------------

      *---------------------------------------------
      * TARJETA DE PARAMETROS. ES OPCIONAL Y CADA CAMPO EN BLANCO
      * TOMA SU VALOR POR DEFECTO:
      *   VENTANA DE FECHAS      EL DIA ANTERIOR AL CICLO
      *   PARM-TOLERANCIA        2,0000 GRADOS (SIGNO SEPARADO
      *                          ADELANTE, COMO UMBRALES)
      *   PARM-HORAS             3 HORAS SEGUIDAS
      *   PARM-MIN-PARES         3 DISPOSITIVOS EN EL GRUPO (CON
      *                          MENOS LA MEDIANA NO DISTINGUE CUAL
      *                          SE CORRIO; NO SE ACEPTA MENOS DE 3)
      *---------------------------------------------
       FD  PARMCARD
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-PARMCARD.
           03 PARM-FEC-DESDE              PIC X(10).
           03 PARM-FEC-HASTA              PIC X(10).
           03 PARM-TOLERANCIA-X           PIC X(09).
           03 PARM-TOLERANCIA REDEFINES PARM-TOLERANCIA-X
                                          PIC S9(04)V9(04)
                                          SIGN LEADING SEPARATE.
           03 PARM-HORAS-X                PIC X(03).
           03 PARM-HORAS REDEFINES PARM-HORAS-X
                                          PIC 9(03).
           03 PARM-MIN-PARES-X            PIC X(03).
           03 PARM-MIN-PARES REDEFINES PARM-MIN-PARES-X
                                          PIC 9(03).
      * FECHA DE CICLO (AAAA-MM-DD) CON LA QUE SE ANOTA LA CORRIDA
      * EN LA BITACORA. EN BLANCO ES LA FECHA DE EJECUCION.
           03 PARM-FEC-CICLO              PIC X(10).
           03 FILLER                      PIC X(35).

      *---------------------------------------------
      * MAESTRO DE ZONAS GEOGRAFICAS (COPY WREGZON). SIN ZONAS NO
      * HAY VECINOS QUE COMPARAR: LA CORRIDA TERMINA SIN ANALISIS.
      *---------------------------------------------
       FD  ZONAS.
       01  ENT-REG-ZONA.
           03 REG-ZONA-KEY-FD             PIC X(20).
           03 FILLER                      PIC X(60).

      *---------------------------------------------
      * SOSPECHOSOS EN EL FORMATO UNICO DE EXCEPCION (COPY
      * WREGEXC), UNO POR DISPOSITIVO. LO LEE ESTEMP11.
      *---------------------------------------------
       FD  EXCEPCIO
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-EXCEPCIO-FD                PIC X(132).

       FD  INFORME
           RECORDING MODE IS F
           BLOCK 0.
       01  REG-INFORME-FD                 PIC X(132).

      *---------------------------------------------
      * BITACORA DE CICLO (COPY WREGBIT). SE LEE AL ARRANCAR PARA
      * CONTROLAR EL PASO PREVIO DE LA CADENA Y SE LE AGREGA
      * (OPEN EXTEND) EL REGISTRO DE ESTA CORRIDA AL TERMINAR.
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

       77  WS-OPEN-CUR-PARES             PIC X     VALUE 'N'.
           88 88-FS-CUR-PARES-SI                   VALUE 'S'.
           88 88-FS-CUR-PARES-NO                   VALUE 'N'.

       77  FS-PARMCARD                   PIC X(02) VALUE ' '.
           88 88-FS-PARMCARD-OK                    VALUE '00'.

       77  FS-ZONAS                      PIC X(02) VALUE ' '.
           88 88-FS-ZONAS-OK                       VALUE '00' '97'.
           88 88-FS-ZONAS-EOF                      VALUE '10'.

       77  FS-EXCEPCIO                   PIC X(02) VALUE ' '.
           88 88-FS-EXCEPCIO-OK                    VALUE '00'.

       77  WS-OPEN-EXCEPCIO              PIC X     VALUE 'N'.
           88 88-OPEN-EXCEPCIO-SI                  VALUE 'S'.
           88 88-OPEN-EXCEPCIO-NO                  VALUE 'N'.

       77  FS-INFORME                    PIC X(02) VALUE ' '.
           88 88-FS-INFORME-OK                     VALUE '00'.

       77  WS-OPEN-INFORME               PIC X     VALUE 'N'.
           88 88-OPEN-INFORME-SI                   VALUE 'S'.
           88 88-OPEN-INFORME-NO                   VALUE 'N'.

       77  WS-LINEAS                     PIC 9(02) VALUE 90.
       77  WS-LINEAS-MAX                 PIC 9(02) VALUE 60.

      *---------------------------------------------
      * PARAMETROS DEL ANALISIS Y RESULTADO DE SU VALIDACION.
      *---------------------------------------------
       01  WS-PARM-FEC-DESDE             PIC X(10) VALUE SPACES.
       01  WS-PARM-FEC-HASTA             PIC X(10) VALUE SPACES.
       77  WS-TOLERANCIA                 PIC S9(04)V9(04)
                                         VALUE 2,0000.
       77  WS-HORAS-SEGUIDAS             PIC 9(03) VALUE 3.
       77  WS-MIN-PARES                  PIC 9(03) VALUE 3.
       77  WS-PARM-VALIDA                PIC X(01) VALUE 'N'.
           88 88-PARM-VALIDA-SI                    VALUE 'S'.
           88 88-PARM-VALIDA-NO                    VALUE 'N'.

      *---------------------------------------------
      * ARITMETICA DE FECHAS (DIAS JULIANOS VIA INTEGER-OF-DATE,
      * COMO EN ESTEMP03): LA VENTANA POR DEFECTO Y EL NUMERO DE
      * HORA CORRIDO (DIA JULIANO * 24 + HORA) QUE DICE SI DOS
      * HORAS MARCADAS SON SEGUIDAS, AUNQUE CRUCEN LA MEDIANOCHE.
      *---------------------------------------------
       01  WS-CURRENT-DATE.
           03 WS-CURRDATE-AAAA             PIC 9(4) VALUE 0.
           03 WS-CURRDATE-MM               PIC 9(2) VALUE 0.
           03 WS-CURRDATE-DD               PIC 9(2) VALUE 0.
           03 WS-CURRDATE-HH               PIC 9(2) VALUE 0.
           03 WS-CURRDATE-MN               PIC 9(2) VALUE 0.
           03 WS-CURRDATE-SS               PIC 9(2) VALUE 0.
       01  WS-FECNUM.
           03 WS-FECNUM-AAAA             PIC 9(04).
           03 WS-FECNUM-MM               PIC 9(02).
           03 WS-FECNUM-DD               PIC 9(02).
       01  WS-FECNUM-N REDEFINES WS-FECNUM
                                         PIC 9(08).
       01  WS-FECISO.
           03 WS-FECISO-AAAA             PIC 9(04).
           03 FILLER                     PIC X VALUE '-'.
           03 WS-FECISO-MM               PIC 9(02).
           03 FILLER                     PIC X VALUE '-'.
           03 WS-FECISO-DD               PIC 9(02).
       77  WS-DIAS-CICLO                 PIC S9(09) VALUE 0.
       77  WS-DIAS-FECHA                 PIC S9(09) VALUE 0.

      *---------------------------------------------
      * RECUERDA UN ERROR DE SQL O DE GRABACION (RETORNO 16) Y
      * UNA TABLA LLENA (EL ANALISIS QUEDO PARCIAL, RETORNO 4 COMO
      * MINIMO).
      *---------------------------------------------
       77  WS-ERROR-PROCESO              PIC X(01) VALUE 'N'.
           88 88-ERROR-PROCESO-SI                  VALUE 'S'.
           88 88-ERROR-PROCESO-NO                  VALUE 'N'.

       77  WS-ANALISIS-PARCIAL           PIC X(01) VALUE 'N'.
           88 88-ANALISIS-PARCIAL-SI               VALUE 'S'.
           88 88-ANALISIS-PARCIAL-NO               VALUE 'N'.

      *---------------------------------------------
      * RANGO FISICO VALIDO DE LAS LECTURAS (EL MISMO DEL LISTADOR
      * Y DE LA CARGA): LO QUE CAE AFUERA NO ENTRA EN LOS
      * PROMEDIOS, PORQUE UNA LECTURA ABSURDA YA TIENE SU PROPIA
      * EXCEPCION Y ARRASTRARIA LA MEDIANA DEL GRUPO.
      *---------------------------------------------
       77  WS-TEMP-MINIMA-VALIDA         PIC S9(04)V9(04)
                                         VALUE -60,0000.
       77  WS-TEMP-MAXIMA-VALIDA         PIC S9(04)V9(04)
                                         VALUE 60,0000.

      *---------------------------------------------
      * ESTRUCTURA DEL ARCHIVO ZONAS
      *---------------------------------------------
       COPY WREGZON.

      *---------------------------------------------
      * TABLA EN MEMORIA CON EL MAESTRO DE ZONAS, CON LOS BORDES
      * YA CONVERTIDOS A SEGUNDOS DE ARCO CON SIGNO (S Y W
      * NEGATIVOS), COMO EN ESTEMP03. UNA LECTURA CAE EN LA
      * PRIMERA ZONA CUYA CAJA LA CONTIENE.
      *---------------------------------------------
       77  WS-CANT-ZONA                  PIC 9(03) VALUE 0.
       77  WS-MAX-ZONA                   PIC 9(03) VALUE 50.
       01  TABLA-ZONA.
           03 TAB-ZONA-OCU OCCURS 1 TO 50 TIMES
                               DEPENDING ON WS-CANT-ZONA
                               INDEXED BY IX-ZONA.
              05 TAB-ZONA-NOMBRE         PIC X(20).
              05 TAB-ZONA-LAT-DESDE      PIC S9(07).
              05 TAB-ZONA-LAT-HASTA      PIC S9(07).
              05 TAB-ZONA-LON-DESDE      PIC S9(07).
              05 TAB-ZONA-LON-HASTA      PIC S9(07).

      *---------------------------------------------
      * AREA DE TRABAJO DE LA CONVERSION GRADOS/MINUTOS/SEGUNDOS
      * MAS HEMISFERIO A SEGUNDOS DE ARCO CON SIGNO.
      *---------------------------------------------
       01  WS-CONV-GRA                   PIC 9(03) VALUE 0.
       01  WS-CONV-MIN                   PIC 9(02) VALUE 0.
       01  WS-CONV-SEG                   PIC 9(02) VALUE 0.
       01  WS-CONV-HEM                   PIC X(01) VALUE ' '.
       77  WS-SEG-TOTAL                  PIC S9(07) VALUE 0.
       77  WS-LAT-SEG                    PIC S9(07) VALUE 0.
       77  WS-LON-SEG                    PIC S9(07) VALUE 0.

      *---------------------------------------------
      * HORA EN CURSO (FECTOMA + HORA DE HORTOMA) Y SU NUMERO DE
      * HORA CORRIDO. EL CURSOR VIENE ORDENADO POR HORA Y, DENTRO
      * DE LA HORA, POR DISPOSITIVO.
      *---------------------------------------------
       01  WS-HORA-ACT.
           03 WS-HORA-ACT-FEC            PIC X(10) VALUE SPACES.
           03 WS-HORA-ACT-HH             PIC X(02) VALUE SPACES.
       01  WS-HORA-LEIDA.
           03 WS-HORA-LEIDA-FEC          PIC X(10) VALUE SPACES.
           03 WS-HORA-LEIDA-HH           PIC X(02) VALUE SPACES.
       77  WS-HORA-SERIAL                PIC 9(09) VALUE 0.
       77  WS-HORA-HH                    PIC 9(02) VALUE 0.

      *---------------------------------------------
      * DISPOSITIVO EN CURSO DENTRO DE LA HORA: SUMA Y CANTIDAD
      * DE SUS LECTURAS Y ZONA DE SU PRIMERA LECTURA (0 = FUERA
      * DE TODA ZONA).
      *---------------------------------------------
       01  WS-DH-COD-DISPO               PIC X(05) VALUE SPACES.
       01  WS-DH-CODFAB                  PIC X(05) VALUE SPACES.
       77  WS-DH-ZONA                    PIC 9(03) VALUE 0.
       77  WS-DH-SUMA                    PIC S9(09)V9(04) VALUE 0.
       77  WS-DH-CANT                    PIC 9(05) VALUE 0.

      *---------------------------------------------
      * PROMEDIOS DE LA HORA EN CURSO, UNO POR DISPOSITIVO CON
      * ZONA. AL CERRAR LA HORA SE ORDENA POR ZONA, FABRICANTE Y
      * PROMEDIO, ASI CADA GRUPO QUEDA SEGUIDO Y ORDENADO PARA LA
      * MEDIANA. WS-HORA-AUX ES EL HUECO DEL ORDENAMIENTO POR
      * INSERCION.
      *---------------------------------------------
       77  WS-CANT-HORA                  PIC 9(04) VALUE 0.
       77  WS-MAX-HORA                   PIC 9(04) VALUE 3000.
       01  TABLA-HORA.
           03 TAB-HORA-OCU OCCURS 1 TO 3000 TIMES
                               DEPENDING ON WS-CANT-HORA.
              05 TAB-HORA-ZONA           PIC 9(03).
              05 TAB-HORA-CODFAB         PIC X(05).
              05 TAB-HORA-PROM           PIC S9(04)V9(04).
              05 TAB-HORA-COD-DISPO      PIC X(05).
       01  WS-HORA-AUX.
           03 WS-AUX-ZONA                PIC 9(03).
           03 WS-AUX-CODFAB              PIC X(05).
           03 WS-AUX-PROM                PIC S9(04)V9(04).
           03 WS-AUX-COD-DISPO           PIC X(05).

       77  WS-SUB-I                      PIC 9(04) VALUE 0.
       77  WS-SUB-J                      PIC 9(04) VALUE 0.
       77  WS-SUB-K                      PIC 9(04) VALUE 0.
       77  WS-CORRO                      PIC X(01) VALUE 'N'.
           88 88-CORRO-SI                          VALUE 'S'.
           88 88-CORRO-NO                          VALUE 'N'.

      *---------------------------------------------
      * GRUPO (ZONA + FABRICANTE) EN CURSO DENTRO DE LA TABLA DE
      * LA HORA, SU MEDIANA Y EL DESVIO DEL DISPOSITIVO EVALUADO.
      *---------------------------------------------
       77  WS-GRP-INI                    PIC 9(04) VALUE 0.
       77  WS-GRP-FIN                    PIC 9(04) VALUE 0.
       77  WS-GRP-CANT                   PIC 9(04) VALUE 0.
       77  WS-GRP-MITAD                  PIC 9(04) VALUE 0.
       77  WS-GRP-RESTO                  PIC 9(04) VALUE 0.
       77  WS-GRUPO                      PIC X(01) VALUE 'S'.
           88 88-GRUPO-SIGUE                       VALUE 'S'.
           88 88-GRUPO-CORTA                       VALUE 'N'.
       77  WS-MEDIANA                    PIC S9(04)V9(04) VALUE 0.
       77  WS-DESVIO                     PIC S9(04)V9(04) VALUE 0.
       77  WS-DESVIO-ABS                 PIC S9(04)V9(04) VALUE 0.

      *---------------------------------------------
      * RACHAS POR DISPOSITIVO: LA RACHA EN CURSO DE HORAS
      * MARCADAS SEGUIDAS (SE CORTA CON UNA HORA SIN MARCA, SIN
      * LECTURAS, SIN PARES O EN OTRA ZONA) Y LA MAS LARGA DE LA
      * VENTANA, QUE ES LA QUE SE INFORMA. LAS SUMAS DE DESVIO SON
      * CON SIGNO (PARA EL SENTIDO DEL CORRIMIENTO) Y EN VALOR
      * ABSOLUTO (PARA EL ORDEN DEL LISTADO). LA MARCA LA USA EL
      * LISTADO PARA NO REPETIR UN DISPOSITIVO.
      *---------------------------------------------
       77  WS-CANT-SOSP                  PIC 9(04) VALUE 0.
       77  WS-MAX-SOSP                   PIC 9(04) VALUE 5000.
       01  TABLA-SOSP.
           03 TAB-SOSP-OCU OCCURS 1 TO 5000 TIMES
                               DEPENDING ON WS-CANT-SOSP
                               INDEXED BY IX-SOSP.
              05 TAB-SOSP-COD            PIC X(05).
              05 TAB-SOSP-CODFAB         PIC X(05).
              05 TAB-SOSP-ULT-SERIAL     PIC 9(09).
              05 TAB-SOSP-RACHA-ZONA     PIC 9(03).
              05 TAB-SOSP-RACHA-HORAS    PIC 9(05).
              05 TAB-SOSP-RACHA-SUMA     PIC S9(07)V9(04).
              05 TAB-SOSP-RACHA-ABS      PIC S9(07)V9(04).
              05 TAB-SOSP-RACHA-FEC      PIC X(10).
              05 TAB-SOSP-RACHA-HH       PIC X(02).
              05 TAB-SOSP-MAX-ZONA       PIC 9(03).
              05 TAB-SOSP-MAX-HORAS      PIC 9(05).
              05 TAB-SOSP-MAX-SUMA       PIC S9(07)V9(04).
              05 TAB-SOSP-MAX-ABS        PIC S9(07)V9(04).
              05 TAB-SOSP-MAX-FEC        PIC X(10).
              05 TAB-SOSP-MAX-HH         PIC X(02).
              05 TAB-SOSP-PROM-ABS       PIC S9(04)V9(04).
              05 TAB-SOSP-LISTADO        PIC X(01).
                 88 88-SOSP-LISTADO                VALUE 'S'.
                 88 88-SOSP-NO-LISTADO             VALUE 'N'.

      *---------------------------------------------
      * AREAS DE TRABAJO DEL LISTADO ORDENADO (PASADAS DE MAXIMO
      * SOBRE LOS NO LISTADOS, COMO LOS PEORES OFENSORES DE
      * ESTEMP11).
      *---------------------------------------------
       77  WS-SOSP-NRO                   PIC 9(04) VALUE 0.
       77  WS-MAX-PROM                   PIC S9(04)V9(04) VALUE 0.
       77  WS-MAX-SUB                    PIC 9(04) VALUE 0.
       77  WS-SUB                        PIC 9(04) VALUE 0.
       77  WS-PROM-DESVIO                PIC S9(04)V9(04) VALUE 0.

      *---------------------------------------------
      * CONTADORES DE CONTROL DEL ANALISIS.
      *---------------------------------------------
       77  WS-LECTURAS-LEIDAS            PIC 9(09) VALUE 0.
       77  WS-LECTURAS-FUERA-RANGO       PIC 9(09) VALUE 0.
       77  WS-HORAS-LEIDAS               PIC 9(09) VALUE 0.
       77  WS-DH-FUERA-ZONA              PIC 9(09) VALUE 0.
       77  WS-DH-SIN-PARES               PIC 9(09) VALUE 0.
       77  WS-DH-EVALUADAS               PIC 9(09) VALUE 0.
       77  WS-DH-MARCADAS                PIC 9(09) VALUE 0.
       77  WS-GRUPOS-EVALUADOS           PIC 9(09) VALUE 0.
       77  WS-GRUPOS-SIN-PARES           PIC 9(09) VALUE 0.
       77  WS-ZONAS-INVALIDAS            PIC 9(09) VALUE 0.
       77  WS-CANT-SOSPECHOSOS           PIC 9(09) VALUE 0.
       77  WS-GRABADOS-EXCEPCIO          PIC 9(09) VALUE 0.
       77  WS-CANT-ED                    PIC ZZZZZZZZ9.

      *---------------------------------------------
      * LINEA DE EXCEPCION (FORMATO UNICO).
      *---------------------------------------------
       COPY WREGEXC.

       01  WS-DESVIO-ED                  PIC +ZZZ9,9999.

      *---------------------------------------------
      * DEFINICON DE LAS TABLAS.
      *---------------------------------------------
           EXEC SQL
             INCLUDE TREGTEMP
           END-EXEC.

      *---------------------------------------------
      * DEFINICON DEL AREA SQLCA.
      *---------------------------------------------
           EXEC SQL
             INCLUDE SQLCA
           END-EXEC.

      *---------------------------------------------
      * CURSOR CON LAS LECTURAS DE LA VENTANA ORDENADAS POR HORA
      * (FECTOMA Y LOS DOS PRIMEROS BYTES DE HORTOMA) Y, DENTRO DE
      * LA HORA, POR DISPOSITIVO: LAS LECTURAS DE UN DISPOSITIVO EN
      * UNA HORA VIENEN SEGUIDAS Y SU PROMEDIO SALE POR CORTE, SIN
      * BUSCARLO EN NINGUNA TABLA.
      *---------------------------------------------
           EXEC SQL
                DECLARE CURSOR-PARES CURSOR FOR
                SELECT CODDISP
                      ,CODFAB
                      ,FECTOMA
                      ,HORTOMA
                      ,TEMPERAT
                      ,LATGRAD
                      ,LATMIN
                      ,LATSEC
                      ,LATHEMIS
                      ,LONGRAD
                      ,LONMIN
                      ,LONSEC
                      ,LONHEMIS
                FROM IDCC22.TREGTEMP
                WHERE FECTOMA BETWEEN :WS-PARM-FEC-DESDE
                                  AND :WS-PARM-FEC-HASTA
                ORDER BY FECTOMA, SUBSTR(HORTOMA, 1, 2), CODDISP,
                         HORTOMA
           END-EXEC.

      * DEFINICION DE LINEAS DE IMPRESION DEL INFORME
      * ---------------------------------------------
       01 TIT01.
          03 FILLER                      PIC X(08) VALUE 'PROGRAM:'.
          03 TIT01-PROGRAMA              PIC X(08) VALUE 'ESTEMP18'.
          03 FILLER                      PIC X(28) VALUE ' '.
          03 FILLER                      PIC X(35) VALUE
                               'PEER DEVIATION SUSPECT REPORT      '.
          03 FILLER                      PIC X(31) VALUE ' '.
          03 FILLER                      PIC X(06) VALUE 'PAGE: '.
          03 TIT01-PAGINA                PIC 9(04).

       01 TIT02.
          03 FILLER                      PIC X(08) VALUE 'DATE   :'.
          03 TIT02-FECHA.
             05 TIT02-FECHA-DD           PIC 99.
             05 FILLER                   PIC X(01) VALUE '-'.
             05 TIT02-FECHA-MM           PIC 99.
             05 FILLER                   PIC X(01) VALUE '-'.
             05 TIT02-FECHA-AAAA         PIC 9999.
          03 FILLER                      PIC X(28) VALUE ' '.
          03 FILLER                      PIC X(35) VALUE ALL '-'.
          03 FILLER                      PIC X(31) VALUE ' '.
          03 FILLER                      PIC X(06) VALUE 'TIME :'.
          03 TIT02-HORA.
             05 TIT02-HORA-HH            PIC 9(02).
             05 FILLER                   PIC X(01) VALUE ':'.
             05 TIT02-HORA-MM            PIC 9(02).
             05 FILLER                   PIC X(01) VALUE ':'.
             05 TIT02-HORA-SS            PIC 9(02).

       01 TIT03                          PIC X(132) VALUE ' '.

       01 SECC-01.
           03 FILLER                   PIC X(44) VALUE
              '1. PARAMETROS DEL ANALISIS                  '.

       01 DETPAR1.
           03 FILLER                   PIC X(30)
                             VALUE 'VENTANA                     : '.
           03 DETPAR1-DESDE            PIC X(10).
           03 FILLER                   PIC X(03) VALUE ' A '.
           03 DETPAR1-HASTA            PIC X(10).

       01 DETPAR2.
           03 FILLER                   PIC X(30)
                             VALUE 'TOLERANCIA (GRADOS)         : '.
           03 DETPAR2-TOLERANCIA       PIC ZZZ9,9999.

       01 DETPAR3.
           03 DETPAR3-CONCEPTO         PIC X(30).
           03 DETPAR3-VALOR            PIC ZZZZZZZZ9.

       01 SECC-02.
           03 FILLER                   PIC X(44) VALUE
              '2. DISPOSITIVOS SOSPECHOSOS                 '.

       01 SOSP-TITU.
          03 FILLER                    PIC X(05) VALUE '  NRO'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(05) VALUE 'DISPO'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(05) VALUE 'FABR.'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(20) VALUE 'ZONA'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(05) VALUE 'HORAS'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(10) VALUE 'DESVIO PRO'.
          03 FILLER                    PIC X(01) VALUE ' '.
          03 FILLER                    PIC X(16) VALUE
                                       'DESDE FECHA/HORA'.

       01 DETSOSP.
           03 DETSOSP-NRO              PIC ZZZZ9.
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETSOSP-COD              PIC X(05).
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETSOSP-CODFAB           PIC X(05).
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETSOSP-ZONA             PIC X(20).
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETSOSP-HORAS            PIC ZZZZ9.
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETSOSP-DESVIO           PIC +ZZZ9,9999.
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETSOSP-FEC              PIC X(10).
           03 FILLER                   PIC X(01) VALUE ' '.
           03 DETSOSP-HH               PIC X(02).
           03 FILLER                   PIC X(03) VALUE ':00'.

       01 SOSP-VACIO.
           03 FILLER                   PIC X(36)
                       VALUE '(NINGUN DISPOSITIVO FUERA DE PARES) '.

       01 SECC-03.
           03 FILLER                   PIC X(44) VALUE
              '3. TOTALES DE CONTROL                       '.

       01 DETCTRL1.
           03 DETCTRL1-CONCEPTO        PIC X(30).
           03 DETCTRL1-CANT            PIC ZZZZZZZZ9.

      * ESTRUCTURA DEL ARCHIVO DE SALIDA.
      * --------------------------------
       01  REG-INFORME                PIC X(132).

      *---------------------------------------------
      * SALVA DE LA LINEA EN CURSO MIENTRAS 28500-IMPRIMO-TITULOS
      * PISA REG-INFORME CON LOS TITULOS DE LA PAGINA NUEVA.
      *---------------------------------------------
       01  REG-INFORME-SALVA          PIC X(132).

      *---------------------------------------------
      * BITACORA DE CICLO: FECHA DE CICLO (LA DE EJECUCION, O LA
      * DE LA TARJETA DE PARAMETROS SI LA TRAE) Y
      * FECHA/HORA DE INICIO DE LA CORRIDA, TOMADAS AL ARRANCAR.
      * EL PASO PREVIO DE LA CADENA (LA CARGA) TIENE QUE FIGURAR
      * EN LA BITACORA CON RETORNO 0 O 4 PARA LA MISMA FECHA DE
      * CICLO. SI NO, ESTA CORRIDA NO ARRANCA Y QUEDA ANOTADA CON
      * RETORNO 12 Y EL PASO QUE FALTO.
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
       01  WS-BIT-PREREQ                 PIC X(08) VALUE SPACES.
       01  WS-BIT-PREREQ-FALTA           PIC X(08) VALUE SPACES.
       77  WS-BIT-PREREQ-RC              PIC 9(03) VALUE 0.
       77  WS-BIT-PREREQ-EST             PIC X(01) VALUE 'N'.
           88 88-PREREQ-NO-HALLADO                 VALUE 'N'.
           88 88-PREREQ-OK                         VALUE 'S'.
           88 88-PREREQ-FALLIDO                    VALUE 'F'.

      *---------------------------------------------
      * VALIDACION DE FORMATO DE UNA FECHA AAAA-MM-DD (LA QUE DEJE
      * CARGADA EL QUE LLAMA EN WS-FEC-VALIDAR).
      *---------------------------------------------
       01  WS-FEC-VALIDAR.
           03 WS-FECVAL-AAAA             PIC X(04).
           03 WS-FECVAL-SEP1             PIC X(01).
           03 WS-FECVAL-MM               PIC X(02).
           03 WS-FECVAL-SEP2             PIC X(01).
           03 WS-FECVAL-DD               PIC X(02).
       77  WS-FEC-VALIDA                 PIC X(01) VALUE 'S'.
           88 88-FEC-VALIDA-SI                     VALUE 'S'.
           88 88-FEC-VALIDA-NO                     VALUE 'N'.

       PROCEDURE DIVISION.
      *------------------

       00000-CUERPO-PRINCIPAL.
      *----------------------

           PERFORM 10000-INICIO.

           IF 88-PARM-VALIDA-SI
              PERFORM 20000-PROCESO
                UNTIL 88-FS-CUR-PARES-NO
              PERFORM 25000-CORTE-PENDIENTE
              PERFORM 30000-FINALIZO
           ELSE
              PERFORM 10450-VACIO-EXCEPCIO
           END-IF.

           PERFORM 30900-GRABO-BITACORA.

           STOP RUN.

       10000-INICIO.
      *-------------

           PERFORM 10010-INICIO-BITACORA.

           PERFORM 10020-LEO-FEC-CICLO.

           MOVE 'ESTEMP04'              TO WS-BIT-PREREQ.
           PERFORM 10015-CONTROLO-PREREQ.

           PERFORM 10200-LEO-PARMCARD.

           IF 88-PARM-VALIDA-SI
              PERFORM 10300-CARGO-ZONAS
           END-IF.

           IF 88-PARM-VALIDA-SI
              PERFORM 10400-ABRO-ARCHIVOS
              PERFORM 10600-ABRO-CURSOR-PARES
              PERFORM 22000-FETCH-PARES
              IF 88-FS-CUR-PARES-NO
                 DISPLAY ' '
                 DISPLAY 'NO HAY LECTURAS EN LA VENTANA PEDIDA'
              END-IF
           END-IF.

       10010-INICIO-BITACORA.
      *-----------------------
      * TOMA LA FECHA DE CICLO (LA FECHA DE EJECUCION, QUE LA
      * TARJETA PUEDE CAMBIAR EN 10020) Y LA HORA DE INICIO DE LA
      * CORRIDA PARA LA BITACORA DE CICLO.

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

       10020-LEO-FEC-CICLO.
      *---------------------
      * LA TARJETA DE PARAMETROS PUEDE TRAER LA FECHA DE CICLO: UNA
      * CADENA QUE CRUZA LA MEDIANOCHE, O QUE SE RECORRE A LA
      * MANANA SIGUIENTE, SIGUE ANOTANDO (Y BUSCANDO SU PASO PREVIO)
      * EN EL CICLO QUE LE CORRESPONDE. SIN TARJETA O CON EL CAMPO
      * EN BLANCO QUEDA LA FECHA DE EJECUCION. UNA FECHA MAL FORMADA
      * O UNA TARJETA ILEGIBLE NO CORRE: QUEDA EN LA BITACORA CON
      * RETORNO 12 SIN ABRIR OTRO ARCHIVO QUE EXCEPCIO, QUE SE
      * DEJA VACIO (10450).

           OPEN INPUT PARMCARD.

           EVALUATE FS-PARMCARD
               WHEN '00'
               WHEN '05'
                    READ PARMCARD
                    IF 88-FS-PARMCARD-OK
                       AND PARM-FEC-CICLO NOT = SPACES
                       MOVE PARM-FEC-CICLO   TO WS-FEC-VALIDAR
                       PERFORM 10025-VALIDO-FECHA
                       IF 88-FEC-VALIDA-SI
                          MOVE PARM-FEC-CICLO TO WS-BIT-FEC-CICLO
                       ELSE
                          DISPLAY 'FECHA DE CICLO INVALIDA EN LA '
                                  'TARJETA: ' WS-FEC-VALIDAR
                       END-IF
                    END-IF
                    CLOSE PARMCARD
               WHEN OTHER
                    DISPLAY 'ERROR OPEN PARMCARD FS: ' FS-PARMCARD
                    SET 88-FEC-VALIDA-NO TO TRUE
           END-EVALUATE.

           IF 88-FEC-VALIDA-NO
              MOVE 12 TO RETURN-CODE
              PERFORM 10450-VACIO-EXCEPCIO
              PERFORM 30900-GRABO-BITACORA
              STOP RUN
           END-IF.

       10025-VALIDO-FECHA.
      *--------------------
      * FORMATO AAAA-MM-DD CON PARTES NUMERICAS, MES 01-12 Y DIA
      * 01-31 (NO SE CONTROLA EL LARGO DE CADA MES).

           SET 88-FEC-VALIDA-SI TO TRUE.

           IF WS-FECVAL-AAAA NOT NUMERIC
              OR WS-FECVAL-MM NOT NUMERIC
              OR WS-FECVAL-DD NOT NUMERIC
              OR WS-FECVAL-SEP1 NOT = '-'
              OR WS-FECVAL-SEP2 NOT = '-'
              SET 88-FEC-VALIDA-NO TO TRUE
           ELSE
              IF WS-FECVAL-MM < '01' OR WS-FECVAL-MM > '12'
                 OR WS-FECVAL-DD < '01' OR WS-FECVAL-DD > '31'
                 SET 88-FEC-VALIDA-NO TO TRUE
              END-IF
           END-IF.

       10015-CONTROLO-PREREQ.
      *-----------------------
      * BUSCA EN LA BITACORA LA ULTIMA CORRIDA DEL PASO PREVIO
      * (WS-BIT-PREREQ) PARA LA FECHA DE CICLO. SI NO CORRIO O
      * TERMINO CON RETORNO MAYOR A 4, ESTA CORRIDA NO ARRANCA.
      * EL FS '05' ES EL OPEN OPTIONAL DE UNA BITACORA AUSENTE:
      * NO HAY NINGUN PASO ANOTADO Y EL CONTROL NO PASA.

           SET 88-PREREQ-NO-HALLADO     TO TRUE.

           OPEN INPUT BITACORA.

           EVALUATE FS-BITACORA
               WHEN '00'
               WHEN '05'
                    PERFORM 10016-LEO-BITACORA
                       UNTIL 88-FS-BITACORA-EOF
                    CLOSE BITACORA
               WHEN OTHER
                    DISPLAY 'ERROR OPEN BITACORA FS: ' FS-BITACORA
           END-EVALUATE.

           IF NOT 88-PREREQ-OK
              PERFORM 10017-RECHAZO-CORRIDA
           END-IF.

       10016-LEO-BITACORA.
      *--------------------

           READ BITACORA INTO REG-BITACORA.

           EVALUATE TRUE
               WHEN 88-FS-BITACORA-OK
                    IF BIT-PROGRAMA = WS-BIT-PREREQ
                       AND BIT-FEC-CICLO = WS-BIT-FEC-CICLO
                       MOVE BIT-RETORNO  TO WS-BIT-PREREQ-RC
                       IF 88-BIT-RETORNO-OK
                          SET 88-PREREQ-OK       TO TRUE
                       ELSE
                          SET 88-PREREQ-FALLIDO  TO TRUE
                       END-IF
                    END-IF
               WHEN 88-FS-BITACORA-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR READ BITACORA FS: ' FS-BITACORA
                    SET 88-FS-BITACORA-EOF TO TRUE
           END-EVALUATE.

       10017-RECHAZO-CORRIDA.
      *-----------------------
      * EL PASO PREVIO NO ESTA O FALLO: NO SE PROCESA NADA, LA
      * CORRIDA QUEDA EN LA BITACORA CON RETORNO 12 Y EL PASO QUE
      * FALTO, Y SE TERMINA SIN ABRIR OTRO ARCHIVO QUE EXCEPCIO,
      * QUE SE DEJA VACIO (10450).

           IF 88-PREREQ-FALLIDO
              DISPLAY 'ESTEMP18 NO CORRE: ' WS-BIT-PREREQ
                      ' TERMINO CON RETORNO ' WS-BIT-PREREQ-RC
                      ' EN EL CICLO ' WS-BIT-FEC-CICLO
           ELSE
              DISPLAY 'ESTEMP18 NO CORRE: ' WS-BIT-PREREQ
                      ' NO FIGURA EN LA BITACORA DEL CICLO '
                      WS-BIT-FEC-CICLO
           END-IF.

           MOVE WS-BIT-PREREQ           TO WS-BIT-PREREQ-FALTA.

           MOVE 12 TO RETURN-CODE.

           PERFORM 10450-VACIO-EXCEPCIO.

           PERFORM 30900-GRABO-BITACORA.

           STOP RUN.

       10200-LEO-PARMCARD.
      *--------------------
      * LA TARJETA ES OPCIONAL (FS '05' = NO SE ENTREGO) Y CADA
      * CAMPO EN BLANCO TOMA SU VALOR POR DEFECTO. UN VALOR
      * INVALIDO NO CORRE (RETORNO 12).

           SET 88-PARM-VALIDA-SI        TO TRUE.

           OPEN INPUT PARMCARD.

           EVALUATE FS-PARMCARD
               WHEN '00'
               WHEN '05'
                    READ PARMCARD
                    IF 88-FS-PARMCARD-OK
                       PERFORM 10210-TOMO-PARMCARD
                    END-IF
                    CLOSE PARMCARD
               WHEN OTHER
                    DISPLAY 'ERROR OPEN PARMCARD FS: ' FS-PARMCARD
                    SET 88-PARM-VALIDA-NO     TO TRUE
           END-EVALUATE.

           IF WS-PARM-FEC-DESDE = SPACES
              PERFORM 10250-ARMO-VENTANA-DEFECTO
           END-IF.

           IF 88-PARM-VALIDA-SI
              AND WS-PARM-FEC-DESDE > WS-PARM-FEC-HASTA
              DISPLAY 'VENTANA A ANALIZAR INVERTIDA: '
                      WS-PARM-FEC-DESDE ' A ' WS-PARM-FEC-HASTA
              SET 88-PARM-VALIDA-NO     TO TRUE
           END-IF.

           IF 88-PARM-VALIDA-SI
              DISPLAY 'VENTANA A ANALIZAR: ' WS-PARM-FEC-DESDE
                      ' A ' WS-PARM-FEC-HASTA
           ELSE
              MOVE 12 TO RETURN-CODE
           END-IF.

       10210-TOMO-PARMCARD.
      *---------------------

           IF PARM-FEC-DESDE NOT = SPACES
              AND PARM-FEC-HASTA NOT = SPACES
              MOVE PARM-FEC-DESDE       TO WS-FEC-VALIDAR
              PERFORM 10025-VALIDO-FECHA
              IF 88-FEC-VALIDA-SI
                 MOVE PARM-FEC-HASTA    TO WS-FEC-VALIDAR
                 PERFORM 10025-VALIDO-FECHA
              END-IF
              IF 88-FEC-VALIDA-SI
                 MOVE PARM-FEC-DESDE    TO WS-PARM-FEC-DESDE
                 MOVE PARM-FEC-HASTA    TO WS-PARM-FEC-HASTA
              ELSE
                 DISPLAY 'FECHA INVALIDA EN LA TARJETA: '
                         WS-FEC-VALIDAR
                 SET 88-PARM-VALIDA-NO  TO TRUE
              END-IF
           END-IF.

           IF PARM-TOLERANCIA-X NOT = SPACES
              IF PARM-TOLERANCIA NUMERIC
                 AND PARM-TOLERANCIA > 0
                 MOVE PARM-TOLERANCIA   TO WS-TOLERANCIA
              ELSE
                 DISPLAY 'TOLERANCIA INVALIDA EN LA TARJETA: '
                         PARM-TOLERANCIA-X
                 SET 88-PARM-VALIDA-NO  TO TRUE
              END-IF
           END-IF.

           IF PARM-HORAS-X NOT = SPACES
              IF PARM-HORAS NUMERIC
                 AND PARM-HORAS > 0
                 MOVE PARM-HORAS        TO WS-HORAS-SEGUIDAS
              ELSE
                 DISPLAY 'HORAS SEGUIDAS INVALIDAS EN LA TARJETA: '
                         PARM-HORAS-X
                 SET 88-PARM-VALIDA-NO  TO TRUE
              END-IF
           END-IF.

           IF PARM-MIN-PARES-X NOT = SPACES
              IF PARM-MIN-PARES NUMERIC
                 AND PARM-MIN-PARES >= 3
                 MOVE PARM-MIN-PARES    TO WS-MIN-PARES
              ELSE
                 DISPLAY 'MINIMO DE PARES INVALIDO EN LA TARJETA: '
                         PARM-MIN-PARES-X
                 SET 88-PARM-VALIDA-NO  TO TRUE
              END-IF
           END-IF.

       10250-ARMO-VENTANA-DEFECTO.
      *----------------------------
      * EL DIA ANTERIOR A LA FECHA DE CICLO, QUE YA ESTA COMPLETO.

           MOVE WS-BIT-FEC-CICLO(1:4)   TO WS-FECNUM-AAAA.
           MOVE WS-BIT-FEC-CICLO(6:2)   TO WS-FECNUM-MM.
           MOVE WS-BIT-FEC-CICLO(9:2)   TO WS-FECNUM-DD.
           COMPUTE WS-DIAS-CICLO =
                   FUNCTION INTEGER-OF-DATE(WS-FECNUM-N).

           COMPUTE WS-DIAS-FECHA = WS-DIAS-CICLO - 1.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DIAS-FECHA)
                                        TO WS-FECNUM-N.
           MOVE WS-FECNUM-AAAA          TO WS-FECISO-AAAA.
           MOVE WS-FECNUM-MM            TO WS-FECISO-MM.
           MOVE WS-FECNUM-DD            TO WS-FECISO-DD.

           MOVE WS-FECISO               TO WS-PARM-FEC-DESDE.
           MOVE WS-FECISO               TO WS-PARM-FEC-HASTA.

       10300-CARGO-ZONAS.
      *-------------------
      * CARGA UNICA DEL MAESTRO DE ZONAS A MEMORIA. SIN MAESTRO
      * (FS '05') O SIN NINGUNA ZONA VALIDA NO HAY GRUPOS DE PARES:
      * LA CORRIDA TERMINA CON RETORNO 4 Y SIN ANALISIS.

           OPEN INPUT ZONAS.

           EVALUATE FS-ZONAS
               WHEN '00'
                    PERFORM 10350-LEO-ZONAS
                       UNTIL 88-FS-ZONAS-EOF
                    CLOSE ZONAS
               WHEN '05'
                    CLOSE ZONAS
               WHEN OTHER
                    DISPLAY 'ERROR OPEN ZONAS FS: ' FS-ZONAS
                    MOVE 16 TO RETURN-CODE
                    SET 88-PARM-VALIDA-NO TO TRUE
           END-EVALUATE.

           IF 88-PARM-VALIDA-SI
              AND WS-CANT-ZONA = 0
              DISPLAY 'SIN MAESTRO DE ZONAS: NO HAY PARES QUE '
                      'COMPARAR'
              MOVE 4 TO RETURN-CODE
              SET 88-PARM-VALIDA-NO TO TRUE
           END-IF.

       10350-LEO-ZONAS.
      *-----------------

           READ ZONAS NEXT RECORD INTO REG-ZONA.

           EVALUATE TRUE
               WHEN 88-FS-ZONAS-OK
                    IF WS-CANT-ZONA >= WS-MAX-ZONA
                       DISPLAY 'TABLA DE ZONAS LLENA, ZONA '
                               ZONA-NOMBRE ' QUEDA AFUERA'
                       SET 88-ANALISIS-PARCIAL-SI TO TRUE
                       SET 88-FS-ZONAS-EOF TO TRUE
                    ELSE
                       PERFORM 10360-CARGO-ZONA
                    END-IF
               WHEN 88-FS-ZONAS-EOF
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR READ SEQ ZONAS FS: ' FS-ZONAS
                    SET 88-ERROR-PROCESO-SI TO TRUE
                    SET 88-FS-ZONAS-EOF TO TRUE
           END-EVALUATE.

       10360-CARGO-ZONA.
      *------------------
      * UNA ZONA CON BORDES NO NUMERICOS NO SE PUEDE COMPARAR: SE
      * AVISA Y SE SIGUE CON LA PROXIMA (ESTEMP03 YA LA REGISTRA EN
      * SUS EXCEPCIONES).

           IF ZONA-LAT-DESDE-GRA NUMERIC
              AND ZONA-LAT-DESDE-MIN NUMERIC
              AND ZONA-LAT-DESDE-SEG NUMERIC
              AND ZONA-LAT-HASTA-GRA NUMERIC
              AND ZONA-LAT-HASTA-MIN NUMERIC
              AND ZONA-LAT-HASTA-SEG NUMERIC
              AND ZONA-LON-DESDE-GRA NUMERIC
              AND ZONA-LON-DESDE-MIN NUMERIC
              AND ZONA-LON-DESDE-SEG NUMERIC
              AND ZONA-LON-HASTA-GRA NUMERIC
              AND ZONA-LON-HASTA-MIN NUMERIC
              AND ZONA-LON-HASTA-SEG NUMERIC
              ADD 1 TO WS-CANT-ZONA
              SET IX-ZONA TO WS-CANT-ZONA
              MOVE ZONA-NOMBRE          TO TAB-ZONA-NOMBRE(IX-ZONA)

              MOVE ZONA-LAT-DESDE-GRA   TO WS-CONV-GRA
              MOVE ZONA-LAT-DESDE-MIN   TO WS-CONV-MIN
              MOVE ZONA-LAT-DESDE-SEG   TO WS-CONV-SEG
              MOVE ZONA-LAT-DESDE-HEM   TO WS-CONV-HEM
              PERFORM 26850-CONVIERTO-SEGUNDOS
              MOVE WS-SEG-TOTAL         TO TAB-ZONA-LAT-DESDE(IX-ZONA)

              MOVE ZONA-LAT-HASTA-GRA   TO WS-CONV-GRA
              MOVE ZONA-LAT-HASTA-MIN   TO WS-CONV-MIN
              MOVE ZONA-LAT-HASTA-SEG   TO WS-CONV-SEG
              MOVE ZONA-LAT-HASTA-HEM   TO WS-CONV-HEM
              PERFORM 26850-CONVIERTO-SEGUNDOS
              MOVE WS-SEG-TOTAL         TO TAB-ZONA-LAT-HASTA(IX-ZONA)

              MOVE ZONA-LON-DESDE-GRA   TO WS-CONV-GRA
              MOVE ZONA-LON-DESDE-MIN   TO WS-CONV-MIN
              MOVE ZONA-LON-DESDE-SEG   TO WS-CONV-SEG
              MOVE ZONA-LON-DESDE-HEM   TO WS-CONV-HEM
              PERFORM 26850-CONVIERTO-SEGUNDOS
              MOVE WS-SEG-TOTAL         TO TAB-ZONA-LON-DESDE(IX-ZONA)

              MOVE ZONA-LON-HASTA-GRA   TO WS-CONV-GRA
              MOVE ZONA-LON-HASTA-MIN   TO WS-CONV-MIN
              MOVE ZONA-LON-HASTA-SEG   TO WS-CONV-SEG
              MOVE ZONA-LON-HASTA-HEM   TO WS-CONV-HEM
              PERFORM 26850-CONVIERTO-SEGUNDOS
              MOVE WS-SEG-TOTAL         TO TAB-ZONA-LON-HASTA(IX-ZONA)
           ELSE
              DISPLAY 'REGISTRO DE ZONA INVALIDO: ' ZONA-NOMBRE
              ADD 1 TO WS-ZONAS-INVALIDAS
           END-IF.

       10400-ABRO-ARCHIVOS.
      *---------------------

           OPEN OUTPUT EXCEPCIO.

           EVALUATE FS-EXCEPCIO
               WHEN '00'
                    SET 88-OPEN-EXCEPCIO-SI TO TRUE

               WHEN OTHER
                    DISPLAY 'ERROR OPEN EXCEPCIO FS: ' FS-EXCEPCIO
                    PERFORM 99000-ABORTO
           END-EVALUATE.

           OPEN OUTPUT INFORME.

           EVALUATE FS-INFORME
               WHEN '00'
                    SET 88-OPEN-INFORME-SI TO TRUE

               WHEN OTHER
                    DISPLAY 'ERROR OPEN INFORME FS: ' FS-INFORME
                    PERFORM 99000-ABORTO
           END-EVALUATE.

       10450-VACIO-EXCEPCIO.
      *----------------------
      * UNA CORRIDA QUE NO ANALIZA (PASO PREVIO RECHAZADO, TARJETA
      * INVALIDA, SIN ZONAS) DEJA EL ARCHIVO DE SOSPECHOSOS VACIO:
      * ESTEMP11 LO LEE OPCIONAL Y SIN CONTROLAR ESTE PASO, Y SI
      * QUEDARA EL DE LA CORRIDA ANTERIOR CONSOLIDARIA OTRA VEZ
      * ESOS SOSPECHOSOS COMO DEL CICLO. SI NO SE PUEDE VACIAR LA
      * CORRIDA TERMINA EN 16.

           OPEN OUTPUT EXCEPCIO.

           EVALUATE FS-EXCEPCIO
               WHEN '00'
                    CLOSE EXCEPCIO
               WHEN OTHER
                    DISPLAY 'ERROR OPEN EXCEPCIO FS: ' FS-EXCEPCIO
                    DISPLAY 'PUEDEN QUEDAR SOSPECHOSOS DE OTRO CICLO'
                    MOVE 16 TO RETURN-CODE
           END-EVALUATE.

       10600-ABRO-CURSOR-PARES.
      *-------------------------

           EXEC SQL
             OPEN CURSOR-PARES
           END-EXEC.

           MOVE SQLCODE                  TO WS-SQLCODE.

           EVALUATE TRUE
                WHEN DB2-OK
                     SET 88-FS-CUR-PARES-SI TO TRUE
                WHEN OTHER
                     DISPLAY 'OCURRIO UN ERROR AL ABRIR CURSOR-PARES'
                     DISPLAY 'SQL-CODE: ' WS-SQLCODE
                     SET 88-ERROR-PROCESO-SI TO TRUE
                     SET 88-FS-CUR-PARES-NO TO TRUE
           END-EVALUATE.

       20000-PROCESO.
      *-------------
      * CORTE DE CONTROL POR HORA Y, DENTRO DE LA HORA, POR
      * DISPOSITIVO. LAS LECTURAS FUERA DEL RANGO FISICO NO
      * PARTICIPAN DEL CORTE.

           ADD 1 TO WS-LECTURAS-LEIDAS.

           IF H-TEMPERAT < WS-TEMP-MINIMA-VALIDA
              OR H-TEMPERAT > WS-TEMP-MAXIMA-VALIDA
              ADD 1 TO WS-LECTURAS-FUERA-RANGO
           ELSE
              MOVE H-FECTOMA            TO WS-HORA-LEIDA-FEC
              MOVE H-HORTOMA(1:2)       TO WS-HORA-LEIDA-HH

              IF WS-HORA-LEIDA NOT = WS-HORA-ACT
                 PERFORM 21900-CIERRO-DISPO-HORA
                 PERFORM 24000-CIERRO-HORA
                 PERFORM 21000-INICIO-HORA
              END-IF

              IF H-CODDSP NOT = WS-DH-COD-DISPO
                 PERFORM 21900-CIERRO-DISPO-HORA
                 PERFORM 21500-INICIO-DISPO-HORA
              END-IF

              ADD H-TEMPERAT            TO WS-DH-SUMA
              ADD 1                     TO WS-DH-CANT
           END-IF.

           PERFORM 22000-FETCH-PARES.

       21000-INICIO-HORA.
      *-------------------
      * ARRANCA LA HORA: TABLA VACIA Y NUMERO DE HORA CORRIDO.

           MOVE WS-HORA-LEIDA           TO WS-HORA-ACT.
           MOVE 0                       TO WS-CANT-HORA.
           ADD 1                        TO WS-HORAS-LEIDAS.

           MOVE WS-HORA-ACT-FEC         TO WS-FECISO.
           MOVE WS-FECISO-AAAA          TO WS-FECNUM-AAAA.
           MOVE WS-FECISO-MM            TO WS-FECNUM-MM.
           MOVE WS-FECISO-DD            TO WS-FECNUM-DD.
           MOVE WS-HORA-ACT-HH          TO WS-HORA-HH.

           COMPUTE WS-HORA-SERIAL =
                   FUNCTION INTEGER-OF-DATE(WS-FECNUM-N) * 24
                 + WS-HORA-HH.

       21500-INICIO-DISPO-HORA.
      *-------------------------
      * ARRANCA EL DISPOSITIVO EN LA HORA Y LO UBICA EN LA ZONA DE
      * SU PRIMERA LECTURA.

           MOVE H-CODDSP                TO WS-DH-COD-DISPO.
           MOVE H-CODFAB                TO WS-DH-CODFAB.
           MOVE 0                       TO WS-DH-SUMA.
           MOVE 0                       TO WS-DH-CANT.

           PERFORM 26800-BUSCO-ZONA.

       21900-CIERRO-DISPO-HORA.
      *-------------------------
      * EL PROMEDIO DEL DISPOSITIVO EN LA HORA VA A LA TABLA DE LA
      * HORA SI CAYO EN ALGUNA ZONA; SI NO, SOLO SE CUENTA.

           IF WS-DH-COD-DISPO NOT = SPACES
              IF WS-DH-ZONA = 0
                 ADD 1 TO WS-DH-FUERA-ZONA
              ELSE
                 PERFORM 21950-AGREGO-HORA
              END-IF
           END-IF.

           MOVE SPACES                  TO WS-DH-COD-DISPO.

       21950-AGREGO-HORA.
      *-------------------

           IF WS-CANT-HORA >= WS-MAX-HORA
              DISPLAY 'TABLA DE LA HORA LLENA, ' WS-HORA-ACT-FEC
                      ' ' WS-HORA-ACT-HH ' DISPOSITIVO '
                      WS-DH-COD-DISPO ' QUEDA AFUERA'
              SET 88-ANALISIS-PARCIAL-SI TO TRUE
           ELSE
              ADD 1 TO WS-CANT-HORA
              MOVE WS-DH-ZONA           TO TAB-HORA-ZONA(WS-CANT-HORA)
              MOVE WS-DH-CODFAB      TO TAB-HORA-CODFAB(WS-CANT-HORA)
              MOVE WS-DH-COD-DISPO
                                   TO TAB-HORA-COD-DISPO(WS-CANT-HORA)
              COMPUTE TAB-HORA-PROM(WS-CANT-HORA) ROUNDED =
                      WS-DH-SUMA / WS-DH-CANT
           END-IF.

       22000-FETCH-PARES.
      *-------------------

           INITIALIZE DCLTREGTEMP.

           EXEC SQL
                FETCH CURSOR-PARES
                      INTO
                           :H-CODDSP
                          ,:H-CODFAB
                          ,:H-FECTOMA
                          ,:H-HORTOMA
                          ,:H-TEMPERAT
                          ,:H-LATGRAD
                          ,:H-LATMIN
                          ,:H-LATSEC
                          ,:H-LATHEMIS
                          ,:H-LONGRAD
                          ,:H-LONMIN
                          ,:H-LONSEC
                          ,:H-LONHEMIS
           END-EXEC.

           MOVE SQLCODE                  TO WS-SQLCODE.

           EVALUATE TRUE
                WHEN DB2-OK
                     SET 88-FS-CUR-PARES-SI TO TRUE
                WHEN DB2-NOTFND
                     SET 88-FS-CUR-PARES-NO TO TRUE
                WHEN OTHER
                     DISPLAY 'OCURRIO UN ERROR AL LEER CURSOR-PARES'
                     DISPLAY 'SQL-CODE: ' WS-SQLCODE
                     SET 88-ERROR-PROCESO-SI TO TRUE
                     SET 88-FS-CUR-PARES-NO TO TRUE
           END-EVALUATE.

       24000-CIERRO-HORA.
      *-------------------
      * CIERRA LA HORA: ORDENA LA TABLA POR ZONA, FABRICANTE Y
      * PROMEDIO Y EVALUA CADA GRUPO CONTRA SU MEDIANA.

           IF WS-CANT-HORA > 0
              PERFORM 24100-INSERTO-HORA
                 VARYING WS-SUB-I FROM 2 BY 1
                 UNTIL WS-SUB-I > WS-CANT-HORA
              MOVE 1 TO WS-GRP-INI
              PERFORM 24200-PROCESO-GRUPO
                 UNTIL WS-GRP-INI > WS-CANT-HORA
           END-IF.

           MOVE 0 TO WS-CANT-HORA.

       24100-INSERTO-HORA.
      *--------------------
      * ORDENAMIENTO POR INSERCION: LA OCURRENCIA WS-SUB-I SE
      * CORRE HACIA ATRAS HASTA SU LUGAR ENTRE LAS YA ORDENADAS.

           MOVE TAB-HORA-OCU(WS-SUB-I)  TO WS-HORA-AUX.
           MOVE WS-SUB-I                TO WS-SUB-J.
           SET 88-CORRO-SI              TO TRUE.

           PERFORM 24110-CORRO-HORA
              UNTIL WS-SUB-J = 1
                 OR 88-CORRO-NO.

           MOVE WS-HORA-AUX             TO TAB-HORA-OCU(WS-SUB-J).

       24110-CORRO-HORA.
      *------------------

           COMPUTE WS-SUB-K = WS-SUB-J - 1.

           IF TAB-HORA-ZONA(WS-SUB-K) > WS-AUX-ZONA
              OR (TAB-HORA-ZONA(WS-SUB-K) = WS-AUX-ZONA
                  AND TAB-HORA-CODFAB(WS-SUB-K) > WS-AUX-CODFAB)
              OR (TAB-HORA-ZONA(WS-SUB-K) = WS-AUX-ZONA
                  AND TAB-HORA-CODFAB(WS-SUB-K) = WS-AUX-CODFAB
                  AND TAB-HORA-PROM(WS-SUB-K) > WS-AUX-PROM)
              MOVE TAB-HORA-OCU(WS-SUB-K) TO TAB-HORA-OCU(WS-SUB-J)
              MOVE WS-SUB-K             TO WS-SUB-J
           ELSE
              SET 88-CORRO-NO           TO TRUE
           END-IF.

       24200-PROCESO-GRUPO.
      *---------------------
      * UN GRUPO ES UNA CORRIDA DE OCURRENCIAS CON LA MISMA ZONA Y
      * EL MISMO FABRICANTE. CON MENOS PARES QUE EL MINIMO NO SE
      * JUZGA A NADIE: LA HORA NO SUMA NI CORTA RACHAS POR SI
      * SOLA, PERO LA HORA SIGUIENTE YA NO ES SEGUIDA.

           MOVE WS-GRP-INI              TO WS-GRP-FIN.
           SET 88-GRUPO-SIGUE           TO TRUE.

           PERFORM 24210-BUSCO-FIN-GRUPO
              UNTIL WS-GRP-FIN >= WS-CANT-HORA
                 OR 88-GRUPO-CORTA.

           COMPUTE WS-GRP-CANT = WS-GRP-FIN - WS-GRP-INI + 1.

           IF WS-GRP-CANT < WS-MIN-PARES
              ADD 1           TO WS-GRUPOS-SIN-PARES
              ADD WS-GRP-CANT TO WS-DH-SIN-PARES
           ELSE
              ADD 1           TO WS-GRUPOS-EVALUADOS
              ADD WS-GRP-CANT TO WS-DH-EVALUADAS
              PERFORM 24250-CALCULO-MEDIANA
              PERFORM 24300-EVALUO-DISPO
                 VARYING WS-SUB-I FROM WS-GRP-INI BY 1
                 UNTIL WS-SUB-I > WS-GRP-FIN
           END-IF.

           COMPUTE WS-GRP-INI = WS-GRP-FIN + 1.

       24210-BUSCO-FIN-GRUPO.
      *-----------------------

           COMPUTE WS-SUB-K = WS-GRP-FIN + 1.

           IF TAB-HORA-ZONA(WS-SUB-K) = TAB-HORA-ZONA(WS-GRP-INI)
              AND TAB-HORA-CODFAB(WS-SUB-K)
                                     = TAB-HORA-CODFAB(WS-GRP-INI)
              MOVE WS-SUB-K             TO WS-GRP-FIN
           ELSE
              SET 88-GRUPO-CORTA        TO TRUE
           END-IF.

       24250-CALCULO-MEDIANA.
      *-----------------------
      * EL GRUPO YA ESTA ORDENADO POR PROMEDIO: CON CANTIDAD IMPAR
      * LA MEDIANA ES LA OCURRENCIA DEL MEDIO; CON CANTIDAD PAR,
      * EL PROMEDIO DE LAS DOS DEL MEDIO.

           DIVIDE WS-GRP-CANT BY 2 GIVING WS-GRP-MITAD
                                   REMAINDER WS-GRP-RESTO.

           IF WS-GRP-RESTO = 1
              COMPUTE WS-SUB-K = WS-GRP-INI + WS-GRP-MITAD
              MOVE TAB-HORA-PROM(WS-SUB-K) TO WS-MEDIANA
           ELSE
              COMPUTE WS-SUB-K = WS-GRP-INI + WS-GRP-MITAD - 1
              COMPUTE WS-MEDIANA ROUNDED =
                      (TAB-HORA-PROM(WS-SUB-K)
                     + TAB-HORA-PROM(WS-SUB-K + 1)) / 2
           END-IF.

       24300-EVALUO-DISPO.
      *--------------------

           COMPUTE WS-DESVIO = TAB-HORA-PROM(WS-SUB-I) - WS-MEDIANA.

           IF WS-DESVIO < 0
              COMPUTE WS-DESVIO-ABS = 0 - WS-DESVIO
           ELSE
              MOVE WS-DESVIO            TO WS-DESVIO-ABS
           END-IF.

           IF WS-DESVIO-ABS > WS-TOLERANCIA
              ADD 1 TO WS-DH-MARCADAS
              PERFORM 24400-ACUMULO-RACHA
           END-IF.

       24400-ACUMULO-RACHA.
      *---------------------

           SET IX-SOSP TO 1.

           IF WS-CANT-SOSP = 0
              PERFORM 24500-AGREGO-SOSP
           ELSE
              SEARCH TAB-SOSP-OCU
                 AT END
                      PERFORM 24500-AGREGO-SOSP
                 WHEN TAB-SOSP-COD(IX-SOSP)
                                     = TAB-HORA-COD-DISPO(WS-SUB-I)
                      PERFORM 24600-SUMO-RACHA
              END-SEARCH
           END-IF.

       24500-AGREGO-SOSP.
      *-------------------

           IF WS-CANT-SOSP >= WS-MAX-SOSP
              DISPLAY 'TABLA DE RACHAS LLENA, DISPOSITIVO '
                      TAB-HORA-COD-DISPO(WS-SUB-I) ' QUEDA AFUERA'
              SET 88-ANALISIS-PARCIAL-SI TO TRUE
           ELSE
              ADD 1 TO WS-CANT-SOSP
              SET IX-SOSP TO WS-CANT-SOSP
              INITIALIZE TAB-SOSP-OCU(IX-SOSP)
              MOVE TAB-HORA-COD-DISPO(WS-SUB-I)
                                        TO TAB-SOSP-COD(IX-SOSP)
              MOVE TAB-HORA-CODFAB(WS-SUB-I)
                                        TO TAB-SOSP-CODFAB(IX-SOSP)
              SET 88-SOSP-NO-LISTADO(IX-SOSP) TO TRUE
              PERFORM 24600-SUMO-RACHA
           END-IF.

       24600-SUMO-RACHA.
      *------------------
      * LA HORA CONTINUA LA RACHA SI ES LA SIGUIENTE A LA ULTIMA
      * MARCADA Y EN LA MISMA ZONA; SI NO, ARRANCA UNA RACHA NUEVA.
      * LA RACHA MAS LARGA (A IGUAL LARGO, LA PRIMERA) ES LA QUE SE
      * INFORMA.

           IF TAB-SOSP-RACHA-HORAS(IX-SOSP) > 0
              AND TAB-SOSP-ULT-SERIAL(IX-SOSP) + 1 = WS-HORA-SERIAL
              AND TAB-SOSP-RACHA-ZONA(IX-SOSP)
                                     = TAB-HORA-ZONA(WS-SUB-I)
              ADD 1             TO TAB-SOSP-RACHA-HORAS(IX-SOSP)
              ADD WS-DESVIO     TO TAB-SOSP-RACHA-SUMA(IX-SOSP)
              ADD WS-DESVIO-ABS TO TAB-SOSP-RACHA-ABS(IX-SOSP)
           ELSE
              MOVE 1            TO TAB-SOSP-RACHA-HORAS(IX-SOSP)
              MOVE WS-DESVIO    TO TAB-SOSP-RACHA-SUMA(IX-SOSP)
              MOVE WS-DESVIO-ABS
                                TO TAB-SOSP-RACHA-ABS(IX-SOSP)
              MOVE TAB-HORA-ZONA(WS-SUB-I)
                                TO TAB-SOSP-RACHA-ZONA(IX-SOSP)
              MOVE WS-HORA-ACT-FEC
                                TO TAB-SOSP-RACHA-FEC(IX-SOSP)
              MOVE WS-HORA-ACT-HH
                                TO TAB-SOSP-RACHA-HH(IX-SOSP)
           END-IF.

           MOVE WS-HORA-SERIAL  TO TAB-SOSP-ULT-SERIAL(IX-SOSP).

           IF TAB-SOSP-RACHA-HORAS(IX-SOSP)
                                > TAB-SOSP-MAX-HORAS(IX-SOSP)
              MOVE TAB-SOSP-RACHA-ZONA(IX-SOSP)
                                TO TAB-SOSP-MAX-ZONA(IX-SOSP)
              MOVE TAB-SOSP-RACHA-HORAS(IX-SOSP)
                                TO TAB-SOSP-MAX-HORAS(IX-SOSP)
              MOVE TAB-SOSP-RACHA-SUMA(IX-SOSP)
                                TO TAB-SOSP-MAX-SUMA(IX-SOSP)
              MOVE TAB-SOSP-RACHA-ABS(IX-SOSP)
                                TO TAB-SOSP-MAX-ABS(IX-SOSP)
              MOVE TAB-SOSP-RACHA-FEC(IX-SOSP)
                                TO TAB-SOSP-MAX-FEC(IX-SOSP)
              MOVE TAB-SOSP-RACHA-HH(IX-SOSP)
                                TO TAB-SOSP-MAX-HH(IX-SOSP)
           END-IF.

       25000-CORTE-PENDIENTE.
      *-----------------------
      * AL AGOTARSE EL CURSOR QUEDAN PENDIENTES EL ULTIMO
      * DISPOSITIVO Y LA ULTIMA HORA.

           PERFORM 21900-CIERRO-DISPO-HORA.
           PERFORM 24000-CIERRO-HORA.

       26800-BUSCO-ZONA.
      *------------------
      * CONVIERTE LA POSICION DE LA LECTURA A SEGUNDOS DE ARCO CON
      * SIGNO Y LA UBICA EN LA PRIMERA ZONA CUYA CAJA LA CONTIENE
      * (0 = FUERA DE TODA ZONA).

           MOVE H-LATGRAD               TO WS-CONV-GRA.
           MOVE H-LATMIN                TO WS-CONV-MIN.
           MOVE H-LATSEC                TO WS-CONV-SEG.
           MOVE H-LATHEMIS              TO WS-CONV-HEM.
           PERFORM 26850-CONVIERTO-SEGUNDOS.
           MOVE WS-SEG-TOTAL            TO WS-LAT-SEG.

           MOVE H-LONGRAD               TO WS-CONV-GRA.
           MOVE H-LONMIN                TO WS-CONV-MIN.
           MOVE H-LONSEC                TO WS-CONV-SEG.
           MOVE H-LONHEMIS              TO WS-CONV-HEM.
           PERFORM 26850-CONVIERTO-SEGUNDOS.
           MOVE WS-SEG-TOTAL            TO WS-LON-SEG.

           MOVE 0                       TO WS-DH-ZONA.
           SET IX-ZONA                  TO 1.

           SEARCH TAB-ZONA-OCU
              AT END
                   CONTINUE
              WHEN WS-LAT-SEG >= TAB-ZONA-LAT-DESDE(IX-ZONA)
               AND WS-LAT-SEG <= TAB-ZONA-LAT-HASTA(IX-ZONA)
               AND WS-LON-SEG >= TAB-ZONA-LON-DESDE(IX-ZONA)
               AND WS-LON-SEG <= TAB-ZONA-LON-HASTA(IX-ZONA)
                   SET WS-DH-ZONA       TO IX-ZONA
           END-SEARCH.

       26850-CONVIERTO-SEGUNDOS.
      *--------------------------
      * GRADOS/MINUTOS/SEGUNDOS MAS HEMISFERIO A SEGUNDOS DE ARCO
      * CON SIGNO: SUR Y OESTE NEGATIVOS (LA MISMA CONVERSION DE
      * ESTEMP03).

           COMPUTE WS-SEG-TOTAL = WS-CONV-GRA * 3600
                                + WS-CONV-MIN * 60
                                + WS-CONV-SEG.

           IF WS-CONV-HEM = 'S' OR WS-CONV-HEM = 'W'
              COMPUTE WS-SEG-TOTAL = 0 - WS-SEG-TOTAL
           END-IF.

       30000-FINALIZO.
      *--------------

           PERFORM 30050-CIERRO-CURSOR-PARES.

           PERFORM 30100-SECCION-PARAMETROS.

           PERFORM 30200-SECCION-SOSPECHOSOS.

           PERFORM 30300-SECCION-TOTALES.

           PERFORM 31000-CIERRO-ARCHIVOS.

           EVALUATE TRUE
               WHEN 88-ERROR-PROCESO-SI
                    DISPLAY 'ANALISIS NO CONFIABLE POR ERRORES DE '
                            'PROCESO'
                    MOVE 16 TO RETURN-CODE
               WHEN WS-CANT-SOSPECHOSOS > 0
               WHEN 88-ANALISIS-PARCIAL-SI
                    MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       30050-CIERRO-CURSOR-PARES.
      *---------------------------

           EXEC SQL
             CLOSE CURSOR-PARES
           END-EXEC.

           MOVE SQLCODE                  TO WS-SQLCODE.

           EVALUATE TRUE
               WHEN DB2-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR AL CERRAR CURSOR-PARES'
                    DISPLAY 'SQLCODE: ' WS-SQLCODE
                    SET 88-ERROR-PROCESO-SI TO TRUE
           END-EVALUATE.

       30100-SECCION-PARAMETROS.
      *--------------------------

           MOVE SECC-01     TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE WS-PARM-FEC-DESDE    TO DETPAR1-DESDE.
           MOVE WS-PARM-FEC-HASTA    TO DETPAR1-HASTA.
           MOVE DETPAR1              TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE WS-TOLERANCIA        TO DETPAR2-TOLERANCIA.
           MOVE DETPAR2              TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'HORAS SEGUIDAS FUERA        : ' TO DETPAR3-CONCEPTO.
           MOVE WS-HORAS-SEGUIDAS    TO DETPAR3-VALOR.
           MOVE DETPAR3              TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'MINIMO DE PARES POR GRUPO   : ' TO DETPAR3-CONCEPTO.
           MOVE WS-MIN-PARES         TO DETPAR3-VALOR.
           MOVE DETPAR3              TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'ZONAS CARGADAS              : ' TO DETPAR3-CONCEPTO.
           MOVE WS-CANT-ZONA         TO DETPAR3-VALOR.
           MOVE DETPAR3              TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE TIT03       TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

       30200-SECCION-SOSPECHOSOS.
      *---------------------------
      * SON SOSPECHOSOS LOS DISPOSITIVOS CUYA RACHA MAS LARGA
      * LLEGA A LAS HORAS SEGUIDAS DE LA TARJETA. SE LISTAN DE
      * MAYOR A MENOR DESVIO PROMEDIO (EN VALOR ABSOLUTO) DE ESA
      * RACHA, Y CADA UNO SE GRABA COMO EXCEPCION.

           MOVE SECC-02     TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           PERFORM 30210-MARCO-SOSPECHOSO
              VARYING IX-SOSP FROM 1 BY 1
              UNTIL IX-SOSP > WS-CANT-SOSP.

           IF WS-CANT-SOSPECHOSOS = 0
              MOVE SOSP-VACIO TO REG-INFORME
              PERFORM 28000-GRABO-INFORME
           ELSE
              MOVE SOSP-TITU  TO REG-INFORME
              PERFORM 28000-GRABO-INFORME
              MOVE 0 TO WS-SOSP-NRO
      * EL 1 ES UN CENTINELA PARA QUE EL UNTIL (QUE SE EVALUA
      * ANTES DE LA PRIMERA VUELTA) NO CORTE EL LOOP EN SECO;
      * CADA VUELTA LO RECALCULA DE VERDAD.
              MOVE 1 TO WS-MAX-SUB
              PERFORM 30250-IMPRIMO-SOSPECHOSO
                 UNTIL WS-MAX-SUB = 0
           END-IF.

           MOVE TIT03       TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

       30210-MARCO-SOSPECHOSO.
      *------------------------
      * LOS QUE NO LLEGAN A LAS HORAS SEGUIDAS QUEDAN COMO YA
      * LISTADOS, ASI LAS PASADAS DE MAXIMO LOS SALTEAN.

           IF TAB-SOSP-MAX-HORAS(IX-SOSP) >= WS-HORAS-SEGUIDAS
              ADD 1 TO WS-CANT-SOSPECHOSOS
              COMPUTE TAB-SOSP-PROM-ABS(IX-SOSP) ROUNDED =
                      TAB-SOSP-MAX-ABS(IX-SOSP)
                    / TAB-SOSP-MAX-HORAS(IX-SOSP)
           ELSE
              SET 88-SOSP-LISTADO(IX-SOSP) TO TRUE
           END-IF.

       30250-IMPRIMO-SOSPECHOSO.
      *--------------------------

           MOVE 0 TO WS-MAX-PROM WS-MAX-SUB.

           PERFORM 30260-BUSCO-MAX-SOSP
              VARYING WS-SUB FROM 1 BY 1
              UNTIL WS-SUB > WS-CANT-SOSP.

           IF WS-MAX-SUB > 0
              ADD 1 TO WS-SOSP-NRO
              SET IX-SOSP TO WS-MAX-SUB
              SET 88-SOSP-LISTADO(IX-SOSP) TO TRUE
              COMPUTE WS-PROM-DESVIO ROUNDED =
                      TAB-SOSP-MAX-SUMA(IX-SOSP)
                    / TAB-SOSP-MAX-HORAS(IX-SOSP)
              SET IX-ZONA TO TAB-SOSP-MAX-ZONA(IX-SOSP)

              MOVE WS-SOSP-NRO                TO DETSOSP-NRO
              MOVE TAB-SOSP-COD(IX-SOSP)      TO DETSOSP-COD
              MOVE TAB-SOSP-CODFAB(IX-SOSP)   TO DETSOSP-CODFAB
              MOVE TAB-ZONA-NOMBRE(IX-ZONA)   TO DETSOSP-ZONA
              MOVE TAB-SOSP-MAX-HORAS(IX-SOSP) TO DETSOSP-HORAS
              MOVE WS-PROM-DESVIO             TO DETSOSP-DESVIO
              MOVE TAB-SOSP-MAX-FEC(IX-SOSP)  TO DETSOSP-FEC
              MOVE TAB-SOSP-MAX-HH(IX-SOSP)   TO DETSOSP-HH
              MOVE DETSOSP     TO REG-INFORME
              PERFORM 28000-GRABO-INFORME

              PERFORM 30270-EXCEP-SOSPECHOSO
           END-IF.

       30260-BUSCO-MAX-SOSP.
      *----------------------
      * EL PRIMERO NO LISTADO SIEMPRE ENTRA (AUNQUE SU DESVIO
      * PROMEDIO SEA CERO NO PUEDE QUEDAR AFUERA DEL LISTADO).

           SET IX-SOSP TO WS-SUB.

           IF 88-SOSP-NO-LISTADO(IX-SOSP)
              AND (WS-MAX-SUB = 0
                OR TAB-SOSP-PROM-ABS(IX-SOSP) > WS-MAX-PROM)
              MOVE TAB-SOSP-PROM-ABS(IX-SOSP) TO WS-MAX-PROM
              MOVE WS-SUB                     TO WS-MAX-SUB
           END-IF.

       30270-EXCEP-SOSPECHOSO.
      *------------------------
      * LA EXCEPCION LLEVA EL COMIENZO DE LA RACHA COMO FECHA Y
      * HORA Y EL DESVIO PROMEDIO CON SIGNO COMO VALOR.

           MOVE TAB-SOSP-COD(IX-SOSP)      TO EXCEP-COD-DISPO.
           MOVE TAB-SOSP-CODFAB(IX-SOSP)   TO EXCEP-COD-FABRICANTE.
           MOVE TAB-SOSP-MAX-FEC(IX-SOSP)  TO WS-FECISO.
           MOVE WS-FECISO-DD               TO EXCEP-FECHA-DD.
           MOVE WS-FECISO-MM               TO EXCEP-FECHA-MM.
           MOVE WS-FECISO-AAAA             TO EXCEP-FECHA-AAAA.
           MOVE TAB-SOSP-MAX-HH(IX-SOSP)   TO EXCEP-HH.
           MOVE 0                          TO EXCEP-MM.
           MOVE 0                          TO EXCEP-SS.
           MOVE 'DESVIO CONTRA PARES DE ZONA'
                                           TO EXCEP-TIPO.
           MOVE WS-PROM-DESVIO             TO WS-DESVIO-ED.
           MOVE WS-DESVIO-ED               TO EXCEP-VALOR.

           PERFORM 30280-WRITE-EXCEPCIO.

       30280-WRITE-EXCEPCIO.
      *----------------------

           WRITE REG-EXCEPCIO-FD  FROM REG-EXCEPCIO.

           EVALUATE FS-EXCEPCIO
               WHEN '00'
                    ADD 1           TO WS-GRABADOS-EXCEPCIO
               WHEN OTHER
                    DISPLAY 'ERROR WRITE EXCEPCIO FS: ' FS-EXCEPCIO
                    SET 88-ERROR-PROCESO-SI TO TRUE

           END-EVALUATE.

       30300-SECCION-TOTALES.
      *-----------------------

           MOVE SECC-03     TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'LECTURAS LEIDAS             : ' TO DETCTRL1-CONCEPTO.
           MOVE WS-LECTURAS-LEIDAS   TO DETCTRL1-CANT.
           MOVE DETCTRL1             TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'LECTURAS FUERA DE RANGO     : ' TO DETCTRL1-CONCEPTO.
           MOVE WS-LECTURAS-FUERA-RANGO TO DETCTRL1-CANT.
           MOVE DETCTRL1             TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'HORAS CON LECTURAS          : ' TO DETCTRL1-CONCEPTO.
           MOVE WS-HORAS-LEIDAS      TO DETCTRL1-CANT.
           MOVE DETCTRL1             TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'DISPO-HORAS FUERA DE ZONA   : ' TO DETCTRL1-CONCEPTO.
           MOVE WS-DH-FUERA-ZONA     TO DETCTRL1-CANT.
           MOVE DETCTRL1             TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'DISPO-HORAS SIN PARES       : ' TO DETCTRL1-CONCEPTO.
           MOVE WS-DH-SIN-PARES      TO DETCTRL1-CANT.
           MOVE DETCTRL1             TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'DISPO-HORAS EVALUADAS       : ' TO DETCTRL1-CONCEPTO.
           MOVE WS-DH-EVALUADAS      TO DETCTRL1-CANT.
           MOVE DETCTRL1             TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'DISPO-HORAS FUERA DE PARES  : ' TO DETCTRL1-CONCEPTO.
           MOVE WS-DH-MARCADAS       TO DETCTRL1-CANT.
           MOVE DETCTRL1             TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'GRUPOS EVALUADOS            : ' TO DETCTRL1-CONCEPTO.
           MOVE WS-GRUPOS-EVALUADOS  TO DETCTRL1-CANT.
           MOVE DETCTRL1             TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'GRUPOS SIN PARES SUFICIENTES: ' TO DETCTRL1-CONCEPTO.
           MOVE WS-GRUPOS-SIN-PARES  TO DETCTRL1-CANT.
           MOVE DETCTRL1             TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'ZONAS INVALIDAS SALTEADAS   : ' TO DETCTRL1-CONCEPTO.
           MOVE WS-ZONAS-INVALIDAS   TO DETCTRL1-CANT.
           MOVE DETCTRL1             TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'SOSPECHOSOS                 : ' TO DETCTRL1-CONCEPTO.
           MOVE WS-CANT-SOSPECHOSOS  TO DETCTRL1-CANT.
           MOVE DETCTRL1             TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

           MOVE 'EXCEPCIONES GRABADAS        : ' TO DETCTRL1-CONCEPTO.
           MOVE WS-GRABADOS-EXCEPCIO TO DETCTRL1-CANT.
           MOVE DETCTRL1             TO REG-INFORME.
           PERFORM 28000-GRABO-INFORME.

       28000-GRABO-INFORME.
      *---------------------

           IF WS-LINEAS > WS-LINEAS-MAX
              PERFORM 28500-IMPRIMO-TITULOS
           END-IF.

           PERFORM 29000-WRITE-INFORME.

       28500-IMPRIMO-TITULOS.
      *----------------------
      * EL REG-INFORME EN CURSO SE PRESERVA MIENTRAS SE IMPRIMEN
      * LOS TITULOS DE LA PAGINA NUEVA.

           MOVE REG-INFORME TO REG-INFORME-SALVA.

           ADD 1 TO TIT01-PAGINA.

           MOVE TIT01       TO REG-INFORME.
           PERFORM 29000-WRITE-INFORME.

           PERFORM 29500-CARGO-FECHA-HORA.
           MOVE TIT02       TO REG-INFORME.
           PERFORM 29000-WRITE-INFORME.

           MOVE TIT03       TO REG-INFORME.
           PERFORM 29000-WRITE-INFORME.

           MOVE REG-INFORME-SALVA TO REG-INFORME.

      * WRITE INFORME + AGREGADO DE PAGINACION
       29000-WRITE-INFORME.
      *----------------------

           IF WS-LINEAS > WS-LINEAS-MAX
              MOVE 0                  TO WS-LINEAS
              WRITE REG-INFORME-FD    FROM REG-INFORME AFTER PAGE
           ELSE
              WRITE REG-INFORME-FD    FROM REG-INFORME AFTER 1
           END-IF.

           EVALUATE FS-INFORME
               WHEN '00'
                    ADD 1           TO WS-LINEAS
               WHEN OTHER
                    DISPLAY 'ERROR WRITE INFORME FS: ' FS-INFORME

           END-EVALUATE.

       29500-CARGO-FECHA-HORA.
      *----------------------

           MOVE FUNCTION CURRENT-DATE       TO WS-CURRENT-DATE.
           MOVE WS-CURRDATE-DD              TO TIT02-FECHA-DD.
           MOVE WS-CURRDATE-MM              TO TIT02-FECHA-MM.
           MOVE WS-CURRDATE-AAAA            TO TIT02-FECHA-AAAA.
           MOVE WS-CURRDATE-HH              TO TIT02-HORA-HH.
           MOVE WS-CURRDATE-MN              TO TIT02-HORA-MM.
           MOVE WS-CURRDATE-SS              TO TIT02-HORA-SS.

       30900-GRABO-BITACORA.
      *----------------------
      * AGREGA ESTA CORRIDA A LA BITACORA DE CICLO CON SU RETORNO
      * FINAL. UN ERROR DE LA BITACORA SE AVISA PERO NO CAMBIA EL
      * RETORNO: EL PROCESO YA TERMINO.
      * LEIDOS = LECTURAS LEIDAS, GRABADOS = DISPOSITIVO-HORAS
      * EVALUADAS CONTRA SUS PARES, RECHAZOS = SOSPECHOSOS.

           MOVE SPACES                  TO REG-BITACORA.
           MOVE 'ESTEMP18'              TO BIT-PROGRAMA.
           MOVE WS-BIT-FEC-CICLO        TO BIT-FEC-CICLO.
           MOVE WS-PARM-FEC-DESDE       TO BIT-FEC-DESDE.
           MOVE WS-PARM-FEC-HASTA       TO BIT-FEC-HASTA.
           MOVE WS-BIT-FEC-INICIO       TO BIT-FEC-INICIO.
           MOVE WS-BIT-HOR-INICIO       TO BIT-HOR-INICIO.

           MOVE FUNCTION CURRENT-DATE   TO WS-BIT-AHORA.
           PERFORM 10011-ARMO-AHORA-ISO.
           MOVE WS-BIT-FECISO           TO BIT-FEC-FIN.
           MOVE WS-BIT-HORISO           TO BIT-HOR-FIN.

           MOVE WS-LECTURAS-LEIDAS      TO BIT-CANT-LEIDOS.
           MOVE WS-DH-EVALUADAS         TO BIT-CANT-GRABADOS.
           MOVE WS-CANT-SOSPECHOSOS     TO BIT-CANT-RECHAZOS.
           MOVE RETURN-CODE             TO BIT-RETORNO.
           MOVE WS-BIT-PREREQ-FALTA     TO BIT-PREREQ.

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

           IF 88-OPEN-EXCEPCIO-SI
              SET 88-OPEN-EXCEPCIO-NO TO TRUE
              PERFORM 31110-CIERRO-EXCEPCIO
           END-IF.

           IF 88-OPEN-INFORME-SI
              SET 88-OPEN-INFORME-NO TO TRUE
              PERFORM 31120-CIERRO-INFORME
           END-IF.

       31110-CIERRO-EXCEPCIO.
      *-----------------------

           CLOSE EXCEPCIO.

           EVALUATE TRUE
               WHEN 88-FS-EXCEPCIO-OK
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR CLOSE EXCEPCIO FS: ' FS-EXCEPCIO
                    PERFORM 99000-ABORTO

           END-EVALUATE.

       31120-CIERRO-INFORME.
      *---------------------

           CLOSE INFORME.

           EVALUATE TRUE
               WHEN 88-FS-INFORME-OK
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
